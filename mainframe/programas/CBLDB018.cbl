               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT ACUMMTD ASSIGN TO ACUMMTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-CHAVE
               FILE STATUS IS WS-FS-ACM.
           SELECT DATACTL ASSIGN TO DATACTL
               ORGANIZATION IS SEQUENTIAL
       COPY CPYDB202.

       FD  ACUMMTD
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYACUM1.

              88 FIM-SAIDAF                     VALUE 'S'.
           05 WS-EOF-ACM             PIC X(01) VALUE 'N'.
              88 FIM-ACUMMTD                    VALUE 'S'.

       01  WS-MES-ATUAL              PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

       01  WS-CONTROLE.
           05 WS-LIDOS               PIC 9(07) VALUE ZERO.
           05 WS-ACM-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-ACM-DESCARTADOS     PIC 9(07) VALUE ZERO.
           05 WS-ACM-SUBSTITUIDOS    PIC 9(07) VALUE ZERO.
           05 WS-ACM-INCLUIDOS       PIC 9(07) VALUE ZERO.
           05 WS-ACM-OCUPADOS        PIC 9(07) VALUE ZERO.

       01  WS-CAPACIDADE-ACM         PIC 9(07) VALUE 0010000.
       01  WS-PERC-ALERTA-CAP        PIC 9(03) VALUE 080.
       01  WS-LIMITE-ALERTA-CAP      PIC 9(07) VALUE ZERO.

       01  WS-TIPO-BUSCA             PIC X(01) VALUE SPACE.
       01  WS-CODIGO-BUSCA           PIC X(08) VALUE SPACES.
       01  WS-VALOR-MOVTO            PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-SAIDAF
           PERFORM 8000-FECHA-ACUMULADOR
           PERFORM 9000-FINALIZA
           GOBACK.

               GOBACK
           END-IF

           COMPUTE WS-LIMITE-ALERTA-CAP =
                   WS-CAPACIDADE-ACM * WS-PERC-ALERTA-CAP / 100

           PERFORM 1100-ABRE-ACUMULADOR
           PERFORM 1200-PREPARA-ACUMULADOR.

       1050-LE-DATA-NEGOCIO.
           OPEN INPUT DATACTL
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-ATUAL
           END-IF.

       1100-ABRE-ACUMULADOR.
           OPEN I-O ACUMMTD

           IF WS-FS-ACM = '35'
               DISPLAY 'ACUMMTD NAO ENCONTRADO. INICIANDO ACUMULADOR '
                       'DO MES VAZIO'
               OPEN OUTPUT ACUMMTD
               CLOSE ACUMMTD
               OPEN I-O ACUMMTD
           END-IF

           IF WS-FS-ACM NOT = '00'
               DISPLAY 'ERRO OPEN ACUMMTD. FILE STATUS=' WS-FS-ACM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-PREPARA-ACUMULADOR.
           PERFORM UNTIL FIM-ACUMMTD
               READ ACUMMTD NEXT
                   AT END
                       SET FIM-ACUMMTD TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACM-LIDOS
                       PERFORM 1210-TRATA-ACUMULADOR
               END-READ
           END-PERFORM.

       1210-TRATA-ACUMULADOR.
           EVALUATE TRUE
               WHEN ACM-MES-REF NOT = WS-MES-ATUAL
                   ADD 1 TO WS-ACM-DESCARTADOS
                   DISPLAY 'ACUMULADOR DE MES ANTERIOR DESCARTADO: '
                           ACM-MES-REF ' ' ACM-TIPO ' ' ACM-CODIGO
                   PERFORM 6200-EXCLUI-ACUMULADOR
               WHEN ACM-DATA = WS-DATA-HOJE
                   ADD 1 TO WS-ACM-SUBSTITUIDOS
                   SUBTRACT ACM-QTD-DIA   FROM ACM-QTD
                   SUBTRACT ACM-VALOR-DIA FROM ACM-VALOR
                   MOVE ZERO TO ACM-QTD-DIA
                                ACM-VALOR-DIA
                   IF ACM-QTD = ZERO AND ACM-VALOR = ZERO
                       PERFORM 6200-EXCLUI-ACUMULADOR
                   ELSE
                       ADD 1 TO WS-ACM-OCUPADOS
                       PERFORM 6100-REGRAVA-ACUMULADOR
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ACM-OCUPADOS
           END-EVALUATE.

       2000-PROCESSA-SAIDAF.
           PERFORM 2200-ACUMULA-ENTRADA.

       2200-ACUMULA-ENTRADA.
           MOVE WS-MES-ATUAL    TO ACM-MES-REF
           MOVE WS-TIPO-BUSCA   TO ACM-TIPO
           MOVE WS-CODIGO-BUSCA TO ACM-CODIGO
           READ ACUMMTD

           EVALUATE WS-FS-ACM
               WHEN '00'
                   IF ACM-DATA NOT = WS-DATA-HOJE
                       MOVE WS-DATA-HOJE TO ACM-DATA
                       MOVE ZERO TO ACM-QTD-DIA
                                    ACM-VALOR-DIA
                   END-IF
                   ADD 1              TO ACM-QTD
                                         ACM-QTD-DIA
                   ADD WS-VALOR-MOVTO TO ACM-VALOR
                                         ACM-VALOR-DIA
                   PERFORM 6100-REGRAVA-ACUMULADOR
               WHEN '23'
                   PERFORM 2220-INSERE-ENTRADA
               WHEN OTHER
                   DISPLAY 'ERRO READ ACUMMTD. FILE STATUS='
                           WS-FS-ACM ' CHAVE=' ACM-CHAVE
                   PERFORM 9850-EVENTO-ERRO-ACUMMTD
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       2220-INSERE-ENTRADA.
           MOVE SPACES TO REG-ACUM
           MOVE WS-MES-ATUAL    TO ACM-MES-REF
           MOVE WS-TIPO-BUSCA   TO ACM-TIPO
           MOVE WS-CODIGO-BUSCA TO ACM-CODIGO
           MOVE WS-DATA-HOJE    TO ACM-DATA
           MOVE 1               TO ACM-QTD
                                   ACM-QTD-DIA
           MOVE WS-VALOR-MOVTO  TO ACM-VALOR
                                   ACM-VALOR-DIA
           WRITE REG-ACUM

           IF WS-FS-ACM NOT = '00'
               DISPLAY 'ERRO WRITE ACUMMTD. FILE STATUS=' WS-FS-ACM
                       ' CHAVE=' ACM-CHAVE
               PERFORM 9850-EVENTO-ERRO-ACUMMTD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-ACM-INCLUIDOS
                    WS-ACM-OCUPADOS.

       6100-REGRAVA-ACUMULADOR.
           REWRITE REG-ACUM

           IF WS-FS-ACM NOT = '00'
               DISPLAY 'ERRO REWRITE ACUMMTD. FILE STATUS='
                       WS-FS-ACM ' CHAVE=' ACM-CHAVE
               PERFORM 9850-EVENTO-ERRO-ACUMMTD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       6200-EXCLUI-ACUMULADOR.
           DELETE ACUMMTD

           IF WS-FS-ACM NOT = '00'
               DISPLAY 'ERRO DELETE ACUMMTD. FILE STATUS='
                       WS-FS-ACM ' CHAVE=' ACM-CHAVE
               PERFORM 9850-EVENTO-ERRO-ACUMMTD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-FECHA-ACUMULADOR.
           CLOSE ACUMMTD

           IF WS-ACM-OCUPADOS > WS-LIMITE-ALERTA-CAP
               DISPLAY 'ACUMMTD PROXIMO DA CAPACIDADE. REGISTROS: '
                       WS-ACM-OCUPADOS ' CAPACIDADE: '
                       WS-CAPACIDADE-ACM
               MOVE SPACES TO REG-EVENTO
               MOVE '8000-FECHA-ACUMULADOR' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 2005 TO EVT-CODIGO
               STRING 'ACUMMTD PERTO DA CAPACIDADE: '
                      WS-ACM-OCUPADOS
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-FINALIZA.
           CLOSE SAIDAF
                   WS-ACM-DESCARTADOS
           DISPLAY 'CBLDB018 MESMA DATA SUBSTITUI = '
                   WS-ACM-SUBSTITUIDOS
           DISPLAY 'CBLDB018 ACUMULADOR INCLUIDO  = '
                   WS-ACM-INCLUIDOS
           DISPLAY 'CBLDB018 ACUMULADOR OCUPADO   = '
                   WS-ACM-OCUPADOS

           IF WS-ACM-DESCARTADOS > ZERO
               MOVE SPACES TO REG-EVENTO
               WRITE REG-EVT FROM REG-EVENTO
               CLOSE EVENTOS
           END-IF.

       9850-EVENTO-ERRO-ACUMMTD.
           MOVE SPACES TO REG-EVENTO
           MOVE '6000-ACUMMTD' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5001 TO EVT-CODIGO
           MOVE ACM-CODIGO TO EVT-CHAVE
           STRING 'ERRO DE ARQUIVO ACUMMTD. STATUS: ' WS-FS-ACM
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.
