               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.
           SELECT TENTCTL ASSIGN TO TENTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TENT-CHAVE
               FILE STATUS IS WS-FS-TENT.
           SELECT REPROC ASSIGN TO REPROC
               ORGANIZATION IS SEQUENTIAL
       COPY CPYOUTRJ.

       FD  TENTCTL
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYTENT1.

              88 INCLUI-ERROS-999               VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-ID-EXECUCAO            PIC X(16) VALUE SPACES.

       01  WS-PARM-VALOR             PIC X(20) VALUE SPACES.
       01  WS-MAX-TENTATIVAS         PIC 9(02) VALUE 03.
           05 WS-SELECIONADOS        PIC 9(07) VALUE ZERO.
           05 WS-REQUEUE-GRAVADOS    PIC 9(07) VALUE ZERO.
           05 WS-DEADLET-GRAVADOS    PIC 9(07) VALUE ZERO.
           05 WS-TENT-LIDAS          PIC 9(07) VALUE ZERO.
           05 WS-TENT-INCLUIDAS      PIC 9(07) VALUE ZERO.
           05 WS-TENT-REGRAVADAS     PIC 9(07) VALUE ZERO.
           05 WS-TENT-EXCLUIDAS      PIC 9(07) VALUE ZERO.
           05 WS-TENT-ATIVAS         PIC 9(07) VALUE ZERO.
           05 WS-CHAVES-REPETIDAS    PIC 9(07) VALUE ZERO.

       01  WS-CAPACIDADE-TENT        PIC 9(07) VALUE 0050000.
       01  WS-PERC-ALERTA-CAP        PIC 9(03) VALUE 080.
       01  WS-LIMITE-ALERTA-CAP      PIC 9(07) VALUE ZERO.

       01  WS-TENT-ATUAL             PIC 9(02) VALUE ZERO.

       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-REJEITOS
           PERFORM 8000-DEPURA-TENTCTL
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-ID-EXECUCAO

           PERFORM 1050-LE-DATA-NEGOCIO

               GOBACK
           END-IF

           COMPUTE WS-LIMITE-ALERTA-CAP =
                   WS-CAPACIDADE-TENT * WS-PERC-ALERTA-CAP / 100

           PERFORM 1100-ABRE-TENTCTL.

       1050-LE-DATA-NEGOCIO.
           OPEN INPUT DATACTL
               MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE
           END-IF.

       1100-ABRE-TENTCTL.
           OPEN I-O TENTCTL

           IF WS-FS-TENT = '35'
               DISPLAY 'TENTCTL NAO ENCONTRADO. INICIANDO CONTROLE '
                       'DE TENTATIVAS VAZIO'
               OPEN OUTPUT TENTCTL
               CLOSE TENTCTL
               OPEN I-O TENTCTL
           END-IF

           IF WS-FS-TENT NOT = '00'
               DISPLAY 'ERRO OPEN TENTCTL. FILE STATUS=' WS-FS-TENT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-PROCESSA-REJEITOS.

       2100-TRATA-REJEITO.
           ADD 1 TO WS-SELECIONADOS
           PERFORM 2200-LE-TENTATIVA

           IF TENTATIVA-ACHADA AND
              TENT-ID-EXECUCAO = WS-ID-EXECUCAO
               ADD 1 TO WS-CHAVES-REPETIDAS
           ELSE
               IF TENTATIVA-ACHADA
                   IF TENT-DATA-ULT NOT = WS-DATA-HOJE
                       MOVE TENT-QTD TO TENT-QTD-ANTERIOR
                   END-IF
                   COMPUTE WS-TENT-ATUAL = TENT-QTD-ANTERIOR + 1
               ELSE
                   MOVE 1 TO WS-TENT-ATUAL
               END-IF
               PERFORM 2500-ATUALIZA-TENTATIVA
           END-IF.

       2200-LE-TENTATIVA.
           MOVE 'N' TO WS-FLAG-TENT-ACHADA
           MOVE REJ-CHAVE TO TENT-CHAVE
           READ TENTCTL

           EVALUATE WS-FS-TENT
               WHEN '00'
                   SET TENTATIVA-ACHADA TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO READ TENTCTL. FILE STATUS='
                           WS-FS-TENT ' CHAVE=' REJ-CHAVE
                   PERFORM 9850-EVENTO-ERRO-TENTCTL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       2300-GRAVA-REQUEUE.
           INITIALIZE REG-REPROC

       2500-ATUALIZA-TENTATIVA.
           IF TENTATIVA-ACHADA
               MOVE WS-TENT-ATUAL  TO TENT-QTD
               MOVE WS-DATA-HOJE   TO TENT-DATA-ULT
               MOVE WS-ID-EXECUCAO TO TENT-ID-EXECUCAO
               REWRITE REG-TENTATIVA
               ADD 1 TO WS-TENT-REGRAVADAS
           ELSE
               MOVE SPACES TO REG-TENTATIVA
               MOVE REJ-CHAVE      TO TENT-CHAVE
               MOVE WS-TENT-ATUAL  TO TENT-QTD
               MOVE WS-DATA-HOJE   TO TENT-DATA-ULT
               MOVE ZERO           TO TENT-QTD-ANTERIOR
               MOVE WS-ID-EXECUCAO TO TENT-ID-EXECUCAO
               WRITE REG-TENTATIVA
               ADD 1 TO WS-TENT-INCLUIDAS
           END-IF

           IF WS-FS-TENT NOT = '00'
               DISPLAY 'ERRO GRAVACAO TENTCTL. FILE STATUS='
                       WS-FS-TENT ' CHAVE=' REJ-CHAVE
               PERFORM 9850-EVENTO-ERRO-TENTCTL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-DEPURA-TENTCTL.
           MOVE LOW-VALUES TO TENT-CHAVE
           START TENTCTL KEY IS NOT LESS THAN TENT-CHAVE

           IF WS-FS-TENT = '00'
               PERFORM UNTIL FIM-TENTCTL
                   READ TENTCTL NEXT
                       AT END
                           SET FIM-TENTCTL TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TENT-LIDAS
                           PERFORM 8100-VERIFICA-TENTATIVA
                   END-READ
               END-PERFORM
           END-IF

           CLOSE TENTCTL

           IF WS-TENT-ATIVAS > WS-LIMITE-ALERTA-CAP
               DISPLAY 'TENTCTL PROXIMO DA CAPACIDADE. REGISTROS: '
                       WS-TENT-ATIVAS ' CAPACIDADE: '
                       WS-CAPACIDADE-TENT
               MOVE SPACES TO REG-EVENTO
               MOVE '8000-DEPURA-TENTCTL' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 2005 TO EVT-CODIGO
               STRING 'TENTCTL PERTO DA CAPACIDADE: '
                      WS-TENT-ATIVAS
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 4 TO RETURN-CODE
           END-IF.

       8100-VERIFICA-TENTATIVA.
           IF TENT-ID-EXECUCAO = WS-ID-EXECUCAO
               ADD 1 TO WS-TENT-ATIVAS
           ELSE
               DELETE TENTCTL
               IF WS-FS-TENT NOT = '00'
                   DISPLAY 'ERRO DELETE TENTCTL. FILE STATUS='
                           WS-FS-TENT ' CHAVE=' TENT-CHAVE
                   PERFORM 9850-EVENTO-ERRO-TENTCTL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TENT-EXCLUIDAS
           END-IF.

       9000-FINALIZA.
           CLOSE REJEITOS
           DISPLAY 'CBLDB007 DEAD-LETTER GRAVADOS = '
                   WS-DEADLET-GRAVADOS
           DISPLAY 'CBLDB007 TENTATIVAS LIDAS     = ' WS-TENT-LIDAS
           DISPLAY 'CBLDB007 TENTATIVAS INCLUIDAS = '
                   WS-TENT-INCLUIDAS
           DISPLAY 'CBLDB007 TENTATIVAS REGRAVADAS= '
                   WS-TENT-REGRAVADAS
           DISPLAY 'CBLDB007 TENTATIVAS EXCLUIDAS = '
                   WS-TENT-EXCLUIDAS
           DISPLAY 'CBLDB007 TENTATIVAS ATIVAS    = '
                   WS-TENT-ATIVAS
           DISPLAY 'CBLDB007 CHAVES REPETIDAS     = '
                   WS-CHAVES-REPETIDAS

               WRITE REG-EVT FROM REG-EVENTO
               CLOSE EVENTOS
           END-IF.

       9850-EVENTO-ERRO-TENTCTL.
           MOVE SPACES TO REG-EVENTO
           MOVE '2500-TENTCTL' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5001 TO EVT-CODIGO
           MOVE TENT-CHAVE TO EVT-CHAVE
           STRING 'ERRO DE ARQUIVO TENTCTL. STATUS: ' WS-FS-TENT
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.
