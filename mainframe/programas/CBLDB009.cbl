               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RES.
           SELECT PENDCTL ASSIGN TO PENDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-FS-PEN.
           SELECT RELDISP ASSIGN TO RELDISP
               ORGANIZATION IS SEQUENTIAL
       COPY CPYDB202.

       FD  PENDCTL
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYPEND1.

       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE
                                     PIC 9(08).
       01  WS-DIAS-HOJE              PIC 9(07) VALUE ZERO.
       01  WS-ID-EXECUCAO            PIC X(16) VALUE SPACES.
       01  WS-DATA-EXTRACAO          PIC X(08) VALUE SPACES.
       01  WS-DATA-EXTRACAO-R REDEFINES WS-DATA-EXTRACAO
                                     PIC 9(08).
           05 WS-DIS-SEM-CORRESP     PIC 9(05) VALUE ZERO.
           05 WS-PENDENTES           PIC 9(07) VALUE ZERO.
           05 WS-PENDENTES-VENCIDOS  PIC 9(07) VALUE ZERO.
           05 WS-PEN-INCLUIDAS       PIC 9(07) VALUE ZERO.
           05 WS-PEN-EXCLUIDAS       PIC 9(07) VALUE ZERO.

       01  WS-CAPACIDADE-PEN         PIC 9(07) VALUE 0020000.
       01  WS-PERC-ALERTA-CAP        PIC 9(03) VALUE 080.
       01  WS-LIMITE-ALERTA-CAP      PIC 9(07) VALUE ZERO.

       01  WS-TAB-DISPO.
           05 WS-DIS-QTDE            PIC 9(04) VALUE ZERO.
              10 WS-DIS-MOTIVO-TAB   PIC X(40).
              10 WS-DIS-USADA-TAB    PIC X(01).

       01  WS-DECISAO-TESTE          PIC X(08) VALUE SPACES.
           88 DECISAO-ANALISTA-VALIDA VALUES 'APROVAR ' 'BLOQUEAR'.

           PERFORM 2000-PROCESSA-REVISAO
           PERFORM 3000-REPORTA-SEM-CORRESP
           PERFORM 4000-REPORTA-PENDENCIAS
           PERFORM 8000-FECHA-PENDCTL
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-ID-EXECUCAO
           PERFORM 1050-LE-DATA-NEGOCIO
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-R)
               GOBACK
           END-IF

           COMPUTE WS-LIMITE-ALERTA-CAP =
                   WS-CAPACIDADE-PEN * WS-PERC-ALERTA-CAP / 100

           PERFORM 1100-CARREGA-DISPO
           PERFORM 1200-ABRE-PENDCTL

           MOVE SPACES TO WS-LINHA
           MOVE 'RELATORIO DE DISPOSICOES DE ANALISTA - CBLDB009'
                       DIS-CHAVE
           END-IF.

       1200-ABRE-PENDCTL.
           OPEN I-O PENDCTL

           IF WS-FS-PEN = '35'
               DISPLAY 'PENDCTL NAO ENCONTRADO. INICIANDO CONTROLE '
                       'DE PENDENCIAS VAZIO'
               OPEN OUTPUT PENDCTL
               CLOSE PENDCTL
               OPEN I-O PENDCTL
           END-IF

           IF WS-FS-PEN NOT = '00'
               DISPLAY 'ERRO OPEN PENDCTL. FILE STATUS=' WS-FS-PEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-PROCESSA-REVISAO.
           ADD 1 TO WS-RESOLVIDOS.

       2400-MANTEM-PENDENTE.
           PERFORM 2500-LE-PENDENTE

           IF PENDENCIA-ACHADA
               MOVE P3-PRIORIDADE  TO PEN-PRIORIDADE
               MOVE WS-ID-EXECUCAO TO PEN-ID-EXECUCAO
               REWRITE REG-PENDENTE
           ELSE
               MOVE SPACES TO REG-PENDENTE
               MOVE P3-CHAVE       TO PEN-CHAVE
               MOVE WS-DATA-HOJE   TO PEN-DATA-EXTRACAO
               MOVE P3-PRIORIDADE  TO PEN-PRIORIDADE
               MOVE WS-ID-EXECUCAO TO PEN-ID-EXECUCAO
               WRITE REG-PENDENTE
               ADD 1 TO WS-PEN-INCLUIDAS
           END-IF

           IF WS-FS-PEN NOT = '00'
               DISPLAY 'ERRO GRAVACAO PENDCTL. FILE STATUS='
                       WS-FS-PEN ' CHAVE=' P3-CHAVE
               PERFORM 9850-EVENTO-ERRO-PENDCTL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       2500-LE-PENDENTE.
           MOVE 'N' TO WS-FLAG-PEN-ACHADA
           MOVE P3-CHAVE TO PEN-CHAVE
           READ PENDCTL

           EVALUATE WS-FS-PEN
               WHEN '00'
                   SET PENDENCIA-ACHADA TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO READ PENDCTL. FILE STATUS='
                           WS-FS-PEN ' CHAVE=' P3-CHAVE
                   PERFORM 9850-EVENTO-ERRO-PENDCTL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       3000-REPORTA-SEM-CORRESP.
           MOVE SPACES TO WS-LINHA
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE LOW-VALUES TO PEN-CHAVE
           START PENDCTL KEY IS NOT LESS THAN PEN-CHAVE

           IF WS-FS-PEN = '00'
               PERFORM UNTIL FIM-PENDCTL
                   READ PENDCTL NEXT
                       AT END
                           SET FIM-PENDCTL TO TRUE
                       NOT AT END
                           PERFORM 4050-TRATA-PENDENTE
                   END-READ
               END-PERFORM
           END-IF.

       4050-TRATA-PENDENTE.
           IF PEN-ID-EXECUCAO = WS-ID-EXECUCAO
               ADD 1 TO WS-PENDENTES
               PERFORM 4100-VERIFICA-IDADE
           ELSE
               DELETE PENDCTL
               IF WS-FS-PEN NOT = '00'
                   DISPLAY 'ERRO DELETE PENDCTL. FILE STATUS='
                           WS-FS-PEN ' CHAVE=' PEN-CHAVE
                   PERFORM 9850-EVENTO-ERRO-PENDCTL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-PEN-EXCLUIDAS
           END-IF.

       4100-VERIFICA-IDADE.
           IF PEN-DATA-EXTRACAO IS NUMERIC
               MOVE PEN-DATA-EXTRACAO TO WS-DATA-EXTRACAO
               COMPUTE WS-DIAS-EXTRACAO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-EXTRACAO-R)
               COMPUTE WS-DIAS-PENDENTE =

           IF WS-DIAS-PENDENTE >= WS-LIMITE-DIAS
               ADD 1 TO WS-PENDENTES-VENCIDOS
               MOVE PEN-CHAVE         TO WS-IDADE-CHAVE
               MOVE PEN-DATA-EXTRACAO TO WS-IDADE-DATA
               MOVE WS-DIAS-PENDENTE  TO WS-IDADE-DIAS
               WRITE REG-REL FROM WS-LINHA-IDADE
           END-IF.

       8000-FECHA-PENDCTL.
           CLOSE PENDCTL

           IF WS-PENDENTES > WS-LIMITE-ALERTA-CAP
               DISPLAY 'PENDCTL PROXIMO DA CAPACIDADE. REGISTROS: '
                       WS-PENDENTES ' CAPACIDADE: '
                       WS-CAPACIDADE-PEN
               MOVE SPACES TO REG-EVENTO
               MOVE '8000-FECHA-PENDCTL' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 2005 TO EVT-CODIGO
               STRING 'PENDCTL PERTO DA CAPACIDADE: '
                      WS-PENDENTES
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-FINALIZA.
           CLOSE REVISAO
                 RESOLVID
           DISPLAY 'CBLDB009 SEM CORRESPONDENCIA  = '
                   WS-DIS-SEM-CORRESP
           DISPLAY 'CBLDB009 PENDENTES            = ' WS-PENDENTES
           DISPLAY 'CBLDB009 PENDENTES INCLUIDOS  = '
                   WS-PEN-INCLUIDAS
           DISPLAY 'CBLDB009 PENDENTES EXCLUIDOS  = '
                   WS-PEN-EXCLUIDAS
           DISPLAY 'CBLDB009 PENDENTES VENCIDOS   = '
                   WS-PENDENTES-VENCIDOS

               WRITE REG-EVT FROM REG-EVENTO
               CLOSE EVENTOS
           END-IF.

       9850-EVENTO-ERRO-PENDCTL.
           MOVE SPACES TO REG-EVENTO
           MOVE '2400-PENDCTL' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5001 TO EVT-CODIGO
           MOVE PEN-CHAVE TO EVT-CHAVE
           STRING 'ERRO DE ARQUIVO PENDCTL. STATUS: ' WS-FS-PEN
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.
