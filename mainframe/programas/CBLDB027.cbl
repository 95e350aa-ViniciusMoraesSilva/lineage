       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB027.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSLIN ASSIGN TO CONSLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT LINHAGEM ASSIGN TO LINHAGEM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIN.
           SELECT RELLIN ASSIGN TO RELLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT EVENTOS ASSIGN TO EVENTOS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EVT.
           SELECT DATACTL ASSIGN TO DATACTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DTC.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSLIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYLINCS.

       FD  LINHAGEM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYLIN01.

       FD  RELLIN
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REL                    PIC X(132).

       FD  EVENTOS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-EVT                    PIC X(120).

       FD  DATACTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYDATA1.

       WORKING-STORAGE SECTION.
       01  WS-FS-CON                 PIC X(02) VALUE SPACES.
       01  WS-FS-LIN                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-FLAGS.
           05 WS-EOF-CON             PIC X(01) VALUE 'N'.
              88 FIM-CONSLIN                    VALUE 'S'.
           05 WS-EOF-LIN             PIC X(01) VALUE 'N'.
              88 FIM-LINHAGEM                   VALUE 'S'.
           05 WS-FLAG-CON-ACHADO     PIC X(01) VALUE 'N'.
              88 CONSULTA-ACHADA                VALUE 'S'.
           05 WS-FLAG-TRL-ACHADO     PIC X(01) VALUE 'N'.
              88 TRILHA-ACHADA                  VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-CONTROLE.
           05 WS-LIDOS-CON           PIC 9(07) VALUE ZERO.
           05 WS-LIDOS-LIN           PIC 9(07) VALUE ZERO.
           05 WS-SELECIONADOS        PIC 9(07) VALUE ZERO.
           05 WS-SUBSTITUIDOS        PIC 9(07) VALUE ZERO.
           05 WS-IGNORADOS           PIC 9(07) VALUE ZERO.
           05 WS-SEM-LINHAGEM        PIC 9(07) VALUE ZERO.
           05 WS-LINHAS-TRILHA       PIC 9(07) VALUE ZERO.
           05 WS-CONT-CONSULTA       PIC 9(07) VALUE ZERO.

       01  WS-TAB-PASSOS-VALORES.
           05 FILLER                 PIC X(09) VALUE 'CBLDB017'.
           05 FILLER                 PIC X(09) VALUE 'CBLDB002B'.
           05 FILLER                 PIC X(09) VALUE 'CBLDB002A'.
           05 FILLER                 PIC X(09) VALUE 'CBLDB001'.
           05 FILLER                 PIC X(09) VALUE 'CBLDB000'.

       01  WS-TAB-PASSOS REDEFINES WS-TAB-PASSOS-VALORES.
           05 WS-PASSO-TAB OCCURS 5 TIMES
                           INDEXED BY WS-IDX-PAS.
              10 WS-PAS-PROGRAMA-TAB PIC X(09).

       01  WS-TAB-CONSULTA.
           05 WS-CON-QTDE            PIC 9(03) VALUE ZERO.
           05 WS-CON-TAB OCCURS 500 TIMES
                         INDEXED BY WS-IDX-CON.
              10 WS-CON-CHAVE-TAB    PIC X(10).
              10 WS-CON-DATA-TAB     PIC X(08).

       01  WS-TAB-TRILHA.
           05 WS-TRL-QTDE            PIC 9(05) VALUE ZERO.
           05 WS-TRL-TAB OCCURS 5000 TIMES
                         INDEXED BY WS-IDX-TRL.
              10 WS-TRL-CONSULTA-TAB PIC 9(03).
              10 WS-TRL-REG-TAB      PIC X(80).

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-CAB.
           05 FILLER                 PIC X(07) VALUE 'CHAVE: '.
           05 WS-CB-CHAVE            PIC X(10).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(17)
                                     VALUE 'DATA DE NEGOCIO: '.
           05 WS-CB-DATA             PIC X(08).
           05 FILLER                 PIC X(86) VALUE SPACES.

       01  WS-LINHA-TIT.
           05 FILLER                 PIC X(11) VALUE 'PROGRAMA'.
           05 FILLER                 PIC X(10) VALUE 'SAIDA'.
           05 FILLER                 PIC X(09) VALUE 'SEQ'.
           05 FILLER                 PIC X(10) VALUE 'ORIGEM'.
           05 FILLER                 PIC X(08) VALUE 'GERACAO'.
           05 FILLER                 PIC X(09) VALUE 'SEQ'.
           05 FILLER                 PIC X(08) VALUE 'DECISAO'.
           05 FILLER                 PIC X(67) VALUE SPACES.

       01  WS-LINHA-TRL.
           05 WS-TL-PROGRAMA         PIC X(09).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-TL-ARQ-SAIDA        PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-TL-SEQ-SAIDA        PIC ZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-TL-ARQ-ORIGEM       PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-TL-GERACAO          PIC ZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-TL-SEQ-ORIGEM       PIC ZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-TL-DECISAO          PIC X(08).
           05 FILLER                 PIC X(67) VALUE SPACES.

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-CONSULTAS
           PERFORM 3000-SELECIONA-LINHAGEM
           PERFORM 4000-IMPRIME-TRILHAS
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           OPEN INPUT  CONSLIN
                INPUT  LINHAGEM
                OUTPUT RELLIN

           IF WS-FS-CON NOT = '00'
               DISPLAY 'ERRO OPEN CONSLIN. FILE STATUS=' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-LIN NOT = '00'
               DISPLAY 'ERRO OPEN LINHAGEM. FILE STATUS=' WS-FS-LIN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELLIN. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'TRILHA DE LINHAGEM POR REGISTRO - CBLDB027'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       1050-LE-DATA-NEGOCIO.
           OPEN INPUT DATACTL

           IF WS-FS-DTC NOT = '00'
               DISPLAY 'DATACTL NAO ENCONTRADO. USANDO DATA DO '
                       'SISTEMA'
           ELSE
               READ DATACTL
                   AT END
                       DISPLAY 'DATACTL VAZIO. USANDO DATA DO '
                               'SISTEMA'
                   NOT AT END
                       IF DTC-DATA-NEGOCIO IS NUMERIC
                           SET DATA-NEGOCIO-ATIVA TO TRUE
                           MOVE DTC-DATA-NEGOCIO TO WS-DATA-NEGOCIO
                       END-IF
               END-READ
               CLOSE DATACTL
           END-IF

           IF DATA-NEGOCIO-ATIVA
               MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE
           END-IF.

       2000-CARREGA-CONSULTAS.
           PERFORM UNTIL FIM-CONSLIN
               READ CONSLIN
                   AT END
                       SET FIM-CONSLIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIDOS-CON
                       PERFORM 2100-VALIDA-CONSULTA
               END-READ
           END-PERFORM.

       2100-VALIDA-CONSULTA.
           IF CLN-CHAVE = SPACES
               DISPLAY 'CONSULTA SEM CHAVE IGNORADA. REGISTRO '
                       WS-LIDOS-CON
               ADD 1 TO WS-IGNORADOS
           ELSE
               IF CLN-DATA-NEGOCIO IS NOT NUMERIC
                   MOVE WS-DATA-HOJE TO CLN-DATA-NEGOCIO
               END-IF
               IF WS-CON-QTDE < 500
                   ADD 1 TO WS-CON-QTDE
                   SET WS-IDX-CON TO WS-CON-QTDE
                   MOVE CLN-CHAVE        TO WS-CON-CHAVE-TAB(WS-IDX-CON)
                   MOVE CLN-DATA-NEGOCIO TO WS-CON-DATA-TAB(WS-IDX-CON)
               ELSE
                   DISPLAY 'TABELA DE CONSULTAS CHEIA. IGNORADO: '
                           CLN-CHAVE ' ' CLN-DATA-NEGOCIO
                   ADD 1 TO WS-IGNORADOS
               END-IF
           END-IF.

       3000-SELECIONA-LINHAGEM.
           PERFORM UNTIL FIM-LINHAGEM
               READ LINHAGEM
                   AT END
                       SET FIM-LINHAGEM TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIDOS-LIN
                       PERFORM 3100-BUSCA-CONSULTA
               END-READ
           END-PERFORM.

       3100-BUSCA-CONSULTA.
           SET WS-IDX-CON TO 1
           MOVE 'N' TO WS-FLAG-CON-ACHADO
           PERFORM UNTIL WS-IDX-CON > WS-CON-QTDE
                         OR CONSULTA-ACHADA
               IF WS-CON-CHAVE-TAB(WS-IDX-CON) = LIN-CHAVE AND
                  WS-CON-DATA-TAB(WS-IDX-CON)  = LIN-DATA-NEGOCIO
                   SET CONSULTA-ACHADA TO TRUE
                   SET WS-CONT-CONSULTA TO WS-IDX-CON
               ELSE
                   SET WS-IDX-CON UP BY 1
               END-IF
           END-PERFORM

           IF CONSULTA-ACHADA
               PERFORM 3200-GUARDA-TRILHA
           END-IF.

       3200-GUARDA-TRILHA.
           SET WS-IDX-TRL TO 1
           MOVE 'N' TO WS-FLAG-TRL-ACHADO
           PERFORM UNTIL WS-IDX-TRL > WS-TRL-QTDE
                         OR TRILHA-ACHADA
               IF WS-TRL-CONSULTA-TAB(WS-IDX-TRL) = WS-CONT-CONSULTA
                  AND WS-TRL-REG-TAB(WS-IDX-TRL)(9:24) =
                      REG-LINHAGEM(9:24)
                  AND WS-TRL-REG-TAB(WS-IDX-TRL)(43:8) =
                      LIN-ARQ-ORIGEM
                   SET TRILHA-ACHADA TO TRUE
               ELSE
                   SET WS-IDX-TRL UP BY 1
               END-IF
           END-PERFORM

           IF TRILHA-ACHADA
               MOVE REG-LINHAGEM TO WS-TRL-REG-TAB(WS-IDX-TRL)
               ADD 1 TO WS-SUBSTITUIDOS
           ELSE
               IF WS-TRL-QTDE < 5000
                   ADD 1 TO WS-TRL-QTDE
                   SET WS-IDX-TRL TO WS-TRL-QTDE
                   MOVE WS-CONT-CONSULTA
                     TO WS-TRL-CONSULTA-TAB(WS-IDX-TRL)
                   MOVE REG-LINHAGEM TO WS-TRL-REG-TAB(WS-IDX-TRL)
                   ADD 1 TO WS-SELECIONADOS
               ELSE
                   DISPLAY 'TABELA DE TRILHAS CHEIA. IGNORADO: '
                           LIN-CHAVE ' ' LIN-PROGRAMA
                   ADD 1 TO WS-IGNORADOS
               END-IF
           END-IF.

       4000-IMPRIME-TRILHAS.
           SET WS-IDX-CON TO 1
           PERFORM UNTIL WS-IDX-CON > WS-CON-QTDE
               PERFORM 4100-IMPRIME-CONSULTA
               SET WS-IDX-CON UP BY 1
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE 'CONSULTAS LIDAS'         TO WS-LINHA-ROTULO
           MOVE WS-LIDOS-CON              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CONSULTAS SEM LINHAGEM'  TO WS-LINHA-ROTULO
           MOVE WS-SEM-LINHAGEM           TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'REGISTROS DE LINHAGEM LIDOS' TO WS-LINHA-ROTULO
           MOVE WS-LIDOS-LIN              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ELOS IMPRESSOS'          TO WS-LINHA-ROTULO
           MOVE WS-LINHAS-TRILHA          TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET.

       4100-IMPRIME-CONSULTA.
           SET WS-CONT-CONSULTA TO WS-IDX-CON
           MOVE WS-CON-CHAVE-TAB(WS-IDX-CON) TO WS-CB-CHAVE
           MOVE WS-CON-DATA-TAB(WS-IDX-CON)  TO WS-CB-DATA
           WRITE REG-REL FROM WS-LINHA-CAB
           WRITE REG-REL FROM WS-LINHA-TIT

           MOVE 'N' TO WS-FLAG-TRL-ACHADO
           SET WS-IDX-PAS TO 1
           PERFORM UNTIL WS-IDX-PAS > 5
               PERFORM 4200-IMPRIME-PASSO
               SET WS-IDX-PAS UP BY 1
           END-PERFORM

           IF NOT TRILHA-ACHADA
               MOVE SPACES TO WS-LINHA
               MOVE '   SEM LINHAGEM PARA A CHAVE NA DATA INFORMADA'
                 TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               ADD 1 TO WS-SEM-LINHAGEM
           END-IF

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       4200-IMPRIME-PASSO.
           SET WS-IDX-TRL TO 1
           PERFORM UNTIL WS-IDX-TRL > WS-TRL-QTDE
               IF WS-TRL-CONSULTA-TAB(WS-IDX-TRL) = WS-CONT-CONSULTA
                  AND WS-TRL-REG-TAB(WS-IDX-TRL)(9:9) =
                      WS-PAS-PROGRAMA-TAB(WS-IDX-PAS)
                   PERFORM 4300-IMPRIME-ELO
               END-IF
               SET WS-IDX-TRL UP BY 1
           END-PERFORM.

       4300-IMPRIME-ELO.
           MOVE WS-TRL-REG-TAB(WS-IDX-TRL) TO REG-LINHAGEM
           MOVE LIN-PROGRAMA       TO WS-TL-PROGRAMA
           MOVE LIN-ARQ-SAIDA      TO WS-TL-ARQ-SAIDA
           MOVE LIN-SEQ-SAIDA      TO WS-TL-SEQ-SAIDA
           MOVE LIN-ARQ-ORIGEM     TO WS-TL-ARQ-ORIGEM
           MOVE LIN-GERACAO-ORIGEM TO WS-TL-GERACAO
           MOVE LIN-SEQ-ORIGEM     TO WS-TL-SEQ-ORIGEM
           MOVE LIN-DECISAO        TO WS-TL-DECISAO
           WRITE REG-REL FROM WS-LINHA-TRL
           ADD 1 TO WS-LINHAS-TRILHA
           SET TRILHA-ACHADA TO TRUE.

       9000-FINALIZA.
           CLOSE CONSLIN
                 LINHAGEM
                 RELLIN

           DISPLAY 'CBLDB027 CONSULTAS LIDAS      = ' WS-LIDOS-CON
           DISPLAY 'CBLDB027 LINHAGEM LIDOS       = ' WS-LIDOS-LIN
           DISPLAY 'CBLDB027 ELOS SELECIONADOS    = ' WS-SELECIONADOS
           DISPLAY 'CBLDB027 ELOS SUBSTITUIDOS    = ' WS-SUBSTITUIDOS
           DISPLAY 'CBLDB027 IGNORADOS            = ' WS-IGNORADOS
           DISPLAY 'CBLDB027 SEM LINHAGEM         = ' WS-SEM-LINHAGEM

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. CONSULTAS: ' WS-LIDOS-CON
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB027'            TO EVT-PROGRAMA
           MOVE WS-EVT-DATA-HORA(1:8) TO EVT-DATA
           MOVE WS-EVT-DATA-HORA(9:6) TO EVT-HORA
           IF DATA-NEGOCIO-ATIVA
               MOVE WS-DATA-NEGOCIO TO EVT-DATA
           END-IF

           OPEN EXTEND EVENTOS
           IF WS-FS-EVT NOT = '00'
               OPEN OUTPUT EVENTOS
           END-IF

           IF WS-FS-EVT NOT = '00'
               DISPLAY 'ERRO OPEN EVENTOS. FILE STATUS=' WS-FS-EVT
           ELSE
               WRITE REG-EVT FROM REG-EVENTO
               CLOSE EVENTOS
           END-IF.
