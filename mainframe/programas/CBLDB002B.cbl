               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EVT.
           SELECT LINHAGEM ASSIGN TO LINHAGEM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIN.
           SELECT VELALRT ASSIGN TO VELALRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VEL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-EVT                  PIC X(120).

       FD  LINHAGEM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYLIN01.

       FD  VELALRT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYVELAL.

       WORKING-STORAGE SECTION.
       01  WS-FS-A                  PIC X(02) VALUE SPACES.
       01  WS-FS-B                  PIC X(02) VALUE SPACES.
       01  WS-FS-RTOL               PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                PIC X(02) VALUE SPACES.
       01  WS-FS-LIN                PIC X(02) VALUE SPACES.
       01  WS-FS-VEL                PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

              88 FIM-SEGROT                    VALUE 'S'.
           05 WS-FLAG-SEGROT-ACHADO PIC X(01) VALUE 'N'.
              88 SEGROT-ACHADO                 VALUE 'S'.
           05 WS-EOF-VEL            PIC X(01) VALUE 'N'.
              88 FIM-VELALRT                   VALUE 'S'.
           05 WS-FLAG-VEL-ACHADO    PIC X(01) VALUE 'N'.
              88 VELOCIDADE-ALERTADA           VALUE 'S'.

       01  WS-TAB-PIPECTL.
           05 WS-PIPE-QTDE          PIC 9(02) VALUE ZERO.
              10 WS-CANROT-DESTINO  PIC X(02).
              10 WS-CANROT-USA-REF  PIC X(01).

       01  WS-TAB-VELALRT.
           05 WS-VEL-QTDE           PIC 9(04) VALUE ZERO.
           05 WS-VEL-TAB OCCURS 2000 TIMES INDEXED BY WS-IDX-VEL.
              10 WS-VEL-CHAVE       PIC X(10).

       01  WS-CANAL-CHAVE-BUSCA     PIC X(08) VALUE SPACES.
       01  WS-CANAL-PERMITE-REF     PIC X(01) VALUE 'N'.
       01  WS-ROTA-CANAL            PIC X(01) VALUE SPACE.
           05 WS-CONT-R005          PIC 9(07) VALUE ZERO.
           05 WS-CONT-R006          PIC 9(07) VALUE ZERO.
           05 WS-CONT-R007          PIC 9(07) VALUE ZERO.
           05 WS-CONT-R008          PIC 9(07) VALUE ZERO.

       01  WS-REGRAS-SEGMENTO.
           05 WS-SEG-MULT-ATIVO     PIC 9(01)V99 VALUE 1.00.
           05 WS-DESCARTES-B        PIC 9(07) VALUE ZERO.
           05 WS-VAL-LIDOS-A        PIC S9(13)V99 VALUE ZERO.
           05 WS-VAL-GRAVADOS       PIC S9(13)V99 VALUE ZERO.
           05 WS-GRAVADOS-LIN       PIC 9(07) VALUE ZERO.
           05 WS-VEL-CARREGADOS     PIC 9(07) VALUE ZERO.
           05 WS-VEL-OUTRA-DATA     PIC 9(07) VALUE ZERO.

       01  WS-DATA-LINHAGEM         PIC X(08) VALUE SPACES.

       01  WS-SELECAO-INPUTB.
           05 WS-IN3-SELECIONADO    PIC X(80) VALUE SPACES.
           05 WS-IN3-SEL-DATA-REF   PIC X(10) VALUE SPACES.
           05 WS-IN3-SEL-SEQ        PIC 9(07) VALUE ZERO.
           05 WS-IN3-PROXIMO        PIC X(80) VALUE SPACES.
           05 WS-FLAG-PROX-B        PIC X(01) VALUE 'N'.
              88 PROX-B-PENDENTE                VALUE 'S'.
               GOBACK
           END-IF

           OPEN EXTEND LINHAGEM
           IF WS-FS-LIN NOT = '00'
               OPEN OUTPUT LINHAGEM
           END-IF

           IF WS-FS-LIN NOT = '00'
               DISPLAY 'ERRO OPEN LINHAGEM. FILE STATUS=' WS-FS-LIN
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-LINHAGEM
           IF DATA-NEGOCIO-ATIVA
               MOVE WS-DATA-NEGOCIO TO WS-DATA-LINHAGEM
           END-IF

           PERFORM 1100-LE-INPUTB
           PERFORM 1200-CARREGA-CANALROT
           PERFORM 1300-CARREGA-SEGROT
           PERFORM 1500-CARREGA-TOLERANCIAS
           PERFORM 1600-CARREGA-VELALRT.

       1050-LE-DATA-NEGOCIO.
           OPEN INPUT DATACTL
               CLOSE TOLERCTL
           END-IF.

       1600-CARREGA-VELALRT.
           OPEN INPUT VELALRT

           IF WS-FS-VEL NOT = '00'
               DISPLAY 'VELALRT NAO ENCONTRADO. SEM ALERTAS DE '
                       'VELOCIDADE'
           ELSE
               PERFORM UNTIL FIM-VELALRT
                   READ VELALRT
                       AT END
                           SET FIM-VELALRT TO TRUE
                       NOT AT END
                           PERFORM 1610-INSERE-VELALRT
                   END-READ
               END-PERFORM
               CLOSE VELALRT
               DISPLAY 'CBLDB002B ALERTAS VELOCIDADE  = '
                       WS-VEL-CARREGADOS
               IF WS-VEL-OUTRA-DATA > ZERO
                   DISPLAY 'VELALRT COM ALERTAS DE OUTRA DATA. '
                           'IGNORADOS: ' WS-VEL-OUTRA-DATA
               END-IF
           END-IF.

       1610-INSERE-VELALRT.
           IF VAL-DATA NOT = WS-DATA-LINHAGEM
               ADD 1 TO WS-VEL-OUTRA-DATA
           ELSE
               PERFORM 1620-GUARDA-VELALRT
           END-IF.

       1620-GUARDA-VELALRT.
           ADD 1 TO WS-VEL-CARREGADOS
           IF WS-VEL-QTDE < 2000
               ADD 1 TO WS-VEL-QTDE
               SET WS-IDX-VEL TO WS-VEL-QTDE
               MOVE VAL-CHAVE TO WS-VEL-CHAVE(WS-IDX-VEL)
           ELSE
               DISPLAY 'TABELA DE ALERTAS DE VELOCIDADE CHEIA. '
                       'IGNORADO: ' VAL-CHAVE
           END-IF.

       1100-LE-INPUTB.
           READ INPUTB
               AT END
       2100-TRATA-REGISTRO.
           INITIALIZE REG-DB202
           MOVE SPACES TO REG-TRACE
           MOVE ZERO   TO WS-IN3-SEL-SEQ

           MOVE P1-CHAVE        TO P2-CHAVE
           MOVE P1-ORIGEM       TO P2-ORIGEM
               ELSE
                   PERFORM 2300-APLICA-DEFAULT
               END-IF
               PERFORM 2400-APLICA-ALERTA-VELOCIDADE
           END-IF

           WRITE REG-DB202
               ADD P2-VALOR-AJUSTADO TO WS-VAL-GRAVADOS
           END-IF

           PERFORM 2900-GRAVA-TRACE
           PERFORM 2950-GRAVA-LINHAGEM.

       2150-SELECIONA-INPUTB.
           MOVE REG-IN3      TO WS-IN3-SELECIONADO
           MOVE IN3-DATA-REF TO WS-IN3-SEL-DATA-REF
           MOVE WS-LIDOS-B   TO WS-IN3-SEL-SEQ
           PERFORM 1100-LE-INPUTB

           PERFORM UNTIL FIM-B OR IN3-CHAVE NOT = P1-CHAVE
                           WS-IN3-SEL-DATA-REF
                   MOVE REG-IN3      TO WS-IN3-SELECIONADO
                   MOVE IN3-DATA-REF TO WS-IN3-SEL-DATA-REF
                   MOVE WS-LIDOS-B   TO WS-IN3-SEL-SEQ
               ELSE
                   DISPLAY 'INPUTB DUPLICADO DESCARTADO. CHAVE='
                           IN3-CHAVE ' DATA-REF=' IN3-DATA-REF
               SET DADO-REF-DESATUALIZADO TO TRUE
           END-IF.

       2400-APLICA-ALERTA-VELOCIDADE.
           MOVE 'N' TO WS-FLAG-VEL-ACHADO
           SET WS-IDX-VEL TO 1
           PERFORM UNTIL WS-IDX-VEL > WS-VEL-QTDE
                         OR VELOCIDADE-ALERTADA
               IF WS-VEL-CHAVE(WS-IDX-VEL) = P1-CHAVE
                   SET VELOCIDADE-ALERTADA TO TRUE
               ELSE
                   SET WS-IDX-VEL UP BY 1
               END-IF
           END-PERFORM

           IF VELOCIDADE-ALERTADA AND P2-DECISAO NOT = 'BLOQUEAR'
               IF P2-PRIORIDADE > 'B'
                   MOVE 'B' TO P2-PRIORIDADE
               END-IF
               MOVE 'ANALISAR' TO P2-DECISAO
               MOVE 'VEL' TO P2-CATEGORIA-FINAL
               MOVE 'R008' TO P2-REGRA-ID
               MOVE 'ALERTA DE VELOCIDADE DOCUMENTO/DISPOSITIVO'
                 TO P2-MSG-FINAL
           END-IF.

       2900-GRAVA-TRACE.
           MOVE P2-CHAVE         TO TRC-CHAVE
           MOVE P2-REGRA-ID      TO TRC-REGRA-ID
                   ADD 1 TO WS-CONT-R006
               WHEN 'R007'
                   ADD 1 TO WS-CONT-R007
               WHEN 'R008'
                   ADD 1 TO WS-CONT-R008
           END-EVALUATE.

       2950-GRAVA-LINHAGEM.
           MOVE WS-DATA-LINHAGEM TO LIN-DATA-NEGOCIO
           MOVE 'CBLDB002B'      TO LIN-PROGRAMA
           MOVE 'SAIDAF'         TO LIN-ARQ-SAIDA
           MOVE WS-GRAVADOS      TO LIN-SEQ-SAIDA
           MOVE P2-CHAVE         TO LIN-CHAVE
           MOVE 'INPUTA'         TO LIN-ARQ-ORIGEM
           MOVE ZERO             TO LIN-GERACAO-ORIGEM
           MOVE WS-LIDOS-A       TO LIN-SEQ-ORIGEM
           MOVE P2-DECISAO       TO LIN-DECISAO
           WRITE REG-LINHAGEM
           ADD 1 TO WS-GRAVADOS-LIN

           IF WS-IN3-SEL-SEQ > ZERO
               MOVE 'INPUTB'       TO LIN-ARQ-ORIGEM
               MOVE WS-IN3-SEL-SEQ TO LIN-SEQ-ORIGEM
               WRITE REG-LINHAGEM
               ADD 1 TO WS-GRAVADOS-LIN
           END-IF.

       9000-FINALIZA.
           PERFORM 9100-DRENA-INPUTB

                 INPUTB
                 SAIDAF
                 TRACEDEC
                 LINHAGEM

           DISPLAY 'CBLDB002B REGISTROS LIDOS A   = ' WS-LIDOS-A
           DISPLAY 'CBLDB002B REGISTROS LIDOS B   = ' WS-LIDOS-B
           DISPLAY 'CBLDB002B REGRA R005 SEM-MATCH= ' WS-CONT-R005
           DISPLAY 'CBLDB002B REGRA R006 SEGMENTO = ' WS-CONT-R006
           DISPLAY 'CBLDB002B REGRA R007 ESTORNO  = ' WS-CONT-R007
           DISPLAY 'CBLDB002B REGRA R008 VELOCID. = ' WS-CONT-R008
           DISPLAY 'CBLDB002B REGISTROS LINHAGEM  = ' WS-GRAVADOS-LIN
           DISPLAY 'CBLDB002B VELALRT OUTRA DATA  = ' WS-VEL-OUTRA-DATA

           PERFORM 9400-AVALIA-TOLERANCIAS
           PERFORM 9200-GRAVA-AUDITORIA
