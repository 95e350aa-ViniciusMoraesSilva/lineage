               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DTC.
           SELECT LINHAGEM ASSIGN TO LINHAGEM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIN.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYDATA1.

       FD  LINHAGEM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYLIN01.

       WORKING-STORAGE SECTION.
       01  WS-FS-ENT1                PIC X(02) VALUE SPACES.
       01  WS-FS-ENT2                PIC X(02) VALUE SPACES.
       01  WS-FS-CNR                 PIC X(02) VALUE SPACES.
       01  WS-FS-SGR                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.
       01  WS-FS-LIN                 PIC X(02) VALUE SPACES.

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
           05 WS-LIDOS-4             PIC 9(07) VALUE ZERO.
           05 WS-VALIDOS-4           PIC 9(07) VALUE ZERO.
           05 WS-CRITICADOS-4        PIC 9(07) VALUE ZERO.
           05 WS-GRAVADOS-LIN        PIC 9(07) VALUE ZERO.

       01  WS-VARREDURA-CRUZADA.
           05 WS-SW-CHAVE-1          PIC X(10) VALUE HIGH-VALUES.
           05 WS-HASH-SAI2           PIC 9(13)V99 VALUE ZERO.
           05 WS-HASH-SAI3           PIC 9(13)V99 VALUE ZERO.
           05 WS-ERROS-TRANSMISSAO   PIC 9(03) VALUE ZERO.
           05 WS-GERACAO-E1          PIC 9(06) VALUE ZERO.
           05 WS-GERACAO-E2          PIC 9(06) VALUE ZERO.
           05 WS-GERACAO-E3          PIC 9(06) VALUE ZERO.
           05 WS-FLAG-TRL-E1         PIC X(01) VALUE 'N'.
              88 TRAILER-E1-LIDO                VALUE 'S'.
           05 WS-FLAG-TRL-E2         PIC X(01) VALUE 'N'.
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

           MOVE SPACES TO REG-CRITICA

           PERFORM 1500-CARREGA-REFERENCIAS.
               NOT AT END
                   IF REG-IN1(1:2) = '00'
                       MOVE REG-IN1 TO REG-TRANS-HEADER
                       IF HDR-NUM-GERACAO IS NUMERIC
                           MOVE HDR-NUM-GERACAO TO WS-GERACAO-E1
                       END-IF
                       IF HDR-DATA-ARQUIVO NOT = WS-DATA-HOJE
                           MOVE 'ENTRADA1' TO CRIT-ARQUIVO
                           MOVE ZERO   TO CRIT-SEQUENCIA
                   WRITE REG-SAI1 FROM REG-IN1
                   ADD 1 TO WS-VALIDOS-1
                   ADD IN1-QTDE TO WS-HASH-SAI1
                   MOVE 'SAIDA1'      TO LIN-ARQ-SAIDA
                   MOVE WS-VALIDOS-1  TO LIN-SEQ-SAIDA
                   MOVE IN1-CHAVE     TO LIN-CHAVE
                   MOVE 'ENTRADA1'    TO LIN-ARQ-ORIGEM
                   MOVE WS-GERACAO-E1 TO LIN-GERACAO-ORIGEM
                   MOVE WS-LIDOS-1    TO LIN-SEQ-ORIGEM
                   PERFORM 7600-GRAVA-LINHAGEM
               ELSE
                   ADD 1 TO WS-CRITICADOS-1
               END-IF
               NOT AT END
                   IF REG-IN2(1:2) = '00'
                       MOVE REG-IN2 TO REG-TRANS-HEADER
                       IF HDR-NUM-GERACAO IS NUMERIC
                           MOVE HDR-NUM-GERACAO TO WS-GERACAO-E2
                       END-IF
                       IF HDR-DATA-ARQUIVO NOT = WS-DATA-HOJE
                           MOVE 'ENTRADA2' TO CRIT-ARQUIVO
                           MOVE ZERO   TO CRIT-SEQUENCIA
                   WRITE REG-SAI2 FROM REG-IN2
                   ADD 1 TO WS-VALIDOS-2
                   ADD IN2-VALOR-UNIT TO WS-HASH-SAI2
                   MOVE 'SAIDA2'      TO LIN-ARQ-SAIDA
                   MOVE WS-VALIDOS-2  TO LIN-SEQ-SAIDA
                   MOVE IN2-CHAVE     TO LIN-CHAVE
                   MOVE 'ENTRADA2'    TO LIN-ARQ-ORIGEM
                   MOVE WS-GERACAO-E2 TO LIN-GERACAO-ORIGEM
                   MOVE WS-LIDOS-2    TO LIN-SEQ-ORIGEM
                   PERFORM 7600-GRAVA-LINHAGEM
               ELSE
                   ADD 1 TO WS-CRITICADOS-2
               END-IF
               NOT AT END
                   IF REG-IN4(1:2) = '00'
                       MOVE REG-IN4 TO REG-TRANS-HEADER
                       IF HDR-NUM-GERACAO IS NUMERIC
                           MOVE HDR-NUM-GERACAO TO WS-GERACAO-E3
                       END-IF
                       IF HDR-DATA-ARQUIVO NOT = WS-DATA-HOJE
                           MOVE 'ENTRADA3' TO CRIT-ARQUIVO
                           MOVE ZERO   TO CRIT-SEQUENCIA
                   WRITE REG-SAI3 FROM REG-IN4
                   ADD 1 TO WS-VALIDOS-3
                   ADD IN4-VALOR-UNIT TO WS-HASH-SAI3
                   MOVE 'SAIDA3'      TO LIN-ARQ-SAIDA
                   MOVE WS-VALIDOS-3  TO LIN-SEQ-SAIDA
                   MOVE IN4-CHAVE     TO LIN-CHAVE
                   MOVE 'ENTRADA3'    TO LIN-ARQ-ORIGEM
                   MOVE WS-GERACAO-E3 TO LIN-GERACAO-ORIGEM
                   MOVE WS-LIDOS-3    TO LIN-SEQ-ORIGEM
                   PERFORM 7600-GRAVA-LINHAGEM
               ELSE
                   ADD 1 TO WS-CRITICADOS-3
               END-IF
                       IF REGISTRO-VALIDO
                           WRITE REG-SAI4 FROM REG-IN3
                           ADD 1 TO WS-VALIDOS-4
                           MOVE 'SAIDA4'     TO LIN-ARQ-SAIDA
                           MOVE WS-VALIDOS-4 TO LIN-SEQ-SAIDA
                           MOVE IN3-CHAVE    TO LIN-CHAVE
                           MOVE 'ENTRADA4'   TO LIN-ARQ-ORIGEM
                           MOVE ZERO         TO LIN-GERACAO-ORIGEM
                           MOVE WS-LIDOS-4   TO LIN-SEQ-ORIGEM
                           PERFORM 7600-GRAVA-LINHAGEM
                       ELSE
                           ADD 1 TO WS-CRITICADOS-4
                       END-IF
           MOVE 'CBLDB000'   TO HDR-SISTEMA-ORIGEM
           MOVE 1            TO HDR-NUM-GERACAO.

       7600-GRAVA-LINHAGEM.
           MOVE WS-DATA-HOJE TO LIN-DATA-NEGOCIO
           MOVE 'CBLDB000'   TO LIN-PROGRAMA
           MOVE SPACES       TO LIN-DECISAO
           WRITE REG-LINHAGEM
           ADD 1 TO WS-GRAVADOS-LIN.

       8000-IMPRIME-RELATORIO.
           MOVE SPACES TO WS-LINHA
           MOVE 'RELATORIO DE CRITICA DE ENTRADA - CBLDB000'
                 SAIDA4
                 CRITICA
                 RELEDIT
                 LINHAGEM

           DISPLAY 'CBLDB000 LIDOS ENTRADA1      = ' WS-LIDOS-1
           DISPLAY 'CBLDB000 LIDOS ENTRADA2      = ' WS-LIDOS-2
           DISPLAY 'CBLDB000 AVISOS TOTAL        = ' WS-AVISOS
           DISPLAY 'CBLDB000 ERROS TRANSMISSAO   = '
                   WS-ERROS-TRANSMISSAO
           DISPLAY 'CBLDB000 GRAVADOS LINHAGEM   = ' WS-GRAVADOS-LIN

           IF WS-ERROS-TRANSMISSAO > ZERO
               MOVE SPACES TO REG-EVENTO
