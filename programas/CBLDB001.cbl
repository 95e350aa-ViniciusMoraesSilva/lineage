               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EVT.
           SELECT LINHAGEM ASSIGN TO LINHAGEM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIN.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-EVT                    PIC X(120).

       FD  LINHAGEM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYLIN01.

       WORKING-STORAGE SECTION.
       01  WS-FS-IN1                 PIC X(02) VALUE SPACES.
       01  WS-FS-IN2                 PIC X(02) VALUE SPACES.
       01  WS-FS-RTOL                PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-LIN                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

           05 WS-REG-PULADOS         PIC 9(07) VALUE ZERO.
           05 WS-REPROC-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-REPROC-GRAVADOS     PIC 9(07) VALUE ZERO.
           05 WS-SEQ-IN1             PIC 9(07) VALUE ZERO.
           05 WS-SEQ-IN2             PIC 9(07) VALUE ZERO.
           05 WS-SEQ-IN3             PIC 9(07) VALUE ZERO.
           05 WS-GRAVADOS-LIN        PIC 9(07) VALUE ZERO.

       01  WS-DB2-CONTROLE.
           05 WS-DB2-TENTATIVAS      PIC 9(02) VALUE ZERO.
              88 TRAILER-LIDO                   VALUE 'S'.
           05 WS-HASH-SAIDA          PIC S9(13)V99 VALUE ZERO.
           05 WS-CKPT-LIMITE-COPIA   PIC 9(07) VALUE ZERO.
           05 WS-GERACAO-IN1         PIC 9(06) VALUE ZERO.
           05 WS-GERACAO-IN2         PIC 9(06) VALUE ZERO.
           05 WS-GERACAO-IN3         PIC 9(06) VALUE ZERO.

       01  WS-DATA-HORA-SISTEMA      PIC X(21).
       01  WS-DATA-HORA-SISTEMA-R REDEFINES WS-DATA-HORA-SISTEMA.
               GOBACK
           END-IF

           PERFORM 1400-ABRE-LINHAGEM
           PERFORM 1300-VERIFICA-POPULACAO
           PERFORM 1600-CARREGA-TOLERANCIAS.

               GOBACK
           END-IF

           PERFORM 1400-ABRE-LINHAGEM
           PERFORM 1300-VERIFICA-POPULACAO.

       1400-ABRE-LINHAGEM.
           OPEN EXTEND LINHAGEM
           IF WS-FS-LIN NOT = '00'
               OPEN OUTPUT LINHAGEM
           END-IF

           IF WS-FS-LIN NOT = '00'
               DISPLAY 'ERRO OPEN LINHAGEM. FILE STATUS=' WS-FS-LIN
               GOBACK
           END-IF.

       1300-VERIFICA-POPULACAO.
           EXEC SQL
               SELECT COUNT(*)
           IF REG-IN1(1:2) = '00'
               MOVE REG-IN1 TO REG-TRANS-HEADER
               PERFORM 1357-VALIDA-HEADER
               IF HDR-NUM-GERACAO IS NUMERIC
                   MOVE HDR-NUM-GERACAO TO WS-GERACAO-IN1
               END-IF
           ELSE
               IF REG-IN1(1:2) = '99'
                   MOVE REG-IN1 TO REG-TRANS-TRAILER
           IF REG-IN2(1:2) = '00'
               MOVE REG-IN2 TO REG-TRANS-HEADER
               PERFORM 1357-VALIDA-HEADER
               IF HDR-NUM-GERACAO IS NUMERIC
                   MOVE HDR-NUM-GERACAO TO WS-GERACAO-IN2
               END-IF
           ELSE
               IF REG-IN2(1:2) = '99'
                   MOVE REG-IN2 TO REG-TRANS-TRAILER
           IF REG-IN4(1:2) = '00'
               MOVE REG-IN4 TO REG-TRANS-HEADER
               PERFORM 1357-VALIDA-HEADER
               IF HDR-NUM-GERACAO IS NUMERIC
                   MOVE HDR-NUM-GERACAO TO WS-GERACAO-IN3
               END-IF
           ELSE
               IF REG-IN4(1:2) = '99'
                   MOVE REG-IN4 TO REG-TRANS-TRAILER
                   NOT AT END
                       IF REG-IN1(1:2) NOT = '00' AND
                          REG-IN1(1:2) NOT = '99'
                           ADD 1 TO WS-SEQ-IN1
                           MOVE IN1-CHAVE TO WS-PART-CHAVE-TESTE
                           PERFORM 1500-VERIFICA-PARTICAO
                       ELSE
               PERFORM 7000-TRATA-DB2-NAO-OK
           END-IF

           MOVE 'INPUT1'       TO LIN-ARQ-ORIGEM
           MOVE WS-GERACAO-IN1 TO LIN-GERACAO-ORIGEM
           MOVE WS-SEQ-IN1     TO LIN-SEQ-ORIGEM
           PERFORM 6500-GRAVA-SAIDA.

       3000-PROCESSA-IN2.
                   NOT AT END
                       IF REG-IN2(1:2) NOT = '00' AND
                          REG-IN2(1:2) NOT = '99'
                           ADD 1 TO WS-SEQ-IN2
                           MOVE IN2-CHAVE TO WS-PART-CHAVE-TESTE
                           PERFORM 1500-VERIFICA-PARTICAO
                       ELSE
               PERFORM 7000-TRATA-DB2-NAO-OK
           END-IF

           MOVE 'INPUT2'       TO LIN-ARQ-ORIGEM
           MOVE WS-GERACAO-IN2 TO LIN-GERACAO-ORIGEM
           MOVE WS-SEQ-IN2     TO LIN-SEQ-ORIGEM
           PERFORM 6500-GRAVA-SAIDA.

       4000-PROCESSA-IN3.
                   NOT AT END
                       IF REG-IN4(1:2) NOT = '00' AND
                          REG-IN4(1:2) NOT = '99'
                           ADD 1 TO WS-SEQ-IN3
                           MOVE IN4-CHAVE TO WS-PART-CHAVE-TESTE
                           PERFORM 1500-VERIFICA-PARTICAO
                       ELSE
               PERFORM 7000-TRATA-DB2-NAO-OK
           END-IF

           MOVE 'INPUT3'       TO LIN-ARQ-ORIGEM
           MOVE WS-GERACAO-IN3 TO LIN-GERACAO-ORIGEM
           MOVE WS-SEQ-IN3     TO LIN-SEQ-ORIGEM
           PERFORM 6500-GRAVA-SAIDA.

       4500-PROCESSA-REPROC.
               PERFORM 7000-TRATA-DB2-NAO-OK
           END-IF

           MOVE 'REPROC'        TO LIN-ARQ-ORIGEM
           MOVE ZERO            TO LIN-GERACAO-ORIGEM
           MOVE WS-REPROC-LIDOS TO LIN-SEQ-ORIGEM
           PERFORM 6500-GRAVA-SAIDA.

       5000-BUSCA-DB2.
              OUT-OCORRENCIA = '999'
               WRITE REG-REJ FROM REG-OUT
               ADD 1 TO WS-REG-REJEITOS
               MOVE 'REJEITOS'      TO LIN-ARQ-SAIDA
               MOVE WS-REG-REJEITOS TO LIN-SEQ-SAIDA
           ELSE
               WRITE REG-OUT
               IF OUT-MOVTO-ESTORNO
               ELSE
                   ADD OUT-TOTAL-GERAL TO WS-HASH-SAIDA
               END-IF
               MOVE 'SAIDA'         TO LIN-ARQ-SAIDA
               IF MODO-REPROCESSO
                   ADD 1 TO WS-REPROC-GRAVADOS
                   MOVE WS-REPROC-GRAVADOS TO LIN-SEQ-SAIDA
               ELSE
                   ADD 1 TO WS-REG-GRAVADOS
                   MOVE WS-REG-GRAVADOS TO LIN-SEQ-SAIDA
               END-IF
           END-IF

           PERFORM 6550-GRAVA-LINHAGEM.

       6550-GRAVA-LINHAGEM.
           MOVE WS-AUD-DATA-SISTEMA TO LIN-DATA-NEGOCIO
           MOVE 'CBLDB001'          TO LIN-PROGRAMA
           MOVE OUT-CHAVE           TO LIN-CHAVE
           MOVE OUT-OCORRENCIA      TO LIN-DECISAO
           WRITE REG-LINHAGEM
           ADD 1 TO WS-GRAVADOS-LIN.

       6600-GRAVA-HEADER-SAIDA.
           MOVE SPACES TO REG-TRANS-HEADER
                 INPUT3
                 SAIDA
                 REJEITOS
                 LINHAGEM

           DISPLAY 'REGISTROS LIDOS INPUT1   = ' WS-REG-LIDOS-IN1
           DISPLAY 'REGISTROS LIDOS INPUT2   = ' WS-REG-LIDOS-IN2
           DISPLAY 'ERROS DB2                = ' WS-ERROS-DB2
           DISPLAY 'ERROS DEADLOCK/TIMEOUT   = ' WS-ERROS-DB2-DEADLOCK
           DISPLAY 'RETRIES DB2 EFETUADOS    = ' WS-RETRIES-DB2
           DISPLAY 'REGISTROS LINHAGEM       = ' WS-GRAVADOS-LIN

           PERFORM 9300-AVALIA-TOLERANCIAS
           PERFORM 9100-GRAVA-AUDITORIA
           CLOSE REPROC
                 SAIDA
                 REJEITOS
                 LINHAGEM

           DISPLAY 'MODO REPROCESSAMENTO ATIVO (PARM=REPROC)'
           DISPLAY 'CHAVES LIDAS REPROC      = ' WS-REPROC-LIDOS
