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
       01  REG-EVT                   PIC X(120).

       FD  LINHAGEM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYLIN01.

       WORKING-STORAGE SECTION.
       01  WS-FS-IN                 PIC X(02) VALUE SPACES.
       01  WS-FS-OUT                PIC X(02) VALUE SPACES.
       01  WS-FS-RTOL               PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                PIC X(02) VALUE SPACES.
       01  WS-FS-LIN                PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

           05 WS-LIDOS              PIC 9(07) VALUE ZERO.
           05 WS-GRAVADOS           PIC 9(07) VALUE ZERO.
           05 WS-VAL-GRAVADOS       PIC S9(13)V99 VALUE ZERO.
           05 WS-GRAVADOS-LIN       PIC 9(07) VALUE ZERO.

       COPY CPYHDTRL.

           05 WS-HASH-ENTRADA       PIC S9(13)V99 VALUE ZERO.
           05 WS-FLAG-TRL-LIDO      PIC X(01) VALUE 'N'.
              88 TRAILER-LIDO                   VALUE 'S'.
           05 WS-GERACAO-ENTRADA    PIC 9(06) VALUE ZERO.

       01  WS-DATA-HORA-SISTEMA     PIC X(21).
       01  WS-DATA-HORA-SISTEMA-R REDEFINES WS-DATA-HORA-SISTEMA.
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

           PERFORM 1200-VERIFICA-HEADER
           PERFORM 1100-LE-LIMITES
           PERFORM 1400-CARREGA-TOLERANCIAS.
               PERFORM 1210-EVENTO-HEADER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF HDR-NUM-GERACAO IS NUMERIC
               MOVE HDR-NUM-GERACAO TO WS-GERACAO-ENTRADA
           END-IF.

       1210-EVENTO-HEADER.
               SUBTRACT P1-TOTAL-GERAL FROM WS-VAL-GRAVADOS
           ELSE
               ADD P1-TOTAL-GERAL TO WS-VAL-GRAVADOS
           END-IF

           PERFORM 2190-GRAVA-LINHAGEM.

       2190-GRAVA-LINHAGEM.
           MOVE WS-AUD-DATA-SISTEMA TO LIN-DATA-NEGOCIO
           MOVE 'CBLDB002A'         TO LIN-PROGRAMA
           MOVE 'SAIDA1'            TO LIN-ARQ-SAIDA
           MOVE WS-GRAVADOS         TO LIN-SEQ-SAIDA
           MOVE P1-CHAVE            TO LIN-CHAVE
           MOVE 'ENTRADA'           TO LIN-ARQ-ORIGEM
           MOVE WS-GERACAO-ENTRADA  TO LIN-GERACAO-ORIGEM
           MOVE WS-LIDOS            TO LIN-SEQ-ORIGEM
           MOVE P1-CATEGORIA        TO LIN-DECISAO
           WRITE REG-LINHAGEM
           ADD 1 TO WS-GRAVADOS-LIN.

       2150-CALCULA-SCORE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-ATUAL
       9000-FINALIZA.
           CLOSE ENTRADA
                 SAIDA1
                 LINHAGEM

           DISPLAY 'CBLDB002A REGISTROS LIDOS     = ' WS-LIDOS
           DISPLAY 'CBLDB002A REGISTROS GRAVADOS  = ' WS-GRAVADOS
           DISPLAY 'CBLDB002A REGISTROS LINHAGEM  = ' WS-GRAVADOS-LIN

           PERFORM 9300-AVALIA-TOLERANCIAS
           PERFORM 9100-GRAVA-AUDITORIA
