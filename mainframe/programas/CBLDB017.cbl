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
       01  WS-FS-IN                  PIC X(02) VALUE SPACES.
       01  WS-FS-OUT                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.
       01  WS-FS-LIN                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

           05 WS-CONFLITOS           PIC 9(07) VALUE ZERO.
           05 WS-GRAVADOS            PIC 9(07) VALUE ZERO.
           05 WS-ESTORNOS-REPASSADOS PIC 9(07) VALUE ZERO.
           05 WS-GRAVADOS-LIN        PIC 9(07) VALUE ZERO.

       01  WS-DATA-LINHAGEM          PIC X(08) VALUE SPACES.

       01  WS-RANK-ATUAL             PIC 9(01) VALUE ZERO.

              10 WS-CLI-DEC-ANA      PIC X(01).
              10 WS-CLI-DEC-MAN      PIC X(01).
              10 WS-CLI-DEC-OUT      PIC X(01).
              10 WS-CLI-SEQ-TAB      PIC 9(07).
              10 WS-CLI-REG-TAB      PIC X(360).

       01  WS-LINHA                  PIC X(132).
               GOBACK
           END-IF

           OPEN EXTEND LINHAGEM
           IF WS-FS-LIN NOT = '00'
               OPEN OUTPUT LINHAGEM
           END-IF

           IF WS-FS-LIN NOT = '00'
               DISPLAY 'ERRO OPEN LINHAGEM. FILE STATUS=' WS-FS-LIN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-LINHAGEM
           IF DATA-NEGOCIO-ATIVA
               MOVE WS-DATA-NEGOCIO TO WS-DATA-LINHAGEM
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'RELATORIO DE CONFLITOS DE DECISAO - CBLDB017'
             TO WS-LINHA
           MOVE REG-DB202 TO REG-EFETIVO
           WRITE REG-EFETIVO
           ADD 1 TO WS-ESTORNOS-REPASSADOS
           ADD 1 TO WS-GRAVADOS
           MOVE P2-CHAVE   TO LIN-CHAVE
           MOVE WS-LIDOS   TO LIN-SEQ-ORIGEM
           MOVE P2-DECISAO TO LIN-DECISAO
           PERFORM 3300-GRAVA-LINHAGEM.

       2110-CONSOLIDA-REGISTRO.
           PERFORM 2200-CALCULA-RANK
               PERFORM 2500-MARCA-DECISAO
               IF WS-RANK-ATUAL < WS-CLI-RANK-TAB(WS-IDX-CLI)
                   MOVE WS-RANK-ATUAL TO WS-CLI-RANK-TAB(WS-IDX-CLI)
                   MOVE WS-LIDOS      TO WS-CLI-SEQ-TAB(WS-IDX-CLI)
                   MOVE REG-DB202     TO WS-CLI-REG-TAB(WS-IDX-CLI)
               END-IF
           ELSE
               MOVE 'N'           TO WS-CLI-DEC-ANA(WS-IDX-CLI)
               MOVE 'N'           TO WS-CLI-DEC-MAN(WS-IDX-CLI)
               MOVE 'N'           TO WS-CLI-DEC-OUT(WS-IDX-CLI)
               MOVE WS-LIDOS      TO WS-CLI-SEQ-TAB(WS-IDX-CLI)
               MOVE REG-DB202     TO WS-CLI-REG-TAB(WS-IDX-CLI)
               PERFORM 2500-MARCA-DECISAO
           ELSE
           MOVE WS-CLI-REG-TAB(WS-IDX-CLI) TO REG-EFETIVO
           WRITE REG-EFETIVO
           ADD 1 TO WS-GRAVADOS
           MOVE WS-CLI-CHAVE-TAB(WS-IDX-CLI) TO LIN-CHAVE
           MOVE WS-CLI-SEQ-TAB(WS-IDX-CLI)   TO LIN-SEQ-ORIGEM
           MOVE WS-CLI-REG-TAB(WS-IDX-CLI)   TO REG-DB202
           MOVE P2-DECISAO                   TO LIN-DECISAO
           PERFORM 3300-GRAVA-LINHAGEM
           SET WS-IDX-CLI UP BY 1.

       3200-VERIFICA-CONFLITO.
               ADD 1 TO WS-CONFLITOS
           END-IF.

       3300-GRAVA-LINHAGEM.
           MOVE WS-DATA-LINHAGEM TO LIN-DATA-NEGOCIO
           MOVE 'CBLDB017'       TO LIN-PROGRAMA
           MOVE 'SAIDAFE'        TO LIN-ARQ-SAIDA
           MOVE WS-GRAVADOS      TO LIN-SEQ-SAIDA
           MOVE 'SAIDAF'         TO LIN-ARQ-ORIGEM
           MOVE ZERO             TO LIN-GERACAO-ORIGEM
           WRITE REG-LINHAGEM
           ADD 1 TO WS-GRAVADOS-LIN.

       4000-REPORTA-CONFLITOS.
           MOVE 'CONFLITOS RESOLVIDOS (BLOQUEAR > ANALISAR > MANUAL '
             TO WS-LINHA
           CLOSE SAIDAF
                 SAIDAFE
                 RELCONF
                 LINHAGEM

           DISPLAY 'CBLDB017 REGISTROS LIDOS      = ' WS-LIDOS
           DISPLAY 'CBLDB017 CLIENTES DISTINTOS   = ' WS-CLIENTES
           DISPLAY 'CBLDB017 ESTORNOS REPASSADOS  = '
                   WS-ESTORNOS-REPASSADOS
           DISPLAY 'CBLDB017 EFETIVOS GRAVADOS    = ' WS-GRAVADOS
           DISPLAY 'CBLDB017 REGISTROS LINHAGEM   = ' WS-GRAVADOS-LIN

           IF WS-CONFLITOS > ZERO
               MOVE SPACES TO REG-EVENTO
