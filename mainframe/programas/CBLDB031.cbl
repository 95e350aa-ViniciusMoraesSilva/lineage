       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB031.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTMST ASSIGN TO HISTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.
           SELECT HISTARQ ASSIGN TO HISTARQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT MOVDORM ASSIGN TO MOVDORM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.
           SELECT RELDORM ASSIGN TO RELDORM
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
       FD  HISTMST
           RECORD CONTAINS 250 CHARACTERS.
       COPY CPYHIST1.

       FD  HISTARQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYHARQ1.

       FD  MOVDORM
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       COPY CPYMOVCA.

       FD  RELDORM
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
       01  WS-FS-HIST                PIC X(02) VALUE SPACES.
       01  WS-FS-ARQ                 PIC X(02) VALUE SPACES.
       01  WS-FS-MOV                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-FLAGS.
           05 WS-EOF-ARQ             PIC X(01) VALUE 'N'.
              88 FIM-HISTARQ                    VALUE 'S'.
           05 WS-FLAG-CSR-EOF        PIC X(01) VALUE 'N'.
              88 CURSOR-ESGOTADO                VALUE 'S'.
           05 WS-FLAG-ACHOU          PIC X(01) VALUE 'N'.
              88 CANDIDATO-ACHADO               VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE
                                     PIC 9(08).

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-PARM-VALOR             PIC X(20) VALUE SPACES.
       01  WS-LIMITE-DIAS            PIC 9(03) VALUE 180.

       01  WS-DIAS-HOJE              PIC 9(07) VALUE ZERO.
       01  WS-DIAS-CORTE             PIC 9(07) VALUE ZERO.
       01  WS-DATA-CORTE             PIC 9(08) VALUE ZERO.
       01  WS-DIAS-REFERENCIA        PIC 9(07) VALUE ZERO.
       01  WS-DIAS-INATIVO           PIC 9(05) VALUE ZERO.

       01  WS-DATA-ULTIMA            PIC X(08) VALUE SPACES.
       01  WS-DATA-ULTIMA-R REDEFINES WS-DATA-ULTIMA
                                     PIC 9(08).
       01  WS-DATA-CAD-8             PIC X(08) VALUE SPACES.
       01  WS-SUB-HIST               PIC 9(01) VALUE ZERO.

       01  WS-CONTROLE.
           05 WS-ATIVOS-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-COM-ATIVIDADE       PIC 9(07) VALUE ZERO.
           05 WS-SEM-MASTER          PIC 9(07) VALUE ZERO.
           05 WS-ARQ-LIDAS           PIC 9(07) VALUE ZERO.
           05 WS-ARQ-APROVEITADAS    PIC 9(07) VALUE ZERO.
           05 WS-DORMENTES           PIC 9(07) VALUE ZERO.
           05 WS-SEM-DATA            PIC 9(07) VALUE ZERO.
           05 WS-MOV-GERADOS         PIC 9(07) VALUE ZERO.

       01  WS-TAB-CANDIDATOS.
           05 WS-CAN-QTDE            PIC 9(05) VALUE ZERO.
           05 WS-CAN-TAB OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-CAN-QTDE
                         ASCENDING KEY IS WS-CAN-CHAVE-TAB
                         INDEXED BY WS-IDX-CAN.
              10 WS-CAN-CHAVE-TAB    PIC X(10).
              10 WS-CAN-NOME-TAB     PIC X(32).
              10 WS-CAN-DATA-TAB     PIC X(08).
              10 WS-CAN-FONTE-TAB    PIC X(08).

       01  WS-SQLCODE                PIC S9(09) VALUE ZERO.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-DORM.
           05 WS-DM-CHAVE            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DM-NOME             PIC X(32).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DM-DATA             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DM-FONTE            PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DM-DIAS             PIC ZZZZ9.
           05 FILLER                 PIC X(61) VALUE SPACES.

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE DCLTB001
           END-EXEC.

           EXEC SQL
               DECLARE CSR-ATIVOS CURSOR FOR
               SELECT CHAVE_CLIENTE,
                      NOME_CLIENTE,
                      DATA_CADASTRO
                 FROM APPDB.CLIENTE_MOVTO
                WHERE STATUS_CLIENTE = 'A'
                ORDER BY CHAVE_CLIENTE
                 WITH UR
           END-EXEC.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-TAMANHO        PIC S9(04) COMP.
           05 LK-PARM-VALOR          PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VARRE-ATIVOS
           PERFORM 3000-VARRE-HISTARQ
           PERFORM 4000-AVALIA-CANDIDATOS
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 1050-LE-DATA-NEGOCIO

           MOVE SPACES TO WS-PARM-VALOR
           IF LK-PARM-TAMANHO > ZERO
               MOVE LK-PARM-VALOR TO WS-PARM-VALOR
           END-IF

           IF WS-PARM-VALOR(1:3) IS NUMERIC AND
              WS-PARM-VALOR(1:3) NOT = '000'
               MOVE WS-PARM-VALOR(1:3) TO WS-LIMITE-DIAS
           END-IF

           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-R)
           COMPUTE WS-DIAS-CORTE = WS-DIAS-HOJE - WS-LIMITE-DIAS
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE)

           OPEN INPUT HISTMST

           IF WS-FS-HIST NOT = '00'
               DISPLAY 'ERRO OPEN HISTMST. FILE STATUS=' WS-FS-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MOVDORM
                       RELDORM

           IF WS-FS-MOV NOT = '00'
               DISPLAY 'ERRO OPEN MOVDORM. FILE STATUS=' WS-FS-MOV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELDORM. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'CLIENTES DORMENTES - CBLDB031' TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
                  '   SEM DECISAO HA ' WS-LIMITE-DIAS ' DIAS OU MAIS'
                  ' (ULTIMA DECISAO ANTES DE ' WS-DATA-CORTE ')'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           MOVE 'CHAVE       NOME' TO WS-LINHA
           MOVE 'ULT.DEC.  FONTE     DIAS' TO WS-LINHA(47:24)
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

       2000-VARRE-ATIVOS.
           EXEC SQL
               OPEN CSR-ATIVOS
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = ZERO
               PERFORM 9700-ERRO-DB2
           END-IF

           PERFORM 2100-LE-CURSOR
           PERFORM UNTIL CURSOR-ESGOTADO
               ADD 1 TO WS-ATIVOS-LIDOS
               PERFORM 2200-BUSCA-HISTORIA
               PERFORM 2100-LE-CURSOR
           END-PERFORM

           EXEC SQL
               CLOSE CSR-ATIVOS
           END-EXEC.

       2100-LE-CURSOR.
           EXEC SQL
               FETCH CSR-ATIVOS
                INTO :HV-CHAVE-CLIENTE,
                     :HV-NOME-CLIENTE,
                     :HV-DATA-CADASTRO
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE

           EVALUATE TRUE
               WHEN WS-SQLCODE = ZERO
                   CONTINUE
               WHEN WS-SQLCODE = 100
                   SET CURSOR-ESGOTADO TO TRUE
               WHEN OTHER
                   PERFORM 9700-ERRO-DB2
           END-EVALUATE.

       2200-BUSCA-HISTORIA.
           MOVE SPACES TO WS-DATA-ULTIMA
           MOVE HV-CHAVE-CLIENTE TO HIST-CHAVE
           READ HISTMST

           EVALUATE WS-FS-HIST
               WHEN '00'
                   PERFORM 2210-ULTIMA-DATA-MASTER
                   IF WS-DATA-ULTIMA IS NUMERIC AND
                      WS-DATA-ULTIMA-R >= WS-DATA-CORTE
                       ADD 1 TO WS-COM-ATIVIDADE
                   ELSE
                       PERFORM 2300-REGISTRA-CANDIDATO
                   END-IF
               WHEN '23'
                   ADD 1 TO WS-SEM-MASTER
                   PERFORM 2300-REGISTRA-CANDIDATO
               WHEN OTHER
                   DISPLAY 'ERRO READ HISTMST. FILE STATUS='
                           WS-FS-HIST ' CHAVE=' HV-CHAVE-CLIENTE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       2210-ULTIMA-DATA-MASTER.
           MOVE 1 TO WS-SUB-HIST
           PERFORM UNTIL WS-SUB-HIST > HIST-QTD-EXEC
                         OR WS-SUB-HIST > 5
               IF HIST-DATA-EXEC(WS-SUB-HIST) IS NUMERIC AND
                  (WS-DATA-ULTIMA = SPACES OR
                   HIST-DATA-EXEC(WS-SUB-HIST) > WS-DATA-ULTIMA)
                   MOVE HIST-DATA-EXEC(WS-SUB-HIST) TO WS-DATA-ULTIMA
               END-IF
               ADD 1 TO WS-SUB-HIST
           END-PERFORM.

       2300-REGISTRA-CANDIDATO.
           IF WS-CAN-QTDE >= 5000
               DISPLAY 'TABELA DE CANDIDATOS CHEIA. CHAVE '
                       HV-CHAVE-CLIENTE
               MOVE SPACES TO REG-EVENTO
               MOVE '2300-REGISTRA-CANDIDATO' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5003 TO EVT-CODIGO
               MOVE HV-CHAVE-CLIENTE TO EVT-CHAVE
               MOVE 'TABELA DE CANDIDATOS CHEIA - ABORTADO'
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CAN-QTDE
           SET WS-IDX-CAN TO WS-CAN-QTDE
           MOVE HV-CHAVE-CLIENTE TO WS-CAN-CHAVE-TAB(WS-IDX-CAN)
           MOVE HV-NOME-CLIENTE  TO WS-CAN-NOME-TAB(WS-IDX-CAN)
           MOVE WS-DATA-ULTIMA   TO WS-CAN-DATA-TAB(WS-IDX-CAN)
           MOVE 'MASTER  '       TO WS-CAN-FONTE-TAB(WS-IDX-CAN)

           IF WS-DATA-ULTIMA = SPACES
               PERFORM 2310-CONVERTE-DATA-CADASTRO
               MOVE WS-DATA-CAD-8 TO WS-CAN-DATA-TAB(WS-IDX-CAN)
               MOVE 'CADASTRO' TO WS-CAN-FONTE-TAB(WS-IDX-CAN)
           END-IF.

       2310-CONVERTE-DATA-CADASTRO.
           MOVE SPACES TO WS-DATA-CAD-8
           IF HV-DATA-CADASTRO(5:1) = '-'
               STRING HV-DATA-CADASTRO(1:4)
                      HV-DATA-CADASTRO(6:2)
                      HV-DATA-CADASTRO(9:2)
                   DELIMITED BY SIZE INTO WS-DATA-CAD-8
           ELSE
               MOVE HV-DATA-CADASTRO(1:8) TO WS-DATA-CAD-8
           END-IF

           IF WS-DATA-CAD-8 IS NOT NUMERIC
               MOVE SPACES TO WS-DATA-CAD-8
           END-IF.

       3000-VARRE-HISTARQ.
           IF WS-CAN-QTDE > ZERO
               OPEN INPUT HISTARQ
               IF WS-FS-ARQ NOT = '00'
                   DISPLAY 'HISTARQ NAO ENCONTRADO. AVALIACAO LIMITADA '
                           'AO MASTER'
               ELSE
                   PERFORM UNTIL FIM-HISTARQ
                       READ HISTARQ
                           AT END
                               SET FIM-HISTARQ TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ARQ-LIDAS
                               PERFORM 3100-TRATA-HISTARQ
                       END-READ
                   END-PERFORM
                   CLOSE HISTARQ
               END-IF
           END-IF.

       3100-TRATA-HISTARQ.
           MOVE 'N' TO WS-FLAG-ACHOU
           SEARCH ALL WS-CAN-TAB
               AT END
                   CONTINUE
               WHEN WS-CAN-CHAVE-TAB(WS-IDX-CAN) = HARQ-CHAVE
                   SET CANDIDATO-ACHADO TO TRUE
           END-SEARCH

           IF CANDIDATO-ACHADO AND HARQ-DATA-EXEC IS NUMERIC
               IF WS-CAN-DATA-TAB(WS-IDX-CAN) = SPACES OR
                  HARQ-DATA-EXEC > WS-CAN-DATA-TAB(WS-IDX-CAN)
                   MOVE HARQ-DATA-EXEC TO WS-CAN-DATA-TAB(WS-IDX-CAN)
                   MOVE 'ARQUIVO ' TO WS-CAN-FONTE-TAB(WS-IDX-CAN)
                   ADD 1 TO WS-ARQ-APROVEITADAS
               END-IF
           END-IF.

       4000-AVALIA-CANDIDATOS.
           SET WS-IDX-CAN TO 1
           PERFORM UNTIL WS-IDX-CAN > WS-CAN-QTDE
               PERFORM 4100-AVALIA-CANDIDATO
               SET WS-IDX-CAN UP BY 1
           END-PERFORM

           IF WS-DORMENTES = ZERO AND WS-SEM-DATA = ZERO
               MOVE SPACES TO WS-LINHA
               MOVE '   NENHUM CLIENTE DORMENTE' TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       4100-AVALIA-CANDIDATO.
           MOVE WS-CAN-DATA-TAB(WS-IDX-CAN) TO WS-DATA-ULTIMA

           IF WS-DATA-ULTIMA IS NUMERIC
               IF WS-DATA-ULTIMA-R < WS-DATA-CORTE
                   COMPUTE WS-DIAS-REFERENCIA =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-ULTIMA-R)
                   COMPUTE WS-DIAS-INATIVO =
                           WS-DIAS-HOJE - WS-DIAS-REFERENCIA
                   PERFORM 4200-REGISTRA-DORMENTE
               ELSE
                   ADD 1 TO WS-COM-ATIVIDADE
               END-IF
           ELSE
               ADD 1 TO WS-SEM-DATA
               MOVE WS-CAN-CHAVE-TAB(WS-IDX-CAN) TO WS-DM-CHAVE
               MOVE WS-CAN-NOME-TAB(WS-IDX-CAN)  TO WS-DM-NOME
               MOVE 'SEM DATA'                   TO WS-DM-DATA
               MOVE 'ANALISAR'                   TO WS-DM-FONTE
               MOVE ZERO                         TO WS-DM-DIAS
               WRITE REG-REL FROM WS-LINHA-DORM
           END-IF.

       4200-REGISTRA-DORMENTE.
           ADD 1 TO WS-DORMENTES

           MOVE WS-CAN-CHAVE-TAB(WS-IDX-CAN) TO WS-DM-CHAVE
           MOVE WS-CAN-NOME-TAB(WS-IDX-CAN)  TO WS-DM-NOME
           MOVE WS-CAN-DATA-TAB(WS-IDX-CAN)  TO WS-DM-DATA
           MOVE WS-CAN-FONTE-TAB(WS-IDX-CAN) TO WS-DM-FONTE
           MOVE WS-DIAS-INATIVO              TO WS-DM-DIAS
           WRITE REG-REL FROM WS-LINHA-DORM

           MOVE SPACES TO REG-MOVCAD
           SET MOV-DESATIVACAO TO TRUE
           MOVE WS-CAN-CHAVE-TAB(WS-IDX-CAN) TO MOV-CHAVE
           WRITE REG-MOVCAD
           ADD 1 TO WS-MOV-GERADOS.

       9000-FINALIZA.
           MOVE 'CLIENTES ATIVOS NO DB2'     TO WS-LINHA-ROTULO
           MOVE WS-ATIVOS-LIDOS              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'COM DECISAO NO PERIODO'     TO WS-LINHA-ROTULO
           MOVE WS-COM-ATIVIDADE             TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'SEM HISTORIA NO MASTER'     TO WS-LINHA-ROTULO
           MOVE WS-SEM-MASTER                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ENTRADAS HISTARQ LIDAS'     TO WS-LINHA-ROTULO
           MOVE WS-ARQ-LIDAS                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CLIENTES DORMENTES'         TO WS-LINHA-ROTULO
           MOVE WS-DORMENTES                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'SEM DATA DE REFERENCIA'     TO WS-LINHA-ROTULO
           MOVE WS-SEM-DATA                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'MOVIMENTOS DE DESATIVACAO'  TO WS-LINHA-ROTULO
           MOVE WS-MOV-GERADOS               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           CLOSE HISTMST
                 MOVDORM
                 RELDORM

           DISPLAY 'CBLDB031 CLIENTES ATIVOS      = ' WS-ATIVOS-LIDOS
           DISPLAY 'CBLDB031 CLIENTES DORMENTES   = ' WS-DORMENTES
           DISPLAY 'CBLDB031 MOVIMENTOS GERADOS   = ' WS-MOV-GERADOS

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. DORMENTES: ' WS-DORMENTES
                  ' LIMITE DIAS: ' WS-LIMITE-DIAS
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9700-ERRO-DB2.
           DISPLAY 'ERRO CURSOR APPDB.CLIENTE_MOVTO'
           DISPLAY 'SQLCODE=' WS-SQLCODE
           MOVE SPACES TO REG-EVENTO
           MOVE '9700-ERRO-DB2' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5002 TO EVT-CODIGO
           STRING 'ERRO DB2 NO CURSOR DE ATIVOS. SQLCODE: '
                  WS-SQLCODE
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO
           MOVE 8 TO RETURN-CODE
           GOBACK.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB031'            TO EVT-PROGRAMA
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
