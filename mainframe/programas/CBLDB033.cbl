       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB033.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAIDAF ASSIGN TO SAIDAF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAIF.
           SELECT SAIDA ASSIGN TO SAIDA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAI.
           SELECT HISTMST ASSIGN TO HISTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.
           SELECT WATCHLST ASSIGN TO WATCHLST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WAT.
           SELECT RELWATCH ASSIGN TO RELWATCH
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
       FD  SAIDAF
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       COPY CPYDB202.

       FD  SAIDA
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       COPY CPYOUT01.

       FD  HISTMST
           RECORD CONTAINS 250 CHARACTERS.
       COPY CPYHIST1.

       FD  WATCHLST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       COPY CPYWATCH.

       FD  RELWATCH
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
       01  WS-FS-SAIF                PIC X(02) VALUE SPACES.
       01  WS-FS-SAI                 PIC X(02) VALUE SPACES.
       01  WS-FS-HIST                PIC X(02) VALUE SPACES.
       01  WS-FS-WAT                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-FLAGS.
           05 WS-EOF-SAIF            PIC X(01) VALUE 'N'.
              88 FIM-SAIDAF                     VALUE 'S'.
           05 WS-EOF-SAI             PIC X(01) VALUE 'N'.
              88 FIM-SAIDA                      VALUE 'S'.
           05 WS-FLAG-DETALHE-SAI    PIC X(01) VALUE 'N'.
              88 DETALHE-SAIDA-LIDO             VALUE 'S'.
           05 WS-FLAG-CLIENTE        PIC X(01) VALUE 'N'.
              88 CLIENTE-PENDENTE               VALUE 'S'.
           05 WS-FLAG-TROCOU         PIC X(01) VALUE 'N'.
              88 TROCOU-VIGIADO                 VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-PARM-VALOR             PIC X(20) VALUE SPACES.

       01  WS-PARAMETROS.
           05 WS-PERC-ALERTA         PIC 9(03) VALUE 080.
           05 WS-QTD-EXECUCOES       PIC 9(01) VALUE 3.
           05 WS-PONTOS-ELEVACAO     PIC 9(03) VALUE 030.

       01  WS-CLIENTE-ATUAL.
           05 WS-CLI-CHAVE           PIC X(10) VALUE SPACES.
           05 WS-CLI-NOME            PIC X(32) VALUE SPACES.
           05 WS-CLI-SEGMENTO        PIC X(03) VALUE SPACES.
           05 WS-CLI-LIMITE          PIC 9(09)V99 VALUE ZERO.
           05 WS-CLI-PERC            PIC 9(03)V99 VALUE ZERO.
           05 WS-CLI-AGENCIA         PIC X(04) VALUE SPACES.

       01  WS-SERIE-UTILIZACAO.
           05 WS-SERIE-QTDE          PIC 9(01) VALUE ZERO.
           05 WS-SERIE-PERC OCCURS 5 TIMES
                                     PIC 9(03)V99.

       01  WS-SUB-HIST               PIC 9(01) VALUE ZERO.
       01  WS-SUB-SERIE              PIC 9(01) VALUE ZERO.
       01  WS-SUB-BASE               PIC 9(01) VALUE ZERO.
       01  WS-QTD-ACIMA              PIC 9(01) VALUE ZERO.
       01  WS-PERC-BASE              PIC 9(03)V99 VALUE ZERO.
       01  WS-ELEVACAO               PIC 9(03)V99 VALUE ZERO.
       01  WS-MOTIVO                 PIC X(01) VALUE SPACE.
       01  WS-FLAG-SEQUENCIA         PIC X(01) VALUE 'N'.
           88 SEQUENCIA-ACIMA                   VALUE 'S'.

       01  WS-CONTROLE.
           05 WS-LIDOS-SAIF          PIC 9(07) VALUE ZERO.
           05 WS-ESTORNOS            PIC 9(07) VALUE ZERO.
           05 WS-CLIENTES            PIC 9(07) VALUE ZERO.
           05 WS-SEM-HISTORIA        PIC 9(07) VALUE ZERO.
           05 WS-SEM-AGENCIA         PIC 9(07) VALUE ZERO.
           05 WS-QTD-CONSECUTIVO     PIC 9(07) VALUE ZERO.
           05 WS-QTD-ELEVACAO        PIC 9(07) VALUE ZERO.
           05 WS-QTD-AMBOS           PIC 9(07) VALUE ZERO.
           05 WS-GRUPO-QTDE          PIC 9(07) VALUE ZERO.

       01  WS-TAB-VIGIADOS.
           05 WS-VIG-QTDE            PIC 9(05) VALUE ZERO.
           05 WS-VIG-TAB OCCURS 5000 TIMES
                         INDEXED BY WS-IDX-VIG.
              10 WS-VIG-ORDEM-TAB.
                 15 WS-VIG-AGENCIA-TAB  PIC X(04).
                 15 WS-VIG-SEGMENTO-TAB PIC X(03).
                 15 WS-VIG-INVERSO-TAB  PIC 9(05).
              10 WS-VIG-REG-TAB      PIC X(100).

       01  WS-VIG-TEMP               PIC X(112).

       01  WS-VIGIADO-ATUAL.
           05 WS-VA-DATA             PIC X(08).
           05 WS-VA-CHAVE            PIC X(10).
           05 WS-VA-AGENCIA          PIC X(04).
           05 WS-VA-SEGMENTO         PIC X(03).
           05 WS-VA-MOTIVO           PIC X(01).
              88 WS-VA-CONSECUTIVO              VALUE 'C'.
              88 WS-VA-ELEVACAO                 VALUE 'E'.
              88 WS-VA-AMBOS                    VALUE 'A'.
           05 WS-VA-PERC-ATUAL       PIC 9(03)V99.
           05 WS-VA-PERC-ANTERIOR    PIC 9(03)V99.
           05 WS-VA-QTD-ACIMA        PIC 9(01).
           05 WS-VA-ELEVACAO-PONTOS  PIC 9(03)V99.
           05 WS-VA-NOME             PIC X(32).
           05 WS-VA-LIMITE-CRED      PIC 9(09)V99.
           05 FILLER                 PIC X(15).

       01  WS-IDX-ORD                PIC 9(05) VALUE ZERO.
       01  WS-RANKING                PIC 9(05) VALUE ZERO.
       01  WS-QUEBRA-ATUAL           PIC X(07) VALUE SPACES.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-VIGIADO.
           05 WS-VG-RANK             PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-VG-CHAVE            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-VG-NOME             PIC X(32).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-VG-PERC             PIC ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-VG-ANTERIOR         PIC ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-VG-ELEVACAO         PIC ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-VG-ACIMA            PIC 9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-VG-MOTIVO           PIC X(11).
           05 FILLER                 PIC X(35) VALUE SPACES.

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-TAMANHO        PIC S9(04) COMP.
           05 LK-PARM-VALOR          PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-SAIDAF
           PERFORM 4000-ORDENA-VIGIADOS
           PERFORM 5000-GRAVA-SAIDAS
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
               MOVE WS-PARM-VALOR(1:3) TO WS-PERC-ALERTA
           END-IF

           IF WS-PARM-VALOR(4:1) IS NUMERIC AND
              WS-PARM-VALOR(4:1) >= '2' AND
              WS-PARM-VALOR(4:1) <= '5'
               MOVE WS-PARM-VALOR(4:1) TO WS-QTD-EXECUCOES
           END-IF

           IF WS-PARM-VALOR(5:3) IS NUMERIC AND
              WS-PARM-VALOR(5:3) NOT = '000'
               MOVE WS-PARM-VALOR(5:3) TO WS-PONTOS-ELEVACAO
           END-IF

           OPEN INPUT SAIDAF
                INPUT SAIDA
                INPUT HISTMST

           IF WS-FS-SAIF NOT = '00'
               DISPLAY 'ERRO OPEN SAIDAF. FILE STATUS=' WS-FS-SAIF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-SAI NOT = '00'
               DISPLAY 'ERRO OPEN SAIDA. FILE STATUS=' WS-FS-SAI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-HIST NOT = '00'
               DISPLAY 'ERRO OPEN HISTMST. FILE STATUS=' WS-FS-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT WATCHLST
                OUTPUT RELWATCH

           IF WS-FS-WAT NOT = '00'
               DISPLAY 'ERRO OPEN WATCHLST. FILE STATUS=' WS-FS-WAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELWATCH. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'VIGILANCIA DE UTILIZACAO DE LIMITE - CBLDB033'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
                  '   LIMITE: ' WS-PERC-ALERTA ' PORCENTO EM '
                  WS-QTD-EXECUCOES ' EXECUCOES   ELEVACAO: '
                  WS-PONTOS-ELEVACAO ' PONTOS'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           PERFORM 1200-LE-SAIDA.

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

       1200-LE-SAIDA.
           MOVE 'N' TO WS-FLAG-DETALHE-SAI
           PERFORM UNTIL FIM-SAIDA OR DETALHE-SAIDA-LIDO
               READ SAIDA
                   AT END
                       SET FIM-SAIDA TO TRUE
                   NOT AT END
                       IF REG-OUT(1:2) NOT = '00' AND
                          REG-OUT(1:2) NOT = '99'
                           SET DETALHE-SAIDA-LIDO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2000-PROCESSA-SAIDAF.
           PERFORM UNTIL FIM-SAIDAF
               READ SAIDAF
                   AT END
                       SET FIM-SAIDAF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIDOS-SAIF
                       PERFORM 2100-ACUMULA-CLIENTE
               END-READ
           END-PERFORM

           IF CLIENTE-PENDENTE
               PERFORM 3000-AVALIA-CLIENTE
           END-IF.

       2100-ACUMULA-CLIENTE.
           IF P2-MOVTO-ESTORNO
               ADD 1 TO WS-ESTORNOS
           ELSE
               IF CLIENTE-PENDENTE AND P2-CHAVE NOT = WS-CLI-CHAVE
                   PERFORM 3000-AVALIA-CLIENTE
               END-IF

               IF NOT CLIENTE-PENDENTE
                   SET CLIENTE-PENDENTE TO TRUE
                   MOVE P2-CHAVE       TO WS-CLI-CHAVE
                   MOVE P2-NOME        TO WS-CLI-NOME
                   MOVE P2-SEGMENTO    TO WS-CLI-SEGMENTO
                   MOVE P2-LIMITE-CRED TO WS-CLI-LIMITE
                   MOVE P2-PERC-LIMITE TO WS-CLI-PERC
               ELSE
                   IF P2-PERC-LIMITE > WS-CLI-PERC
                       MOVE P2-PERC-LIMITE TO WS-CLI-PERC
                   END-IF
               END-IF
           END-IF.

       3000-AVALIA-CLIENTE.
           ADD 1 TO WS-CLIENTES
           MOVE 'N' TO WS-FLAG-CLIENTE

           MOVE 1 TO WS-SERIE-QTDE
           MOVE WS-CLI-PERC TO WS-SERIE-PERC(1)
           PERFORM 3100-MONTA-SERIE

           MOVE ZERO TO WS-QTD-ACIMA
           SET SEQUENCIA-ACIMA TO TRUE
           MOVE 1 TO WS-SUB-SERIE
           PERFORM UNTIL WS-SUB-SERIE > WS-SERIE-QTDE
                         OR NOT SEQUENCIA-ACIMA
               IF WS-SERIE-PERC(WS-SUB-SERIE) >= WS-PERC-ALERTA
                   ADD 1 TO WS-QTD-ACIMA
                   ADD 1 TO WS-SUB-SERIE
               ELSE
                   MOVE 'N' TO WS-FLAG-SEQUENCIA
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-PERC-BASE
                        WS-ELEVACAO
           IF WS-SERIE-QTDE > 1
               IF WS-SERIE-QTDE < WS-QTD-EXECUCOES
                   MOVE WS-SERIE-QTDE TO WS-SUB-BASE
               ELSE
                   MOVE WS-QTD-EXECUCOES TO WS-SUB-BASE
               END-IF
               MOVE WS-SERIE-PERC(WS-SUB-BASE) TO WS-PERC-BASE
               IF WS-SERIE-PERC(1) > WS-PERC-BASE
                   COMPUTE WS-ELEVACAO =
                           WS-SERIE-PERC(1) - WS-PERC-BASE
               END-IF
           END-IF

           MOVE SPACE TO WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-QTD-ACIMA >= WS-QTD-EXECUCOES AND
                    WS-ELEVACAO >= WS-PONTOS-ELEVACAO
                   MOVE 'A' TO WS-MOTIVO
                   ADD 1 TO WS-QTD-AMBOS
               WHEN WS-QTD-ACIMA >= WS-QTD-EXECUCOES
                   MOVE 'C' TO WS-MOTIVO
                   ADD 1 TO WS-QTD-CONSECUTIVO
               WHEN WS-ELEVACAO >= WS-PONTOS-ELEVACAO
                   MOVE 'E' TO WS-MOTIVO
                   ADD 1 TO WS-QTD-ELEVACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACE
               PERFORM 3200-BUSCA-AGENCIA
               PERFORM 3300-REGISTRA-VIGIADO
           END-IF.

       3100-MONTA-SERIE.
           MOVE WS-CLI-CHAVE TO HIST-CHAVE
           READ HISTMST

           EVALUATE WS-FS-HIST
               WHEN '00'
                   MOVE 1 TO WS-SUB-HIST
                   PERFORM UNTIL WS-SUB-HIST > HIST-QTD-EXEC
                                 OR WS-SUB-HIST > 5
                                 OR WS-SERIE-QTDE >= 5
                       IF HIST-DATA-EXEC(WS-SUB-HIST) < WS-DATA-HOJE
                           ADD 1 TO WS-SERIE-QTDE
                           MOVE HIST-PERC-LIMITE(WS-SUB-HIST)
                             TO WS-SERIE-PERC(WS-SERIE-QTDE)
                       END-IF
                       ADD 1 TO WS-SUB-HIST
                   END-PERFORM
               WHEN '23'
                   ADD 1 TO WS-SEM-HISTORIA
               WHEN OTHER
                   DISPLAY 'ERRO READ HISTMST. FILE STATUS='
                           WS-FS-HIST ' CHAVE=' WS-CLI-CHAVE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       3200-BUSCA-AGENCIA.
           PERFORM UNTIL FIM-SAIDA OR OUT-CHAVE NOT < WS-CLI-CHAVE
               PERFORM 1200-LE-SAIDA
           END-PERFORM

           IF NOT FIM-SAIDA AND OUT-CHAVE = WS-CLI-CHAVE
               MOVE OUT-AGENCIA TO WS-CLI-AGENCIA
           ELSE
               MOVE 'S/AG' TO WS-CLI-AGENCIA
               ADD 1 TO WS-SEM-AGENCIA
           END-IF.

       3300-REGISTRA-VIGIADO.
           IF WS-VIG-QTDE >= 5000
               DISPLAY 'TABELA DE VIGIADOS CHEIA. CHAVE ' WS-CLI-CHAVE
               MOVE SPACES TO REG-EVENTO
               MOVE '3300-REGISTRA-VIGIADO' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5003 TO EVT-CODIGO
               MOVE WS-CLI-CHAVE TO EVT-CHAVE
               MOVE 'TABELA DE VIGIADOS CHEIA - ABORTADO'
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-VIGIADO-ATUAL
           MOVE WS-DATA-HOJE       TO WS-VA-DATA
           MOVE WS-CLI-CHAVE       TO WS-VA-CHAVE
           MOVE WS-CLI-AGENCIA     TO WS-VA-AGENCIA
           MOVE WS-CLI-SEGMENTO    TO WS-VA-SEGMENTO
           MOVE WS-MOTIVO          TO WS-VA-MOTIVO
           MOVE WS-CLI-PERC        TO WS-VA-PERC-ATUAL
           MOVE WS-PERC-BASE       TO WS-VA-PERC-ANTERIOR
           MOVE WS-QTD-ACIMA       TO WS-VA-QTD-ACIMA
           MOVE WS-ELEVACAO        TO WS-VA-ELEVACAO-PONTOS
           MOVE WS-CLI-NOME        TO WS-VA-NOME
           MOVE WS-CLI-LIMITE      TO WS-VA-LIMITE-CRED

           ADD 1 TO WS-VIG-QTDE
           SET WS-IDX-VIG TO WS-VIG-QTDE
           MOVE WS-CLI-AGENCIA  TO WS-VIG-AGENCIA-TAB(WS-IDX-VIG)
           MOVE WS-CLI-SEGMENTO TO WS-VIG-SEGMENTO-TAB(WS-IDX-VIG)
           COMPUTE WS-VIG-INVERSO-TAB(WS-IDX-VIG) =
                   99999 - (WS-CLI-PERC * 100)
           MOVE WS-VIGIADO-ATUAL TO WS-VIG-REG-TAB(WS-IDX-VIG).

       4000-ORDENA-VIGIADOS.
           SET TROCOU-VIGIADO TO TRUE
           PERFORM UNTIL NOT TROCOU-VIGIADO
               MOVE 'N' TO WS-FLAG-TROCOU
               MOVE 1 TO WS-IDX-ORD
               PERFORM 4010-PASSA-TABELA
                   WS-VIG-QTDE TIMES
           END-PERFORM.

       4010-PASSA-TABELA.
           IF WS-IDX-ORD < WS-VIG-QTDE
               SET WS-IDX-VIG TO WS-IDX-ORD
               IF WS-VIG-ORDEM-TAB(WS-IDX-VIG) >
                  WS-VIG-ORDEM-TAB(WS-IDX-VIG + 1)
                   MOVE WS-VIG-TAB(WS-IDX-VIG)     TO WS-VIG-TEMP
                   MOVE WS-VIG-TAB(WS-IDX-VIG + 1)
                     TO WS-VIG-TAB(WS-IDX-VIG)
                   MOVE WS-VIG-TEMP
                     TO WS-VIG-TAB(WS-IDX-VIG + 1)
                   SET TROCOU-VIGIADO TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-IDX-ORD.

       5000-GRAVA-SAIDAS.
           MOVE SPACES TO WS-QUEBRA-ATUAL
           SET WS-IDX-VIG TO 1
           PERFORM UNTIL WS-IDX-VIG > WS-VIG-QTDE
               PERFORM 5100-GRAVA-VIGIADO
               SET WS-IDX-VIG UP BY 1
           END-PERFORM

           IF WS-VIG-QTDE > ZERO
               PERFORM 5300-TOTAL-GRUPO
           ELSE
               MOVE SPACES TO WS-LINHA
               MOVE '   NENHUM CLIENTE EM VIGILANCIA' TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               MOVE SPACES TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.

       5100-GRAVA-VIGIADO.
           MOVE WS-VIG-REG-TAB(WS-IDX-VIG) TO WS-VIGIADO-ATUAL
           WRITE REG-WATCH FROM WS-VIGIADO-ATUAL

           IF WS-VIG-ORDEM-TAB(WS-IDX-VIG)(1:7) NOT = WS-QUEBRA-ATUAL
               IF WS-QUEBRA-ATUAL NOT = SPACES
                   PERFORM 5300-TOTAL-GRUPO
               END-IF
               MOVE WS-VIG-ORDEM-TAB(WS-IDX-VIG)(1:7)
                 TO WS-QUEBRA-ATUAL
               PERFORM 5200-CABECALHO-GRUPO
           END-IF

           ADD 1 TO WS-RANKING
           ADD 1 TO WS-GRUPO-QTDE
           MOVE WS-RANKING            TO WS-VG-RANK
           MOVE WS-VA-CHAVE           TO WS-VG-CHAVE
           MOVE WS-VA-NOME            TO WS-VG-NOME
           MOVE WS-VA-PERC-ATUAL      TO WS-VG-PERC
           MOVE WS-VA-PERC-ANTERIOR   TO WS-VG-ANTERIOR
           MOVE WS-VA-ELEVACAO-PONTOS TO WS-VG-ELEVACAO
           MOVE WS-VA-QTD-ACIMA       TO WS-VG-ACIMA
           EVALUATE TRUE
               WHEN WS-VA-AMBOS
                   MOVE 'AMBOS      ' TO WS-VG-MOTIVO
               WHEN WS-VA-CONSECUTIVO
                   MOVE 'CONSECUTIVO' TO WS-VG-MOTIVO
               WHEN OTHER
                   MOVE 'ELEVACAO   ' TO WS-VG-MOTIVO
           END-EVALUATE
           WRITE REG-REL FROM WS-LINHA-VIGIADO.

       5200-CABECALHO-GRUPO.
           MOVE ZERO TO WS-RANKING
                        WS-GRUPO-QTDE

           MOVE SPACES TO WS-LINHA
           STRING 'AGENCIA: ' WS-VA-AGENCIA '   SEGMENTO: '
                  WS-VA-SEGMENTO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           MOVE ' RANK  CHAVE       NOME' TO WS-LINHA
           MOVE ' UTIL%   ANTER%    ELEV.  ACIMA  MOTIVO'
             TO WS-LINHA(54:39)
           WRITE REG-REL FROM WS-LINHA.

       5300-TOTAL-GRUPO.
           MOVE 'CLIENTES NO GRUPO'          TO WS-LINHA-ROTULO
           MOVE WS-GRUPO-QTDE                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       9000-FINALIZA.
           MOVE 'REGISTROS SAIDAF LIDOS'     TO WS-LINHA-ROTULO
           MOVE WS-LIDOS-SAIF                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ESTORNOS IGNORADOS'         TO WS-LINHA-ROTULO
           MOVE WS-ESTORNOS                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CLIENTES AVALIADOS'         TO WS-LINHA-ROTULO
           MOVE WS-CLIENTES                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'SEM HISTORIA NO MASTER'     TO WS-LINHA-ROTULO
           MOVE WS-SEM-HISTORIA              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'VIGIADOS SEM AGENCIA'       TO WS-LINHA-ROTULO
           MOVE WS-SEM-AGENCIA               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ACIMA DO LIMITE CONSECUTIVO' TO WS-LINHA-ROTULO
           MOVE WS-QTD-CONSECUTIVO           TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ELEVACAO ACENTUADA'         TO WS-LINHA-ROTULO
           MOVE WS-QTD-ELEVACAO              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'AMBOS OS CRITERIOS'         TO WS-LINHA-ROTULO
           MOVE WS-QTD-AMBOS                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'TOTAL EM VIGILANCIA'        TO WS-LINHA-ROTULO
           MOVE WS-VIG-QTDE                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           CLOSE SAIDAF
                 SAIDA
                 HISTMST
                 WATCHLST
                 RELWATCH

           DISPLAY 'CBLDB033 SAIDAF LIDOS         = ' WS-LIDOS-SAIF
           DISPLAY 'CBLDB033 CLIENTES AVALIADOS   = ' WS-CLIENTES
           DISPLAY 'CBLDB033 EM VIGILANCIA        = ' WS-VIG-QTDE

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. VIGIADOS: ' WS-VIG-QTDE
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB033'            TO EVT-PROGRAMA
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
