       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB030.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTB ASSIGN TO INPUTB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-B.
           SELECT SAIDA ASSIGN TO SAIDA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAI.
           SELECT MOVPROP ASSIGN TO MOVPROP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.
           SELECT RELCONC ASSIGN TO RELCONC
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
       FD  INPUTB
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYIN003.

       FD  SAIDA
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       COPY CPYOUT01.

       FD  MOVPROP
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       COPY CPYMOVCA.

       FD  RELCONC
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
       01  WS-FS-B                   PIC X(02) VALUE SPACES.
       01  WS-FS-SAI                 PIC X(02) VALUE SPACES.
       01  WS-FS-MOV                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-FLAGS.
           05 WS-EOF-B               PIC X(01) VALUE 'N'.
              88 FIM-B                          VALUE 'S'.
           05 WS-EOF-SAI             PIC X(01) VALUE 'N'.
              88 FIM-SAIDA                      VALUE 'S'.
           05 WS-FLAG-CHAVE-EXISTE   PIC X(01) VALUE 'N'.
              88 CHAVE-EXISTE                   VALUE 'S'.
           05 WS-FLAG-TROCOU         PIC X(01) VALUE 'N'.
              88 TROCOU-DIVERGENCIA             VALUE 'S'.
           05 WS-FLAG-DETALHE-SAI    PIC X(01) VALUE 'N'.
              88 DETALHE-SAIDA-LIDO             VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-CONTROLE.
           05 WS-LIDOS-B             PIC 9(07) VALUE ZERO.
           05 WS-DESCARTES-B         PIC 9(07) VALUE ZERO.
           05 WS-LIDOS-SAI           PIC 9(07) VALUE ZERO.
           05 WS-CONFERIDOS          PIC 9(07) VALUE ZERO.
           05 WS-SEM-AGENCIA         PIC 9(07) VALUE ZERO.
           05 WS-QTD-BLQ-ATIVO       PIC 9(07) VALUE ZERO.
           05 WS-QTD-LIB-INATIVO     PIC 9(07) VALUE ZERO.
           05 WS-QTD-NAO-CADASTRADO  PIC 9(07) VALUE ZERO.
           05 WS-MOV-GERADOS         PIC 9(07) VALUE ZERO.
           05 WS-QTD-AGENCIA         PIC 9(07) VALUE ZERO.

       01  WS-SELECAO-INPUTB.
           05 WS-IN3-SELECIONADO    PIC X(80) VALUE SPACES.
           05 WS-IN3-SEL-DATA-REF   PIC X(10) VALUE SPACES.
           05 WS-IN3-PROXIMO        PIC X(80) VALUE SPACES.
           05 WS-FLAG-PROX-B        PIC X(01) VALUE 'N'.
              88 PROX-B-PENDENTE               VALUE 'S'.

       01  WS-AGENCIA-ATUAL          PIC X(04) VALUE SPACES.
       01  WS-AGENCIA-QUEBRA         PIC X(04) VALUE SPACES.
       01  WS-MOTIVO-ATUAL           PIC X(40) VALUE SPACES.

       01  WS-MOVTO-ATUAL            PIC X(01) VALUE SPACE.

       01  WS-TAB-DIVERGENCIAS.
           05 WS-DIV-QTDE            PIC 9(05) VALUE ZERO.
           05 WS-DIV-TAB OCCURS 2000 TIMES
                         INDEXED BY WS-IDX-DIV.
              10 WS-DIV-AGENCIA-TAB  PIC X(04).
              10 WS-DIV-CHAVE-TAB    PIC X(10).
              10 WS-DIV-FLAG-TAB     PIC X(01).
              10 WS-DIV-STATUS-TAB   PIC X(01).
              10 WS-DIV-MOVTO-TAB    PIC X(01).
              10 WS-DIV-MOTIVO-TAB   PIC X(40).

       01  WS-DIV-TEMP               PIC X(57).
       01  WS-IDX-ORD                PIC 9(05) VALUE ZERO.

       01  WS-SQLCODE                PIC S9(09) VALUE ZERO.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-DIV.
           05 WS-DV-AGENCIA          PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DV-CHAVE            PIC X(10).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-DV-FLAG             PIC X(01).
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 WS-DV-STATUS           PIC X(01).
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 WS-DV-MOVTO            PIC X(01).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-DV-MOTIVO           PIC X(40).
           05 FILLER                 PIC X(53) VALUE SPACES.

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

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-INPUTB
           PERFORM 3000-ORDENA-DIVERGENCIAS
           PERFORM 4000-IMPRIME-RELATORIO
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           OPEN INPUT  INPUTB
                INPUT  SAIDA
                OUTPUT MOVPROP
                OUTPUT RELCONC

           IF WS-FS-B NOT = '00'
               DISPLAY 'ERRO OPEN INPUTB. FILE STATUS=' WS-FS-B
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-SAI NOT = '00'
               DISPLAY 'ERRO OPEN SAIDA. FILE STATUS=' WS-FS-SAI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-MOV NOT = '00'
               DISPLAY 'ERRO OPEN MOVPROP. FILE STATUS=' WS-FS-MOV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELCONC. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'CONCILIACAO BLOQUEIO DE CREDITO X CADASTRO - CBLDB030'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           PERFORM 1100-LE-INPUTB
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

       1100-LE-INPUTB.
           READ INPUTB
               AT END
                   SET FIM-B TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS-B
           END-READ.

       1200-LE-SAIDA.
           MOVE 'N' TO WS-FLAG-DETALHE-SAI
           PERFORM UNTIL FIM-SAIDA OR DETALHE-SAIDA-LIDO
               READ SAIDA
                   AT END
                       SET FIM-SAIDA TO TRUE
                   NOT AT END
                       IF REG-OUT(1:2) NOT = '00' AND
                          REG-OUT(1:2) NOT = '99'
                           ADD 1 TO WS-LIDOS-SAI
                           SET DETALHE-SAIDA-LIDO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2000-PROCESSA-INPUTB.
           PERFORM UNTIL FIM-B
               PERFORM 2100-SELECIONA-INPUTB
               PERFORM 2200-BUSCA-AGENCIA
               PERFORM 2300-BUSCA-CLIENTE
               PERFORM 2400-CONFRONTA-STATUS
               PERFORM 2160-RESTAURA-PROXIMO-B
           END-PERFORM.

       2100-SELECIONA-INPUTB.
           MOVE REG-IN3      TO WS-IN3-SELECIONADO
           MOVE IN3-DATA-REF TO WS-IN3-SEL-DATA-REF
           PERFORM 1100-LE-INPUTB

           PERFORM UNTIL FIM-B OR
                         IN3-CHAVE NOT = WS-IN3-SELECIONADO(1:10)
               ADD 1 TO WS-DESCARTES-B
               IF IN3-DATA-REF > WS-IN3-SEL-DATA-REF
                   MOVE REG-IN3      TO WS-IN3-SELECIONADO
                   MOVE IN3-DATA-REF TO WS-IN3-SEL-DATA-REF
               END-IF
               PERFORM 1100-LE-INPUTB
           END-PERFORM

           MOVE 'N' TO WS-FLAG-PROX-B
           IF NOT FIM-B
               MOVE REG-IN3 TO WS-IN3-PROXIMO
               SET PROX-B-PENDENTE TO TRUE
           END-IF

           MOVE WS-IN3-SELECIONADO TO REG-IN3
           ADD 1 TO WS-CONFERIDOS.

       2160-RESTAURA-PROXIMO-B.
           IF PROX-B-PENDENTE
               MOVE WS-IN3-PROXIMO TO REG-IN3
               MOVE 'N' TO WS-FLAG-PROX-B
           END-IF.

       2200-BUSCA-AGENCIA.
           PERFORM UNTIL FIM-SAIDA OR OUT-CHAVE NOT < IN3-CHAVE
               PERFORM 1200-LE-SAIDA
           END-PERFORM

           IF NOT FIM-SAIDA AND OUT-CHAVE = IN3-CHAVE
               MOVE OUT-AGENCIA TO WS-AGENCIA-ATUAL
           ELSE
               MOVE 'S/AG' TO WS-AGENCIA-ATUAL
               ADD 1 TO WS-SEM-AGENCIA
           END-IF.

       2300-BUSCA-CLIENTE.
           MOVE 'N' TO WS-FLAG-CHAVE-EXISTE
           MOVE IN3-CHAVE TO HV-CHAVE-CLIENTE

           EXEC SQL
               SELECT NOME_CLIENTE,
                      STATUS_CLIENTE,
                      CODIGO_DB2,
                      DATA_CADASTRO,
                      VALOR_BASE,
                      PRECO_UNITARIO,
                      FATOR_DB2,
                      CANAL_PREFERENC
                 INTO :HV-NOME-CLIENTE,
                      :HV-STATUS-CLIENTE,
                      :HV-CODIGO-DB2,
                      :HV-DATA-CADASTRO,
                      :HV-VALOR-BASE,
                      :HV-PRECO-UNITARIO,
                      :HV-FATOR-DB2,
                      :HV-CANAL-PREFERENC
                 FROM APPDB.CLIENTE_MOVTO
                WHERE CHAVE_CLIENTE = :HV-CHAVE-CLIENTE
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE

           EVALUATE TRUE
               WHEN WS-SQLCODE = ZERO
                   SET CHAVE-EXISTE TO TRUE
               WHEN WS-SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO SELECT APPDB.CLIENTE_MOVTO'
                   DISPLAY 'SQLCODE=' WS-SQLCODE ' CHAVE=' IN3-CHAVE
                   MOVE SPACES TO REG-EVENTO
                   MOVE '2300-BUSCA-CLIENTE' TO EVT-PARAGRAFO
                   MOVE 'E'  TO EVT-SEVERIDADE
                   MOVE 5002 TO EVT-CODIGO
                   MOVE IN3-CHAVE TO EVT-CHAVE
                   STRING 'ERRO DB2 NO SELECT. SQLCODE: '
                          WS-SQLCODE
                       DELIMITED BY SIZE INTO EVT-TEXTO
                   PERFORM 9800-GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       2400-CONFRONTA-STATUS.
           EVALUATE TRUE
               WHEN NOT CHAVE-EXISTE
                   ADD 1 TO WS-QTD-NAO-CADASTRADO
                   MOVE SPACE TO HV-STATUS-CLIENTE
                   MOVE SPACE TO WS-MOVTO-ATUAL
                   MOVE 'CHAVE DO BUREAU NAO CADASTRADA NO DB2  '
                     TO WS-MOTIVO-ATUAL
                   PERFORM 2500-REGISTRA-DIVERGENCIA
               WHEN IN3-FLAG-BLOQUEIO = 'S' AND
                    HV-STATUS-CLIENTE = 'A'
                   ADD 1 TO WS-QTD-BLQ-ATIVO
                   PERFORM 2600-PROPOE-DESATIVACAO
                   MOVE 'BLOQUEADO NO BUREAU E ATIVO NO CADASTRO'
                     TO WS-MOTIVO-ATUAL
                   PERFORM 2500-REGISTRA-DIVERGENCIA
               WHEN IN3-FLAG-BLOQUEIO NOT = 'S' AND
                    HV-STATUS-CLIENTE = 'I'
                   ADD 1 TO WS-QTD-LIB-INATIVO
                   PERFORM 2700-PROPOE-REATIVACAO
                   MOVE 'LIBERADO NO BUREAU E INATIVO NO CADASTRO'
                     TO WS-MOTIVO-ATUAL
                   PERFORM 2500-REGISTRA-DIVERGENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-REGISTRA-DIVERGENCIA.
           IF WS-DIV-QTDE < 2000
               ADD 1 TO WS-DIV-QTDE
               SET WS-IDX-DIV TO WS-DIV-QTDE
               MOVE WS-AGENCIA-ATUAL  TO WS-DIV-AGENCIA-TAB(WS-IDX-DIV)
               MOVE IN3-CHAVE         TO WS-DIV-CHAVE-TAB(WS-IDX-DIV)
               MOVE IN3-FLAG-BLOQUEIO TO WS-DIV-FLAG-TAB(WS-IDX-DIV)
               MOVE HV-STATUS-CLIENTE TO WS-DIV-STATUS-TAB(WS-IDX-DIV)
               MOVE WS-MOVTO-ATUAL    TO WS-DIV-MOVTO-TAB(WS-IDX-DIV)
               MOVE WS-MOTIVO-ATUAL   TO WS-DIV-MOTIVO-TAB(WS-IDX-DIV)
           ELSE
               DISPLAY 'TABELA DE DIVERGENCIAS CHEIA. CHAVE '
                       IN3-CHAVE
               DISPLAY 'CONCILIACAO ABORTADA PARA NAO OMITIR '
                       'DIVERGENCIAS'
               MOVE SPACES TO REG-EVENTO
               MOVE '2500-REGISTRA-DIVERGENCIA' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5003 TO EVT-CODIGO
               MOVE IN3-CHAVE TO EVT-CHAVE
               MOVE 'TABELA DE DIVERGENCIAS CHEIA - ABORTADO '
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       2600-PROPOE-DESATIVACAO.
           MOVE SPACES TO REG-MOVCAD
           SET MOV-DESATIVACAO TO TRUE
           MOVE IN3-CHAVE TO MOV-CHAVE
           MOVE MOV-TIPO-MOVTO TO WS-MOVTO-ATUAL
           WRITE REG-MOVCAD
           ADD 1 TO WS-MOV-GERADOS.

       2700-PROPOE-REATIVACAO.
           MOVE SPACES TO REG-MOVCAD
           SET MOV-ALTERACAO TO TRUE
           MOVE IN3-CHAVE           TO MOV-CHAVE
           MOVE HV-NOME-CLIENTE     TO MOV-NOME
           MOVE 'A'                 TO MOV-STATUS
           MOVE HV-CODIGO-DB2       TO MOV-CODIGO-DB2
           MOVE HV-DATA-CADASTRO    TO MOV-DATA-CADASTRO
           MOVE HV-VALOR-BASE       TO MOV-VALOR-BASE
           MOVE HV-PRECO-UNITARIO   TO MOV-PRECO-UNITARIO
           MOVE HV-FATOR-DB2        TO MOV-FATOR-DB2
           MOVE HV-CANAL-PREFERENC  TO MOV-CANAL-PREFERENC
           MOVE MOV-TIPO-MOVTO      TO WS-MOVTO-ATUAL
           WRITE REG-MOVCAD
           ADD 1 TO WS-MOV-GERADOS.

       3000-ORDENA-DIVERGENCIAS.
           SET TROCOU-DIVERGENCIA TO TRUE
           PERFORM UNTIL NOT TROCOU-DIVERGENCIA
               MOVE 'N' TO WS-FLAG-TROCOU
               MOVE 1 TO WS-IDX-ORD
               PERFORM 3010-PASSA-TABELA
                   WS-DIV-QTDE TIMES
           END-PERFORM.

       3010-PASSA-TABELA.
           IF WS-IDX-ORD < WS-DIV-QTDE
               PERFORM 3020-COMPARA-TROCA
           END-IF
           ADD 1 TO WS-IDX-ORD.

       3020-COMPARA-TROCA.
           SET WS-IDX-DIV TO WS-IDX-ORD
           IF WS-DIV-AGENCIA-TAB(WS-IDX-DIV) >
              WS-DIV-AGENCIA-TAB(WS-IDX-DIV + 1)
               PERFORM 3030-TROCA-POSICOES
           ELSE
               IF WS-DIV-AGENCIA-TAB(WS-IDX-DIV) =
                  WS-DIV-AGENCIA-TAB(WS-IDX-DIV + 1) AND
                  WS-DIV-CHAVE-TAB(WS-IDX-DIV) >
                  WS-DIV-CHAVE-TAB(WS-IDX-DIV + 1)
                   PERFORM 3030-TROCA-POSICOES
               END-IF
           END-IF.

       3030-TROCA-POSICOES.
           MOVE WS-DIV-TAB(WS-IDX-DIV)     TO WS-DIV-TEMP
           MOVE WS-DIV-TAB(WS-IDX-DIV + 1) TO WS-DIV-TAB(WS-IDX-DIV)
           MOVE WS-DIV-TEMP                TO WS-DIV-TAB(WS-IDX-DIV + 1)
           SET TROCOU-DIVERGENCIA TO TRUE.

       4000-IMPRIME-RELATORIO.
           MOVE SPACES TO WS-LINHA
           MOVE 'AGEN  CHAVE       BLQ   STAT   MOV   MOTIVO'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-AGENCIA-QUEBRA
           MOVE ZERO   TO WS-QTD-AGENCIA
           SET WS-IDX-DIV TO 1
           PERFORM UNTIL WS-IDX-DIV > WS-DIV-QTDE
               PERFORM 4100-IMPRIME-DIVERGENCIA
               SET WS-IDX-DIV UP BY 1
           END-PERFORM

           IF WS-DIV-QTDE > ZERO
               PERFORM 4200-IMPRIME-QUEBRA
           ELSE
               MOVE '   NENHUMA DIVERGENCIA ENCONTRADA' TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       4100-IMPRIME-DIVERGENCIA.
           IF WS-DIV-AGENCIA-TAB(WS-IDX-DIV) NOT = WS-AGENCIA-QUEBRA
               IF WS-AGENCIA-QUEBRA NOT = SPACES
                   PERFORM 4200-IMPRIME-QUEBRA
               END-IF
               MOVE WS-DIV-AGENCIA-TAB(WS-IDX-DIV) TO WS-AGENCIA-QUEBRA
               MOVE ZERO TO WS-QTD-AGENCIA
           END-IF

           MOVE WS-DIV-AGENCIA-TAB(WS-IDX-DIV) TO WS-DV-AGENCIA
           MOVE WS-DIV-CHAVE-TAB(WS-IDX-DIV)   TO WS-DV-CHAVE
           MOVE WS-DIV-FLAG-TAB(WS-IDX-DIV)    TO WS-DV-FLAG
           MOVE WS-DIV-STATUS-TAB(WS-IDX-DIV)  TO WS-DV-STATUS
           MOVE WS-DIV-MOVTO-TAB(WS-IDX-DIV)   TO WS-DV-MOVTO
           MOVE WS-DIV-MOTIVO-TAB(WS-IDX-DIV)  TO WS-DV-MOTIVO
           WRITE REG-REL FROM WS-LINHA-DIV
           ADD 1 TO WS-QTD-AGENCIA.

       4200-IMPRIME-QUEBRA.
           MOVE SPACES TO WS-LINHA-ROTULO
           STRING 'TOTAL DA AGENCIA ' WS-AGENCIA-QUEBRA
               DELIMITED BY SIZE INTO WS-LINHA-ROTULO
           MOVE WS-QTD-AGENCIA TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       9000-FINALIZA.
           MOVE 'REGISTROS INPUTB LIDOS'     TO WS-LINHA-ROTULO
           MOVE WS-LIDOS-B                   TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'DUPLICADOS DESCARTADOS'     TO WS-LINHA-ROTULO
           MOVE WS-DESCARTES-B               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CHAVES CONFERIDAS'          TO WS-LINHA-ROTULO
           MOVE WS-CONFERIDOS                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CHAVES SEM AGENCIA NO DIA'  TO WS-LINHA-ROTULO
           MOVE WS-SEM-AGENCIA               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'BLOQUEADOS X ATIVOS'        TO WS-LINHA-ROTULO
           MOVE WS-QTD-BLQ-ATIVO             TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'LIBERADOS X INATIVOS'       TO WS-LINHA-ROTULO
           MOVE WS-QTD-LIB-INATIVO           TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'NAO CADASTRADOS NO DB2'     TO WS-LINHA-ROTULO
           MOVE WS-QTD-NAO-CADASTRADO        TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'MOVIMENTOS PROPOSTOS'       TO WS-LINHA-ROTULO
           MOVE WS-MOV-GERADOS               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           CLOSE INPUTB
                 SAIDA
                 MOVPROP
                 RELCONC

           DISPLAY 'CBLDB030 INPUTB LIDOS         = ' WS-LIDOS-B
           DISPLAY 'CBLDB030 CHAVES CONFERIDAS    = ' WS-CONFERIDOS
           DISPLAY 'CBLDB030 DIVERGENCIAS         = ' WS-DIV-QTDE
           DISPLAY 'CBLDB030 MOVIMENTOS PROPOSTOS = ' WS-MOV-GERADOS

           IF WS-DIV-QTDE > ZERO
               MOVE SPACES TO REG-EVENTO
               MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 3003 TO EVT-CODIGO
               STRING 'DIVERGENCIAS BLOQUEIO X CADASTRO: '
                      WS-DIV-QTDE
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. PROPOSTOS: ' WS-MOV-GERADOS
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB030'            TO EVT-PROGRAMA
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
