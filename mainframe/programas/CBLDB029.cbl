       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB029.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMVER ASSIGN TO PARMVER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PMV.
           SELECT PARMLOG ASSIGN TO PARMLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLG.
           SELECT SEGROT ASSIGN TO SEGROT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEG.
           SELECT CANALROT ASSIGN TO CANALROT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAN.
           SELECT PARMLIM ASSIGN TO PARMLIM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT RELVIG ASSIGN TO RELVIG
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
       FD  PARMVER
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       COPY CPYPRMVS.

       FD  PARMLOG
           RECORDING MODE IS F
           RECORD CONTAINS 220 CHARACTERS.
       COPY CPYPRMLG.

       FD  SEGROT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYSEGRT.

       FD  CANALROT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYCANAL.

       FD  PARMLIM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYPARM.

       FD  RELVIG
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
       01  WS-FS-PMV                 PIC X(02) VALUE SPACES.
       01  WS-FS-PLG                 PIC X(02) VALUE SPACES.
       01  WS-FS-SEG                 PIC X(02) VALUE SPACES.
       01  WS-FS-CAN                 PIC X(02) VALUE SPACES.
       01  WS-FS-PARM                PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-FLAGS.
           05 WS-EOF-PMV             PIC X(01) VALUE 'N'.
              88 FIM-PARMVER                    VALUE 'S'.
           05 WS-EOF-PLG             PIC X(01) VALUE 'N'.
              88 FIM-PARMLOG                    VALUE 'S'.
           05 WS-FLAG-VIG-ACHADO     PIC X(01) VALUE 'N'.
              88 VIGENTE-ACHADO                 VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-CONTROLE.
           05 WS-LIDOS               PIC 9(07) VALUE ZERO.
           05 WS-APROVADAS           PIC 9(07) VALUE ZERO.
           05 WS-PENDENTES           PIC 9(07) VALUE ZERO.
           05 WS-FUTURAS             PIC 9(07) VALUE ZERO.
           05 WS-REJEITADAS          PIC 9(07) VALUE ZERO.
           05 WS-EXCLUIDOS           PIC 9(07) VALUE ZERO.
           05 WS-GRAVADOS-SEG        PIC 9(07) VALUE ZERO.
           05 WS-GRAVADOS-CAN        PIC 9(07) VALUE ZERO.
           05 WS-GRAVADOS-PARM       PIC 9(07) VALUE ZERO.
           05 WS-LOG-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-LOG-DO-DIA          PIC 9(07) VALUE ZERO.

       01  WS-TAB-VIGENTE.
           05 WS-VIG-QTDE            PIC 9(03) VALUE ZERO.
           05 WS-VIG-TAB OCCURS 100 TIMES
                         INDEXED BY WS-IDX-VIG.
              10 WS-VIG-TABELA-TAB   PIC X(08).
              10 WS-VIG-ITEM-TAB     PIC X(10).
              10 WS-VIG-DATA-TAB     PIC X(08).
              10 WS-VIG-OPER-TAB     PIC X(01).
              10 WS-VIG-USU-PROP-TAB PIC X(08).
              10 WS-VIG-USU-APR-TAB  PIC X(08).
              10 WS-VIG-IMAGEM-TAB   PIC X(80).

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-VIG.
           05 WS-LV-TABELA           PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LV-ITEM             PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LV-VIGENCIA         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LV-OPER             PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LV-USU-PROP         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LV-USU-APR          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LV-IMAGEM           PIC X(60).
           05 FILLER                 PIC X(17) VALUE SPACES.

       01  WS-LINHA-LOG.
           05 WS-LG-ACAO             PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LG-USUARIO          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LG-HORA             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LG-TABELA           PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LG-ITEM             PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LG-VIGENCIA         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LG-ANTES            PIC X(38).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LG-DEPOIS           PIC X(38).
           05 FILLER                 PIC X(01) VALUE SPACES.

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-SELECIONA-VERSOES
           PERFORM 2900-ABRE-SAIDAS
           PERFORM 3000-GRAVA-VIGENTES
           PERFORM 4000-LISTA-ALTERACOES
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           OPEN INPUT  PARMVER

           IF WS-FS-PMV NOT = '00'
               DISPLAY 'ERRO OPEN PARMVER. FILE STATUS=' WS-FS-PMV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELVIG

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELVIG. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'VERSOES DE PARAMETRO VIGENTES - CBLDB029'
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

       2000-SELECIONA-VERSOES.
           MOVE 'PROPOSTAS PENDENTES JA EM VIGENCIA (NAO APLICADAS)'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           PERFORM UNTIL FIM-PARMVER
               READ PARMVER
                   AT END
                       SET FIM-PARMVER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM 2100-CLASSIFICA-VERSAO
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       2100-CLASSIFICA-VERSAO.
           EVALUATE TRUE
               WHEN PMV-REJEITADO
                   ADD 1 TO WS-REJEITADAS
               WHEN PMV-DATA-VIGENCIA > WS-DATA-HOJE
                   ADD 1 TO WS-FUTURAS
               WHEN PMV-APROVADO
                   ADD 1 TO WS-APROVADAS
                   PERFORM 2200-REGISTRA-VIGENTE
               WHEN OTHER
                   ADD 1 TO WS-PENDENTES
                   MOVE PMV-TABELA        TO WS-LV-TABELA
                   MOVE PMV-ITEM          TO WS-LV-ITEM
                   MOVE PMV-DATA-VIGENCIA TO WS-LV-VIGENCIA
                   MOVE PMV-OPERACAO      TO WS-LV-OPER
                   MOVE PMV-USU-PROPOSTA  TO WS-LV-USU-PROP
                   MOVE SPACES            TO WS-LV-USU-APR
                   MOVE PMV-IMAGEM        TO WS-LV-IMAGEM
                   WRITE REG-REL FROM WS-LINHA-VIG
           END-EVALUATE.

       2200-REGISTRA-VIGENTE.
           SET WS-IDX-VIG TO 1
           MOVE 'N' TO WS-FLAG-VIG-ACHADO
           PERFORM UNTIL WS-IDX-VIG > WS-VIG-QTDE
                         OR VIGENTE-ACHADO
               IF WS-VIG-TABELA-TAB(WS-IDX-VIG) = PMV-TABELA AND
                  WS-VIG-ITEM-TAB(WS-IDX-VIG)   = PMV-ITEM
                   SET VIGENTE-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-VIG UP BY 1
               END-IF
           END-PERFORM

           IF VIGENTE-ACHADO
               IF PMV-DATA-VIGENCIA > WS-VIG-DATA-TAB(WS-IDX-VIG)
                   PERFORM 2300-GUARDA-VERSAO
               END-IF
           ELSE
               IF WS-VIG-QTDE < 100
                   ADD 1 TO WS-VIG-QTDE
                   SET WS-IDX-VIG TO WS-VIG-QTDE
                   PERFORM 2300-GUARDA-VERSAO
               ELSE
                   DISPLAY 'TABELA DE VERSOES CHEIA. ITEM '
                           PMV-TABELA ' ' PMV-ITEM
                   DISPLAY 'GERACAO ABORTADA PARA NAO PERDER '
                           'PARAMETROS'
                   MOVE SPACES TO REG-EVENTO
                   MOVE '2200-REGISTRA-VIGENTE' TO EVT-PARAGRAFO
                   MOVE 'E'  TO EVT-SEVERIDADE
                   MOVE 5003 TO EVT-CODIGO
                   MOVE 'TABELA DE VERSOES CHEIA - ABORTADO      '
                     TO EVT-TEXTO
                   PERFORM 9800-GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       2300-GUARDA-VERSAO.
           MOVE PMV-TABELA        TO WS-VIG-TABELA-TAB(WS-IDX-VIG)
           MOVE PMV-ITEM          TO WS-VIG-ITEM-TAB(WS-IDX-VIG)
           MOVE PMV-DATA-VIGENCIA TO WS-VIG-DATA-TAB(WS-IDX-VIG)
           MOVE PMV-OPERACAO      TO WS-VIG-OPER-TAB(WS-IDX-VIG)
           MOVE PMV-USU-PROPOSTA  TO WS-VIG-USU-PROP-TAB(WS-IDX-VIG)
           MOVE PMV-USU-APROVACAO TO WS-VIG-USU-APR-TAB(WS-IDX-VIG)
           MOVE PMV-IMAGEM        TO WS-VIG-IMAGEM-TAB(WS-IDX-VIG).

       2900-ABRE-SAIDAS.
           IF WS-VIG-QTDE = ZERO
               DISPLAY 'CBLDB029 NENHUMA VERSAO APROVADA EM VIGENCIA. '
                       'ARQUIVOS DE ROTEAMENTO MANTIDOS'
               MOVE 'NENHUMA VERSAO APROVADA EM VIGENCIA - ABORTADO'
                 TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               MOVE SPACES TO REG-EVENTO
               MOVE '2900-ABRE-SAIDAS' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5005 TO EVT-CODIGO
               MOVE 'SEM VERSAO APROVADA VIGENTE - ABORTADO  '
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               CLOSE PARMVER
                     RELVIG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SEGROT
                OUTPUT CANALROT
                OUTPUT PARMLIM

           IF WS-FS-SEG NOT = '00'
               DISPLAY 'ERRO OPEN SEGROT. FILE STATUS=' WS-FS-SEG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-CAN NOT = '00'
               DISPLAY 'ERRO OPEN CANALROT. FILE STATUS=' WS-FS-CAN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-PARM NOT = '00'
               DISPLAY 'ERRO OPEN PARMLIM. FILE STATUS=' WS-FS-PARM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       3000-GRAVA-VIGENTES.
           MOVE 'VERSOES APROVADAS EM VIGENCIA' TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           SET WS-IDX-VIG TO 1
           PERFORM UNTIL WS-IDX-VIG > WS-VIG-QTDE
               PERFORM 3100-GRAVA-VIGENTE
               SET WS-IDX-VIG UP BY 1
           END-PERFORM

           IF WS-GRAVADOS-PARM = ZERO
               DISPLAY 'CBLDB029 SEM VERSAO VIGENTE DE PARMLIM. '
                       'LIMITES DEFAULT SERAO USADOS'
           END-IF

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       3100-GRAVA-VIGENTE.
           MOVE WS-VIG-TABELA-TAB(WS-IDX-VIG)   TO WS-LV-TABELA
           MOVE WS-VIG-ITEM-TAB(WS-IDX-VIG)     TO WS-LV-ITEM
           MOVE WS-VIG-DATA-TAB(WS-IDX-VIG)     TO WS-LV-VIGENCIA
           MOVE WS-VIG-OPER-TAB(WS-IDX-VIG)     TO WS-LV-OPER
           MOVE WS-VIG-USU-PROP-TAB(WS-IDX-VIG) TO WS-LV-USU-PROP
           MOVE WS-VIG-USU-APR-TAB(WS-IDX-VIG)  TO WS-LV-USU-APR
           MOVE WS-VIG-IMAGEM-TAB(WS-IDX-VIG)   TO WS-LV-IMAGEM
           WRITE REG-REL FROM WS-LINHA-VIG

           IF WS-VIG-OPER-TAB(WS-IDX-VIG) = 'E'
               ADD 1 TO WS-EXCLUIDOS
           ELSE
               EVALUATE WS-VIG-TABELA-TAB(WS-IDX-VIG)
                   WHEN 'SEGROT  '
                       MOVE WS-VIG-IMAGEM-TAB(WS-IDX-VIG) TO REG-SEGROT
                       WRITE REG-SEGROT
                       ADD 1 TO WS-GRAVADOS-SEG
                   WHEN 'CANALROT'
                       MOVE WS-VIG-IMAGEM-TAB(WS-IDX-VIG) TO REG-CANAL
                       WRITE REG-CANAL
                       ADD 1 TO WS-GRAVADOS-CAN
                   WHEN 'PARMLIM '
                       MOVE WS-VIG-IMAGEM-TAB(WS-IDX-VIG) TO REG-PARM
                       WRITE REG-PARM
                       ADD 1 TO WS-GRAVADOS-PARM
               END-EVALUATE
           END-IF.

       4000-LISTA-ALTERACOES.
           MOVE 'ALTERACOES REGISTRADAS NO LOG DE PARAMETROS NA DATA'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           OPEN INPUT PARMLOG

           IF WS-FS-PLG NOT = '00'
               DISPLAY 'PARMLOG NAO ENCONTRADO. ALTERACOES DO DIA '
                       'NAO LISTADAS'
               MOVE '   LOG DE PARAMETROS NAO DISPONIVEL' TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           ELSE
               PERFORM UNTIL FIM-PARMLOG
                   READ PARMLOG
                       AT END
                           SET FIM-PARMLOG TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOG-LIDOS
                           IF PLG-DATA = WS-DATA-HOJE
                               PERFORM 4100-IMPRIME-ALTERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARMLOG
           END-IF

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       4100-IMPRIME-ALTERACAO.
           MOVE PLG-ACAO          TO WS-LG-ACAO
           MOVE PLG-USUARIO       TO WS-LG-USUARIO
           MOVE PLG-HORA          TO WS-LG-HORA
           MOVE PLG-TABELA        TO WS-LG-TABELA
           MOVE PLG-ITEM          TO WS-LG-ITEM
           MOVE PLG-DATA-VIGENCIA TO WS-LG-VIGENCIA
           MOVE PLG-IMAGEM-ANTES  TO WS-LG-ANTES
           MOVE PLG-IMAGEM-DEPOIS TO WS-LG-DEPOIS
           WRITE REG-REL FROM WS-LINHA-LOG
           ADD 1 TO WS-LOG-DO-DIA.

       9000-FINALIZA.
           MOVE 'VERSOES LIDAS'             TO WS-LINHA-ROTULO
           MOVE WS-LIDOS                    TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'APROVADAS ATE A DATA'      TO WS-LINHA-ROTULO
           MOVE WS-APROVADAS                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'PENDENTES NAO APLICADAS'   TO WS-LINHA-ROTULO
           MOVE WS-PENDENTES                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'VIGENCIA FUTURA'           TO WS-LINHA-ROTULO
           MOVE WS-FUTURAS                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'REJEITADAS'                TO WS-LINHA-ROTULO
           MOVE WS-REJEITADAS               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ITENS EXCLUIDOS'           TO WS-LINHA-ROTULO
           MOVE WS-EXCLUIDOS                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'SEGROT GRAVADOS'           TO WS-LINHA-ROTULO
           MOVE WS-GRAVADOS-SEG             TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CANALROT GRAVADOS'         TO WS-LINHA-ROTULO
           MOVE WS-GRAVADOS-CAN             TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'PARMLIM GRAVADOS'          TO WS-LINHA-ROTULO
           MOVE WS-GRAVADOS-PARM            TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ALTERACOES DO DIA NO LOG'  TO WS-LINHA-ROTULO
           MOVE WS-LOG-DO-DIA               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           CLOSE PARMVER
                 SEGROT
                 CANALROT
                 PARMLIM
                 RELVIG

           DISPLAY 'CBLDB029 VERSOES LIDAS        = ' WS-LIDOS
           DISPLAY 'CBLDB029 APROVADAS            = ' WS-APROVADAS
           DISPLAY 'CBLDB029 PENDENTES            = ' WS-PENDENTES
           DISPLAY 'CBLDB029 SEGROT GRAVADOS      = ' WS-GRAVADOS-SEG
           DISPLAY 'CBLDB029 CANALROT GRAVADOS    = ' WS-GRAVADOS-CAN
           DISPLAY 'CBLDB029 PARMLIM GRAVADOS     = ' WS-GRAVADOS-PARM

           IF WS-PENDENTES > ZERO
               MOVE SPACES TO REG-EVENTO
               MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 2004 TO EVT-CODIGO
               STRING 'PROPOSTAS NAO APROVADAS: ' WS-PENDENTES
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. VIGENTES: ' WS-VIG-QTDE
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB029'            TO EVT-PROGRAMA
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
