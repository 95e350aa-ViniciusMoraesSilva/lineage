       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB035.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTENV ASSIGN TO NOTENV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENV.
           SELECT NOTRET ASSIGN TO NOTRET
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.
           SELECT RELNOTF ASSIGN TO RELNOTF
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
       FD  NOTENV
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       COPY CPYNOTIF.

       FD  NOTRET
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYNTRET.

       FD  RELNOTF
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
       01  WS-FS-ENV                 PIC X(02) VALUE SPACES.
       01  WS-FS-RET                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       COPY CPYHDTRL.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-FLAGS.
           05 WS-EOF-ENV             PIC X(01) VALUE 'N'.
              88 FIM-NOTENV                     VALUE 'S'.
           05 WS-EOF-RET             PIC X(01) VALUE 'N'.
              88 FIM-NOTRET                     VALUE 'S'.
           05 WS-FLAG-RET-ACHADO     PIC X(01) VALUE 'N'.
              88 RETORNO-ACHADO                 VALUE 'S'.
           05 WS-FLAG-LOTE-ABERTO    PIC X(01) VALUE 'N'.
              88 LOTE-ABERTO                    VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-CONTROLE-TRANSMISSAO.
           05 WS-QTD-LOTE            PIC 9(09) VALUE ZERO.
           05 WS-HASH-LOTE           PIC S9(13)V99 VALUE ZERO.

       01  WS-CONTROLE.
           05 WS-LOTES-LIDOS         PIC 9(07) VALUE ZERO.
           05 WS-ENV-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-RET-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-ENTREGUES           PIC 9(07) VALUE ZERO.
           05 WS-FALHAS              PIC 9(07) VALUE ZERO.
           05 WS-SEM-RETORNO         PIC 9(07) VALUE ZERO.
           05 WS-STATUS-INVALIDOS    PIC 9(07) VALUE ZERO.
           05 WS-RET-SEM-CORRESP     PIC 9(07) VALUE ZERO.
           05 WS-NAO-ENTREGUES       PIC 9(07) VALUE ZERO.

       01  WS-TAB-RETORNOS.
           05 WS-RET-QTDE            PIC 9(04) VALUE ZERO.
           05 WS-RET-TAB OCCURS 5000 TIMES
                         INDEXED BY WS-IDX-RET.
              10 WS-RET-CHAVE-TAB    PIC X(10).
              10 WS-RET-DATA-TAB     PIC X(08).
              10 WS-RET-DECISAO-TAB  PIC X(08).
              10 WS-RET-MEIO-TAB     PIC X(01).
              10 WS-RET-STATUS-TAB   PIC X(01).
              10 WS-RET-MOTIVO-TAB   PIC X(30).
              10 WS-RET-USADO-TAB    PIC X(01).

       01  WS-BUSCA-RETORNO.
           05 WS-BR-CHAVE            PIC X(10) VALUE SPACES.
           05 WS-BR-DATA             PIC X(08) VALUE SPACES.
           05 WS-BR-DECISAO          PIC X(08) VALUE SPACES.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       01  WS-LINHA-EXC.
           05 WS-LE-CHAVE            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LE-DATA             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LE-MEIO             PIC X(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LE-DECISAO          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LE-NOME             PIC X(32).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LE-MOTIVO           PIC X(40).
           05 FILLER                 PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-NOTENV
           PERFORM 3000-REPORTA-SEM-CORRESP
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           OPEN INPUT  NOTENV
                OUTPUT RELNOTF

           IF WS-FS-ENV NOT = '00'
               DISPLAY 'ERRO OPEN NOTENV. FILE STATUS=' WS-FS-ENV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELNOTF. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-CARREGA-RETORNOS

           MOVE SPACES TO WS-LINHA
           MOVE 'EXCECOES DE NOTIFICACAO AO CLIENTE - CBLDB035'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           MOVE 'CHAVE       DATA      MEIO   DECISAO   NOME'
             TO WS-LINHA
           MOVE 'MOTIVO' TO WS-LINHA(74:6)
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

       1100-CARREGA-RETORNOS.
           OPEN INPUT NOTRET

           IF WS-FS-RET NOT = '00'
               DISPLAY 'NOTRET NAO ENCONTRADO. NENHUM RETORNO '
                       'DA PLATAFORMA DE MENSAGENS'
           ELSE
               PERFORM UNTIL FIM-NOTRET
                   READ NOTRET
                       AT END
                           SET FIM-NOTRET TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RET-LIDOS
                           PERFORM 1110-INSERE-RETORNO
                   END-READ
               END-PERFORM
               CLOSE NOTRET
           END-IF.

       1110-INSERE-RETORNO.
           MOVE RET-CHAVE        TO WS-BR-CHAVE
           MOVE RET-DATA-DECISAO TO WS-BR-DATA
           MOVE RET-DECISAO      TO WS-BR-DECISAO
           PERFORM 2200-BUSCA-RETORNO

           IF RETORNO-ACHADO
               MOVE RET-MEIO   TO WS-RET-MEIO-TAB(WS-IDX-RET)
               MOVE RET-STATUS TO WS-RET-STATUS-TAB(WS-IDX-RET)
               MOVE RET-MOTIVO TO WS-RET-MOTIVO-TAB(WS-IDX-RET)
           ELSE
               IF WS-RET-QTDE < 5000
                   ADD 1 TO WS-RET-QTDE
                   SET WS-IDX-RET TO WS-RET-QTDE
                   MOVE RET-CHAVE   TO WS-RET-CHAVE-TAB(WS-IDX-RET)
                   MOVE RET-DATA-DECISAO
                     TO WS-RET-DATA-TAB(WS-IDX-RET)
                   MOVE RET-DECISAO TO WS-RET-DECISAO-TAB(WS-IDX-RET)
                   MOVE RET-MEIO    TO WS-RET-MEIO-TAB(WS-IDX-RET)
                   MOVE RET-STATUS  TO WS-RET-STATUS-TAB(WS-IDX-RET)
                   MOVE RET-MOTIVO  TO WS-RET-MOTIVO-TAB(WS-IDX-RET)
                   MOVE 'N'         TO WS-RET-USADO-TAB(WS-IDX-RET)
               ELSE
                   DISPLAY 'TABELA DE RETORNOS CHEIA. CHAVE '
                           RET-CHAVE
                   DISPLAY 'PROCESSAMENTO ABORTADO PARA NAO REPORTAR '
                           'ENTREGUES COMO SEM RETORNO'
                   MOVE SPACES TO REG-EVENTO
                   MOVE '1110-INSERE-RETORNO' TO EVT-PARAGRAFO
                   MOVE 'E'  TO EVT-SEVERIDADE
                   MOVE 5003 TO EVT-CODIGO
                   MOVE RET-CHAVE TO EVT-CHAVE
                   MOVE 'TABELA DE RETORNOS CHEIA - ABORTADO     '
                     TO EVT-TEXTO
                   PERFORM 9800-GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       2000-PROCESSA-NOTENV.
           PERFORM UNTIL FIM-NOTENV
               READ NOTENV
                   AT END
                       SET FIM-NOTENV TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN REG-NOTIF(1:2) = '00'
                               PERFORM 2010-ABRE-LOTE
                           WHEN REG-NOTIF(1:2) = '99'
                               PERFORM 2020-FECHA-LOTE
                           WHEN OTHER
                               PERFORM 2100-TRATA-NOTIFICACAO
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-LOTES-LIDOS = ZERO
               DISPLAY 'HEADER AUSENTE NO NOTENV - TRANSMISSAO '
                       'INVALIDA'
               PERFORM 2050-EVENTO-HEADER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF LOTE-ABERTO
               DISPLAY 'TRAILER AUSENTE NO NOTENV - TRANSMISSAO '
                       'INCOMPLETA'
               PERFORM 2060-EVENTO-TRAILER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       2010-ABRE-LOTE.
           MOVE REG-NOTIF(1:80) TO REG-TRANS-HEADER

           IF LOTE-ABERTO
               DISPLAY 'TRAILER AUSENTE NO NOTENV - TRANSMISSAO '
                       'INCOMPLETA'
               PERFORM 2060-EVENTO-TRAILER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-LOTES-LIDOS
           SET LOTE-ABERTO TO TRUE
           MOVE ZERO TO WS-QTD-LOTE
           MOVE ZERO TO WS-HASH-LOTE.

       2020-FECHA-LOTE.
           MOVE REG-NOTIF(1:80) TO REG-TRANS-TRAILER

           IF NOT LOTE-ABERTO
               DISPLAY 'HEADER AUSENTE NO NOTENV - TRANSMISSAO '
                       'INVALIDA'
               PERFORM 2050-EVENTO-HEADER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF TRL-QTD-REGISTROS NOT = WS-QTD-LOTE
               DISPLAY 'TRAILER COM QUANTIDADE DIVERGENTE NO NOTENV'
               DISPLAY 'QTD TRAILER = ' TRL-QTD-REGISTROS
                       ' QTD LIDA = ' WS-QTD-LOTE
               PERFORM 2060-EVENTO-TRAILER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF TRL-HASH-TOTAL NOT = WS-HASH-LOTE
               DISPLAY 'TRAILER COM HASH DIVERGENTE NO NOTENV'
               DISPLAY 'HASH TRAILER = ' TRL-HASH-TOTAL
                       ' HASH CALCULADO = ' WS-HASH-LOTE
               PERFORM 2060-EVENTO-TRAILER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-FLAG-LOTE-ABERTO.

       2050-EVENTO-HEADER.
           MOVE SPACES TO REG-EVENTO
           MOVE '2000-PROCESSA-NOTENV' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 1001 TO EVT-CODIGO
           MOVE 'HEADER AUSENTE OU INVALIDO NO NOTENV    '
             TO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       2060-EVENTO-TRAILER.
           MOVE SPACES TO REG-EVENTO
           MOVE '2000-PROCESSA-NOTENV' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 1002 TO EVT-CODIGO
           MOVE 'TRAILER AUSENTE OU INVALIDO NO NOTENV   '
             TO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       2100-TRATA-NOTIFICACAO.
           IF NOT LOTE-ABERTO
               DISPLAY 'HEADER AUSENTE NO NOTENV - TRANSMISSAO '
                       'INVALIDA'
               PERFORM 2050-EVENTO-HEADER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-ENV-LIDOS
           ADD 1 TO WS-QTD-LOTE
           IF NTF-VALOR-AJUSTADO IS NUMERIC
               ADD NTF-VALOR-AJUSTADO TO WS-HASH-LOTE
           END-IF

           MOVE NTF-CHAVE        TO WS-BR-CHAVE
           MOVE NTF-DATA-DECISAO TO WS-BR-DATA
           MOVE NTF-DECISAO      TO WS-BR-DECISAO
           PERFORM 2200-BUSCA-RETORNO

           IF RETORNO-ACHADO
               MOVE 'S' TO WS-RET-USADO-TAB(WS-IDX-RET)
               EVALUATE WS-RET-STATUS-TAB(WS-IDX-RET)
                   WHEN 'E'
                       ADD 1 TO WS-ENTREGUES
                   WHEN 'F'
                       ADD 1 TO WS-FALHAS
                       MOVE SPACES TO WS-LE-MOTIVO
                       STRING 'FALHA: ' WS-RET-MOTIVO-TAB(WS-IDX-RET)
                           DELIMITED BY SIZE INTO WS-LE-MOTIVO
                       PERFORM 2300-IMPRIME-EXCECAO
                   WHEN OTHER
                       ADD 1 TO WS-STATUS-INVALIDOS
                       MOVE SPACES TO WS-LE-MOTIVO
                       STRING 'STATUS DE RETORNO INVALIDO: '
                              WS-RET-STATUS-TAB(WS-IDX-RET)
                           DELIMITED BY SIZE INTO WS-LE-MOTIVO
                       PERFORM 2300-IMPRIME-EXCECAO
               END-EVALUATE
           ELSE
               ADD 1 TO WS-SEM-RETORNO
               MOVE 'SEM RETORNO DA PLATAFORMA DE MENSAGENS  '
                 TO WS-LE-MOTIVO
               PERFORM 2300-IMPRIME-EXCECAO
           END-IF.

       2200-BUSCA-RETORNO.
           SET WS-IDX-RET TO 1
           MOVE 'N' TO WS-FLAG-RET-ACHADO
           PERFORM UNTIL WS-IDX-RET > WS-RET-QTDE
                         OR RETORNO-ACHADO
               PERFORM 2210-COMPARA-RETORNO
           END-PERFORM.

       2210-COMPARA-RETORNO.
           IF WS-RET-CHAVE-TAB(WS-IDX-RET)   = WS-BR-CHAVE AND
              WS-RET-DATA-TAB(WS-IDX-RET)    = WS-BR-DATA AND
              WS-RET-DECISAO-TAB(WS-IDX-RET) = WS-BR-DECISAO
               SET RETORNO-ACHADO TO TRUE
           ELSE
               SET WS-IDX-RET UP BY 1
           END-IF.

       2300-IMPRIME-EXCECAO.
           ADD 1 TO WS-NAO-ENTREGUES
           MOVE NTF-CHAVE        TO WS-LE-CHAVE
           MOVE NTF-DATA-DECISAO TO WS-LE-DATA
           EVALUATE TRUE
               WHEN NTF-MEIO-SMS
                   MOVE 'SMS'   TO WS-LE-MEIO
               WHEN NTF-MEIO-EMAIL
                   MOVE 'EMAIL' TO WS-LE-MEIO
               WHEN OTHER
                   MOVE 'CARTA' TO WS-LE-MEIO
           END-EVALUATE
           MOVE NTF-DECISAO      TO WS-LE-DECISAO
           MOVE NTF-NOME         TO WS-LE-NOME
           WRITE REG-REL FROM WS-LINHA-EXC.

       3000-REPORTA-SEM-CORRESP.
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE 'RETORNOS SEM CORRESPONDENCIA NAS NOTIFICACOES ENVIADAS'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           SET WS-IDX-RET TO 1
           PERFORM UNTIL WS-IDX-RET > WS-RET-QTDE
               IF WS-RET-USADO-TAB(WS-IDX-RET) NOT = 'S'
                   ADD 1 TO WS-RET-SEM-CORRESP
                   MOVE SPACES TO WS-LINHA-EXC
                   MOVE WS-RET-CHAVE-TAB(WS-IDX-RET)   TO WS-LE-CHAVE
                   MOVE WS-RET-DATA-TAB(WS-IDX-RET)    TO WS-LE-DATA
                   MOVE WS-RET-DECISAO-TAB(WS-IDX-RET) TO WS-LE-DECISAO
                   MOVE 'NOTIFICACAO NAO ENVIADA NO LOTE DO DIA  '
                     TO WS-LE-MOTIVO
                   WRITE REG-REL FROM WS-LINHA-EXC
               END-IF
               SET WS-IDX-RET UP BY 1
           END-PERFORM.

       9000-FINALIZA.
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE 'NOTIFICACOES ENVIADAS'      TO WS-LINHA-ROTULO
           MOVE WS-ENV-LIDOS                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'RETORNOS LIDOS'             TO WS-LINHA-ROTULO
           MOVE WS-RET-LIDOS                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ENTREGUES'                  TO WS-LINHA-ROTULO
           MOVE WS-ENTREGUES                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'FALHAS DE ENTREGA'          TO WS-LINHA-ROTULO
           MOVE WS-FALHAS                    TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'SEM RETORNO'                TO WS-LINHA-ROTULO
           MOVE WS-SEM-RETORNO               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'STATUS INVALIDOS'           TO WS-LINHA-ROTULO
           MOVE WS-STATUS-INVALIDOS          TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'RETORNOS SEM CORRESP'       TO WS-LINHA-ROTULO
           MOVE WS-RET-SEM-CORRESP           TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           CLOSE NOTENV
                 RELNOTF

           DISPLAY 'CBLDB035 NOTIFICACOES ENVIADAS= ' WS-ENV-LIDOS
           DISPLAY 'CBLDB035 RETORNOS LIDOS       = ' WS-RET-LIDOS
           DISPLAY 'CBLDB035 ENTREGUES            = ' WS-ENTREGUES
           DISPLAY 'CBLDB035 FALHAS DE ENTREGA    = ' WS-FALHAS
           DISPLAY 'CBLDB035 SEM RETORNO          = ' WS-SEM-RETORNO
           DISPLAY 'CBLDB035 RET SEM CORRESP      = '
                   WS-RET-SEM-CORRESP

           IF WS-NAO-ENTREGUES > ZERO
               MOVE SPACES TO REG-EVENTO
               MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 3005 TO EVT-CODIGO
               STRING 'NOTIFICACOES NAO ENTREGUES: '
                      WS-NAO-ENTREGUES
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. ENTREGUES: ' WS-ENTREGUES
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB035'            TO EVT-PROGRAMA
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
