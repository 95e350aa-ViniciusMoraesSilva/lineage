       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB034.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAIDAF ASSIGN TO SAIDAF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT NOTSMS ASSIGN TO NOTSMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SMS.
           SELECT NOTEMAIL ASSIGN TO NOTEMAIL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EML.
           SELECT NOTCARTA ASSIGN TO NOTCARTA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRT.
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

       FD  NOTSMS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-NOTSMS                 PIC X(120).

       FD  NOTEMAIL
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-NOTEMAIL               PIC X(120).

       FD  NOTCARTA
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-NOTCARTA               PIC X(120).

       FD  EVENTOS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-EVT                    PIC X(120).

       FD  DATACTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYDATA1.

       WORKING-STORAGE SECTION.
       01  WS-FS-IN                  PIC X(02) VALUE SPACES.
       01  WS-FS-SMS                 PIC X(02) VALUE SPACES.
       01  WS-FS-EML                 PIC X(02) VALUE SPACES.
       01  WS-FS-CRT                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       COPY CPYNOTIF.

       COPY CPYHDTRL.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-DATA-HORA-SISTEMA      PIC X(21).
       01  WS-DATA-HORA-SISTEMA-R REDEFINES WS-DATA-HORA-SISTEMA.
           05 WS-DATA-SISTEMA        PIC X(08).
           05 WS-HORA-SISTEMA        PIC X(06).
           05 FILLER                 PIC X(07).

       01  WS-FLAGS.
           05 WS-EOF                 PIC X(01) VALUE 'N'.
              88 FIM-SAIDAF                     VALUE 'S'.
           05 WS-FLAG-CHAVE-EXISTE   PIC X(01) VALUE 'N'.
              88 CHAVE-EXISTE                   VALUE 'S'.

       01  WS-CANAL-PREFERENC        PIC X(02) VALUE SPACES.
           88 CANAL-PREF-SMS                    VALUES 'SM' 'AP'.
           88 CANAL-PREF-EMAIL                  VALUES 'EM' 'WE'.

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-ULTIMA-NOTIFICACAO.
           05 WS-ULT-CHAVE           PIC X(10) VALUE SPACES.
           05 WS-ULT-DECISAO         PIC X(08) VALUE SPACES.

       01  WS-CONTROLE.
           05 WS-LIDOS               PIC 9(07) VALUE ZERO.
           05 WS-SELECIONADOS        PIC 9(07) VALUE ZERO.
           05 WS-ESTORNOS            PIC 9(07) VALUE ZERO.
           05 WS-DUPLICADOS          PIC 9(07) VALUE ZERO.
           05 WS-SEM-CADASTRO        PIC 9(07) VALUE ZERO.
           05 WS-QTD-SMS             PIC 9(07) VALUE ZERO.
           05 WS-QTD-EMAIL           PIC 9(07) VALUE ZERO.
           05 WS-QTD-CARTA           PIC 9(07) VALUE ZERO.
           05 WS-HASH-SMS            PIC 9(13)V99 VALUE ZERO.
           05 WS-HASH-EMAIL          PIC 9(13)V99 VALUE ZERO.
           05 WS-HASH-CARTA          PIC 9(13)V99 VALUE ZERO.

       01  WS-SQLCODE                PIC S9(09) VALUE ZERO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE DCLTB001
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA

           PERFORM 1050-LE-DATA-NEGOCIO

           OPEN INPUT  SAIDAF
                OUTPUT NOTSMS
                OUTPUT NOTEMAIL
                OUTPUT NOTCARTA

           IF WS-FS-IN NOT = '00'
               DISPLAY 'ERRO OPEN SAIDAF. FILE STATUS=' WS-FS-IN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-SMS NOT = '00'
               DISPLAY 'ERRO OPEN NOTSMS. FILE STATUS=' WS-FS-SMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-EML NOT = '00'
               DISPLAY 'ERRO OPEN NOTEMAIL. FILE STATUS=' WS-FS-EML
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-CRT NOT = '00'
               DISPLAY 'ERRO OPEN NOTCARTA. FILE STATUS=' WS-FS-CRT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 6600-GRAVA-HEADERS.

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
               MOVE WS-DATA-NEGOCIO TO WS-DATA-SISTEMA
           END-IF.

       2000-PROCESSA.
           PERFORM UNTIL FIM-SAIDAF
               READ SAIDAF
                   AT END
                       SET FIM-SAIDAF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF P2-DECISAO = 'APROVAR ' OR
                          P2-DECISAO = 'BLOQUEAR'
                           PERFORM 2100-SELECIONA-DECISAO
                       END-IF
               END-READ
           END-PERFORM.

       2100-SELECIONA-DECISAO.
           EVALUATE TRUE
               WHEN P2-MOVTO-ESTORNO
                   ADD 1 TO WS-ESTORNOS
               WHEN P2-CHAVE = WS-ULT-CHAVE AND
                    P2-DECISAO = WS-ULT-DECISAO
                   ADD 1 TO WS-DUPLICADOS
               WHEN OTHER
                   ADD 1 TO WS-SELECIONADOS
                   MOVE P2-CHAVE   TO WS-ULT-CHAVE
                   MOVE P2-DECISAO TO WS-ULT-DECISAO
                   PERFORM 2200-BUSCA-CLIENTE
                   IF CHAVE-EXISTE
                       PERFORM 2300-MONTA-NOTIFICACAO
                       PERFORM 2400-ROTEIA-NOTIFICACAO
                   ELSE
                       ADD 1 TO WS-SEM-CADASTRO
                       DISPLAY 'CHAVE SEM CADASTRO NO DB2 - NAO '
                               'NOTIFICADA: ' P2-CHAVE
                   END-IF
           END-EVALUATE.

       2200-BUSCA-CLIENTE.
           MOVE 'N' TO WS-FLAG-CHAVE-EXISTE
           MOVE P2-CHAVE TO HV-CHAVE-CLIENTE

           EXEC SQL
               SELECT NOME_CLIENTE,
                      CANAL_PREFERENC
                 INTO :HV-NOME-CLIENTE,
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
                   DISPLAY 'SQLCODE=' WS-SQLCODE ' CHAVE=' P2-CHAVE
                   MOVE SPACES TO REG-EVENTO
                   MOVE '2200-BUSCA-CLIENTE' TO EVT-PARAGRAFO
                   MOVE 'E'  TO EVT-SEVERIDADE
                   MOVE 5002 TO EVT-CODIGO
                   MOVE P2-CHAVE TO EVT-CHAVE
                   STRING 'ERRO DB2 NO SELECT. SQLCODE: '
                          WS-SQLCODE
                       DELIMITED BY SIZE INTO EVT-TEXTO
                   PERFORM 9800-GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       2300-MONTA-NOTIFICACAO.
           MOVE SPACES TO REG-NOTIF
           MOVE P2-CHAVE           TO NTF-CHAVE
           MOVE WS-DATA-SISTEMA    TO NTF-DATA-DECISAO
           MOVE WS-HORA-SISTEMA    TO NTF-HORA-DECISAO
           MOVE HV-CANAL-PREFERENC TO NTF-CANAL-PREFERENC
           MOVE P2-DECISAO         TO NTF-DECISAO
           MOVE HV-NOME-CLIENTE    TO NTF-NOME
           MOVE P2-LIMITE-CRED     TO NTF-LIMITE-CRED
           MOVE P2-VALOR-AJUSTADO  TO NTF-VALOR-AJUSTADO
           MOVE P2-CATEGORIA-FINAL TO NTF-CATEGORIA
           MOVE P2-REGRA-ID        TO NTF-REGRA-ID
           MOVE P2-SEGMENTO        TO NTF-SEGMENTO

           MOVE HV-CANAL-PREFERENC TO WS-CANAL-PREFERENC
           EVALUATE TRUE
               WHEN CANAL-PREF-SMS
                   SET NTF-MEIO-SMS   TO TRUE
               WHEN CANAL-PREF-EMAIL
                   SET NTF-MEIO-EMAIL TO TRUE
               WHEN OTHER
                   SET NTF-MEIO-CARTA TO TRUE
           END-EVALUATE.

       2400-ROTEIA-NOTIFICACAO.
           EVALUATE TRUE
               WHEN NTF-MEIO-SMS
                   WRITE REG-NOTSMS FROM REG-NOTIF
                   ADD 1 TO WS-QTD-SMS
                   ADD NTF-VALOR-AJUSTADO TO WS-HASH-SMS
               WHEN NTF-MEIO-EMAIL
                   WRITE REG-NOTEMAIL FROM REG-NOTIF
                   ADD 1 TO WS-QTD-EMAIL
                   ADD NTF-VALOR-AJUSTADO TO WS-HASH-EMAIL
               WHEN OTHER
                   WRITE REG-NOTCARTA FROM REG-NOTIF
                   ADD 1 TO WS-QTD-CARTA
                   ADD NTF-VALOR-AJUSTADO TO WS-HASH-CARTA
           END-EVALUATE.

       6600-GRAVA-HEADERS.
           MOVE SPACES TO REG-TRANS-HEADER
           MOVE '00'            TO HDR-TIPO-REG
           MOVE WS-DATA-SISTEMA TO HDR-DATA-ARQUIVO
           MOVE 'CBLDB034'      TO HDR-SISTEMA-ORIGEM
           MOVE 1               TO HDR-NUM-GERACAO

           MOVE REG-TRANS-HEADER TO REG-NOTSMS
           WRITE REG-NOTSMS
           MOVE REG-TRANS-HEADER TO REG-NOTEMAIL
           WRITE REG-NOTEMAIL
           MOVE REG-TRANS-HEADER TO REG-NOTCARTA
           WRITE REG-NOTCARTA.

       6700-GRAVA-TRAILERS.
           MOVE SPACES TO REG-TRANS-TRAILER
           MOVE '99'          TO TRL-TIPO-REG
           MOVE WS-QTD-SMS    TO TRL-QTD-REGISTROS
           MOVE WS-HASH-SMS   TO TRL-HASH-TOTAL
           MOVE REG-TRANS-TRAILER TO REG-NOTSMS
           WRITE REG-NOTSMS

           MOVE WS-QTD-EMAIL  TO TRL-QTD-REGISTROS
           MOVE WS-HASH-EMAIL TO TRL-HASH-TOTAL
           MOVE REG-TRANS-TRAILER TO REG-NOTEMAIL
           WRITE REG-NOTEMAIL

           MOVE WS-QTD-CARTA  TO TRL-QTD-REGISTROS
           MOVE WS-HASH-CARTA TO TRL-HASH-TOTAL
           MOVE REG-TRANS-TRAILER TO REG-NOTCARTA
           WRITE REG-NOTCARTA.

       9000-FINALIZA.
           PERFORM 6700-GRAVA-TRAILERS

           CLOSE SAIDAF
                 NOTSMS
                 NOTEMAIL
                 NOTCARTA

           DISPLAY 'CBLDB034 REGISTROS LIDOS      = ' WS-LIDOS
           DISPLAY 'CBLDB034 DECISOES SELECIONADAS= ' WS-SELECIONADOS
           DISPLAY 'CBLDB034 ESTORNOS IGNORADOS   = ' WS-ESTORNOS
           DISPLAY 'CBLDB034 DUPLICADOS IGNORADOS = ' WS-DUPLICADOS
           DISPLAY 'CBLDB034 SEM CADASTRO NO DB2  = ' WS-SEM-CADASTRO
           DISPLAY 'CBLDB034 NOTIFICACOES SMS     = ' WS-QTD-SMS
           DISPLAY 'CBLDB034 NOTIFICACOES E-MAIL  = ' WS-QTD-EMAIL
           DISPLAY 'CBLDB034 NOTIFICACOES CARTA   = ' WS-QTD-CARTA

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. SELECIONADOS: '
                  WS-SELECIONADOS
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB034'            TO EVT-PROGRAMA
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
