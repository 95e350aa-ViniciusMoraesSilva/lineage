       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB041.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPDREQ ASSIGN TO LGPDREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REQ.
           SELECT HISTMST ASSIGN TO HISTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.
           SELECT PENDCTL ASSIGN TO PENDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-FS-PEN.
           SELECT HISTARQ ASSIGN TO HISTARQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HAR.
           SELECT REVISAO ASSIGN TO REVISAO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REV.
           SELECT SAIDAF ASSIGN TO SAIDAF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAI.
           SELECT REJEITOS ASSIGN TO REJEITOS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.
           SELECT LGPW080 ASSIGN TO LGPW080
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-W080.
           SELECT LGPW300 ASSIGN TO LGPW300
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-W300.
           SELECT LGPW360 ASSIGN TO LGPW360
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-W360.
           SELECT ENTRADA1 ASSIGN TO ENTRADA1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENT1.
           SELECT ENTRADA2 ASSIGN TO ENTRADA2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENT2.
           SELECT ENTRADA3 ASSIGN TO ENTRADA3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENT3.
           SELECT ENTRADA4 ASSIGN TO ENTRADA4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENT4.
           SELECT MASCENT1 ASSIGN TO MASCENT1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MSC1.
           SELECT MASCENT2 ASSIGN TO MASCENT2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MSC2.
           SELECT MASCENT3 ASSIGN TO MASCENT3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MSC3.
           SELECT MASCENT4 ASSIGN TO MASCENT4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MSC4.
           SELECT MASCSAI ASSIGN TO MASCSAI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MSCS.
           SELECT RELLGPD ASSIGN TO RELLGPD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT DATACTL ASSIGN TO DATACTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DTC.
           SELECT EVENTOS ASSIGN TO EVENTOS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EVT.

       DATA DIVISION.
       FILE SECTION.
       FD  LGPDREQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYLGPD1.

       FD  HISTMST
           RECORD CONTAINS 250 CHARACTERS.
       COPY CPYHIST1.

       FD  PENDCTL
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYPEND1.

       FD  HISTARQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYHARQ1.

       FD  REVISAO
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       COPY CPYDB203.

       FD  SAIDAF
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       COPY CPYDB202.

       FD  REJEITOS
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       COPY CPYOUTRJ.

       FD  LGPW080
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-W080                   PIC X(80).

       FD  LGPW300
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  REG-W300                   PIC X(300).

       FD  LGPW360
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       01  REG-W360                   PIC X(360).

       FD  ENTRADA1
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-ENT1                   PIC X(80).

       FD  ENTRADA2
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-ENT2                   PIC X(100).

       FD  ENTRADA3
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-ENT3                   PIC X(80).

       FD  ENTRADA4
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-ENT4                   PIC X(80).

       FD  MASCENT1
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-MSC1                   PIC X(80).

       FD  MASCENT2
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-MSC2                   PIC X(100).

       FD  MASCENT3
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-MSC3                   PIC X(80).

       FD  MASCENT4
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-MSC4                   PIC X(80).

       FD  MASCSAI
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       01  REG-MSCS                   PIC X(360).

       FD  RELLGPD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REL                    PIC X(132).

       FD  DATACTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYDATA1.

       FD  EVENTOS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-EVT                    PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FS-REQ                 PIC X(02) VALUE SPACES.
       01  WS-FS-HIST                PIC X(02) VALUE SPACES.
       01  WS-FS-PEN                 PIC X(02) VALUE SPACES.
       01  WS-FS-HAR                 PIC X(02) VALUE SPACES.
       01  WS-FS-REV                 PIC X(02) VALUE SPACES.
       01  WS-FS-SAI                 PIC X(02) VALUE SPACES.
       01  WS-FS-REJ                 PIC X(02) VALUE SPACES.
       01  WS-FS-W080                PIC X(02) VALUE SPACES.
       01  WS-FS-W300                PIC X(02) VALUE SPACES.
       01  WS-FS-W360                PIC X(02) VALUE SPACES.
       01  WS-FS-ENT1                PIC X(02) VALUE SPACES.
       01  WS-FS-ENT2                PIC X(02) VALUE SPACES.
       01  WS-FS-ENT3                PIC X(02) VALUE SPACES.
       01  WS-FS-ENT4                PIC X(02) VALUE SPACES.
       01  WS-FS-MSC1                PIC X(02) VALUE SPACES.
       01  WS-FS-MSC2                PIC X(02) VALUE SPACES.
       01  WS-FS-MSC3                PIC X(02) VALUE SPACES.
       01  WS-FS-MSC4                PIC X(02) VALUE SPACES.
       01  WS-FS-MSCS                PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       COPY CPYIN001.

       COPY CPYIN002.

       COPY CPYIN003.

       COPY CPYIN004.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-REQ             PIC X(01) VALUE 'N'.
              88 FIM-LGPDREQ                    VALUE 'S'.
           05 WS-EOF-ATIVO           PIC X(01) VALUE 'N'.
              88 FIM-ATIVO                      VALUE 'S'.
           05 WS-EOF-WRK             PIC X(01) VALUE 'N'.
              88 FIM-WRK                        VALUE 'S'.
           05 WS-FLAG-ACHADO         PIC X(01) VALUE 'N'.
              88 PEDIDO-ACHADO                  VALUE 'S'.
           05 WS-FLAG-MODO           PIC X(01) VALUE 'A'.
              88 MODO-ANONIMIZA                 VALUE 'A'.
              88 MODO-MASCARA                   VALUE 'M'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-PARM-VALOR             PIC X(20) VALUE SPACES.
       01  WS-SQLCODE                PIC S9(09) VALUE ZERO.
       01  WS-CHAVE-ERRO             PIC X(10) VALUE SPACES.
       01  WS-ARQ-ERRO               PIC X(08) VALUE SPACES.
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.
       01  WS-CHAVE-BUSCA            PIC X(10) VALUE SPACES.
       01  WS-CHAVE-MASCARADA        PIC X(10) VALUE SPACES.
       01  WS-SUB-ARM                PIC 9(02) VALUE ZERO.
       01  WS-VALOR-REGISTRO         PIC S9(13)V99 VALUE ZERO.

       01  WS-NOME-ANONIMO           PIC X(32)
                                     VALUE 'TITULAR ANONIMIZADO - LGPD'.
       01  WS-PREFIXO-ANONIMO        PIC X(02) VALUE 'LG'.

       01  WS-DB2-CHAVE-NOVA         PIC X(10) VALUE SPACES.
       01  WS-DB2-QTD                PIC S9(09) COMP VALUE ZERO.
       01  WS-DB2-VALOR              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-DB2-QTD-ANONIMA        PIC S9(09) COMP VALUE ZERO.
       01  WS-DB2-VALOR-ANONIMA      PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-MASCARA.
           05 WS-MASC-CAMPO          PIC X(32) VALUE SPACES.
           05 WS-MASC-TIPO           PIC X(01) VALUE SPACE.
              88 MASC-CHAVE                     VALUE 'C'.
              88 MASC-CONTA                     VALUE 'K'.
              88 MASC-DOCUMENTO                 VALUE 'D'.
              88 MASC-DISPOSITIVO               VALUE 'V'.
           05 WS-MASC-BUSCA.
              10 WS-MASC-BUSCA-TIPO  PIC X(01).
              10 WS-MASC-BUSCA-VALOR PIC X(14).
           05 WS-MASC-SEQ-CHAVE      PIC 9(08) VALUE ZERO.
           05 WS-MASC-SEQ-CONTA      PIC 9(08) VALUE ZERO.
           05 WS-MASC-SEQ-DOCUMENTO  PIC 9(12) VALUE ZERO.
           05 WS-MASC-SEQ-DISPOSITIVO
                                     PIC 9(12) VALUE ZERO.
           05 WS-MASC-INICIO         PIC S9(09) COMP VALUE ZERO.
           05 WS-MASC-FIM            PIC S9(09) COMP VALUE ZERO.
           05 WS-MASC-MEIO           PIC S9(09) COMP VALUE ZERO.
           05 WS-MASC-POS            PIC S9(09) COMP VALUE ZERO.
           05 WS-MASC-ACHADO         PIC X(01) VALUE 'N'.
              88 SUBSTITUTO-ACHADO              VALUE 'S'.

       01  WS-TAB-SUBSTITUTOS.
           05 WS-SBT-QTDE            PIC S9(09) COMP VALUE ZERO.
           05 WS-SBT-MAXIMO          PIC S9(09) COMP VALUE 50000.
           05 WS-SBT-TAB OCCURS 50000 TIMES.
              10 WS-SBT-CHAVE-TAB.
                 15 WS-SBT-TIPO-TAB  PIC X(01).
                 15 WS-SBT-ORIGEM-TAB
                                     PIC X(14).
              10 WS-SBT-VALOR-TAB    PIC X(14).

       01  WS-CONTROLE.
           05 WS-PED-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-PED-INVALIDOS       PIC 9(07) VALUE ZERO.
           05 WS-PED-SEM-DADOS       PIC 9(07) VALUE ZERO.
           05 WS-CONFLITOS           PIC 9(07) VALUE ZERO.
           05 WS-DIVERGENCIAS        PIC 9(07) VALUE ZERO.
           05 WS-ARM-NAO-PROCESSADOS PIC 9(07) VALUE ZERO.

       01  WS-TAB-ARMAZENS.
           05 WS-ARM-TAB OCCURS 8 TIMES
                         INDEXED BY WS-IDX-ARM.
              10 WS-ARM-NOME-TAB     PIC X(14).
              10 WS-ARM-SITUACAO-TAB PIC X(01).
              10 WS-ARM-LIDOS-TAB    PIC 9(09).
              10 WS-ARM-ALTERADOS-TAB
                                     PIC 9(09).
              10 WS-ARM-GRAVADOS-TAB PIC 9(09).
              10 WS-ARM-VAL-ANTES-TAB
                                     PIC S9(13)V99.
              10 WS-ARM-VAL-DEPOIS-TAB
                                     PIC S9(13)V99.

       01  WS-TAB-PEDIDOS.
           05 WS-PED-QTDE            PIC 9(03) VALUE ZERO.
           05 WS-PED-TAB OCCURS 100 TIMES
                         INDEXED BY WS-IDX-PED.
              10 WS-PED-PROTOCOLO-TAB
                                     PIC 9(08).
              10 WS-PED-CHAVE-TAB    PIC X(10).
              10 WS-PED-CHAVE-NOVA-TAB
                                     PIC X(10).
              10 WS-PED-DATA-TAB     PIC X(08).
              10 WS-PED-SOLICITANTE-TAB
                                     PIC X(20).
              10 WS-PED-DEC-QTD-ANTES-TAB
                                     PIC 9(09).
              10 WS-PED-DEC-VAL-ANTES-TAB
                                     PIC S9(13)V99.
              10 WS-PED-DEC-QTD-DEPOIS-TAB
                                     PIC 9(09).
              10 WS-PED-DEC-VAL-DEPOIS-TAB
                                     PIC S9(13)V99.
              10 WS-PED-ALTERADOS-TAB PIC 9(07) OCCURS 8 TIMES.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       01  WS-CAB-ARMAZEM.
           05 FILLER                 PIC X(16) VALUE 'ARMAZEM'.
           05 FILLER                 PIC X(15) VALUE 'SITUACAO'.
           05 FILLER                 PIC X(13) VALUE '      LIDOS'.
           05 FILLER                 PIC X(13) VALUE '  ALTERADOS'.
           05 FILLER                 PIC X(13) VALUE '   GRAVADOS'.
           05 FILLER                 PIC X(23)
                                     VALUE '        CONTROLE ANTES'.
           05 FILLER                 PIC X(23)
                                     VALUE '       CONTROLE DEPOIS'.
           05 FILLER                 PIC X(16) VALUE 'CONFERENCIA'.

       01  WS-LINHA-ARMAZEM.
           05 WS-LA-NOME             PIC X(14).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-SITUACAO         PIC X(14).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LA-LIDOS            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-ALTERADOS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-GRAVADOS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-VAL-ANTES        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-VAL-DEPOIS       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-CONFERENCIA      PIC X(14).

       01  WS-LINHA-MASCARA.
           05 WS-LM-ARQUIVO          PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LM-DESTINO          PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LM-LIDOS            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LM-MASCARADOS       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LM-SITUACAO         PIC X(20).
           05 FILLER                 PIC X(62) VALUE SPACES.

       01  WS-MSC-LIDOS              PIC 9(09) VALUE ZERO.
       01  WS-MSC-MASCARADOS         PIC 9(09) VALUE ZERO.

       01  WS-ED-QTD                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-VALOR               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-QTD-2               PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-VALOR-2             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE DCLTB001
           END-EXEC.

           EXEC SQL
               INCLUDE DCLTB002
           END-EXEC.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-TAMANHO        PIC S9(04) COMP.
           05 LK-PARM-VALOR          PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           IF MODO-MASCARA
               PERFORM 6000-GERA-COPIAS-MASCARADAS
           ELSE
               PERFORM 1100-CARREGA-PEDIDOS
               PERFORM 2000-ANONIMIZA-DB2
               PERFORM 3000-ANONIMIZA-HISTMST
               PERFORM 3500-ANONIMIZA-PENDCTL
               PERFORM 4000-ANONIMIZA-HISTARQ
               PERFORM 4300-ANONIMIZA-REVISAO
               PERFORM 4600-ANONIMIZA-SAIDAF
               PERFORM 4900-ANONIMIZA-REJEITOS
               PERFORM 5000-IMPRIME-CERTIFICADO
           END-IF
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           MOVE SPACES TO WS-PARM-VALOR
           IF LK-PARM-TAMANHO > ZERO
               MOVE LK-PARM-VALOR TO WS-PARM-VALOR
           END-IF

           IF WS-PARM-VALOR(1:7) = 'MASCARA'
               SET MODO-MASCARA TO TRUE
           ELSE
               SET MODO-ANONIMIZA TO TRUE
           END-IF

           DISPLAY 'CBLDB041 MODO = ' WS-FLAG-MODO
                   ' (A=ANONIMIZACAO M=COPIA MASCARADA)'

           INITIALIZE WS-TAB-ARMAZENS
           MOVE 'CLIENTE_MOVTO'  TO WS-ARM-NOME-TAB(1)
           MOVE 'DECISAO_DIARIA' TO WS-ARM-NOME-TAB(2)
           MOVE 'HISTMST'        TO WS-ARM-NOME-TAB(3)
           MOVE 'PENDCTL'        TO WS-ARM-NOME-TAB(4)
           MOVE 'HISTARQ'        TO WS-ARM-NOME-TAB(5)
           MOVE 'REVISAO'        TO WS-ARM-NOME-TAB(6)
           MOVE 'SAIDAF'         TO WS-ARM-NOME-TAB(7)
           MOVE 'REJEITOS'       TO WS-ARM-NOME-TAB(8)
           MOVE 'N' TO WS-ARM-SITUACAO-TAB(1)
                       WS-ARM-SITUACAO-TAB(2)
                       WS-ARM-SITUACAO-TAB(3)
                       WS-ARM-SITUACAO-TAB(4)
                       WS-ARM-SITUACAO-TAB(5)
                       WS-ARM-SITUACAO-TAB(6)
                       WS-ARM-SITUACAO-TAB(7)
                       WS-ARM-SITUACAO-TAB(8)

           OPEN OUTPUT RELLGPD

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELLGPD. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           IF MODO-MASCARA
               MOVE 'COPIAS MASCARADAS PARA AMBIENTE DE TESTE - '
                 TO WS-LINHA
               MOVE 'CBLDB041' TO WS-LINHA(44:8)
           ELSE
               MOVE 'CERTIFICADO DE ANONIMIZACAO (LGPD) - CBLDB041'
                 TO WS-LINHA
           END-IF
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

       1100-CARREGA-PEDIDOS.
           OPEN INPUT LGPDREQ

           IF WS-FS-REQ NOT = '00'
               DISPLAY 'ERRO OPEN LGPDREQ. FILE STATUS=' WS-FS-REQ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIM-LGPDREQ
               READ LGPDREQ
                   AT END
                       SET FIM-LGPDREQ TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PED-LIDOS
                       PERFORM 1110-TRATA-PEDIDO
               END-READ
           END-PERFORM

           CLOSE LGPDREQ

           DISPLAY 'CBLDB041 PEDIDOS VALIDOS = ' WS-PED-QTDE.

       1110-TRATA-PEDIDO.
           IF LGP-CHAVE = SPACES OR
              LGP-PROTOCOLO IS NOT NUMERIC OR
              LGP-PROTOCOLO = ZERO
               ADD 1 TO WS-PED-INVALIDOS
               MOVE SPACES TO WS-LINHA
               STRING 'PEDIDO INVALIDO IGNORADO. PROTOCOLO: '
                      LGP-PROTOCOLO
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           ELSE
               MOVE LGP-CHAVE TO WS-CHAVE-BUSCA
               PERFORM 7100-BUSCA-PEDIDO
               IF PEDIDO-ACHADO
                   ADD 1 TO WS-PED-INVALIDOS
                   MOVE SPACES TO WS-LINHA
                   STRING 'PEDIDO EM DUPLICIDADE IGNORADO. '
                          'PROTOCOLO: ' LGP-PROTOCOLO
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-REL FROM WS-LINHA
               ELSE
                   PERFORM 1120-INSERE-PEDIDO
               END-IF
           END-IF.

       1120-INSERE-PEDIDO.
           IF WS-PED-QTDE < 100
               ADD 1 TO WS-PED-QTDE
               SET WS-IDX-PED TO WS-PED-QTDE
               INITIALIZE WS-PED-TAB(WS-IDX-PED)
               MOVE LGP-PROTOCOLO   TO WS-PED-PROTOCOLO-TAB(WS-IDX-PED)
               MOVE LGP-CHAVE       TO WS-PED-CHAVE-TAB(WS-IDX-PED)
               MOVE LGP-DATA-PEDIDO TO WS-PED-DATA-TAB(WS-IDX-PED)
               MOVE LGP-SOLICITANTE
                 TO WS-PED-SOLICITANTE-TAB(WS-IDX-PED)
               STRING WS-PREFIXO-ANONIMO LGP-PROTOCOLO
                   DELIMITED BY SIZE
                   INTO WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED)
           ELSE
               DISPLAY 'TABELA DE PEDIDOS CHEIA. LGPDREQ MAIOR QUE O '
                       'ESPERADO'
               MOVE SPACES TO REG-EVENTO
               MOVE '1120-INSERE-PEDIDO' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5003 TO EVT-CODIGO
               MOVE 'TABELA DE PEDIDOS LGPD CHEIA - ABORTADO'
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-ANONIMIZA-DB2.
           MOVE 'P' TO WS-ARM-SITUACAO-TAB(1)
                       WS-ARM-SITUACAO-TAB(2)

           SET WS-IDX-PED TO 1
           PERFORM UNTIL WS-IDX-PED > WS-PED-QTDE
               PERFORM 2100-ANONIMIZA-PEDIDO-DB2
               SET WS-IDX-PED UP BY 1
           END-PERFORM.

       2100-ANONIMIZA-PEDIDO-DB2.
           MOVE WS-PED-CHAVE-TAB(WS-IDX-PED)      TO WS-CHAVE-ERRO
           MOVE WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED) TO WS-DB2-CHAVE-NOVA

           MOVE WS-PED-CHAVE-TAB(WS-IDX-PED)      TO HV2-CHAVE-CLIENTE
           PERFORM 2200-TOTALIZA-DECISOES
           MOVE WS-DB2-QTD   TO WS-DB2-QTD-ANONIMA
           MOVE WS-DB2-VALOR TO WS-DB2-VALOR-ANONIMA

           MOVE WS-DB2-CHAVE-NOVA                 TO HV2-CHAVE-CLIENTE
           PERFORM 2200-TOTALIZA-DECISOES
           ADD WS-DB2-QTD   TO WS-DB2-QTD-ANONIMA
           ADD WS-DB2-VALOR TO WS-DB2-VALOR-ANONIMA

           MOVE WS-DB2-QTD-ANONIMA
             TO WS-PED-DEC-QTD-ANTES-TAB(WS-IDX-PED)
           MOVE WS-DB2-VALOR-ANONIMA
             TO WS-PED-DEC-VAL-ANTES-TAB(WS-IDX-PED)
           ADD WS-DB2-QTD-ANONIMA   TO WS-ARM-LIDOS-TAB(2)
           ADD WS-DB2-VALOR-ANONIMA TO WS-ARM-VAL-ANTES-TAB(2)

           MOVE WS-PED-CHAVE-TAB(WS-IDX-PED)      TO HV-CHAVE-CLIENTE
           MOVE WS-NOME-ANONIMO                   TO HV-NOME-CLIENTE

           EXEC SQL
               UPDATE APPDB.CLIENTE_MOVTO
                  SET CHAVE_CLIENTE = :WS-DB2-CHAVE-NOVA,
                      NOME_CLIENTE  = :HV-NOME-CLIENTE
                WHERE CHAVE_CLIENTE = :HV-CHAVE-CLIENTE
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE

           EVALUATE TRUE
               WHEN WS-SQLCODE = ZERO
                   MOVE SQLERRD(3)
                     TO WS-PED-ALTERADOS-TAB(WS-IDX-PED, 1)
                   ADD SQLERRD(3) TO WS-ARM-ALTERADOS-TAB(1)
               WHEN WS-SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO UPDATE APPDB.CLIENTE_MOVTO'
                   DISPLAY 'SQLCODE=' WS-SQLCODE
                   PERFORM 8900-DESFAZ-E-ABORTA
           END-EVALUATE

           EXEC SQL
               UPDATE APPDB.DECISAO_DIARIA
                  SET CHAVE_CLIENTE = :WS-DB2-CHAVE-NOVA
                WHERE CHAVE_CLIENTE = :HV-CHAVE-CLIENTE
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE

           EVALUATE TRUE
               WHEN WS-SQLCODE = ZERO
                   MOVE SQLERRD(3)
                     TO WS-PED-ALTERADOS-TAB(WS-IDX-PED, 2)
                   ADD SQLERRD(3) TO WS-ARM-ALTERADOS-TAB(2)
               WHEN WS-SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO UPDATE APPDB.DECISAO_DIARIA'
                   DISPLAY 'SQLCODE=' WS-SQLCODE
                   PERFORM 8900-DESFAZ-E-ABORTA
           END-EVALUATE

           MOVE WS-DB2-CHAVE-NOVA TO HV2-CHAVE-CLIENTE
           PERFORM 2200-TOTALIZA-DECISOES

           MOVE WS-DB2-QTD
             TO WS-PED-DEC-QTD-DEPOIS-TAB(WS-IDX-PED)
           MOVE WS-DB2-VALOR
             TO WS-PED-DEC-VAL-DEPOIS-TAB(WS-IDX-PED)
           ADD WS-DB2-QTD   TO WS-ARM-GRAVADOS-TAB(2)
           ADD WS-DB2-VALOR TO WS-ARM-VAL-DEPOIS-TAB(2)

           IF WS-PED-DEC-QTD-DEPOIS-TAB(WS-IDX-PED) NOT =
              WS-PED-DEC-QTD-ANTES-TAB(WS-IDX-PED) OR
              WS-PED-DEC-VAL-DEPOIS-TAB(WS-IDX-PED) NOT =
              WS-PED-DEC-VAL-ANTES-TAB(WS-IDX-PED)
               DISPLAY 'TOTAIS DE DECISAO DIVERGENTES. PROTOCOLO: '
                       WS-PED-PROTOCOLO-TAB(WS-IDX-PED)
               MOVE ZERO TO WS-SQLCODE
               PERFORM 8900-DESFAZ-E-ABORTA
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC.

       2200-TOTALIZA-DECISOES.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(VALOR_AJUSTADO), 0)
                 INTO :WS-DB2-QTD,
                      :WS-DB2-VALOR
                 FROM APPDB.DECISAO_DIARIA
                WHERE CHAVE_CLIENTE = :HV2-CHAVE-CLIENTE
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE

           IF WS-SQLCODE NOT = ZERO
               DISPLAY 'ERRO SELECT APPDB.DECISAO_DIARIA'
               DISPLAY 'SQLCODE=' WS-SQLCODE
               PERFORM 8900-DESFAZ-E-ABORTA
           END-IF.

       3000-ANONIMIZA-HISTMST.
           OPEN I-O HISTMST

           IF WS-FS-HIST NOT = '00'
               DISPLAY 'HISTMST NAO ENCONTRADO. FILE STATUS='
                       WS-FS-HIST
               ADD 1 TO WS-ARM-NAO-PROCESSADOS
           ELSE
               MOVE 'P' TO WS-ARM-SITUACAO-TAB(3)
               SET WS-IDX-PED TO 1
               PERFORM UNTIL WS-IDX-PED > WS-PED-QTDE
                   PERFORM 3100-REGRAVA-HISTMST
                   SET WS-IDX-PED UP BY 1
               END-PERFORM
               CLOSE HISTMST
           END-IF.

       3100-REGRAVA-HISTMST.
           MOVE WS-PED-CHAVE-TAB(WS-IDX-PED) TO HIST-CHAVE
           READ HISTMST

           EVALUATE WS-FS-HIST
               WHEN '00'
                   ADD 1 TO WS-ARM-LIDOS-TAB(3)
                   MOVE WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED)
                     TO HIST-CHAVE
                   WRITE REG-HIST
                   EVALUATE WS-FS-HIST
                       WHEN '00'
                           MOVE WS-PED-CHAVE-TAB(WS-IDX-PED)
                             TO HIST-CHAVE
                           DELETE HISTMST
                           IF WS-FS-HIST NOT = '00'
                               MOVE 'HISTMST'  TO WS-ARQ-ERRO
                               MOVE WS-FS-HIST TO WS-FS-ERRO
                               PERFORM 9850-EVENTO-ERRO-ARQUIVO
                           END-IF
                           ADD 1 TO WS-ARM-ALTERADOS-TAB(3)
                                    WS-ARM-GRAVADOS-TAB(3)
                           ADD 1 TO WS-PED-ALTERADOS-TAB(WS-IDX-PED, 3)
                       WHEN '22'
                           PERFORM 7200-REGISTRA-CONFLITO
                       WHEN OTHER
                           MOVE 'HISTMST'  TO WS-ARQ-ERRO
                           MOVE WS-FS-HIST TO WS-FS-ERRO
                           PERFORM 9850-EVENTO-ERRO-ARQUIVO
                   END-EVALUATE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'HISTMST'  TO WS-ARQ-ERRO
                   MOVE WS-FS-HIST TO WS-FS-ERRO
                   PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-EVALUATE.

       3500-ANONIMIZA-PENDCTL.
           OPEN I-O PENDCTL

           IF WS-FS-PEN NOT = '00'
               DISPLAY 'PENDCTL NAO ENCONTRADO. FILE STATUS='
                       WS-FS-PEN
               ADD 1 TO WS-ARM-NAO-PROCESSADOS
           ELSE
               MOVE 'P' TO WS-ARM-SITUACAO-TAB(4)
               SET WS-IDX-PED TO 1
               PERFORM UNTIL WS-IDX-PED > WS-PED-QTDE
                   PERFORM 3600-REGRAVA-PENDCTL
                   SET WS-IDX-PED UP BY 1
               END-PERFORM
               CLOSE PENDCTL
           END-IF.

       3600-REGRAVA-PENDCTL.
           MOVE WS-PED-CHAVE-TAB(WS-IDX-PED) TO PEN-CHAVE
           READ PENDCTL

           EVALUATE WS-FS-PEN
               WHEN '00'
                   ADD 1 TO WS-ARM-LIDOS-TAB(4)
                   MOVE WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED)
                     TO PEN-CHAVE
                   WRITE REG-PENDENTE
                   EVALUATE WS-FS-PEN
                       WHEN '00'
                           MOVE WS-PED-CHAVE-TAB(WS-IDX-PED)
                             TO PEN-CHAVE
                           DELETE PENDCTL
                           IF WS-FS-PEN NOT = '00'
                               MOVE 'PENDCTL'  TO WS-ARQ-ERRO
                               MOVE WS-FS-PEN  TO WS-FS-ERRO
                               PERFORM 9850-EVENTO-ERRO-ARQUIVO
                           END-IF
                           ADD 1 TO WS-ARM-ALTERADOS-TAB(4)
                                    WS-ARM-GRAVADOS-TAB(4)
                           ADD 1 TO WS-PED-ALTERADOS-TAB(WS-IDX-PED, 4)
                       WHEN '22'
                           PERFORM 7200-REGISTRA-CONFLITO
                       WHEN OTHER
                           MOVE 'PENDCTL'  TO WS-ARQ-ERRO
                           MOVE WS-FS-PEN  TO WS-FS-ERRO
                           PERFORM 9850-EVENTO-ERRO-ARQUIVO
                   END-EVALUATE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'PENDCTL'  TO WS-ARQ-ERRO
                   MOVE WS-FS-PEN  TO WS-FS-ERRO
                   PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-EVALUATE.

       4000-ANONIMIZA-HISTARQ.
           MOVE 5 TO WS-SUB-ARM
           OPEN INPUT HISTARQ

           IF WS-FS-HAR NOT = '00'
               DISPLAY 'HISTARQ NAO ENCONTRADO. FILE STATUS='
                       WS-FS-HAR
               ADD 1 TO WS-ARM-NAO-PROCESSADOS
           ELSE
               OPEN OUTPUT LGPW080
               IF WS-FS-W080 NOT = '00'
                   DISPLAY 'ERRO OPEN LGPW080. FILE STATUS='
                           WS-FS-W080
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ HISTARQ
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           PERFORM 4100-TRATA-HISTARQ
                   END-READ
               END-PERFORM

               CLOSE HISTARQ
                     LGPW080

               PERFORM 4200-REGRAVA-HISTARQ
               MOVE 'P' TO WS-ARM-SITUACAO-TAB(5)
           END-IF.

       4100-TRATA-HISTARQ.
           ADD 1 TO WS-ARM-LIDOS-TAB(5)
           IF HARQ-SCORE IS NUMERIC
               ADD HARQ-SCORE TO WS-ARM-VAL-ANTES-TAB(5)
           END-IF

           MOVE HARQ-CHAVE TO WS-CHAVE-BUSCA
           PERFORM 7100-BUSCA-PEDIDO
           IF PEDIDO-ACHADO
               MOVE WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED) TO HARQ-CHAVE
               PERFORM 7300-CONTA-ALTERACAO
           END-IF

           WRITE REG-W080 FROM REG-HISTARQ.

       4200-REGRAVA-HISTARQ.
           OPEN INPUT  LGPW080
                OUTPUT HISTARQ

           IF WS-FS-W080 NOT = '00' OR WS-FS-HAR NOT = '00'
               DISPLAY 'ERRO OPEN REGRAVACAO HISTARQ. FILE STATUS='
                       WS-FS-W080 '/' WS-FS-HAR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-WRK
           PERFORM UNTIL FIM-WRK
               READ LGPW080
                   AT END
                       SET FIM-WRK TO TRUE
                   NOT AT END
                       MOVE REG-W080 TO REG-HISTARQ
                       ADD 1 TO WS-ARM-GRAVADOS-TAB(5)
                       IF HARQ-SCORE IS NUMERIC
                           ADD HARQ-SCORE TO WS-ARM-VAL-DEPOIS-TAB(5)
                       END-IF
                       WRITE REG-HISTARQ
               END-READ
           END-PERFORM

           CLOSE LGPW080
                 HISTARQ.

       4300-ANONIMIZA-REVISAO.
           MOVE 6 TO WS-SUB-ARM
           OPEN INPUT REVISAO

           IF WS-FS-REV NOT = '00'
               DISPLAY 'REVISAO NAO ENCONTRADO. FILE STATUS='
                       WS-FS-REV
               ADD 1 TO WS-ARM-NAO-PROCESSADOS
           ELSE
               OPEN OUTPUT LGPW360
               IF WS-FS-W360 NOT = '00'
                   DISPLAY 'ERRO OPEN LGPW360. FILE STATUS='
                           WS-FS-W360
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ REVISAO
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           PERFORM 4400-TRATA-REVISAO
                   END-READ
               END-PERFORM

               CLOSE REVISAO
                     LGPW360

               PERFORM 4500-REGRAVA-REVISAO
               MOVE 'P' TO WS-ARM-SITUACAO-TAB(6)
           END-IF.

       4400-TRATA-REVISAO.
           ADD 1 TO WS-ARM-LIDOS-TAB(6)
           IF P3-VALOR-AJUSTADO IS NUMERIC
               ADD P3-VALOR-AJUSTADO TO WS-ARM-VAL-ANTES-TAB(6)
           END-IF

           MOVE P3-CHAVE TO WS-CHAVE-BUSCA
           PERFORM 7100-BUSCA-PEDIDO
           IF PEDIDO-ACHADO
               MOVE WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED) TO P3-CHAVE
               MOVE WS-NOME-ANONIMO                   TO P3-NOME
               PERFORM 7300-CONTA-ALTERACAO
           END-IF

           WRITE REG-W360 FROM REG-DB203.

       4500-REGRAVA-REVISAO.
           OPEN INPUT  LGPW360
                OUTPUT REVISAO

           IF WS-FS-W360 NOT = '00' OR WS-FS-REV NOT = '00'
               DISPLAY 'ERRO OPEN REGRAVACAO REVISAO. FILE STATUS='
                       WS-FS-W360 '/' WS-FS-REV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-WRK
           PERFORM UNTIL FIM-WRK
               READ LGPW360
                   AT END
                       SET FIM-WRK TO TRUE
                   NOT AT END
                       MOVE REG-W360 TO REG-DB203
                       ADD 1 TO WS-ARM-GRAVADOS-TAB(6)
                       IF P3-VALOR-AJUSTADO IS NUMERIC
                           ADD P3-VALOR-AJUSTADO
                             TO WS-ARM-VAL-DEPOIS-TAB(6)
                       END-IF
                       WRITE REG-DB203
               END-READ
           END-PERFORM

           CLOSE LGPW360
                 REVISAO.

       4600-ANONIMIZA-SAIDAF.
           MOVE 7 TO WS-SUB-ARM
           OPEN INPUT SAIDAF

           IF WS-FS-SAI NOT = '00'
               DISPLAY 'SAIDAF NAO ENCONTRADO. FILE STATUS='
                       WS-FS-SAI
               ADD 1 TO WS-ARM-NAO-PROCESSADOS
           ELSE
               OPEN OUTPUT LGPW360
               IF WS-FS-W360 NOT = '00'
                   DISPLAY 'ERRO OPEN LGPW360. FILE STATUS='
                           WS-FS-W360
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ SAIDAF
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           PERFORM 4700-TRATA-SAIDAF
                   END-READ
               END-PERFORM

               CLOSE SAIDAF
                     LGPW360

               PERFORM 4800-REGRAVA-SAIDAF
               MOVE 'P' TO WS-ARM-SITUACAO-TAB(7)
           END-IF.

       4700-TRATA-SAIDAF.
           ADD 1 TO WS-ARM-LIDOS-TAB(7)
           IF P2-VALOR-AJUSTADO IS NUMERIC
               ADD P2-VALOR-AJUSTADO TO WS-ARM-VAL-ANTES-TAB(7)
           END-IF

           MOVE P2-CHAVE TO WS-CHAVE-BUSCA
           PERFORM 7100-BUSCA-PEDIDO
           IF PEDIDO-ACHADO
               MOVE WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED) TO P2-CHAVE
               MOVE WS-NOME-ANONIMO                   TO P2-NOME
               PERFORM 7300-CONTA-ALTERACAO
           END-IF

           WRITE REG-W360 FROM REG-DB202.

       4800-REGRAVA-SAIDAF.
           OPEN INPUT  LGPW360
                OUTPUT SAIDAF

           IF WS-FS-W360 NOT = '00' OR WS-FS-SAI NOT = '00'
               DISPLAY 'ERRO OPEN REGRAVACAO SAIDAF. FILE STATUS='
                       WS-FS-W360 '/' WS-FS-SAI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-WRK
           PERFORM UNTIL FIM-WRK
               READ LGPW360
                   AT END
                       SET FIM-WRK TO TRUE
                   NOT AT END
                       MOVE REG-W360 TO REG-DB202
                       ADD 1 TO WS-ARM-GRAVADOS-TAB(7)
                       IF P2-VALOR-AJUSTADO IS NUMERIC
                           ADD P2-VALOR-AJUSTADO
                             TO WS-ARM-VAL-DEPOIS-TAB(7)
                       END-IF
                       WRITE REG-DB202
               END-READ
           END-PERFORM

           CLOSE LGPW360
                 SAIDAF.

       4900-ANONIMIZA-REJEITOS.
           MOVE 8 TO WS-SUB-ARM
           OPEN INPUT REJEITOS

           IF WS-FS-REJ NOT = '00'
               DISPLAY 'REJEITOS NAO ENCONTRADO. FILE STATUS='
                       WS-FS-REJ
               ADD 1 TO WS-ARM-NAO-PROCESSADOS
           ELSE
               OPEN OUTPUT LGPW300
               IF WS-FS-W300 NOT = '00'
                   DISPLAY 'ERRO OPEN LGPW300. FILE STATUS='
                           WS-FS-W300
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ REJEITOS
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           PERFORM 4910-TRATA-REJEITO
                   END-READ
               END-PERFORM

               CLOSE REJEITOS
                     LGPW300

               PERFORM 4920-REGRAVA-REJEITOS
               MOVE 'P' TO WS-ARM-SITUACAO-TAB(8)
           END-IF.

       4910-TRATA-REJEITO.
           ADD 1 TO WS-ARM-LIDOS-TAB(8)
           IF REJ-TOTAL-GERAL IS NUMERIC
               ADD REJ-TOTAL-GERAL TO WS-ARM-VAL-ANTES-TAB(8)
           END-IF

           MOVE REJ-CHAVE TO WS-CHAVE-BUSCA
           PERFORM 7100-BUSCA-PEDIDO
           IF PEDIDO-ACHADO
               MOVE WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED) TO REJ-CHAVE
               MOVE WS-NOME-ANONIMO                   TO REJ-NOME
               MOVE ALL '0'                           TO REJ-DOCUMENTO
                                                         REJ-CONTA
               PERFORM 7300-CONTA-ALTERACAO
           END-IF

           WRITE REG-W300 FROM REG-REJ.

       4920-REGRAVA-REJEITOS.
           OPEN INPUT  LGPW300
                OUTPUT REJEITOS

           IF WS-FS-W300 NOT = '00' OR WS-FS-REJ NOT = '00'
               DISPLAY 'ERRO OPEN REGRAVACAO REJEITOS. FILE STATUS='
                       WS-FS-W300 '/' WS-FS-REJ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-WRK
           PERFORM UNTIL FIM-WRK
               READ LGPW300
                   AT END
                       SET FIM-WRK TO TRUE
                   NOT AT END
                       MOVE REG-W300 TO REG-REJ
                       ADD 1 TO WS-ARM-GRAVADOS-TAB(8)
                       IF REJ-TOTAL-GERAL IS NUMERIC
                           ADD REJ-TOTAL-GERAL
                             TO WS-ARM-VAL-DEPOIS-TAB(8)
                       END-IF
                       WRITE REG-REJ
               END-READ
           END-PERFORM

           CLOSE LGPW300
                 REJEITOS.

       5000-IMPRIME-CERTIFICADO.
           SET WS-IDX-PED TO 1
           PERFORM UNTIL WS-IDX-PED > WS-PED-QTDE
               PERFORM 5100-IMPRIME-PEDIDO
               SET WS-IDX-PED UP BY 1
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           MOVE 'CONFERENCIA POR ARMAZEM' TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           WRITE REG-REL FROM WS-CAB-ARMAZEM

           SET WS-IDX-ARM TO 1
           PERFORM UNTIL WS-IDX-ARM > 8
               PERFORM 5200-IMPRIME-ARMAZEM
               SET WS-IDX-ARM UP BY 1
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE 'PEDIDOS LIDOS'              TO WS-LINHA-ROTULO
           MOVE WS-PED-LIDOS                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'PEDIDOS INVALIDOS'          TO WS-LINHA-ROTULO
           MOVE WS-PED-INVALIDOS             TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'PEDIDOS ATENDIDOS'          TO WS-LINHA-ROTULO
           MOVE WS-PED-QTDE                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'PEDIDOS SEM DADOS NA BASE'  TO WS-LINHA-ROTULO
           MOVE WS-PED-SEM-DADOS             TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CONFLITOS DE CHAVE ANONIMA' TO WS-LINHA-ROTULO
           MOVE WS-CONFLITOS                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ARMAZENS NAO PROCESSADOS'   TO WS-LINHA-ROTULO
           MOVE WS-ARM-NAO-PROCESSADOS       TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'DIVERGENCIAS DE TOTAIS'     TO WS-LINHA-ROTULO
           MOVE WS-DIVERGENCIAS              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET.

       5100-IMPRIME-PEDIDO.
           MOVE WS-PED-CHAVE-TAB(WS-IDX-PED) TO WS-CHAVE-MASCARADA
           MOVE '*****' TO WS-CHAVE-MASCARADA(4:5)

           MOVE SPACES TO WS-LINHA
           STRING 'PROTOCOLO: ' WS-PED-PROTOCOLO-TAB(WS-IDX-PED)
                  '   DATA DO PEDIDO: ' WS-PED-DATA-TAB(WS-IDX-PED)
                  '   SOLICITANTE: '
                  WS-PED-SOLICITANTE-TAB(WS-IDX-PED)
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'CHAVE ORIGINAL: ' WS-CHAVE-MASCARADA
                  '   CHAVE ANONIMA: '
                  WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED)
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE ZERO TO WS-MSC-MASCARADOS
           SET WS-IDX-ARM TO 1
           PERFORM UNTIL WS-IDX-ARM > 8
               MOVE SPACES TO WS-LINHA-ROTULO
               STRING '  ' WS-ARM-NOME-TAB(WS-IDX-ARM)
                   DELIMITED BY SIZE INTO WS-LINHA-ROTULO
               MOVE WS-PED-ALTERADOS-TAB(WS-IDX-PED, WS-IDX-ARM)
                 TO WS-LINHA-QTDE
               ADD WS-PED-ALTERADOS-TAB(WS-IDX-PED, WS-IDX-ARM)
                 TO WS-MSC-MASCARADOS
               WRITE REG-REL FROM WS-LINHA-DET
               SET WS-IDX-ARM UP BY 1
           END-PERFORM

           MOVE WS-PED-DEC-QTD-ANTES-TAB(WS-IDX-PED)  TO WS-ED-QTD
           MOVE WS-PED-DEC-VAL-ANTES-TAB(WS-IDX-PED)  TO WS-ED-VALOR
           MOVE WS-PED-DEC-QTD-DEPOIS-TAB(WS-IDX-PED) TO WS-ED-QTD-2
           MOVE WS-PED-DEC-VAL-DEPOIS-TAB(WS-IDX-PED)
             TO WS-ED-VALOR-2

           MOVE SPACES TO WS-LINHA
           STRING '  DECISOES ANTES: ' WS-ED-QTD ' ' WS-ED-VALOR
                  '   DEPOIS: ' WS-ED-QTD-2 ' ' WS-ED-VALOR-2
                  '   TOTAIS CONFEREM'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           IF WS-MSC-MASCARADOS = ZERO
               ADD 1 TO WS-PED-SEM-DADOS
               MOVE '  SITUACAO: NENHUM DADO DO TITULAR ENCONTRADO'
                 TO WS-LINHA
           ELSE
               MOVE '  SITUACAO: ANONIMIZACAO CONCLUIDA' TO WS-LINHA
               PERFORM 5150-EVENTO-ANONIMIZACAO
           END-IF
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       5150-EVENTO-ANONIMIZACAO.
           MOVE SPACES TO REG-EVENTO
           MOVE '5150-EVENTO-ANONIMIZACAO' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 1008 TO EVT-CODIGO
           MOVE WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED) TO EVT-CHAVE
           STRING 'ANONIMIZACAO LGPD. PROTOCOLO: '
                  WS-PED-PROTOCOLO-TAB(WS-IDX-PED)
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       5200-IMPRIME-ARMAZEM.
           MOVE WS-ARM-NOME-TAB(WS-IDX-ARM)       TO WS-LA-NOME
           MOVE WS-ARM-LIDOS-TAB(WS-IDX-ARM)      TO WS-LA-LIDOS
           MOVE WS-ARM-ALTERADOS-TAB(WS-IDX-ARM)  TO WS-LA-ALTERADOS
           MOVE WS-ARM-GRAVADOS-TAB(WS-IDX-ARM)   TO WS-LA-GRAVADOS
           MOVE WS-ARM-VAL-ANTES-TAB(WS-IDX-ARM)  TO WS-LA-VAL-ANTES
           MOVE WS-ARM-VAL-DEPOIS-TAB(WS-IDX-ARM) TO WS-LA-VAL-DEPOIS

           EVALUATE TRUE
               WHEN WS-ARM-SITUACAO-TAB(WS-IDX-ARM) NOT = 'P'
                   MOVE 'NAO PROCESSADO' TO WS-LA-SITUACAO
                   MOVE SPACES           TO WS-LA-CONFERENCIA
               WHEN WS-IDX-ARM = 1 OR WS-IDX-ARM = 3 OR
                    WS-IDX-ARM = 4
                   MOVE 'PROCESSADO'     TO WS-LA-SITUACAO
                   MOVE 'N/A'            TO WS-LA-CONFERENCIA
               WHEN WS-ARM-LIDOS-TAB(WS-IDX-ARM) =
                    WS-ARM-GRAVADOS-TAB(WS-IDX-ARM) AND
                    WS-ARM-VAL-ANTES-TAB(WS-IDX-ARM) =
                    WS-ARM-VAL-DEPOIS-TAB(WS-IDX-ARM)
                   MOVE 'PROCESSADO'     TO WS-LA-SITUACAO
                   MOVE 'CONFERE'        TO WS-LA-CONFERENCIA
               WHEN OTHER
                   MOVE 'PROCESSADO'     TO WS-LA-SITUACAO
                   MOVE 'DIVERGENTE'     TO WS-LA-CONFERENCIA
                   ADD 1 TO WS-DIVERGENCIAS
           END-EVALUATE

           WRITE REG-REL FROM WS-LINHA-ARMAZEM.

       6000-GERA-COPIAS-MASCARADAS.
           MOVE SPACES TO WS-LINHA
           MOVE 'ORIGEM      DESTINO             LIDOS   MASCARADOS'
             TO WS-LINHA
           MOVE 'SITUACAO' TO WS-LINHA(50:8)
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           PERFORM 6100-MASCARA-ENTRADA1
           PERFORM 6200-MASCARA-ENTRADA2
           PERFORM 6300-MASCARA-ENTRADA3
           PERFORM 6400-MASCARA-ENTRADA4
           PERFORM 6500-MASCARA-SAIDAF.

       6100-MASCARA-ENTRADA1.
           MOVE ZERO TO WS-MSC-LIDOS
                        WS-MSC-MASCARADOS
           MOVE 'ENTRADA1' TO WS-LM-ARQUIVO
           MOVE 'MASCENT1' TO WS-LM-DESTINO
           OPEN INPUT ENTRADA1

           IF WS-FS-ENT1 NOT = '00'
               DISPLAY 'ENTRADA1 NAO ENCONTRADA. FILE STATUS='
                       WS-FS-ENT1
               PERFORM 6900-IMPRIME-NAO-GERADO
           ELSE
               OPEN OUTPUT MASCENT1
               IF WS-FS-MSC1 NOT = '00'
                   DISPLAY 'ERRO OPEN MASCENT1. FILE STATUS='
                           WS-FS-MSC1
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ ENTRADA1 INTO REG-IN1
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MSC-LIDOS
                           IF REG-IN1(1:2) NOT = '00' AND
                              REG-IN1(1:2) NOT = '99'
                               MOVE IN1-CHAVE TO WS-MASC-CAMPO
                               SET MASC-CHAVE TO TRUE
                               PERFORM 7000-MASCARA-CAMPO
                               MOVE WS-MASC-CAMPO(1:10) TO IN1-CHAVE
                               MOVE IN1-CONTA TO WS-MASC-CAMPO
                               SET MASC-CONTA TO TRUE
                               PERFORM 7000-MASCARA-CAMPO
                               MOVE WS-MASC-CAMPO(1:10) TO IN1-CONTA
                               ADD 1 TO WS-MSC-MASCARADOS
                           END-IF
                           WRITE REG-MSC1 FROM REG-IN1
               END-READ
               END-PERFORM
               CLOSE ENTRADA1
                     MASCENT1
               PERFORM 6950-IMPRIME-GERADO
           END-IF.

       6200-MASCARA-ENTRADA2.
           MOVE ZERO TO WS-MSC-LIDOS
                        WS-MSC-MASCARADOS
           MOVE 'ENTRADA2' TO WS-LM-ARQUIVO
           MOVE 'MASCENT2' TO WS-LM-DESTINO
           OPEN INPUT ENTRADA2

           IF WS-FS-ENT2 NOT = '00'
               DISPLAY 'ENTRADA2 NAO ENCONTRADA. FILE STATUS='
                       WS-FS-ENT2
               PERFORM 6900-IMPRIME-NAO-GERADO
           ELSE
               OPEN OUTPUT MASCENT2
               IF WS-FS-MSC2 NOT = '00'
                   DISPLAY 'ERRO OPEN MASCENT2. FILE STATUS='
                           WS-FS-MSC2
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ ENTRADA2 INTO REG-IN2
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MSC-LIDOS
                           IF REG-IN2(1:2) NOT = '00' AND
                              REG-IN2(1:2) NOT = '99'
                               MOVE IN2-CHAVE TO WS-MASC-CAMPO
                               SET MASC-CHAVE TO TRUE
                               PERFORM 7000-MASCARA-CAMPO
                               MOVE WS-MASC-CAMPO(1:10) TO IN2-CHAVE
                               MOVE IN2-DOCUMENTO TO WS-MASC-CAMPO
                               SET MASC-DOCUMENTO TO TRUE
                               PERFORM 7000-MASCARA-CAMPO
                               MOVE WS-MASC-CAMPO(1:14)
                                 TO IN2-DOCUMENTO
                               ADD 1 TO WS-MSC-MASCARADOS
                           END-IF
                           WRITE REG-MSC2 FROM REG-IN2
               END-READ
               END-PERFORM
               CLOSE ENTRADA2
                     MASCENT2
               PERFORM 6950-IMPRIME-GERADO
           END-IF.

       6300-MASCARA-ENTRADA3.
           MOVE ZERO TO WS-MSC-LIDOS
                        WS-MSC-MASCARADOS
           MOVE 'ENTRADA3' TO WS-LM-ARQUIVO
           MOVE 'MASCENT3' TO WS-LM-DESTINO
           OPEN INPUT ENTRADA3

           IF WS-FS-ENT3 NOT = '00'
               DISPLAY 'ENTRADA3 NAO ENCONTRADA. FILE STATUS='
                       WS-FS-ENT3
               PERFORM 6900-IMPRIME-NAO-GERADO
           ELSE
               OPEN OUTPUT MASCENT3
               IF WS-FS-MSC3 NOT = '00'
                   DISPLAY 'ERRO OPEN MASCENT3. FILE STATUS='
                           WS-FS-MSC3
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ ENTRADA3 INTO REG-IN4
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MSC-LIDOS
                           IF REG-IN4(1:2) NOT = '00' AND
                              REG-IN4(1:2) NOT = '99'
                               MOVE IN4-CHAVE TO WS-MASC-CAMPO
                               SET MASC-CHAVE TO TRUE
                               PERFORM 7000-MASCARA-CAMPO
                               MOVE WS-MASC-CAMPO(1:10) TO IN4-CHAVE
                               MOVE IN4-DISPOSITIVO TO WS-MASC-CAMPO
                               SET MASC-DISPOSITIVO TO TRUE
                               PERFORM 7000-MASCARA-CAMPO
                               MOVE WS-MASC-CAMPO(1:14)
                                 TO IN4-DISPOSITIVO
                               ADD 1 TO WS-MSC-MASCARADOS
                           END-IF
                           WRITE REG-MSC3 FROM REG-IN4
               END-READ
               END-PERFORM
               CLOSE ENTRADA3
                     MASCENT3
               PERFORM 6950-IMPRIME-GERADO
           END-IF.

       6400-MASCARA-ENTRADA4.
           MOVE ZERO TO WS-MSC-LIDOS
                        WS-MSC-MASCARADOS
           MOVE 'ENTRADA4' TO WS-LM-ARQUIVO
           MOVE 'MASCENT4' TO WS-LM-DESTINO
           OPEN INPUT ENTRADA4

           IF WS-FS-ENT4 NOT = '00'
               DISPLAY 'ENTRADA4 NAO ENCONTRADA. FILE STATUS='
                       WS-FS-ENT4
               PERFORM 6900-IMPRIME-NAO-GERADO
           ELSE
               OPEN OUTPUT MASCENT4
               IF WS-FS-MSC4 NOT = '00'
                   DISPLAY 'ERRO OPEN MASCENT4. FILE STATUS='
                           WS-FS-MSC4
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ ENTRADA4 INTO REG-IN3
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MSC-LIDOS
                           MOVE IN3-CHAVE TO WS-MASC-CAMPO
                           SET MASC-CHAVE TO TRUE
                           PERFORM 7000-MASCARA-CAMPO
                           MOVE WS-MASC-CAMPO(1:10) TO IN3-CHAVE
                           ADD 1 TO WS-MSC-MASCARADOS
                           WRITE REG-MSC4 FROM REG-IN3
               END-READ
               END-PERFORM
               CLOSE ENTRADA4
                     MASCENT4
               PERFORM 6950-IMPRIME-GERADO
           END-IF.

       6500-MASCARA-SAIDAF.
           MOVE ZERO TO WS-MSC-LIDOS
                        WS-MSC-MASCARADOS
           MOVE 'SAIDAF'   TO WS-LM-ARQUIVO
           MOVE 'MASCSAI'  TO WS-LM-DESTINO
           OPEN INPUT SAIDAF

           IF WS-FS-SAI NOT = '00'
               DISPLAY 'SAIDAF NAO ENCONTRADO. FILE STATUS='
                       WS-FS-SAI
               PERFORM 6900-IMPRIME-NAO-GERADO
           ELSE
               OPEN OUTPUT MASCSAI
               IF WS-FS-MSCS NOT = '00'
                   DISPLAY 'ERRO OPEN MASCSAI. FILE STATUS='
                           WS-FS-MSCS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ SAIDAF
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MSC-LIDOS
                           MOVE P2-CHAVE TO WS-MASC-CAMPO
                           SET MASC-CHAVE TO TRUE
                           PERFORM 7000-MASCARA-CAMPO
                           MOVE WS-MASC-CAMPO(1:10) TO P2-CHAVE
                           MOVE SPACES TO P2-NOME
                           STRING 'CLIENTE TESTE ' P2-CHAVE
                               DELIMITED BY SIZE INTO P2-NOME
                           ADD 1 TO WS-MSC-MASCARADOS
                           WRITE REG-MSCS FROM REG-DB202
               END-READ
               END-PERFORM
               CLOSE SAIDAF
                     MASCSAI
               PERFORM 6950-IMPRIME-GERADO
           END-IF.

       6900-IMPRIME-NAO-GERADO.
           ADD 1 TO WS-ARM-NAO-PROCESSADOS
           MOVE ZERO TO WS-LM-LIDOS
                        WS-LM-MASCARADOS
           MOVE 'NAO GERADO' TO WS-LM-SITUACAO
           WRITE REG-REL FROM WS-LINHA-MASCARA.

       6950-IMPRIME-GERADO.
           MOVE WS-MSC-LIDOS      TO WS-LM-LIDOS
           MOVE WS-MSC-MASCARADOS TO WS-LM-MASCARADOS
           MOVE 'GERADO'          TO WS-LM-SITUACAO
           WRITE REG-REL FROM WS-LINHA-MASCARA.

       7000-MASCARA-CAMPO.
           IF WS-MASC-CAMPO(1:14) NOT = SPACES
               MOVE WS-MASC-TIPO        TO WS-MASC-BUSCA-TIPO
               MOVE WS-MASC-CAMPO(1:14) TO WS-MASC-BUSCA-VALOR
               PERFORM 7010-PROCURA-SUBSTITUTO
               IF NOT SUBSTITUTO-ACHADO
                   PERFORM 7020-INSERE-SUBSTITUTO
               END-IF
               MOVE SPACES TO WS-MASC-CAMPO
               MOVE WS-SBT-VALOR-TAB(WS-MASC-POS) TO WS-MASC-CAMPO
           END-IF.

       7010-PROCURA-SUBSTITUTO.
           MOVE 'N' TO WS-MASC-ACHADO
           MOVE 1 TO WS-MASC-INICIO
           MOVE WS-SBT-QTDE TO WS-MASC-FIM
           PERFORM UNTIL WS-MASC-INICIO > WS-MASC-FIM
                         OR SUBSTITUTO-ACHADO
               COMPUTE WS-MASC-MEIO =
                       (WS-MASC-INICIO + WS-MASC-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-SBT-CHAVE-TAB(WS-MASC-MEIO) = WS-MASC-BUSCA
                       SET SUBSTITUTO-ACHADO TO TRUE
                       MOVE WS-MASC-MEIO TO WS-MASC-POS
                   WHEN WS-SBT-CHAVE-TAB(WS-MASC-MEIO) < WS-MASC-BUSCA
                       COMPUTE WS-MASC-INICIO = WS-MASC-MEIO + 1
                   WHEN OTHER
                       COMPUTE WS-MASC-FIM = WS-MASC-MEIO - 1
               END-EVALUATE
           END-PERFORM

           IF NOT SUBSTITUTO-ACHADO
               MOVE WS-MASC-INICIO TO WS-MASC-POS
           END-IF.

       7020-INSERE-SUBSTITUTO.
           IF WS-SBT-QTDE NOT < WS-SBT-MAXIMO
               DISPLAY 'TABELA DE SUBSTITUTOS CHEIA. COPIA MASCARADA '
                       'INTERROMPIDA'
               MOVE SPACES TO REG-EVENTO
               MOVE '7020-INSERE-SUBSTITUTO' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5003 TO EVT-CODIGO
               MOVE 'TABELA DE SUBSTITUTOS CHEIA - ABORTADO'
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-SBT-QTDE TO WS-MASC-MEIO
           PERFORM UNTIL WS-MASC-MEIO < WS-MASC-POS
               MOVE WS-SBT-TAB(WS-MASC-MEIO)
                 TO WS-SBT-TAB(WS-MASC-MEIO + 1)
               SUBTRACT 1 FROM WS-MASC-MEIO
           END-PERFORM
           ADD 1 TO WS-SBT-QTDE

           MOVE SPACES TO WS-SBT-VALOR-TAB(WS-MASC-POS)
           EVALUATE TRUE
               WHEN MASC-CHAVE
                   ADD 1 TO WS-MASC-SEQ-CHAVE
                   STRING 'TC' WS-MASC-SEQ-CHAVE
                       DELIMITED BY SIZE
                       INTO WS-SBT-VALOR-TAB(WS-MASC-POS)
               WHEN MASC-CONTA
                   ADD 1 TO WS-MASC-SEQ-CONTA
                   STRING 'TK' WS-MASC-SEQ-CONTA
                       DELIMITED BY SIZE
                       INTO WS-SBT-VALOR-TAB(WS-MASC-POS)
               WHEN MASC-DOCUMENTO
                   ADD 1 TO WS-MASC-SEQ-DOCUMENTO
                   STRING 'TD' WS-MASC-SEQ-DOCUMENTO
                       DELIMITED BY SIZE
                       INTO WS-SBT-VALOR-TAB(WS-MASC-POS)
               WHEN OTHER
                   ADD 1 TO WS-MASC-SEQ-DISPOSITIVO
                   STRING 'TV' WS-MASC-SEQ-DISPOSITIVO
                       DELIMITED BY SIZE
                       INTO WS-SBT-VALOR-TAB(WS-MASC-POS)
           END-EVALUATE
           MOVE WS-MASC-BUSCA TO WS-SBT-CHAVE-TAB(WS-MASC-POS).

       7100-BUSCA-PEDIDO.
           SET WS-IDX-PED TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-PED > WS-PED-QTDE
                         OR PEDIDO-ACHADO
               IF WS-PED-CHAVE-TAB(WS-IDX-PED) = WS-CHAVE-BUSCA
                   SET PEDIDO-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-PED UP BY 1
               END-IF
           END-PERFORM.

       7200-REGISTRA-CONFLITO.
           ADD 1 TO WS-CONFLITOS
           DISPLAY 'CHAVE ANONIMA JA EXISTE. PROTOCOLO: '
                   WS-PED-PROTOCOLO-TAB(WS-IDX-PED)
           MOVE SPACES TO WS-LINHA
           STRING 'CONFLITO: CHAVE ANONIMA '
                  WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED)
                  ' JA EXISTE. REGISTRO ORIGINAL MANTIDO'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       7300-CONTA-ALTERACAO.
           ADD 1 TO WS-ARM-ALTERADOS-TAB(WS-SUB-ARM)
           ADD 1 TO WS-PED-ALTERADOS-TAB(WS-IDX-PED, WS-SUB-ARM).

       8900-DESFAZ-E-ABORTA.
           EXEC SQL
               ROLLBACK
           END-EXEC

           DISPLAY 'CBLDB041 ROLLBACK EFETUADO. PEDIDOS JA '
                   'CONFIRMADOS PERMANECEM ANONIMIZADOS'

           MOVE SPACES TO REG-EVENTO
           MOVE WS-CHAVE-ERRO TO EVT-CHAVE
           MOVE '8900-DESFAZ-E-ABORTA' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5002 TO EVT-CODIGO
           STRING 'ERRO DB2 NA ANONIMIZACAO. SQLCODE: ' WS-SQLCODE
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO

           MOVE 8 TO RETURN-CODE
           GOBACK.

       9000-FINALIZA.
           CLOSE RELLGPD

           DISPLAY 'CBLDB041 PEDIDOS LIDOS        = ' WS-PED-LIDOS
           DISPLAY 'CBLDB041 PEDIDOS INVALIDOS    = ' WS-PED-INVALIDOS
           DISPLAY 'CBLDB041 PEDIDOS ATENDIDOS    = ' WS-PED-QTDE
           DISPLAY 'CBLDB041 CONFLITOS DE CHAVE   = ' WS-CONFLITOS
           DISPLAY 'CBLDB041 ARQ. NAO PROCESSADOS = '
                   WS-ARM-NAO-PROCESSADOS
           DISPLAY 'CBLDB041 DIVERGENCIAS         = ' WS-DIVERGENCIAS

           IF WS-DIVERGENCIAS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF (WS-CONFLITOS > ZERO OR
                   WS-ARM-NAO-PROCESSADOS > ZERO OR
                   WS-PED-INVALIDOS > ZERO) AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           IF MODO-MASCARA
               MOVE 'FIM DE EXECUCAO. COPIAS MASCARADAS'
                 TO EVT-TEXTO
           ELSE
               STRING 'FIM DE EXECUCAO. PEDIDOS LGPD: ' WS-PED-QTDE
                   DELIMITED BY SIZE INTO EVT-TEXTO
           END-IF
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB041'            TO EVT-PROGRAMA
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

       9850-EVENTO-ERRO-ARQUIVO.
           DISPLAY 'ERRO DE ARQUIVO ' WS-ARQ-ERRO
                   '. FILE STATUS=' WS-FS-ERRO
           MOVE SPACES TO REG-EVENTO
           MOVE '9850-EVENTO-ERRO-ARQUIVO' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5001 TO EVT-CODIGO
           MOVE WS-PED-CHAVE-NOVA-TAB(WS-IDX-PED) TO EVT-CHAVE
           STRING 'ERRO DE ARQUIVO ' WS-ARQ-ERRO '. STATUS: '
                  WS-FS-ERRO
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO
           MOVE 8 TO RETURN-CODE
           GOBACK.
