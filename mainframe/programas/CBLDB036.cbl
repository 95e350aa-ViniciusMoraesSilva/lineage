       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB036.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETCTL ASSIGN TO RETCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTC.
           SELECT EVENTOS ASSIGN TO EVENTOS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EVT.
           SELECT EVTWRK ASSIGN TO EVTWRK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EVW.
           SELECT EVTARQ ASSIGN TO EVTARQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EVA.
           SELECT CTLAUD ASSIGN TO CTLAUD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT AUDWRK ASSIGN TO AUDWRK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUW.
           SELECT AUDARQ ASSIGN TO AUDARQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUA.
           SELECT HISTARQ ASSIGN TO HISTARQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HAR.
           SELECT HARQWRK ASSIGN TO HARQWRK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HAW.
           SELECT HARQARQ ASSIGN TO HARQARQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HAA.
           SELECT RELRET ASSIGN TO RELRET
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT DATACTL ASSIGN TO DATACTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DTC.

       DATA DIVISION.
       FILE SECTION.
       FD  RETCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYRETEN.

       FD  EVENTOS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-EVT                    PIC X(120).

       FD  EVTWRK
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-EVTWRK                 PIC X(120).

       FD  EVTARQ
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-EVTARQ                 PIC X(120).

       FD  CTLAUD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       COPY CPYAUD01.

       FD  AUDWRK
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-AUDWRK                 PIC X(150).

       FD  AUDARQ
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-AUDARQ                 PIC X(150).

       FD  HISTARQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYHARQ1.

       FD  HARQWRK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-HARQWRK                PIC X(80).

       FD  HARQARQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-HARQARQ                PIC X(80).

       FD  RELRET
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REL                    PIC X(132).

       FD  DATACTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYDATA1.

       WORKING-STORAGE SECTION.
       01  WS-FS-RTC                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVW                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVA                 PIC X(02) VALUE SPACES.
       01  WS-FS-AUD                 PIC X(02) VALUE SPACES.
       01  WS-FS-AUW                 PIC X(02) VALUE SPACES.
       01  WS-FS-AUA                 PIC X(02) VALUE SPACES.
       01  WS-FS-HAR                 PIC X(02) VALUE SPACES.
       01  WS-FS-HAW                 PIC X(02) VALUE SPACES.
       01  WS-FS-HAA                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       COPY CPYHDTRL.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-FLAGS.
           05 WS-EOF-RTC             PIC X(01) VALUE 'N'.
              88 FIM-RETCTL                     VALUE 'S'.
           05 WS-EOF-ATIVO           PIC X(01) VALUE 'N'.
              88 FIM-ATIVO                      VALUE 'S'.
           05 WS-EOF-WRK             PIC X(01) VALUE 'N'.
              88 FIM-WRK                        VALUE 'S'.
           05 WS-FLAG-RETCTL         PIC X(01) VALUE 'N'.
              88 RETCTL-CARREGADO               VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE
                                     PIC 9(08).

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-RETENCAO.
           05 WS-DIAS-EVT            PIC 9(05) VALUE ZERO.
           05 WS-DIAS-AUD            PIC 9(05) VALUE ZERO.
           05 WS-DIAS-HARQ           PIC 9(05) VALUE ZERO.

       01  WS-DIAS-HOJE              PIC 9(07) VALUE ZERO.
       01  WS-DIAS-CORTE             PIC 9(07) VALUE ZERO.
       01  WS-DATA-CORTE             PIC 9(08) VALUE ZERO.
       01  WS-DATA-CORTE-X REDEFINES WS-DATA-CORTE
                                     PIC X(08).
       01  WS-DATA-REGISTRO          PIC X(08) VALUE SPACES.

       01  WS-RESUMO.
           05 WS-RES-ARQUIVO         PIC X(08).
           05 WS-RES-DIAS            PIC 9(05).
           05 WS-RES-ROTULO-VALOR    PIC X(30).
           05 WS-RES-LIDOS           PIC 9(09).
           05 WS-RES-MANTIDOS        PIC 9(09).
           05 WS-RES-ARQUIVADOS      PIC 9(09).
           05 WS-RES-DATA-INVALIDA   PIC 9(09).
           05 WS-RES-REGRAVADOS      PIC 9(09).
           05 WS-RES-VAL-LIDO        PIC S9(13)V99.
           05 WS-RES-VAL-MANTIDO     PIC S9(13)V99.
           05 WS-RES-VAL-ARQUIVADO   PIC S9(13)V99.

       01  WS-VALOR-REGISTRO         PIC S9(13)V99 VALUE ZERO.

       01  WS-CONTROLE.
           05 WS-ARQ-PROCESSADOS     PIC 9(07) VALUE ZERO.
           05 WS-TOT-ARQUIVADOS      PIC 9(09) VALUE ZERO.
           05 WS-ERROS-REGRAVACAO    PIC 9(07) VALUE ZERO.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       01  WS-LINHA-VAL.
           05 WS-LV-ROTULO           PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LV-VALOR            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           IF RETCTL-CARREGADO
               PERFORM 2000-EXPURGA-EVENTOS
               PERFORM 3000-EXPURGA-CTLAUD
               PERFORM 4000-EXPURGA-HISTARQ
           END-IF
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-R)

           OPEN OUTPUT RELRET

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELRET. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'EXPURGO POR RETENCAO EVENTOS/CTLAUD/HISTARQ - CBLDB036'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           PERFORM 1100-LE-RETCTL.

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

       1100-LE-RETCTL.
           OPEN INPUT RETCTL

           IF WS-FS-RTC NOT = '00'
               DISPLAY 'RETCTL NAO ENCONTRADO. NENHUM ARQUIVO '
                       'EXPURGADO'
               MOVE '   RETCTL NAO ENCONTRADO - NADA EXPURGADO'
                 TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               MOVE 4 TO RETURN-CODE
           ELSE
               SET RETCTL-CARREGADO TO TRUE
               PERFORM UNTIL FIM-RETCTL
                   READ RETCTL
                       AT END
                           SET FIM-RETCTL TO TRUE
                       NOT AT END
                           PERFORM 1110-TRATA-RETCTL
                   END-READ
               END-PERFORM
               CLOSE RETCTL
           END-IF.

       1110-TRATA-RETCTL.
           IF RTC-DIAS-RETENCAO IS NOT NUMERIC
               DISPLAY 'RETCTL COM DIAS INVALIDOS PARA '
                       RTC-ARQUIVO '. IGNORADO'
           ELSE
               EVALUATE RTC-ARQUIVO
                   WHEN 'EVENTOS '
                       MOVE RTC-DIAS-RETENCAO TO WS-DIAS-EVT
                   WHEN 'CTLAUD  '
                       MOVE RTC-DIAS-RETENCAO TO WS-DIAS-AUD
                   WHEN 'HISTARQ '
                       MOVE RTC-DIAS-RETENCAO TO WS-DIAS-HARQ
                   WHEN OTHER
                       DISPLAY 'RETCTL COM ARQUIVO DESCONHECIDO: '
                               RTC-ARQUIVO '. IGNORADO'
               END-EVALUATE
           END-IF.

       1200-CALCULA-CORTE.
           COMPUTE WS-DIAS-CORTE = WS-DIAS-HOJE - WS-RES-DIAS
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE).

       1300-MONTA-HEADER-ARQUIVO.
           MOVE SPACES TO REG-TRANS-HEADER
           MOVE '00'         TO HDR-TIPO-REG
           MOVE WS-DATA-HOJE TO HDR-DATA-ARQUIVO
           MOVE 'CBLDB036'   TO HDR-SISTEMA-ORIGEM
           MOVE 1            TO HDR-NUM-GERACAO.

       1400-MONTA-TRAILER-ARQUIVO.
           MOVE SPACES TO REG-TRANS-TRAILER
           MOVE '99'                 TO TRL-TIPO-REG
           MOVE WS-RES-ARQUIVADOS    TO TRL-QTD-REGISTROS
           MOVE WS-RES-VAL-ARQUIVADO TO TRL-HASH-TOTAL.

       1500-CLASSIFICA-REGISTRO.
           ADD 1 TO WS-RES-LIDOS
           ADD WS-VALOR-REGISTRO TO WS-RES-VAL-LIDO

           IF WS-DATA-REGISTRO IS NOT NUMERIC
               ADD 1 TO WS-RES-DATA-INVALIDA
           END-IF.

       2000-EXPURGA-EVENTOS.
           INITIALIZE WS-RESUMO
           MOVE 'EVENTOS'               TO WS-RES-ARQUIVO
           MOVE WS-DIAS-EVT             TO WS-RES-DIAS
           MOVE 'SOMA COD. EVENTO'      TO WS-RES-ROTULO-VALOR

           IF WS-RES-DIAS = ZERO
               PERFORM 8200-IMPRIME-NAO-CONFIGURADO
           ELSE
               PERFORM 1200-CALCULA-CORTE
               PERFORM 2100-SEPARA-EVENTOS
               IF WS-FS-EVT = '00'
                   PERFORM 2200-REGRAVA-EVENTOS
                   PERFORM 8100-IMPRIME-RESUMO
               END-IF
           END-IF.

       2100-SEPARA-EVENTOS.
           OPEN INPUT EVENTOS

           IF WS-FS-EVT NOT = '00'
               DISPLAY 'EVENTOS NAO ENCONTRADO. FILE STATUS='
                       WS-FS-EVT
               PERFORM 8200-IMPRIME-NAO-CONFIGURADO
           ELSE
               OPEN OUTPUT EVTWRK
                    OUTPUT EVTARQ
               IF WS-FS-EVW NOT = '00' OR WS-FS-EVA NOT = '00'
                   DISPLAY 'ERRO OPEN EVTWRK/EVTARQ. FILE STATUS='
                           WS-FS-EVW '/' WS-FS-EVA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM 1300-MONTA-HEADER-ARQUIVO
               MOVE REG-TRANS-HEADER TO REG-EVTARQ
               WRITE REG-EVTARQ

               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ EVENTOS
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           PERFORM 2110-TRATA-EVENTO
                   END-READ
               END-PERFORM

               PERFORM 1400-MONTA-TRAILER-ARQUIVO
               MOVE REG-TRANS-TRAILER TO REG-EVTARQ
               WRITE REG-EVTARQ

               CLOSE EVENTOS
                     EVTWRK
                     EVTARQ
           END-IF.

       2110-TRATA-EVENTO.
           MOVE REG-EVT     TO REG-EVENTO
           MOVE EVT-DATA    TO WS-DATA-REGISTRO
           MOVE EVT-CODIGO  TO WS-VALOR-REGISTRO
           IF EVT-CODIGO IS NOT NUMERIC
               MOVE ZERO TO WS-VALOR-REGISTRO
           END-IF
           PERFORM 1500-CLASSIFICA-REGISTRO

           IF WS-DATA-REGISTRO IS NUMERIC AND
              WS-DATA-REGISTRO < WS-DATA-CORTE-X
               WRITE REG-EVTARQ FROM REG-EVT
               ADD 1 TO WS-RES-ARQUIVADOS
               ADD WS-VALOR-REGISTRO TO WS-RES-VAL-ARQUIVADO
           ELSE
               WRITE REG-EVTWRK FROM REG-EVT
               ADD 1 TO WS-RES-MANTIDOS
               ADD WS-VALOR-REGISTRO TO WS-RES-VAL-MANTIDO
           END-IF.

       2200-REGRAVA-EVENTOS.
           OPEN INPUT  EVTWRK
                OUTPUT EVENTOS

           IF WS-FS-EVW NOT = '00' OR WS-FS-EVT NOT = '00'
               DISPLAY 'ERRO OPEN REGRAVACAO EVENTOS. FILE STATUS='
                       WS-FS-EVW '/' WS-FS-EVT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-WRK
           PERFORM UNTIL FIM-WRK
               READ EVTWRK
                   AT END
                       SET FIM-WRK TO TRUE
                   NOT AT END
                       WRITE REG-EVT FROM REG-EVTWRK
                       ADD 1 TO WS-RES-REGRAVADOS
               END-READ
           END-PERFORM

           CLOSE EVTWRK
                 EVENTOS.

       3000-EXPURGA-CTLAUD.
           INITIALIZE WS-RESUMO
           MOVE 'CTLAUD'                TO WS-RES-ARQUIVO
           MOVE WS-DIAS-AUD             TO WS-RES-DIAS
           MOVE 'SOMA AUD-VAL-TOTAL-1'  TO WS-RES-ROTULO-VALOR

           IF WS-RES-DIAS = ZERO
               PERFORM 8200-IMPRIME-NAO-CONFIGURADO
           ELSE
               PERFORM 1200-CALCULA-CORTE
               PERFORM 3100-SEPARA-CTLAUD
               IF WS-FS-AUD = '00'
                   PERFORM 3200-REGRAVA-CTLAUD
                   PERFORM 8100-IMPRIME-RESUMO
               END-IF
           END-IF.

       3100-SEPARA-CTLAUD.
           OPEN INPUT CTLAUD

           IF WS-FS-AUD NOT = '00'
               DISPLAY 'CTLAUD NAO ENCONTRADO. FILE STATUS='
                       WS-FS-AUD
               PERFORM 8200-IMPRIME-NAO-CONFIGURADO
           ELSE
               OPEN OUTPUT AUDWRK
                    OUTPUT AUDARQ
               IF WS-FS-AUW NOT = '00' OR WS-FS-AUA NOT = '00'
                   DISPLAY 'ERRO OPEN AUDWRK/AUDARQ. FILE STATUS='
                           WS-FS-AUW '/' WS-FS-AUA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM 1300-MONTA-HEADER-ARQUIVO
               MOVE REG-TRANS-HEADER TO REG-AUDARQ
               WRITE REG-AUDARQ

               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ CTLAUD
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           PERFORM 3110-TRATA-AUDITORIA
                   END-READ
               END-PERFORM

               PERFORM 1400-MONTA-TRAILER-ARQUIVO
               MOVE REG-TRANS-TRAILER TO REG-AUDARQ
               WRITE REG-AUDARQ

               CLOSE CTLAUD
                     AUDWRK
                     AUDARQ
           END-IF.

       3110-TRATA-AUDITORIA.
           MOVE AUD-DATA-EXEC   TO WS-DATA-REGISTRO
           MOVE AUD-VAL-TOTAL-1 TO WS-VALOR-REGISTRO
           IF AUD-VAL-TOTAL-1 IS NOT NUMERIC
               MOVE ZERO TO WS-VALOR-REGISTRO
           END-IF
           PERFORM 1500-CLASSIFICA-REGISTRO

           IF WS-DATA-REGISTRO IS NUMERIC AND
              WS-DATA-REGISTRO < WS-DATA-CORTE-X
               WRITE REG-AUDARQ FROM REG-AUDIT
               ADD 1 TO WS-RES-ARQUIVADOS
               ADD WS-VALOR-REGISTRO TO WS-RES-VAL-ARQUIVADO
           ELSE
               WRITE REG-AUDWRK FROM REG-AUDIT
               ADD 1 TO WS-RES-MANTIDOS
               ADD WS-VALOR-REGISTRO TO WS-RES-VAL-MANTIDO
           END-IF.

       3200-REGRAVA-CTLAUD.
           OPEN INPUT  AUDWRK
                OUTPUT CTLAUD

           IF WS-FS-AUW NOT = '00' OR WS-FS-AUD NOT = '00'
               DISPLAY 'ERRO OPEN REGRAVACAO CTLAUD. FILE STATUS='
                       WS-FS-AUW '/' WS-FS-AUD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-WRK
           PERFORM UNTIL FIM-WRK
               READ AUDWRK
                   AT END
                       SET FIM-WRK TO TRUE
                   NOT AT END
                       WRITE REG-AUDIT FROM REG-AUDWRK
                       ADD 1 TO WS-RES-REGRAVADOS
               END-READ
           END-PERFORM

           CLOSE AUDWRK
                 CTLAUD.

       4000-EXPURGA-HISTARQ.
           INITIALIZE WS-RESUMO
           MOVE 'HISTARQ'               TO WS-RES-ARQUIVO
           MOVE WS-DIAS-HARQ            TO WS-RES-DIAS
           MOVE 'SOMA HARQ-SCORE'       TO WS-RES-ROTULO-VALOR

           IF WS-RES-DIAS = ZERO
               PERFORM 8200-IMPRIME-NAO-CONFIGURADO
           ELSE
               PERFORM 1200-CALCULA-CORTE
               PERFORM 4100-SEPARA-HISTARQ
               IF WS-FS-HAR = '00'
                   PERFORM 4200-REGRAVA-HISTARQ
                   PERFORM 8100-IMPRIME-RESUMO
               END-IF
           END-IF.

       4100-SEPARA-HISTARQ.
           OPEN INPUT HISTARQ

           IF WS-FS-HAR NOT = '00'
               DISPLAY 'HISTARQ NAO ENCONTRADO. FILE STATUS='
                       WS-FS-HAR
               PERFORM 8200-IMPRIME-NAO-CONFIGURADO
           ELSE
               OPEN OUTPUT HARQWRK
                    OUTPUT HARQARQ
               IF WS-FS-HAW NOT = '00' OR WS-FS-HAA NOT = '00'
                   DISPLAY 'ERRO OPEN HARQWRK/HARQARQ. FILE STATUS='
                           WS-FS-HAW '/' WS-FS-HAA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM 1300-MONTA-HEADER-ARQUIVO
               MOVE REG-TRANS-HEADER TO REG-HARQARQ
               WRITE REG-HARQARQ

               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ HISTARQ
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           PERFORM 4110-TRATA-HISTORICO
                   END-READ
               END-PERFORM

               PERFORM 1400-MONTA-TRAILER-ARQUIVO
               MOVE REG-TRANS-TRAILER TO REG-HARQARQ
               WRITE REG-HARQARQ

               CLOSE HISTARQ
                     HARQWRK
                     HARQARQ
           END-IF.

       4110-TRATA-HISTORICO.
           MOVE HARQ-DATA-EXEC TO WS-DATA-REGISTRO
           MOVE HARQ-SCORE     TO WS-VALOR-REGISTRO
           IF HARQ-SCORE IS NOT NUMERIC
               MOVE ZERO TO WS-VALOR-REGISTRO
           END-IF
           PERFORM 1500-CLASSIFICA-REGISTRO

           IF WS-DATA-REGISTRO IS NUMERIC AND
              WS-DATA-REGISTRO < WS-DATA-CORTE-X
               WRITE REG-HARQARQ FROM REG-HISTARQ
               ADD 1 TO WS-RES-ARQUIVADOS
               ADD WS-VALOR-REGISTRO TO WS-RES-VAL-ARQUIVADO
           ELSE
               WRITE REG-HARQWRK FROM REG-HISTARQ
               ADD 1 TO WS-RES-MANTIDOS
               ADD WS-VALOR-REGISTRO TO WS-RES-VAL-MANTIDO
           END-IF.

       4200-REGRAVA-HISTARQ.
           OPEN INPUT  HARQWRK
                OUTPUT HISTARQ

           IF WS-FS-HAW NOT = '00' OR WS-FS-HAR NOT = '00'
               DISPLAY 'ERRO OPEN REGRAVACAO HISTARQ. FILE STATUS='
                       WS-FS-HAW '/' WS-FS-HAR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-WRK
           PERFORM UNTIL FIM-WRK
               READ HARQWRK
                   AT END
                       SET FIM-WRK TO TRUE
                   NOT AT END
                       WRITE REG-HISTARQ FROM REG-HARQWRK
                       ADD 1 TO WS-RES-REGRAVADOS
               END-READ
           END-PERFORM

           CLOSE HARQWRK
                 HISTARQ.

       8100-IMPRIME-RESUMO.
           ADD 1 TO WS-ARQ-PROCESSADOS
           ADD WS-RES-ARQUIVADOS TO WS-TOT-ARQUIVADOS

           MOVE SPACES TO WS-LINHA
           STRING 'ARQUIVO ' WS-RES-ARQUIVO
                  '  RETENCAO (DIAS): ' WS-RES-DIAS
                  '  ARQUIVADOS REGISTROS ANTERIORES A '
                  WS-DATA-CORTE-X
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE 'REGISTROS LIDOS'            TO WS-LINHA-ROTULO
           MOVE WS-RES-LIDOS                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'REGISTROS MANTIDOS'         TO WS-LINHA-ROTULO
           MOVE WS-RES-MANTIDOS              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'REGISTROS ARQUIVADOS'       TO WS-LINHA-ROTULO
           MOVE WS-RES-ARQUIVADOS            TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'MANTIDOS SEM DATA VALIDA'   TO WS-LINHA-ROTULO
           MOVE WS-RES-DATA-INVALIDA         TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'REGISTROS REGRAVADOS'       TO WS-LINHA-ROTULO
           MOVE WS-RES-REGRAVADOS            TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE SPACES TO WS-LV-ROTULO
           STRING WS-RES-ROTULO-VALOR DELIMITED BY '  '
                  ' LIDO' DELIMITED BY SIZE
               INTO WS-LV-ROTULO
           MOVE WS-RES-VAL-LIDO              TO WS-LV-VALOR
           WRITE REG-REL FROM WS-LINHA-VAL

           MOVE SPACES TO WS-LV-ROTULO
           STRING WS-RES-ROTULO-VALOR DELIMITED BY '  '
                  ' MANTIDO' DELIMITED BY SIZE
               INTO WS-LV-ROTULO
           MOVE WS-RES-VAL-MANTIDO           TO WS-LV-VALOR
           WRITE REG-REL FROM WS-LINHA-VAL

           MOVE SPACES TO WS-LV-ROTULO
           STRING WS-RES-ROTULO-VALOR DELIMITED BY '  '
                  ' ARQUIVADO' DELIMITED BY SIZE
               INTO WS-LV-ROTULO
           MOVE WS-RES-VAL-ARQUIVADO         TO WS-LV-VALOR
           WRITE REG-REL FROM WS-LINHA-VAL

           IF WS-RES-LIDOS NOT = WS-RES-MANTIDOS + WS-RES-ARQUIVADOS
              OR WS-RES-REGRAVADOS NOT = WS-RES-MANTIDOS
              OR WS-RES-VAL-LIDO NOT =
                 WS-RES-VAL-MANTIDO + WS-RES-VAL-ARQUIVADO
               ADD 1 TO WS-ERROS-REGRAVACAO
               MOVE '   *** DIVERGENCIA NA CONFERENCIA DO EXPURGO ***'
                 TO WS-LINHA
               DISPLAY 'DIVERGENCIA NO EXPURGO DO ' WS-RES-ARQUIVO
           ELSE
               MOVE '   CONFERENCIA OK: LIDOS = MANTIDOS + ARQUIVADOS'
                 TO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       8200-IMPRIME-NAO-CONFIGURADO.
           MOVE SPACES TO WS-LINHA
           STRING 'ARQUIVO ' WS-RES-ARQUIVO
                  '  NAO EXPURGADO (SEM RETENCAO NO RETCTL OU '
                  'ARQUIVO AUSENTE)'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       9000-FINALIZA.
           MOVE 'ARQUIVOS EXPURGADOS'        TO WS-LINHA-ROTULO
           MOVE WS-ARQ-PROCESSADOS           TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'TOTAL DE REGISTROS ARQUIVADOS' TO WS-LINHA-ROTULO
           MOVE WS-TOT-ARQUIVADOS            TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           CLOSE RELRET

           DISPLAY 'CBLDB036 ARQUIVOS EXPURGADOS  = ' WS-ARQ-PROCESSADOS
           DISPLAY 'CBLDB036 REGISTROS ARQUIVADOS = ' WS-TOT-ARQUIVADOS

           IF WS-ERROS-REGRAVACAO > ZERO
               MOVE SPACES TO REG-EVENTO
               MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5004 TO EVT-CODIGO
               STRING 'DIVERGENCIA NO EXPURGO. ARQUIVOS: '
                      WS-ERROS-REGRAVACAO
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. ARQUIVADOS: ' WS-TOT-ARQUIVADOS
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB036'            TO EVT-PROGRAMA
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
