       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB037.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENTSEQ ASSIGN TO TENTSEQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TSQ.
           SELECT PENDSEQ ASSIGN TO PENDSEQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PSQ.
           SELECT ACUMSEQ ASSIGN TO ACUMSEQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ASQ.
           SELECT TENTCTL ASSIGN TO TENTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TENT-CHAVE
               FILE STATUS IS WS-FS-TENT.
           SELECT PENDCTL ASSIGN TO PENDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-FS-PEN.
           SELECT ACUMMTD ASSIGN TO ACUMMTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-CHAVE
               FILE STATUS IS WS-FS-ACM.
           SELECT RELCONV ASSIGN TO RELCONV
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
       FD  TENTSEQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-TENTSEQ.
           05 TSQ-CHAVE               PIC X(10).
           05 TSQ-QTD                 PIC 9(02).
           05 TSQ-DATA-ULT            PIC X(08).
           05 FILLER                  PIC X(60).

       FD  PENDSEQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-PENDSEQ.
           05 PSQ-CHAVE               PIC X(10).
           05 PSQ-DATA-EXTRACAO       PIC X(08).
           05 PSQ-PRIORIDADE          PIC X(01).
           05 FILLER                  PIC X(61).

       FD  ACUMSEQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-ACUMSEQ.
           05 ASQ-DATA                PIC X(08).
           05 ASQ-MES REDEFINES ASQ-DATA.
              10 ASQ-MES-REF          PIC X(06).
              10 FILLER               PIC X(02).
           05 ASQ-TIPO                PIC X(01).
           05 ASQ-CODIGO              PIC X(08).
           05 ASQ-QTD                 PIC 9(09).
           05 ASQ-VALOR               PIC S9(13)V99.
           05 FILLER                  PIC X(39).

       FD  TENTCTL
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYTENT1.

       FD  PENDCTL
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYPEND1.

       FD  ACUMMTD
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYACUM1.

       FD  RELCONV
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
       01  WS-FS-TSQ                 PIC X(02) VALUE SPACES.
       01  WS-FS-PSQ                 PIC X(02) VALUE SPACES.
       01  WS-FS-ASQ                 PIC X(02) VALUE SPACES.
       01  WS-FS-TENT                PIC X(02) VALUE SPACES.
       01  WS-FS-PEN                 PIC X(02) VALUE SPACES.
       01  WS-FS-ACM                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-TSQ             PIC X(01) VALUE 'N'.
              88 FIM-TENTSEQ                    VALUE 'S'.
           05 WS-EOF-PSQ             PIC X(01) VALUE 'N'.
              88 FIM-PENDSEQ                    VALUE 'S'.
           05 WS-EOF-ASQ             PIC X(01) VALUE 'N'.
              88 FIM-ACUMSEQ                    VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

       01  WS-ARQ-ERRO               PIC X(08) VALUE SPACES.
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-CONTROLE.
           05 WS-TSQ-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-TENT-GRAVADAS       PIC 9(07) VALUE ZERO.
           05 WS-TENT-DUPLICADAS     PIC 9(07) VALUE ZERO.
           05 WS-TENT-INVALIDAS      PIC 9(07) VALUE ZERO.
           05 WS-PSQ-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-PEN-GRAVADAS        PIC 9(07) VALUE ZERO.
           05 WS-PEN-DUPLICADAS      PIC 9(07) VALUE ZERO.
           05 WS-PEN-INVALIDAS       PIC 9(07) VALUE ZERO.
           05 WS-ASQ-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-ACM-GRAVADOS        PIC 9(07) VALUE ZERO.
           05 WS-ACM-AGREGADOS       PIC 9(07) VALUE ZERO.
           05 WS-ACM-INVALIDOS       PIC 9(07) VALUE ZERO.
           05 WS-TOT-REJEITADOS      PIC 9(07) VALUE ZERO.

       01  WS-VAL-ACUMSEQ            PIC S9(13)V99 VALUE ZERO.

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
           PERFORM 2000-CONVERTE-TENTCTL
           PERFORM 3000-CONVERTE-PENDCTL
           PERFORM 4000-CONVERTE-ACUMMTD
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           OPEN OUTPUT RELCONV

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELCONV. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'CONVERSAO TENTCTL/PENDCTL/ACUMMTD PARA VSAM - CBLDB037'
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

       2000-CONVERTE-TENTCTL.
           OPEN INPUT TENTSEQ

           IF WS-FS-TSQ NOT = '00'
               DISPLAY 'TENTSEQ NAO ENCONTRADO. TENTCTL NAO '
                       'CONVERTIDO'
               MOVE 'TENTCTL - SEM ARQUIVO DE ORIGEM' TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           ELSE
               OPEN OUTPUT TENTCTL
               IF WS-FS-TENT NOT = '00'
                   DISPLAY 'ERRO OPEN TENTCTL. FILE STATUS='
                           WS-FS-TENT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM UNTIL FIM-TENTSEQ
                   READ TENTSEQ
                       AT END
                           SET FIM-TENTSEQ TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TSQ-LIDOS
                           PERFORM 2100-GRAVA-TENTATIVA
                   END-READ
               END-PERFORM

               CLOSE TENTSEQ
                     TENTCTL

               MOVE 'TENTCTL' TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               MOVE '   REGISTROS LIDOS'       TO WS-LINHA-ROTULO
               MOVE WS-TSQ-LIDOS               TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
               MOVE '   REGISTROS GRAVADOS'    TO WS-LINHA-ROTULO
               MOVE WS-TENT-GRAVADAS           TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
               MOVE '   CHAVES DUPLICADAS'     TO WS-LINHA-ROTULO
               MOVE WS-TENT-DUPLICADAS         TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
               MOVE '   REGISTROS INVALIDOS'   TO WS-LINHA-ROTULO
               MOVE WS-TENT-INVALIDAS          TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
           END-IF

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       2100-GRAVA-TENTATIVA.
           IF TSQ-CHAVE = SPACES OR TSQ-QTD IS NOT NUMERIC
               ADD 1 TO WS-TENT-INVALIDAS
               DISPLAY 'TENTSEQ COM REGISTRO INVALIDO: ' TSQ-CHAVE
           ELSE
               MOVE SPACES TO REG-TENTATIVA
               MOVE TSQ-CHAVE    TO TENT-CHAVE
               MOVE TSQ-QTD      TO TENT-QTD
                                    TENT-QTD-ANTERIOR
               MOVE TSQ-DATA-ULT TO TENT-DATA-ULT
               WRITE REG-TENTATIVA

               EVALUATE WS-FS-TENT
                   WHEN '00'
                       ADD 1 TO WS-TENT-GRAVADAS
                   WHEN '22'
                       ADD 1 TO WS-TENT-DUPLICADAS
                       DISPLAY 'TENTSEQ COM CHAVE DUPLICADA: '
                               TSQ-CHAVE
                   WHEN OTHER
                       DISPLAY 'ERRO WRITE TENTCTL. FILE STATUS='
                               WS-FS-TENT ' CHAVE=' TSQ-CHAVE
                       MOVE 'TENTCTL ' TO WS-ARQ-ERRO
                       MOVE WS-FS-TENT TO WS-FS-ERRO
                       PERFORM 9850-EVENTO-ERRO-ARQUIVO
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.

       3000-CONVERTE-PENDCTL.
           OPEN INPUT PENDSEQ

           IF WS-FS-PSQ NOT = '00'
               DISPLAY 'PENDSEQ NAO ENCONTRADO. PENDCTL NAO '
                       'CONVERTIDO'
               MOVE 'PENDCTL - SEM ARQUIVO DE ORIGEM' TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           ELSE
               OPEN OUTPUT PENDCTL
               IF WS-FS-PEN NOT = '00'
                   DISPLAY 'ERRO OPEN PENDCTL. FILE STATUS='
                           WS-FS-PEN
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM UNTIL FIM-PENDSEQ
                   READ PENDSEQ
                       AT END
                           SET FIM-PENDSEQ TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PSQ-LIDOS
                           PERFORM 3100-GRAVA-PENDENTE
                   END-READ
               END-PERFORM

               CLOSE PENDSEQ
                     PENDCTL

               MOVE 'PENDCTL' TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               MOVE '   REGISTROS LIDOS'       TO WS-LINHA-ROTULO
               MOVE WS-PSQ-LIDOS               TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
               MOVE '   REGISTROS GRAVADOS'    TO WS-LINHA-ROTULO
               MOVE WS-PEN-GRAVADAS            TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
               MOVE '   CHAVES DUPLICADAS'     TO WS-LINHA-ROTULO
               MOVE WS-PEN-DUPLICADAS          TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
               MOVE '   REGISTROS INVALIDOS'   TO WS-LINHA-ROTULO
               MOVE WS-PEN-INVALIDAS           TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
           END-IF

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       3100-GRAVA-PENDENTE.
           IF PSQ-CHAVE = SPACES
               ADD 1 TO WS-PEN-INVALIDAS
               DISPLAY 'PENDSEQ COM REGISTRO SEM CHAVE'
           ELSE
               MOVE SPACES TO REG-PENDENTE
               MOVE PSQ-CHAVE         TO PEN-CHAVE
               MOVE PSQ-DATA-EXTRACAO TO PEN-DATA-EXTRACAO
               MOVE PSQ-PRIORIDADE    TO PEN-PRIORIDADE
               WRITE REG-PENDENTE

               EVALUATE WS-FS-PEN
                   WHEN '00'
                       ADD 1 TO WS-PEN-GRAVADAS
                   WHEN '22'
                       ADD 1 TO WS-PEN-DUPLICADAS
                       DISPLAY 'PENDSEQ COM CHAVE DUPLICADA: '
                               PSQ-CHAVE
                   WHEN OTHER
                       DISPLAY 'ERRO WRITE PENDCTL. FILE STATUS='
                               WS-FS-PEN ' CHAVE=' PSQ-CHAVE
                       MOVE 'PENDCTL ' TO WS-ARQ-ERRO
                       MOVE WS-FS-PEN TO WS-FS-ERRO
                       PERFORM 9850-EVENTO-ERRO-ARQUIVO
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.

       4000-CONVERTE-ACUMMTD.
           OPEN INPUT ACUMSEQ

           IF WS-FS-ASQ NOT = '00'
               DISPLAY 'ACUMSEQ NAO ENCONTRADO. ACUMMTD NAO '
                       'CONVERTIDO'
               MOVE 'ACUMMTD - SEM ARQUIVO DE ORIGEM' TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           ELSE
               OPEN OUTPUT ACUMMTD
               IF WS-FS-ACM = '00'
                   CLOSE ACUMMTD
                   OPEN I-O ACUMMTD
               END-IF
               IF WS-FS-ACM NOT = '00'
                   DISPLAY 'ERRO OPEN ACUMMTD. FILE STATUS='
                           WS-FS-ACM
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM UNTIL FIM-ACUMSEQ
                   READ ACUMSEQ
                       AT END
                           SET FIM-ACUMSEQ TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ASQ-LIDOS
                           PERFORM 4100-AGREGA-ACUMULADOR
                   END-READ
               END-PERFORM

               CLOSE ACUMSEQ
                     ACUMMTD

               MOVE 'ACUMMTD' TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               MOVE '   REGISTROS DIARIOS LIDOS' TO WS-LINHA-ROTULO
               MOVE WS-ASQ-LIDOS               TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
               MOVE '   CHAVES MES/TIPO/CODIGO'  TO WS-LINHA-ROTULO
               MOVE WS-ACM-GRAVADOS            TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
               MOVE '   DIARIOS AGREGADOS'     TO WS-LINHA-ROTULO
               MOVE WS-ACM-AGREGADOS           TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
               MOVE '   REGISTROS INVALIDOS'   TO WS-LINHA-ROTULO
               MOVE WS-ACM-INVALIDOS           TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
               MOVE '   VALOR TOTAL CONVERTIDO' TO WS-LV-ROTULO
               MOVE WS-VAL-ACUMSEQ             TO WS-LV-VALOR
               WRITE REG-REL FROM WS-LINHA-VAL
           END-IF

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       4100-AGREGA-ACUMULADOR.
           IF ASQ-DATA IS NOT NUMERIC OR ASQ-QTD IS NOT NUMERIC OR
              ASQ-VALOR IS NOT NUMERIC
               ADD 1 TO WS-ACM-INVALIDOS
               DISPLAY 'ACUMSEQ COM REGISTRO INVALIDO: '
                       ASQ-DATA ' ' ASQ-TIPO ' ' ASQ-CODIGO
           ELSE
               ADD ASQ-VALOR TO WS-VAL-ACUMSEQ
               MOVE ASQ-MES-REF TO ACM-MES-REF
               MOVE ASQ-TIPO    TO ACM-TIPO
               MOVE ASQ-CODIGO  TO ACM-CODIGO
               READ ACUMMTD

               EVALUATE WS-FS-ACM
                   WHEN '00'
                       PERFORM 4200-SOMA-ACUMULADOR
                   WHEN '23'
                       PERFORM 4300-INCLUI-ACUMULADOR
                   WHEN OTHER
                       DISPLAY 'ERRO READ ACUMMTD. FILE STATUS='
                               WS-FS-ACM ' CHAVE=' ACM-CHAVE
                       MOVE 'ACUMMTD ' TO WS-ARQ-ERRO
                       MOVE WS-FS-ACM TO WS-FS-ERRO
                       PERFORM 9850-EVENTO-ERRO-ARQUIVO
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.

       4200-SOMA-ACUMULADOR.
           ADD ASQ-QTD   TO ACM-QTD
           ADD ASQ-VALOR TO ACM-VALOR

           EVALUATE TRUE
               WHEN ASQ-DATA > ACM-DATA
                   MOVE ASQ-DATA  TO ACM-DATA
                   MOVE ASQ-QTD   TO ACM-QTD-DIA
                   MOVE ASQ-VALOR TO ACM-VALOR-DIA
               WHEN ASQ-DATA = ACM-DATA
                   ADD ASQ-QTD   TO ACM-QTD-DIA
                   ADD ASQ-VALOR TO ACM-VALOR-DIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           REWRITE REG-ACUM

           IF WS-FS-ACM NOT = '00'
               DISPLAY 'ERRO REWRITE ACUMMTD. FILE STATUS='
                       WS-FS-ACM ' CHAVE=' ACM-CHAVE
               MOVE 'ACUMMTD ' TO WS-ARQ-ERRO
               MOVE WS-FS-ACM TO WS-FS-ERRO
               PERFORM 9850-EVENTO-ERRO-ARQUIVO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-ACM-AGREGADOS.

       4300-INCLUI-ACUMULADOR.
           MOVE SPACES TO REG-ACUM
           MOVE ASQ-MES-REF TO ACM-MES-REF
           MOVE ASQ-TIPO    TO ACM-TIPO
           MOVE ASQ-CODIGO  TO ACM-CODIGO
           MOVE ASQ-DATA    TO ACM-DATA
           MOVE ASQ-QTD     TO ACM-QTD
                               ACM-QTD-DIA
           MOVE ASQ-VALOR   TO ACM-VALOR
                               ACM-VALOR-DIA
           WRITE REG-ACUM

           IF WS-FS-ACM NOT = '00'
               DISPLAY 'ERRO WRITE ACUMMTD. FILE STATUS='
                       WS-FS-ACM ' CHAVE=' ACM-CHAVE
               MOVE 'ACUMMTD ' TO WS-ARQ-ERRO
               MOVE WS-FS-ACM TO WS-FS-ERRO
               PERFORM 9850-EVENTO-ERRO-ARQUIVO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-ACM-GRAVADOS.

       9000-FINALIZA.
           COMPUTE WS-TOT-REJEITADOS = WS-TENT-DUPLICADAS
                                     + WS-TENT-INVALIDAS
                                     + WS-PEN-DUPLICADAS
                                     + WS-PEN-INVALIDAS
                                     + WS-ACM-INVALIDOS

           MOVE 'TOTAL DE REGISTROS REJEITADOS' TO WS-LINHA-ROTULO
           MOVE WS-TOT-REJEITADOS            TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           CLOSE RELCONV

           DISPLAY 'CBLDB037 TENTCTL GRAVADAS     = ' WS-TENT-GRAVADAS
           DISPLAY 'CBLDB037 PENDCTL GRAVADAS     = ' WS-PEN-GRAVADAS
           DISPLAY 'CBLDB037 ACUMMTD GRAVADOS     = ' WS-ACM-GRAVADOS
           DISPLAY 'CBLDB037 REGISTROS REJEITADOS = ' WS-TOT-REJEITADOS

           IF WS-TOT-REJEITADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. REJEITADOS: ' WS-TOT-REJEITADOS
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB037'            TO EVT-PROGRAMA
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
           MOVE SPACES TO REG-EVENTO
           MOVE '9850-EVENTO-ERRO-ARQUIVO' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5001 TO EVT-CODIGO
           STRING 'ERRO DE ARQUIVO ' WS-ARQ-ERRO
                  '. STATUS: ' WS-FS-ERRO
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.
