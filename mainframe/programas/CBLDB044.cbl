       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB044.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QARESULT ASSIGN TO QARESULT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-QAR.
           SELECT QAAMOST ASSIGN TO QAAMOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QAM-CHAVE
               FILE STATUS IS WS-FS-QAM.
           SELECT RELQARES ASSIGN TO RELQARES
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
       FD  QARESULT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYQARES.

       FD  QAAMOST
           RECORD CONTAINS 120 CHARACTERS.
       COPY CPYQAAM1.

       FD  RELQARES
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
       01  WS-FS-QAR                 PIC X(02) VALUE SPACES.
       01  WS-FS-QAM                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-QAR             PIC X(01) VALUE 'N'.
              88 FIM-QARESULT                   VALUE 'S'.
           05 WS-FLAG-VALIDO         PIC X(01) VALUE 'S'.
              88 RESULTADO-VALIDO               VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-REJEICAO        PIC X(40) VALUE SPACES.

       01  WS-CONTROLE.
           05 WS-QAR-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-QAR-APLICADOS       PIC 9(07) VALUE ZERO.
           05 WS-QAR-CONCORDA        PIC 9(07) VALUE ZERO.
           05 WS-QAR-DISCORDA        PIC 9(07) VALUE ZERO.
           05 WS-QAR-REVISADOS-NOV   PIC 9(07) VALUE ZERO.
           05 WS-QAR-REJEITADOS      PIC 9(07) VALUE ZERO.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       01  WS-CAB-OCORRENCIA.
           05 FILLER                 PIC X(10) VALUE 'DATA'.
           05 FILLER                 PIC X(12) VALUE 'CHAVE'.
           05 FILLER                 PIC X(04) VALUE 'RES'.
           05 FILLER                 PIC X(10) VALUE 'REVISOR'.
           05 FILLER                 PIC X(96) VALUE 'OCORRENCIA'.

       01  WS-LINHA-OCORRENCIA.
           05 WS-LO-DATA             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LO-CHAVE            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LO-RESULTADO        PIC X(01).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LO-REVISOR          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LO-TEXTO            PIC X(60).
           05 FILLER                 PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-RESULTADOS
           PERFORM 5000-IMPRIME-TOTAIS
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           OPEN INPUT QARESULT

           IF WS-FS-QAR NOT = '00'
               DISPLAY 'ERRO OPEN QARESULT. FILE STATUS=' WS-FS-QAR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O QAAMOST

           IF WS-FS-QAM NOT = '00'
               DISPLAY 'ERRO OPEN QAAMOST. FILE STATUS=' WS-FS-QAM
               PERFORM 9850-EVENTO-ERRO-QAAMOST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELQARES

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELQARES. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'RESULTADOS DA REVISAO DE CONFORMIDADE - CBLDB044'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           WRITE REG-REL FROM WS-CAB-OCORRENCIA
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

       2000-PROCESSA-RESULTADOS.
           MOVE 'N' TO WS-EOF-QAR
           PERFORM UNTIL FIM-QARESULT
               READ QARESULT
                   AT END
                       SET FIM-QARESULT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QAR-LIDOS
                       PERFORM 2100-VALIDA-RESULTADO
                       IF RESULTADO-VALIDO
                           PERFORM 2200-APLICA-RESULTADO
                       END-IF
                       IF NOT RESULTADO-VALIDO
                           PERFORM 2900-REJEITA-RESULTADO
                       END-IF
               END-READ
           END-PERFORM.

       2100-VALIDA-RESULTADO.
           MOVE 'S'    TO WS-FLAG-VALIDO
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           IF QAR-DATA-REVISAO = SPACES
               MOVE WS-DATA-HOJE TO QAR-DATA-REVISAO
           END-IF

           EVALUATE TRUE
               WHEN QAR-DATA IS NOT NUMERIC
                   MOVE 'N' TO WS-FLAG-VALIDO
                   MOVE 'DATA DA AMOSTRA INVALIDA'
                     TO WS-MOTIVO-REJEICAO
               WHEN QAR-CHAVE-CLIENTE = SPACES
                   MOVE 'N' TO WS-FLAG-VALIDO
                   MOVE 'CHAVE DO CLIENTE EM BRANCO'
                     TO WS-MOTIVO-REJEICAO
               WHEN NOT QAR-CONCORDA AND NOT QAR-DISCORDA
                   MOVE 'N' TO WS-FLAG-VALIDO
                   MOVE 'RESULTADO DIFERENTE DE C/D'
                     TO WS-MOTIVO-REJEICAO
               WHEN QAR-DISCORDA AND QAR-MOTIVO = SPACES
                   MOVE 'N' TO WS-FLAG-VALIDO
                   MOVE 'DISCORDANCIA SEM MOTIVO INFORMADO'
                     TO WS-MOTIVO-REJEICAO
               WHEN QAR-REVISOR = SPACES
                   MOVE 'N' TO WS-FLAG-VALIDO
                   MOVE 'REVISOR NAO INFORMADO'
                     TO WS-MOTIVO-REJEICAO
               WHEN QAR-DATA-REVISAO IS NOT NUMERIC
                   MOVE 'N' TO WS-FLAG-VALIDO
                   MOVE 'DATA DA REVISAO INVALIDA'
                     TO WS-MOTIVO-REJEICAO
               WHEN QAR-DATA-REVISAO < QAR-DATA
                   MOVE 'N' TO WS-FLAG-VALIDO
                   MOVE 'REVISAO ANTERIOR A DATA DA AMOSTRA'
                     TO WS-MOTIVO-REJEICAO
           END-EVALUATE.

       2200-APLICA-RESULTADO.
           MOVE QAR-DATA          TO QAM-DATA
           MOVE QAR-CHAVE-CLIENTE TO QAM-CHAVE-CLIENTE

           READ QAAMOST

           EVALUATE WS-FS-QAM
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   MOVE 'N' TO WS-FLAG-VALIDO
                   MOVE 'CASO NAO PERTENCE A AMOSTRA'
                     TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO READ QAAMOST. FILE STATUS='
                           WS-FS-QAM ' CHAVE=' QAM-CHAVE
                   PERFORM 9850-EVENTO-ERRO-QAAMOST
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           IF RESULTADO-VALIDO
               IF NOT QAM-PENDENTE
                   ADD 1 TO WS-QAR-REVISADOS-NOV
                   MOVE QAR-DATA          TO WS-LO-DATA
                   MOVE QAR-CHAVE-CLIENTE TO WS-LO-CHAVE
                   MOVE QAR-RESULTADO     TO WS-LO-RESULTADO
                   MOVE QAR-REVISOR       TO WS-LO-REVISOR
                   MOVE SPACES            TO WS-LO-TEXTO
                   STRING 'REVISAO SUBSTITUIDA. ANTERIOR: '
                          QAM-SITUACAO ' ' QAM-REVISOR
                       DELIMITED BY SIZE INTO WS-LO-TEXTO
                   WRITE REG-REL FROM WS-LINHA-OCORRENCIA
               END-IF

               MOVE QAR-RESULTADO    TO QAM-SITUACAO
               MOVE QAR-MOTIVO       TO QAM-MOTIVO
               MOVE QAR-REVISOR      TO QAM-REVISOR
               MOVE QAR-DATA-REVISAO TO QAM-DATA-REVISAO

               REWRITE REG-QAAMOSTRA

               IF WS-FS-QAM NOT = '00'
                   DISPLAY 'ERRO REWRITE QAAMOST. FILE STATUS='
                           WS-FS-QAM ' CHAVE=' QAM-CHAVE
                   PERFORM 9850-EVENTO-ERRO-QAAMOST
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               ADD 1 TO WS-QAR-APLICADOS
               IF QAR-CONCORDA
                   ADD 1 TO WS-QAR-CONCORDA
               ELSE
                   ADD 1 TO WS-QAR-DISCORDA
               END-IF
           END-IF.

       2900-REJEITA-RESULTADO.
           ADD 1 TO WS-QAR-REJEITADOS

           MOVE QAR-DATA           TO WS-LO-DATA
           MOVE QAR-CHAVE-CLIENTE  TO WS-LO-CHAVE
           MOVE QAR-RESULTADO      TO WS-LO-RESULTADO
           MOVE QAR-REVISOR        TO WS-LO-REVISOR
           MOVE SPACES             TO WS-LO-TEXTO
           STRING 'REJEITADO: ' WS-MOTIVO-REJEICAO
               DELIMITED BY SIZE INTO WS-LO-TEXTO
           WRITE REG-REL FROM WS-LINHA-OCORRENCIA.

       5000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE 'RESULTADOS LIDOS'           TO WS-LINHA-ROTULO
           MOVE WS-QAR-LIDOS                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'RESULTADOS APLICADOS'       TO WS-LINHA-ROTULO
           MOVE WS-QAR-APLICADOS             TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE '  CONCORDA'                 TO WS-LINHA-ROTULO
           MOVE WS-QAR-CONCORDA              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE '  DISCORDA'                 TO WS-LINHA-ROTULO
           MOVE WS-QAR-DISCORDA              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'REVISOES SUBSTITUIDAS'      TO WS-LINHA-ROTULO
           MOVE WS-QAR-REVISADOS-NOV         TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'RESULTADOS REJEITADOS'      TO WS-LINHA-ROTULO
           MOVE WS-QAR-REJEITADOS            TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET.

       9000-FINALIZA.
           CLOSE QARESULT
                 QAAMOST
                 RELQARES

           DISPLAY 'CBLDB044 RESULTADOS LIDOS     = ' WS-QAR-LIDOS
           DISPLAY 'CBLDB044 RESULTADOS APLICADOS = ' WS-QAR-APLICADOS
           DISPLAY 'CBLDB044 REVISOES SUBSTITUIDAS= '
                   WS-QAR-REVISADOS-NOV
           DISPLAY 'CBLDB044 RESULTADOS REJEITADOS= '
                   WS-QAR-REJEITADOS

           IF WS-QAR-REJEITADOS > ZERO
               MOVE SPACES TO REG-EVENTO
               MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 3008 TO EVT-CODIGO
               STRING 'RESULTADOS QA REJEITADOS: '
                      WS-QAR-REJEITADOS
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. APLICADOS: ' WS-QAR-APLICADOS
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB044'            TO EVT-PROGRAMA
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

       9850-EVENTO-ERRO-QAAMOST.
           MOVE SPACES TO REG-EVENTO
           MOVE '2200-APLICA-RESULTADO' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5001 TO EVT-CODIGO
           MOVE QAR-CHAVE-CLIENTE TO EVT-CHAVE
           STRING 'ERRO DE ARQUIVO QAAMOST. STATUS: ' WS-FS-QAM
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.
