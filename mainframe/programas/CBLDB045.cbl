       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB045.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAAMOST ASSIGN TO QAAMOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAM-CHAVE
               FILE STATUS IS WS-FS-QAM.
           SELECT QAPARM ASSIGN TO QAPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-QAP.
           SELECT RELQAMEN ASSIGN TO RELQAMEN
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
       FD  QAAMOST
           RECORD CONTAINS 120 CHARACTERS.
       COPY CPYQAAM1.

       FD  QAPARM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYQAPAR.

       FD  RELQAMEN
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
       01  WS-FS-QAM                 PIC X(02) VALUE SPACES.
       01  WS-FS-QAP                 PIC X(02) VALUE SPACES.
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
           05 WS-EOF-QAM             PIC X(01) VALUE 'N'.
              88 FIM-QAAMOST                    VALUE 'S'.
           05 WS-FLAG-ACHADO         PIC X(01) VALUE 'N'.
              88 REGRA-ACHADA                   VALUE 'S'.
           05 WS-FLAG-TROCA          PIC X(01) VALUE 'N'.
              88 TROCOU-REGISTRO                VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-PARM-VALOR             PIC X(20) VALUE SPACES.

       01  WS-MES-REF                PIC X(06) VALUE SPACES.

       01  WS-PARAMETROS.
           05 WS-NIVEL-CONFIANCA     PIC 9(01)V99   VALUE 1.96.
           05 WS-TAXA-TOLERADA       PIC 9(01)V999  VALUE 0.050.

       01  WS-CALCULO.
           05 WS-PESO                PIC 9(07)V9(04) VALUE ZERO.
           05 WS-TAXA-BRUTA          PIC 9(01)V9(06) VALUE ZERO.
           05 WS-TAXA-PONDERADA      PIC 9(01)V9(06) VALUE ZERO.
           05 WS-COMPLEMENTO-TAXA    PIC 9(01)V9(06) VALUE ZERO.
           05 WS-VARIANCIA           PIC 9(01)V9(10) VALUE ZERO.
           05 WS-MARGEM              PIC 9(01)V9(06) VALUE ZERO.
           05 WS-LIMITE-SUPERIOR     PIC 9(01)V9(06) VALUE ZERO.
           05 WS-SITUACAO            PIC X(12) VALUE SPACES.

       01  WS-IDX-ORD                PIC 9(03) VALUE ZERO.
       01  WS-QTD-ORDENA             PIC 9(03) VALUE ZERO.
       01  WS-RG-TEMP                PIC X(58).

       01  WS-CONTROLE.
           05 WS-QAM-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-DISCORDANCIAS       PIC 9(07) VALUE ZERO.
           05 WS-REGRAS-ACIMA        PIC 9(03) VALUE ZERO.

       01  WS-TAB-REGRAS.
           05 WS-RG-QTDE             PIC 9(03) VALUE ZERO.
           05 WS-RG-TAB OCCURS 200 TIMES
                        INDEXED BY WS-IDX-RG.
              10 WS-RG-REGRA-TAB         PIC X(04).
              10 WS-RG-AMOSTRADOS-TAB    PIC 9(07).
              10 WS-RG-REVISADOS-TAB     PIC 9(07).
              10 WS-RG-CONCORDA-TAB      PIC 9(07).
              10 WS-RG-DISCORDA-TAB      PIC 9(07).
              10 WS-RG-PESO-REV-TAB      PIC 9(09)V9(04).
              10 WS-RG-PESO-DISC-TAB     PIC 9(09)V9(04).

       01  WS-TOTAL-GERAL.
           05 WS-TG-REGRA            PIC X(04) VALUE HIGH-VALUES.
           05 WS-TG-AMOSTRADOS       PIC 9(07) VALUE ZERO.
           05 WS-TG-REVISADOS        PIC 9(07) VALUE ZERO.
           05 WS-TG-CONCORDA         PIC 9(07) VALUE ZERO.
           05 WS-TG-DISCORDA         PIC 9(07) VALUE ZERO.
           05 WS-TG-PESO-REV         PIC 9(09)V9(04) VALUE ZERO.
           05 WS-TG-PESO-DISC        PIC 9(09)V9(04) VALUE ZERO.

       01  WS-LINHA-CALCULO.
           05 WS-LC-REGRA            PIC X(04).
           05 WS-LC-AMOSTRADOS       PIC 9(07).
           05 WS-LC-REVISADOS        PIC 9(07).
           05 WS-LC-CONCORDA         PIC 9(07).
           05 WS-LC-DISCORDA         PIC 9(07).
           05 WS-LC-PESO-REV         PIC 9(09)V9(04).
           05 WS-LC-PESO-DISC        PIC 9(09)V9(04).

       01  WS-LINHA                  PIC X(132).

       01  WS-CAB-REGRA.
           05 FILLER                 PIC X(07) VALUE 'REGRA'.
           05 FILLER                 PIC X(10) VALUE ' AMOSTRAS'.
           05 FILLER                 PIC X(10) VALUE ' REVISADOS'.
           05 FILLER                 PIC X(10) VALUE ' PENDENTES'.
           05 FILLER                 PIC X(10) VALUE '  CONCORDA'.
           05 FILLER                 PIC X(10) VALUE '  DISCORDA'.
           05 FILLER                 PIC X(11) VALUE '  ERRO BRU%'.
           05 FILLER                 PIC X(11) VALUE ' ERRO POND%'.
           05 FILLER                 PIC X(11) VALUE '   MARGEM%'.
           05 FILLER                 PIC X(11) VALUE '   LIM.SUP%'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(29) VALUE 'SITUACAO'.

       01  WS-LINHA-REGRA.
           05 WS-LR-REGRA            PIC X(04).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LR-AMOSTRADOS       PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LR-REVISADOS        PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LR-PENDENTES        PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LR-CONCORDA         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LR-DISCORDA         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 WS-LR-TAXA-BRUTA       PIC ZZ9.99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 WS-LR-TAXA-PONDERADA   PIC ZZ9.99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 WS-LR-MARGEM           PIC ZZ9.99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 WS-LR-LIMITE           PIC ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LR-SITUACAO         PIC X(12).
           05 FILLER                 PIC X(17) VALUE SPACES.

       01  WS-CAB-DISCORDANCIA.
           05 FILLER                 PIC X(10) VALUE 'DATA'.
           05 FILLER                 PIC X(12) VALUE 'CHAVE'.
           05 FILLER                 PIC X(06) VALUE 'REGRA'.
           05 FILLER                 PIC X(05) VALUE 'SEG'.
           05 FILLER                 PIC X(10) VALUE 'DECISAO'.
           05 FILLER                 PIC X(10) VALUE 'REVISOR'.
           05 FILLER                 PIC X(79) VALUE 'MOTIVO'.

       01  WS-LINHA-DISCORDANCIA.
           05 WS-LD-DATA             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LD-CHAVE            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LD-REGRA            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LD-SEGMENTO         PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LD-DECISAO          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LD-REVISOR          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LD-MOTIVO           PIC X(30).
           05 FILLER                 PIC X(49) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-TAMANHO        PIC S9(04) COMP.
           05 LK-PARM-VALOR          PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LE-AMOSTRAS
           PERFORM 3000-ORDENA-REGRAS
           PERFORM 4000-IMPRIME-REGRAS
           PERFORM 5000-LISTA-DISCORDANCIAS
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           MOVE SPACES TO WS-PARM-VALOR
           IF LK-PARM-TAMANHO > ZERO
               MOVE LK-PARM-VALOR TO WS-PARM-VALOR
           END-IF

           MOVE WS-DATA-HOJE(1:6) TO WS-MES-REF
           IF WS-PARM-VALOR(1:6) IS NUMERIC AND
              WS-PARM-VALOR(5:2) >= '01' AND
              WS-PARM-VALOR(5:2) <= '12'
               MOVE WS-PARM-VALOR(1:6) TO WS-MES-REF
           END-IF

           DISPLAY 'CBLDB045 MES DE REFERENCIA = ' WS-MES-REF

           PERFORM 1100-LE-QAPARM

           OPEN INPUT QAAMOST

           IF WS-FS-QAM NOT = '00'
               DISPLAY 'ERRO OPEN QAAMOST. FILE STATUS=' WS-FS-QAM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELQAMEN

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELQAMEN. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'TAXA DE ERRO MENSAL DAS REGRAS AUTOMATICAS'
             TO WS-LINHA
           MOVE '- CBLDB045' TO WS-LINHA(45:10)
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'MES DE REFERENCIA: ' WS-MES-REF
                  '   DATA DE REFERENCIA: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           MOVE WS-TAXA-TOLERADA TO WS-TAXA-BRUTA
           COMPUTE WS-LR-TAXA-BRUTA = WS-TAXA-BRUTA * 100
           STRING 'TAXA DE ERRO TOLERADA (%): ' WS-LR-TAXA-BRUTA
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

       1100-LE-QAPARM.
           OPEN INPUT QAPARM

           IF WS-FS-QAP NOT = '00'
               DISPLAY 'QAPARM NAO ENCONTRADO. USANDO TOLERANCIA '
                       'PADRAO'
           ELSE
               READ QAPARM
                   AT END
                       DISPLAY 'QAPARM VAZIO. USANDO TOLERANCIA '
                               'PADRAO'
                   NOT AT END
                       IF QAP-NIVEL-CONFIANCA IS NUMERIC AND
                          QAP-NIVEL-CONFIANCA > ZERO
                           MOVE QAP-NIVEL-CONFIANCA
                             TO WS-NIVEL-CONFIANCA
                       END-IF
                       IF QAP-TAXA-ESPERADA IS NUMERIC AND
                          QAP-TAXA-ESPERADA > ZERO AND
                          QAP-TAXA-ESPERADA < 1
                           MOVE QAP-TAXA-ESPERADA TO WS-TAXA-TOLERADA
                       END-IF
               END-READ
               CLOSE QAPARM
           END-IF.

       2000-LE-AMOSTRAS.
           MOVE LOW-VALUES TO QAM-CHAVE
           MOVE WS-MES-REF TO QAM-DATA(1:6)
           MOVE '01'       TO QAM-DATA(7:2)

           START QAAMOST KEY IS NOT LESS THAN QAM-CHAVE

           IF WS-FS-QAM = '00'
               MOVE 'N' TO WS-EOF-QAM
               PERFORM UNTIL FIM-QAAMOST
                   READ QAAMOST NEXT
                       AT END
                           SET FIM-QAAMOST TO TRUE
                       NOT AT END
                           IF QAM-DATA(1:6) > WS-MES-REF
                               SET FIM-QAAMOST TO TRUE
                           ELSE
                               ADD 1 TO WS-QAM-LIDOS
                               PERFORM 2100-ACUMULA-AMOSTRA
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'QAAMOST SEM AMOSTRAS PARA O PERIODO. '
                       'STATUS=' WS-FS-QAM
           END-IF.

       2100-ACUMULA-AMOSTRA.
           SET WS-IDX-RG TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-RG > WS-RG-QTDE
                         OR REGRA-ACHADA
               IF WS-RG-REGRA-TAB(WS-IDX-RG) = QAM-REGRA-ID
                   SET REGRA-ACHADA TO TRUE
               ELSE
                   SET WS-IDX-RG UP BY 1
               END-IF
           END-PERFORM

           IF NOT REGRA-ACHADA
               IF WS-RG-QTDE < 200
                   ADD 1 TO WS-RG-QTDE
                   SET WS-IDX-RG TO WS-RG-QTDE
                   INITIALIZE WS-RG-TAB(WS-IDX-RG)
                   MOVE QAM-REGRA-ID TO WS-RG-REGRA-TAB(WS-IDX-RG)
               ELSE
                   DISPLAY 'TABELA DE REGRAS CHEIA. QAAMOST COM MAIS '
                           'REGRAS QUE O ESPERADO'
                   MOVE SPACES TO REG-EVENTO
                   MOVE '2100-ACUMULA-AMOSTRA' TO EVT-PARAGRAFO
                   MOVE 'E'  TO EVT-SEVERIDADE
                   MOVE 5003 TO EVT-CODIGO
                   MOVE 'TABELA DE REGRAS CHEIA - ABORTADO'
                     TO EVT-TEXTO
                   PERFORM 9800-GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           ADD 1 TO WS-RG-AMOSTRADOS-TAB(WS-IDX-RG)
           ADD 1 TO WS-TG-AMOSTRADOS

           IF NOT QAM-PENDENTE
               MOVE 1 TO WS-PESO
               IF QAM-AMOSTRA-ESTRATO > ZERO
                   COMPUTE WS-PESO ROUNDED =
                           QAM-POP-ESTRATO / QAM-AMOSTRA-ESTRATO
               END-IF
               ADD 1 TO WS-RG-REVISADOS-TAB(WS-IDX-RG)
               ADD 1 TO WS-TG-REVISADOS
               ADD WS-PESO TO WS-RG-PESO-REV-TAB(WS-IDX-RG)
               ADD WS-PESO TO WS-TG-PESO-REV
               IF QAM-DISCORDA
                   ADD 1 TO WS-RG-DISCORDA-TAB(WS-IDX-RG)
                   ADD 1 TO WS-TG-DISCORDA
                   ADD WS-PESO TO WS-RG-PESO-DISC-TAB(WS-IDX-RG)
                   ADD WS-PESO TO WS-TG-PESO-DISC
               ELSE
                   ADD 1 TO WS-RG-CONCORDA-TAB(WS-IDX-RG)
                   ADD 1 TO WS-TG-CONCORDA
               END-IF
           END-IF.

       3000-ORDENA-REGRAS.
           IF WS-RG-QTDE > 1
               COMPUTE WS-QTD-ORDENA = WS-RG-QTDE - 1
               SET TROCOU-REGISTRO TO TRUE
               PERFORM UNTIL NOT TROCOU-REGISTRO
                   MOVE 'N' TO WS-FLAG-TROCA
                   MOVE 1 TO WS-IDX-ORD
                   PERFORM 3100-PASSO-ORDENACAO WS-QTD-ORDENA TIMES
               END-PERFORM
           END-IF.

       3100-PASSO-ORDENACAO.
           IF WS-RG-REGRA-TAB(WS-IDX-ORD) >
              WS-RG-REGRA-TAB(WS-IDX-ORD + 1)
               MOVE WS-RG-TAB(WS-IDX-ORD) TO WS-RG-TEMP
               MOVE WS-RG-TAB(WS-IDX-ORD + 1)
                 TO WS-RG-TAB(WS-IDX-ORD)
               MOVE WS-RG-TEMP TO WS-RG-TAB(WS-IDX-ORD + 1)
               SET TROCOU-REGISTRO TO TRUE
           END-IF
           ADD 1 TO WS-IDX-ORD.

       4000-IMPRIME-REGRAS.
           WRITE REG-REL FROM WS-CAB-REGRA
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           SET WS-IDX-RG TO 1
           PERFORM UNTIL WS-IDX-RG > WS-RG-QTDE
               MOVE WS-RG-TAB(WS-IDX-RG) TO WS-LINHA-CALCULO
               PERFORM 4100-CALCULA-TAXA
               SET WS-IDX-RG UP BY 1
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE WS-TOTAL-GERAL TO WS-LINHA-CALCULO
           PERFORM 4100-CALCULA-TAXA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       4100-CALCULA-TAXA.
           MOVE ZERO TO WS-TAXA-BRUTA
                        WS-TAXA-PONDERADA
                        WS-MARGEM
                        WS-LIMITE-SUPERIOR

           IF WS-LC-REVISADOS > ZERO
               COMPUTE WS-TAXA-BRUTA ROUNDED =
                       WS-LC-DISCORDA / WS-LC-REVISADOS
               MOVE WS-TAXA-BRUTA TO WS-TAXA-PONDERADA
               IF WS-LC-PESO-REV > ZERO
                   COMPUTE WS-TAXA-PONDERADA ROUNDED =
                           WS-LC-PESO-DISC / WS-LC-PESO-REV
               END-IF
               COMPUTE WS-COMPLEMENTO-TAXA = 1 - WS-TAXA-PONDERADA
               COMPUTE WS-VARIANCIA ROUNDED =
                       WS-TAXA-PONDERADA * WS-COMPLEMENTO-TAXA
                       / WS-LC-REVISADOS
               COMPUTE WS-MARGEM ROUNDED =
                       WS-NIVEL-CONFIANCA * FUNCTION SQRT(WS-VARIANCIA)
               COMPUTE WS-LIMITE-SUPERIOR =
                       WS-TAXA-PONDERADA + WS-MARGEM
           END-IF

           EVALUATE TRUE
               WHEN WS-LC-REVISADOS = ZERO
                   MOVE 'SEM REVISAO' TO WS-SITUACAO
               WHEN WS-TAXA-PONDERADA > WS-TAXA-TOLERADA
                   MOVE 'ACIMA'       TO WS-SITUACAO
               WHEN WS-LIMITE-SUPERIOR > WS-TAXA-TOLERADA
                   MOVE 'INCONCLUSIVO' TO WS-SITUACAO
               WHEN OTHER
                   MOVE 'CONFORME'    TO WS-SITUACAO
           END-EVALUATE

           MOVE WS-LC-REGRA       TO WS-LR-REGRA
           MOVE WS-LC-AMOSTRADOS  TO WS-LR-AMOSTRADOS
           MOVE WS-LC-REVISADOS   TO WS-LR-REVISADOS
           COMPUTE WS-LR-PENDENTES =
                   WS-LC-AMOSTRADOS - WS-LC-REVISADOS
           MOVE WS-LC-CONCORDA    TO WS-LR-CONCORDA
           MOVE WS-LC-DISCORDA    TO WS-LR-DISCORDA
           COMPUTE WS-LR-TAXA-BRUTA     = WS-TAXA-BRUTA * 100
           COMPUTE WS-LR-TAXA-PONDERADA = WS-TAXA-PONDERADA * 100
           COMPUTE WS-LR-MARGEM         = WS-MARGEM * 100
           COMPUTE WS-LR-LIMITE         = WS-LIMITE-SUPERIOR * 100
           MOVE WS-SITUACAO       TO WS-LR-SITUACAO
           IF WS-LC-REGRA = WS-TG-REGRA
               MOVE 'TOTAL' TO WS-LINHA-REGRA(1:5)
           END-IF
           WRITE REG-REL FROM WS-LINHA-REGRA

           IF WS-SITUACAO = 'ACIMA' AND
              WS-LC-REGRA NOT = WS-TG-REGRA
               ADD 1 TO WS-REGRAS-ACIMA
               MOVE SPACES TO REG-EVENTO
               MOVE '4100-CALCULA-TAXA' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 2007 TO EVT-CODIGO
               STRING 'ERRO QA ACIMA DA TOLERANCIA. REGRA: '
                      WS-LC-REGRA
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5000-LISTA-DISCORDANCIAS.
           MOVE SPACES TO WS-LINHA
           MOVE 'DISCORDANCIAS DO MES' TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           WRITE REG-REL FROM WS-CAB-DISCORDANCIA
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE LOW-VALUES TO QAM-CHAVE
           MOVE WS-MES-REF TO QAM-DATA(1:6)
           MOVE '01'       TO QAM-DATA(7:2)

           START QAAMOST KEY IS NOT LESS THAN QAM-CHAVE

           IF WS-FS-QAM = '00'
               MOVE 'N' TO WS-EOF-QAM
               PERFORM UNTIL FIM-QAAMOST
                   READ QAAMOST NEXT
                       AT END
                           SET FIM-QAAMOST TO TRUE
                       NOT AT END
                           IF QAM-DATA(1:6) > WS-MES-REF
                               SET FIM-QAAMOST TO TRUE
                           ELSE
                               IF QAM-DISCORDA
                                   PERFORM 5100-IMPRIME-DISCORDANCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-DISCORDANCIAS = ZERO
               MOVE SPACES TO WS-LINHA
               MOVE 'NENHUMA DISCORDANCIA REGISTRADA NO MES'
                 TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF

           CLOSE QAAMOST.

       5100-IMPRIME-DISCORDANCIA.
           ADD 1 TO WS-DISCORDANCIAS
           MOVE QAM-DATA          TO WS-LD-DATA
           MOVE QAM-CHAVE-CLIENTE TO WS-LD-CHAVE
           MOVE QAM-REGRA-ID      TO WS-LD-REGRA
           MOVE QAM-SEGMENTO      TO WS-LD-SEGMENTO
           MOVE QAM-DECISAO       TO WS-LD-DECISAO
           MOVE QAM-REVISOR       TO WS-LD-REVISOR
           MOVE QAM-MOTIVO        TO WS-LD-MOTIVO
           WRITE REG-REL FROM WS-LINHA-DISCORDANCIA.

       9000-FINALIZA.
           CLOSE RELQAMEN

           DISPLAY 'CBLDB045 AMOSTRAS LIDAS       = ' WS-QAM-LIDOS
           DISPLAY 'CBLDB045 REGRAS               = ' WS-RG-QTDE
           DISPLAY 'CBLDB045 CASOS REVISADOS      = ' WS-TG-REVISADOS
           DISPLAY 'CBLDB045 DISCORDANCIAS        = ' WS-TG-DISCORDA
           DISPLAY 'CBLDB045 REGRAS ACIMA TOLER.  = ' WS-REGRAS-ACIMA

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. MES: ' WS-MES-REF
                  ' REGRAS: ' WS-RG-QTDE
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB045'            TO EVT-PROGRAMA
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
