       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB043.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAIDAF ASSIGN TO SAIDAF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAI.
           SELECT QAPARM ASSIGN TO QAPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-QAP.
           SELECT QAAMOST ASSIGN TO QAAMOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAM-CHAVE
               FILE STATUS IS WS-FS-QAM.
           SELECT RELAMOS ASSIGN TO RELAMOS
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
       FD  SAIDAF
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       COPY CPYDB202.

       FD  QAPARM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYQAPAR.

       FD  QAAMOST
           RECORD CONTAINS 120 CHARACTERS.
       COPY CPYQAAM1.

       FD  RELAMOS
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
       01  WS-FS-SAI                 PIC X(02) VALUE SPACES.
       01  WS-FS-QAP                 PIC X(02) VALUE SPACES.
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
           05 WS-EOF-SAI             PIC X(01) VALUE 'N'.
              88 FIM-SAIDAF                     VALUE 'S'.
           05 WS-EOF-QAM             PIC X(01) VALUE 'N'.
              88 FIM-QAAMOST                    VALUE 'S'.
           05 WS-FLAG-ACHADO         PIC X(01) VALUE 'N'.
              88 ESTRATO-ACHADO                 VALUE 'S'.
           05 WS-FLAG-REVISADA       PIC X(01) VALUE 'N'.
              88 AMOSTRA-JA-REVISADA            VALUE 'S'.
           05 WS-FLAG-TROCA          PIC X(01) VALUE 'N'.
              88 TROCOU-REGISTRO                VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE
                                     PIC 9(08).
       01  WS-PARM-VALOR             PIC X(20) VALUE SPACES.
       01  WS-DIAS-HOJE              PIC 9(07) VALUE ZERO.
       01  WS-DIAS-CORTE             PIC 9(07) VALUE ZERO.
       01  WS-DATA-CORTE             PIC 9(08) VALUE ZERO.
       01  WS-DATA-CORTE-X REDEFINES WS-DATA-CORTE
                                     PIC X(08).
       01  WS-DIAS-RETENCAO          PIC 9(03) VALUE 730.

       01  WS-PARAMETROS.
           05 WS-NIVEL-CONFIANCA     PIC 9(01)V99   VALUE 1.96.
           05 WS-TAXA-ESPERADA       PIC 9(01)V999  VALUE 0.050.
           05 WS-MARGEM-ERRO         PIC 9(01)V999  VALUE 0.020.
           05 WS-MINIMO-ESTRATO      PIC 9(03)      VALUE 002.
           05 WS-MAXIMO-DIA          PIC 9(05)      VALUE 00500.
           05 WS-SEMENTE             PIC 9(09)      VALUE 123456789.

       01  WS-DIMENSIONAMENTO.
           05 WS-POPULACAO           PIC 9(07)      VALUE ZERO.
           05 WS-COMPLEMENTO-TAXA    PIC 9(01)V999  VALUE ZERO.
           05 WS-VARIANCIA-BASE      PIC 9(03)V9(08) VALUE ZERO.
           05 WS-MARGEM-QUADRADO     PIC 9(01)V9(08) VALUE ZERO.
           05 WS-TAMANHO-BASE        PIC 9(07)V9(04) VALUE ZERO.
           05 WS-TAMANHO-AJUSTADO    PIC 9(07)V9(04) VALUE ZERO.
           05 WS-AMOSTRA-DIA         PIC 9(07)      VALUE ZERO.
           05 WS-AMOSTRA-ESTRATO     PIC 9(07)V9(04) VALUE ZERO.

       01  WS-GERADOR.
           05 WS-LCG-X               PIC 9(10)      VALUE ZERO.
           05 WS-LCG-PRODUTO         PIC 9(15)      VALUE ZERO.
           05 WS-LCG-QUOCIENTE       PIC 9(15)      VALUE ZERO.
           05 WS-LCG-U               PIC 9(01)V9(09) VALUE ZERO.

       01  WS-IDX-ORD                PIC 9(03) VALUE ZERO.
       01  WS-QTD-ORDENA             PIC 9(03) VALUE ZERO.
       01  WS-EST-TEMP               PIC X(57).

       01  WS-CONTROLE.
           05 WS-SAI-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-SAI-ELEGIVEIS       PIC 9(07) VALUE ZERO.
           05 WS-SAI-ESTORNOS        PIC 9(07) VALUE ZERO.
           05 WS-SELECIONADOS        PIC 9(07) VALUE ZERO.
           05 WS-DUPLICADOS          PIC 9(07) VALUE ZERO.
           05 WS-QAM-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-QAM-EXPURGADOS      PIC 9(07) VALUE ZERO.
           05 WS-QAM-SUBSTITUIDOS    PIC 9(07) VALUE ZERO.
           05 WS-QAM-OCUPADOS        PIC 9(07) VALUE ZERO.

       01  WS-CAPACIDADE-QAM         PIC 9(07) VALUE 0400000.
       01  WS-PERC-ALERTA-CAP        PIC 9(03) VALUE 080.
       01  WS-LIMITE-ALERTA-CAP      PIC 9(07) VALUE ZERO.

       01  WS-TAB-ESTRATOS.
           05 WS-EST-QTDE            PIC 9(03) VALUE ZERO.
           05 WS-EST-TAB OCCURS 500 TIMES
                         INDEXED BY WS-IDX-EST.
              10 WS-EST-CHAVE-TAB.
                 15 WS-EST-REGRA-TAB     PIC X(04).
                 15 WS-EST-SEGMENTO-TAB  PIC X(03).
              10 WS-EST-POP-TAB          PIC 9(07).
              10 WS-EST-AMOSTRA-TAB      PIC 9(05).
              10 WS-EST-INTERVALO-TAB    PIC 9(07)V9(06).
              10 WS-EST-ALVO-TAB         PIC 9(07)V9(06).
              10 WS-EST-ORDINAL-TAB      PIC 9(07).
              10 WS-EST-SELECIONADOS-TAB PIC 9(05).

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       01  WS-LINHA-PARAMETROS.
           05 FILLER                 PIC X(18)
                                     VALUE 'NIVEL CONFIANCA Z='.
           05 WS-LP-CONFIANCA        PIC 9.99.
           05 FILLER                 PIC X(17)
                                     VALUE '   TAXA ESPERADA='.
           05 WS-LP-TAXA             PIC 9.999.
           05 FILLER                 PIC X(18)
                                     VALUE '   MARGEM DE ERRO='.
           05 WS-LP-MARGEM           PIC 9.999.
           05 FILLER                 PIC X(16)
                                     VALUE '   MIN.ESTRATO='.
           05 WS-LP-MINIMO           PIC ZZ9.
           05 FILLER                 PIC X(12)
                                     VALUE '   SEMENTE='.
           05 WS-LP-SEMENTE          PIC 9(09).
           05 FILLER                 PIC X(25) VALUE SPACES.

       01  WS-CAB-ESTRATO.
           05 FILLER                 PIC X(08) VALUE 'REGRA'.
           05 FILLER                 PIC X(10) VALUE 'SEGMENTO'.
           05 FILLER                 PIC X(13) VALUE '    POPULACAO'.
           05 FILLER                 PIC X(10) VALUE '   AMOSTRA'.
           05 FILLER                 PIC X(14) VALUE '     INTERVALO'.
           05 FILLER                 PIC X(77) VALUE SPACES.

       01  WS-LINHA-ESTRATO.
           05 WS-LE-REGRA            PIC X(04).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-LE-SEGMENTO         PIC X(03).
           05 FILLER                 PIC X(07) VALUE SPACES.
           05 WS-LE-POPULACAO        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LE-AMOSTRA          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LE-INTERVALO        PIC Z,ZZZ,ZZ9.9999.
           05 FILLER                 PIC X(79) VALUE SPACES.

       01  WS-CAB-CASO.
           05 FILLER                 PIC X(12) VALUE 'CHAVE'.
           05 FILLER                 PIC X(06) VALUE 'REGRA'.
           05 FILLER                 PIC X(05) VALUE 'SEG'.
           05 FILLER                 PIC X(10) VALUE 'DECISAO'.
           05 FILLER                 PIC X(15) VALUE '          SCORE'.
           05 FILLER                 PIC X(17)
                                     VALUE '   VALOR AJUSTADO'.
           05 FILLER                 PIC X(20)
                                     VALUE '   RESULTADO (C/D)'.
           05 FILLER                 PIC X(47) VALUE '   MOTIVO'.

       01  WS-LINHA-CASO.
           05 WS-LA-CHAVE            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-REGRA            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-SEGMENTO         PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-DECISAO          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-SCORE            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(03) VALUE '___'.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE ALL '_'.
           05 FILLER                 PIC X(17) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-TAMANHO        PIC S9(04) COMP.
           05 LK-PARM-VALOR          PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 1300-PREPARA-QAAMOST
           IF AMOSTRA-JA-REVISADA
               PERFORM 2900-AMOSTRA-MANTIDA
           ELSE
               PERFORM 2000-CONTA-POPULACAO
               PERFORM 3000-DIMENSIONA-AMOSTRA
               PERFORM 4000-SELECIONA-AMOSTRA
               PERFORM 5000-IMPRIME-TOTAIS
           END-IF
           PERFORM 8000-FECHA-QAAMOST
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           MOVE SPACES TO WS-PARM-VALOR
           IF LK-PARM-TAMANHO > ZERO
               MOVE LK-PARM-VALOR TO WS-PARM-VALOR
           END-IF

           IF WS-PARM-VALOR(1:8) IS NUMERIC AND
              WS-PARM-VALOR(5:2) >= '01' AND
              WS-PARM-VALOR(5:2) <= '12' AND
              WS-PARM-VALOR(7:2) >= '01' AND
              WS-PARM-VALOR(7:2) <= '31'
               MOVE WS-PARM-VALOR(1:8) TO WS-DATA-HOJE
           END-IF

           DISPLAY 'CBLDB043 DATA DE REFERENCIA = ' WS-DATA-HOJE

           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-R)
           COMPUTE WS-DIAS-CORTE = WS-DIAS-HOJE - WS-DIAS-RETENCAO
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE)

           COMPUTE WS-LIMITE-ALERTA-CAP =
                   WS-CAPACIDADE-QAM * WS-PERC-ALERTA-CAP / 100

           PERFORM 1100-LE-QAPARM

           OPEN OUTPUT RELAMOS

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELAMOS. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'AMOSTRA DE CONFORMIDADE - DECISOES AUTOMATICAS'
             TO WS-LINHA
           MOVE '- CBLDB043' TO WS-LINHA(49:10)
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE WS-NIVEL-CONFIANCA TO WS-LP-CONFIANCA
           MOVE WS-TAXA-ESPERADA   TO WS-LP-TAXA
           MOVE WS-MARGEM-ERRO     TO WS-LP-MARGEM
           MOVE WS-MINIMO-ESTRATO  TO WS-LP-MINIMO
           MOVE WS-SEMENTE         TO WS-LP-SEMENTE
           WRITE REG-REL FROM WS-LINHA-PARAMETROS

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           PERFORM 1200-ABRE-QAAMOST.

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
               DISPLAY 'QAPARM NAO ENCONTRADO. USANDO PARAMETROS '
                       'PADRAO DE AMOSTRAGEM'
           ELSE
               READ QAPARM
                   AT END
                       DISPLAY 'QAPARM VAZIO. USANDO PARAMETROS '
                               'PADRAO DE AMOSTRAGEM'
                   NOT AT END
                       PERFORM 1110-VALIDA-QAPARM
               END-READ
               CLOSE QAPARM
           END-IF.

       1110-VALIDA-QAPARM.
           IF QAP-NIVEL-CONFIANCA IS NUMERIC AND
              QAP-NIVEL-CONFIANCA > ZERO
               MOVE QAP-NIVEL-CONFIANCA TO WS-NIVEL-CONFIANCA
           END-IF

           IF QAP-TAXA-ESPERADA IS NUMERIC AND
              QAP-TAXA-ESPERADA > ZERO AND
              QAP-TAXA-ESPERADA < 1
               MOVE QAP-TAXA-ESPERADA TO WS-TAXA-ESPERADA
           END-IF

           IF QAP-MARGEM-ERRO IS NUMERIC AND
              QAP-MARGEM-ERRO > ZERO AND
              QAP-MARGEM-ERRO < 1
               MOVE QAP-MARGEM-ERRO TO WS-MARGEM-ERRO
           END-IF

           IF QAP-MINIMO-ESTRATO IS NUMERIC
               MOVE QAP-MINIMO-ESTRATO TO WS-MINIMO-ESTRATO
           END-IF

           IF QAP-MAXIMO-DIA IS NUMERIC AND
              QAP-MAXIMO-DIA > ZERO
               MOVE QAP-MAXIMO-DIA TO WS-MAXIMO-DIA
           END-IF

           IF QAP-SEMENTE IS NUMERIC AND
              QAP-SEMENTE > ZERO
               MOVE QAP-SEMENTE TO WS-SEMENTE
           END-IF.

       1200-ABRE-QAAMOST.
           OPEN I-O QAAMOST

           IF WS-FS-QAM = '35'
               DISPLAY 'QAAMOST NAO ENCONTRADO. INICIANDO REGISTRO '
                       'DE AMOSTRAS VAZIO'
               OPEN OUTPUT QAAMOST
               CLOSE QAAMOST
               OPEN I-O QAAMOST
           END-IF

           IF WS-FS-QAM NOT = '00'
               DISPLAY 'ERRO OPEN QAAMOST. FILE STATUS=' WS-FS-QAM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1300-PREPARA-QAAMOST.
           MOVE LOW-VALUES   TO QAM-CHAVE
           MOVE WS-DATA-HOJE TO QAM-DATA

           START QAAMOST KEY IS NOT LESS THAN QAM-CHAVE

           IF WS-FS-QAM = '00'
               MOVE 'N' TO WS-EOF-QAM
               PERFORM UNTIL FIM-QAAMOST
                   READ QAAMOST NEXT
                       AT END
                           SET FIM-QAAMOST TO TRUE
                       NOT AT END
                           IF QAM-DATA NOT = WS-DATA-HOJE
                               SET FIM-QAAMOST TO TRUE
                           ELSE
                               IF NOT QAM-PENDENTE
                                   SET AMOSTRA-JA-REVISADA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE LOW-VALUES TO QAM-CHAVE

           START QAAMOST KEY IS NOT LESS THAN QAM-CHAVE

           IF WS-FS-QAM = '00'
               MOVE 'N' TO WS-EOF-QAM
               PERFORM UNTIL FIM-QAAMOST
                   READ QAAMOST NEXT
                       AT END
                           SET FIM-QAAMOST TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QAM-LIDOS
                           PERFORM 1310-TRATA-QAAMOST
                   END-READ
               END-PERFORM
           END-IF.

       1310-TRATA-QAAMOST.
           EVALUATE TRUE
               WHEN QAM-DATA < WS-DATA-CORTE-X
                   ADD 1 TO WS-QAM-EXPURGADOS
                   PERFORM 6200-EXCLUI-QAAMOST
               WHEN QAM-DATA = WS-DATA-HOJE AND
                    NOT AMOSTRA-JA-REVISADA
                   ADD 1 TO WS-QAM-SUBSTITUIDOS
                   PERFORM 6200-EXCLUI-QAAMOST
               WHEN OTHER
                   ADD 1 TO WS-QAM-OCUPADOS
           END-EVALUATE.

       2000-CONTA-POPULACAO.
           OPEN INPUT SAIDAF

           IF WS-FS-SAI NOT = '00'
               DISPLAY 'ERRO OPEN SAIDAF. FILE STATUS=' WS-FS-SAI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SAI
           PERFORM UNTIL FIM-SAIDAF
               READ SAIDAF
                   AT END
                       SET FIM-SAIDAF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SAI-LIDOS
                       PERFORM 2100-CONTA-DECISAO
               END-READ
           END-PERFORM

           CLOSE SAIDAF.

       2100-CONTA-DECISAO.
           IF P2-DECISAO = 'APROVAR' OR P2-DECISAO = 'BLOQUEAR'
               IF P2-MOVTO-ESTORNO
                   ADD 1 TO WS-SAI-ESTORNOS
               ELSE
                   ADD 1 TO WS-SAI-ELEGIVEIS
                   PERFORM 7100-BUSCA-ESTRATO
                   IF NOT ESTRATO-ACHADO
                       PERFORM 2200-INSERE-ESTRATO
                   END-IF
                   ADD 1 TO WS-EST-POP-TAB(WS-IDX-EST)
               END-IF
           END-IF.

       2200-INSERE-ESTRATO.
           IF WS-EST-QTDE < 500
               ADD 1 TO WS-EST-QTDE
               SET WS-IDX-EST TO WS-EST-QTDE
               INITIALIZE WS-EST-TAB(WS-IDX-EST)
               MOVE P2-REGRA-ID  TO WS-EST-REGRA-TAB(WS-IDX-EST)
               MOVE P2-SEGMENTO  TO WS-EST-SEGMENTO-TAB(WS-IDX-EST)
           ELSE
               DISPLAY 'TABELA DE ESTRATOS CHEIA. SAIDAF COM MAIS '
                       'REGRAS/SEGMENTOS QUE O ESPERADO'
               MOVE SPACES TO REG-EVENTO
               MOVE '2200-INSERE-ESTRATO' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5003 TO EVT-CODIGO
               MOVE 'TABELA DE ESTRATOS CHEIA - ABORTADO'
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       2900-AMOSTRA-MANTIDA.
           DISPLAY 'AMOSTRA DE ' WS-DATA-HOJE ' JA POSSUI CASOS '
                   'REVISADOS. AMOSTRA MANTIDA'
           MOVE SPACES TO WS-LINHA
           STRING 'AMOSTRA DE ' WS-DATA-HOJE
                  ' JA POSSUI CASOS REVISADOS - AMOSTRA MANTIDA, '
                  'NENHUMA NOVA SELECAO'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 4 TO RETURN-CODE.

       3000-DIMENSIONA-AMOSTRA.
           MOVE WS-SAI-ELEGIVEIS TO WS-POPULACAO

           IF WS-POPULACAO > ZERO
               COMPUTE WS-COMPLEMENTO-TAXA = 1 - WS-TAXA-ESPERADA
               COMPUTE WS-VARIANCIA-BASE ROUNDED =
                       WS-NIVEL-CONFIANCA * WS-NIVEL-CONFIANCA
                       * WS-TAXA-ESPERADA * WS-COMPLEMENTO-TAXA
               COMPUTE WS-MARGEM-QUADRADO ROUNDED =
                       WS-MARGEM-ERRO * WS-MARGEM-ERRO
               COMPUTE WS-TAMANHO-BASE ROUNDED =
                       WS-VARIANCIA-BASE / WS-MARGEM-QUADRADO
               COMPUTE WS-TAMANHO-AJUSTADO ROUNDED =
                       WS-TAMANHO-BASE /
                       (1 + ((WS-TAMANHO-BASE - 1) / WS-POPULACAO))
               COMPUTE WS-AMOSTRA-DIA =
                       WS-TAMANHO-AJUSTADO + 0.9999
               IF WS-AMOSTRA-DIA > WS-MAXIMO-DIA
                   MOVE WS-MAXIMO-DIA TO WS-AMOSTRA-DIA
               END-IF
               IF WS-AMOSTRA-DIA > WS-POPULACAO
                   MOVE WS-POPULACAO TO WS-AMOSTRA-DIA
               END-IF
           END-IF

           PERFORM 3100-ORDENA-ESTRATOS

           COMPUTE WS-LCG-PRODUTO = WS-SEMENTE + WS-DATA-HOJE-R
           DIVIDE WS-LCG-PRODUTO BY 2147483646
               GIVING WS-LCG-QUOCIENTE
               REMAINDER WS-LCG-X
           ADD 1 TO WS-LCG-X

           WRITE REG-REL FROM WS-CAB-ESTRATO
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           SET WS-IDX-EST TO 1
           PERFORM UNTIL WS-IDX-EST > WS-EST-QTDE
               PERFORM 3200-DIMENSIONA-ESTRATO
               SET WS-IDX-EST UP BY 1
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           WRITE REG-REL FROM WS-CAB-CASO
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       3100-ORDENA-ESTRATOS.
           IF WS-EST-QTDE > 1
               COMPUTE WS-QTD-ORDENA = WS-EST-QTDE - 1
               SET TROCOU-REGISTRO TO TRUE
               PERFORM UNTIL NOT TROCOU-REGISTRO
                   MOVE 'N' TO WS-FLAG-TROCA
                   MOVE 1 TO WS-IDX-ORD
                   PERFORM 3110-PASSO-ORDENACAO WS-QTD-ORDENA TIMES
               END-PERFORM
           END-IF.

       3110-PASSO-ORDENACAO.
           IF WS-EST-CHAVE-TAB(WS-IDX-ORD) >
              WS-EST-CHAVE-TAB(WS-IDX-ORD + 1)
               MOVE WS-EST-TAB(WS-IDX-ORD) TO WS-EST-TEMP
               MOVE WS-EST-TAB(WS-IDX-ORD + 1)
                 TO WS-EST-TAB(WS-IDX-ORD)
               MOVE WS-EST-TEMP TO WS-EST-TAB(WS-IDX-ORD + 1)
               SET TROCOU-REGISTRO TO TRUE
           END-IF
           ADD 1 TO WS-IDX-ORD.

       3200-DIMENSIONA-ESTRATO.
           COMPUTE WS-AMOSTRA-ESTRATO =
                   WS-AMOSTRA-DIA * WS-EST-POP-TAB(WS-IDX-EST)
                   / WS-POPULACAO
           COMPUTE WS-EST-AMOSTRA-TAB(WS-IDX-EST) =
                   WS-AMOSTRA-ESTRATO + 0.9999

           IF WS-EST-AMOSTRA-TAB(WS-IDX-EST) < WS-MINIMO-ESTRATO
               MOVE WS-MINIMO-ESTRATO TO WS-EST-AMOSTRA-TAB(WS-IDX-EST)
           END-IF
           IF WS-EST-AMOSTRA-TAB(WS-IDX-EST) >
              WS-EST-POP-TAB(WS-IDX-EST)
               MOVE WS-EST-POP-TAB(WS-IDX-EST)
                 TO WS-EST-AMOSTRA-TAB(WS-IDX-EST)
           END-IF

           IF WS-EST-AMOSTRA-TAB(WS-IDX-EST) > ZERO
               COMPUTE WS-EST-INTERVALO-TAB(WS-IDX-EST) =
                       WS-EST-POP-TAB(WS-IDX-EST) /
                       WS-EST-AMOSTRA-TAB(WS-IDX-EST)
               PERFORM 7200-PROXIMO-ALEATORIO
               COMPUTE WS-EST-ALVO-TAB(WS-IDX-EST) =
                       WS-LCG-U * WS-EST-INTERVALO-TAB(WS-IDX-EST)
           END-IF

           MOVE WS-EST-REGRA-TAB(WS-IDX-EST)     TO WS-LE-REGRA
           MOVE WS-EST-SEGMENTO-TAB(WS-IDX-EST)  TO WS-LE-SEGMENTO
           MOVE WS-EST-POP-TAB(WS-IDX-EST)       TO WS-LE-POPULACAO
           MOVE WS-EST-AMOSTRA-TAB(WS-IDX-EST)   TO WS-LE-AMOSTRA
           MOVE WS-EST-INTERVALO-TAB(WS-IDX-EST) TO WS-LE-INTERVALO
           WRITE REG-REL FROM WS-LINHA-ESTRATO.

       4000-SELECIONA-AMOSTRA.
           OPEN INPUT SAIDAF

           IF WS-FS-SAI NOT = '00'
               DISPLAY 'ERRO OPEN SAIDAF. FILE STATUS=' WS-FS-SAI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SAI
           PERFORM UNTIL FIM-SAIDAF
               READ SAIDAF
                   AT END
                       SET FIM-SAIDAF TO TRUE
                   NOT AT END
                       IF (P2-DECISAO = 'APROVAR' OR
                           P2-DECISAO = 'BLOQUEAR') AND
                          NOT P2-MOVTO-ESTORNO
                           PERFORM 4100-AVALIA-DECISAO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SAIDAF.

       4100-AVALIA-DECISAO.
           PERFORM 7100-BUSCA-ESTRATO
           ADD 1 TO WS-EST-ORDINAL-TAB(WS-IDX-EST)

           IF WS-EST-ORDINAL-TAB(WS-IDX-EST) >
              WS-EST-ALVO-TAB(WS-IDX-EST) AND
              WS-EST-SELECIONADOS-TAB(WS-IDX-EST) <
              WS-EST-AMOSTRA-TAB(WS-IDX-EST)
               ADD WS-EST-INTERVALO-TAB(WS-IDX-EST)
                TO WS-EST-ALVO-TAB(WS-IDX-EST)
               PERFORM 4200-GRAVA-AMOSTRA
           END-IF.

       4200-GRAVA-AMOSTRA.
           MOVE SPACES TO REG-QAAMOSTRA
           MOVE WS-DATA-HOJE      TO QAM-DATA
           MOVE P2-CHAVE          TO QAM-CHAVE-CLIENTE
           MOVE P2-REGRA-ID       TO QAM-REGRA-ID
           MOVE P2-SEGMENTO       TO QAM-SEGMENTO
           MOVE P2-DECISAO        TO QAM-DECISAO
           MOVE P2-SCORE          TO QAM-SCORE
           MOVE P2-VALOR-AJUSTADO TO QAM-VALOR-AJUSTADO
           MOVE WS-EST-POP-TAB(WS-IDX-EST)     TO QAM-POP-ESTRATO
           MOVE WS-EST-AMOSTRA-TAB(WS-IDX-EST) TO QAM-AMOSTRA-ESTRATO
           SET QAM-PENDENTE TO TRUE

           WRITE REG-QAAMOSTRA

           EVALUATE WS-FS-QAM
               WHEN '00'
                   ADD 1 TO WS-SELECIONADOS
                   ADD 1 TO WS-QAM-OCUPADOS
                   ADD 1 TO WS-EST-SELECIONADOS-TAB(WS-IDX-EST)
                   MOVE P2-CHAVE          TO WS-LA-CHAVE
                   MOVE P2-REGRA-ID       TO WS-LA-REGRA
                   MOVE P2-SEGMENTO       TO WS-LA-SEGMENTO
                   MOVE P2-DECISAO        TO WS-LA-DECISAO
                   MOVE P2-SCORE          TO WS-LA-SCORE
                   MOVE P2-VALOR-AJUSTADO TO WS-LA-VALOR
                   WRITE REG-REL FROM WS-LINHA-CASO
               WHEN '22'
                   ADD 1 TO WS-DUPLICADOS
                   DISPLAY 'CHAVE JA AMOSTRADA NO DIA: ' P2-CHAVE
               WHEN OTHER
                   DISPLAY 'ERRO WRITE QAAMOST. FILE STATUS='
                           WS-FS-QAM ' CHAVE=' QAM-CHAVE
                   PERFORM 9850-EVENTO-ERRO-QAAMOST
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       5000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE 'SAIDAF LIDOS'               TO WS-LINHA-ROTULO
           MOVE WS-SAI-LIDOS                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ESTORNOS DESCONSIDERADOS'   TO WS-LINHA-ROTULO
           MOVE WS-SAI-ESTORNOS              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'POPULACAO APROVAR/BLOQUEAR' TO WS-LINHA-ROTULO
           MOVE WS-POPULACAO                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ESTRATOS (REGRA X SEGMENTO)' TO WS-LINHA-ROTULO
           MOVE WS-EST-QTDE                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'TAMANHO BASE (POP. INFINITA)' TO WS-LINHA-ROTULO
           COMPUTE WS-LINHA-QTDE = WS-TAMANHO-BASE + 0.9999
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'AMOSTRA DO DIA (AJUSTADA)'  TO WS-LINHA-ROTULO
           MOVE WS-AMOSTRA-DIA               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CASOS SELECIONADOS'         TO WS-LINHA-ROTULO
           MOVE WS-SELECIONADOS              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CHAVES DUPLICADAS NO DIA'   TO WS-LINHA-ROTULO
           MOVE WS-DUPLICADOS                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET.

       6200-EXCLUI-QAAMOST.
           DELETE QAAMOST

           IF WS-FS-QAM NOT = '00'
               DISPLAY 'ERRO DELETE QAAMOST. FILE STATUS='
                       WS-FS-QAM ' CHAVE=' QAM-CHAVE
               PERFORM 9850-EVENTO-ERRO-QAAMOST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       7100-BUSCA-ESTRATO.
           SET WS-IDX-EST TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-EST > WS-EST-QTDE
                         OR ESTRATO-ACHADO
               IF WS-EST-REGRA-TAB(WS-IDX-EST) = P2-REGRA-ID AND
                  WS-EST-SEGMENTO-TAB(WS-IDX-EST) = P2-SEGMENTO
                   SET ESTRATO-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-EST UP BY 1
               END-IF
           END-PERFORM.

       7200-PROXIMO-ALEATORIO.
           COMPUTE WS-LCG-PRODUTO = WS-LCG-X * 16807
           DIVIDE WS-LCG-PRODUTO BY 2147483647
               GIVING WS-LCG-QUOCIENTE
               REMAINDER WS-LCG-X
           COMPUTE WS-LCG-U = WS-LCG-X / 2147483647.

       8000-FECHA-QAAMOST.
           CLOSE QAAMOST
                 RELAMOS

           IF WS-QAM-OCUPADOS > WS-LIMITE-ALERTA-CAP
               DISPLAY 'QAAMOST PROXIMO DA CAPACIDADE. REGISTROS: '
                       WS-QAM-OCUPADOS ' CAPACIDADE: '
                       WS-CAPACIDADE-QAM
               MOVE SPACES TO REG-EVENTO
               MOVE '8000-FECHA-QAAMOST' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 2005 TO EVT-CODIGO
               STRING 'QAAMOST PERTO DA CAPACIDADE: '
                      WS-QAM-OCUPADOS
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-FINALIZA.
           DISPLAY 'CBLDB043 SAIDAF LIDOS         = ' WS-SAI-LIDOS
           DISPLAY 'CBLDB043 POPULACAO ELEGIVEL   = ' WS-POPULACAO
           DISPLAY 'CBLDB043 ESTRATOS             = ' WS-EST-QTDE
           DISPLAY 'CBLDB043 AMOSTRA DO DIA       = ' WS-AMOSTRA-DIA
           DISPLAY 'CBLDB043 CASOS SELECIONADOS   = ' WS-SELECIONADOS
           DISPLAY 'CBLDB043 REGISTRO LIDO        = ' WS-QAM-LIDOS
           DISPLAY 'CBLDB043 REGISTRO EXPURGADO   = '
                   WS-QAM-EXPURGADOS
           DISPLAY 'CBLDB043 MESMA DATA SUBSTITUI = '
                   WS-QAM-SUBSTITUIDOS

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. AMOSTRADOS: ' WS-SELECIONADOS
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB043'            TO EVT-PROGRAMA
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
           MOVE '9850-EVENTO-ERRO-QAAMOST' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5001 TO EVT-CODIGO
           MOVE QAM-CHAVE-CLIENTE TO EVT-CHAVE
           STRING 'ERRO DE ARQUIVO QAAMOST. STATUS: ' WS-FS-QAM
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.
