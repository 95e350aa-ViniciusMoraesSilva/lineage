       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB046.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRIFTPRM ASSIGN TO DRIFTPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.
           SELECT DRIFTBAS ASSIGN TO DRIFTBAS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BAS.
           SELECT RELDRIFT ASSIGN TO RELDRIFT
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
       FD  DRIFTPRM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYDRFP1.

       FD  DRIFTBAS
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       COPY CPYDRFB1.

       FD  RELDRIFT
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
       01  WS-FS-PRM                 PIC X(02) VALUE SPACES.
       01  WS-FS-BAS                 PIC X(02) VALUE SPACES.
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
           05 WS-EOF-PRM             PIC X(01) VALUE 'N'.
              88 FIM-DRIFTPRM                   VALUE 'S'.
           05 WS-EOF-BAS             PIC X(01) VALUE 'N'.
              88 FIM-DRIFTBAS                   VALUE 'S'.
           05 WS-FLAG-CSR-EOF        PIC X(01) VALUE 'N'.
              88 CURSOR-ESGOTADO                VALUE 'S'.
           05 WS-FLAG-ACHADO         PIC X(01) VALUE 'N'.
              88 COMPONENTE-ACHADO              VALUE 'S'.
           05 WS-FLAG-FAIXA          PIC X(01) VALUE 'N'.
              88 FAIXA-ACHADA                   VALUE 'S'.
           05 WS-FLAG-LIMITES        PIC X(01) VALUE 'S'.
              88 LIMITES-VALIDOS                VALUE 'S'.
           05 WS-MODO                PIC X(01) VALUE 'M'.
              88 MODO-BASE                      VALUE 'B'.
              88 MODO-MONITOR                   VALUE 'M'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE
                                     PIC 9(08).
       01  WS-PARM-VALOR             PIC X(20) VALUE SPACES.

       01  WS-DIAS-HOJE              PIC 9(07) VALUE ZERO.
       01  WS-DIAS-AUX               PIC 9(07) VALUE ZERO.
       01  WS-DATA-AUX               PIC 9(08) VALUE ZERO.
       01  WS-DATA-AUX-X REDEFINES WS-DATA-AUX
                                     PIC X(08).

       01  WS-PERIODOS.
           05 WS-ATUAL-INICIO        PIC X(08) VALUE SPACES.
           05 WS-ATUAL-FIM           PIC X(08) VALUE SPACES.
           05 WS-BASE-INICIO         PIC X(08) VALUE SPACES.
           05 WS-BASE-FIM            PIC X(08) VALUE SPACES.

       01  WS-DB2-DATA-INICIO        PIC X(08) VALUE SPACES.
       01  WS-DB2-DATA-FIM           PIC X(08) VALUE SPACES.

       01  WS-PARAMETROS.
           05 WS-NIVEL-ATENCAO       PIC 9(01)V9(04) VALUE 0.1000.
           05 WS-NIVEL-ALERTA        PIC 9(01)V9(04) VALUE 0.2500.
           05 WS-DIAS-JANELA         PIC 9(03)       VALUE 007.
           05 WS-DIAS-BASE           PIC 9(03)       VALUE 028.

       01  WS-FAIXAS-PADRAO.
           05 FILLER                 PIC X(13) VALUE 'SSCORE TOTAL'.
           05 FILLER                 PIC 9(06)V99 VALUE 10.
           05 FILLER                 PIC 9(06)V99 VALUE 20.
           05 FILLER                 PIC 9(06)V99 VALUE 30.
           05 FILLER                 PIC 9(06)V99 VALUE 40.
           05 FILLER                 PIC 9(06)V99 VALUE 50.
           05 FILLER                 PIC 9(06)V99 VALUE 75.
           05 FILLER                 PIC 9(06)V99 VALUE 100.
           05 FILLER                 PIC 9(06)V99 VALUE 150.
           05 FILLER                 PIC 9(06)V99 VALUE 250.
           05 FILLER                 PIC X(13) VALUE 'VSCORE VALOR'.
           05 FILLER                 PIC 9(06)V99 VALUE 5.
           05 FILLER                 PIC 9(06)V99 VALUE 10.
           05 FILLER                 PIC 9(06)V99 VALUE 15.
           05 FILLER                 PIC 9(06)V99 VALUE 20.
           05 FILLER                 PIC 9(06)V99 VALUE 30.
           05 FILLER                 PIC 9(06)V99 VALUE 50.
           05 FILLER                 PIC 9(06)V99 VALUE 75.
           05 FILLER                 PIC 9(06)V99 VALUE 100.
           05 FILLER                 PIC 9(06)V99 VALUE 200.
           05 FILLER                 PIC X(13) VALUE 'QSCORE QTDE'.
           05 FILLER                 PIC 9(06)V99 VALUE 1.
           05 FILLER                 PIC 9(06)V99 VALUE 2.
           05 FILLER                 PIC 9(06)V99 VALUE 3.
           05 FILLER                 PIC 9(06)V99 VALUE 5.
           05 FILLER                 PIC 9(06)V99 VALUE 8.
           05 FILLER                 PIC 9(06)V99 VALUE 12.
           05 FILLER                 PIC 9(06)V99 VALUE 20.
           05 FILLER                 PIC 9(06)V99 VALUE 35.
           05 FILLER                 PIC 9(06)V99 VALUE 60.
           05 FILLER                 PIC X(13) VALUE 'ISCORE IDADE'.
           05 FILLER                 PIC 9(06)V99 VALUE 0.
           05 FILLER                 PIC 9(06)V99 VALUE 5.
           05 FILLER                 PIC 9(06)V99 VALUE 10.
           05 FILLER                 PIC 9(06)V99 VALUE 15.
           05 FILLER                 PIC 9(06)V99 VALUE 20.
           05 FILLER                 PIC 9(06)V99 VALUE 25.
           05 FILLER                 PIC 9(06)V99 VALUE 30.
           05 FILLER                 PIC 9(06)V99 VALUE 40.
           05 FILLER                 PIC 9(06)V99 VALUE 50.
           05 FILLER                 PIC X(13) VALUE 'CSCORE CANAL'.
           05 FILLER                 PIC 9(06)V99 VALUE 5.
           05 FILLER                 PIC 9(06)V99 VALUE 10.
           05 FILLER                 PIC 9(06)V99 VALUE 10.
           05 FILLER                 PIC 9(06)V99 VALUE 10.
           05 FILLER                 PIC 9(06)V99 VALUE 10.
           05 FILLER                 PIC 9(06)V99 VALUE 10.
           05 FILLER                 PIC 9(06)V99 VALUE 10.
           05 FILLER                 PIC 9(06)V99 VALUE 10.
           05 FILLER                 PIC 9(06)V99 VALUE 10.

       01  WS-TAB-FAIXAS-PADRAO REDEFINES WS-FAIXAS-PADRAO.
           05 WS-FP-TAB OCCURS 5 TIMES.
              10 WS-FP-DEFINICAO-TAB PIC X(85).

       01  WS-TAB-COMPONENTES.
           05 WS-CMP-TAB OCCURS 5 TIMES
                         INDEXED BY WS-IDX-CMP.
              10 WS-CMP-DEFINICAO-TAB.
                 15 WS-CMP-CODIGO-TAB     PIC X(01).
                 15 WS-CMP-NOME-TAB       PIC X(12).
                 15 WS-CMP-LIMITE-TAB     PIC 9(06)V99
                                          OCCURS 9 TIMES.
              10 WS-CMP-QTDE-ATUAL-TAB    PIC 9(07) OCCURS 10 TIMES.
              10 WS-CMP-QTDE-BASE-TAB     PIC 9(07) OCCURS 10 TIMES.
              10 WS-CMP-SOMA-ATUAL-TAB    PIC 9(11)V99.
              10 WS-CMP-SOMA-BASE-TAB     PIC 9(11)V99.
              10 WS-CMP-TOTAL-BASE-TAB    PIC 9(09).
              10 WS-CMP-PSI-TAB           PIC 9(03)V9(06).
              10 WS-CMP-SITUACAO-TAB      PIC X(16).
              10 WS-CMP-FLAG-BASE-TAB     PIC X(01).
                 88 CMP-BASE-CARREGADA              VALUE 'S'.
                 88 CMP-BASE-DIVERGENTE             VALUE 'D'.

       01  WS-SUB-FAIXA              PIC 9(02) VALUE ZERO.
       01  WS-SUB-ANTERIOR           PIC 9(02) VALUE ZERO.
       01  WS-VALOR-COMPONENTE       PIC 9(08)V99 VALUE ZERO.

       01  WS-CALCULO-PSI.
           05 WS-PROP-ATUAL          PIC 9(01)V9(06) VALUE ZERO.
           05 WS-PROP-BASE           PIC 9(01)V9(06) VALUE ZERO.
           05 WS-PROP-MINIMA         PIC 9(01)V9(06) VALUE 0.000100.
           05 WS-DIFERENCA           PIC S9(01)V9(06) VALUE ZERO.
           05 WS-RAZAO               PIC 9(05)V9(06) VALUE ZERO.
           05 WS-LOG-RAZAO           PIC S9(03)V9(08) VALUE ZERO.
           05 WS-PARCELA             PIC 9(03)V9(06) VALUE ZERO.
           05 WS-PART-ATUAL          PIC 9(03)V99 VALUE ZERO.
           05 WS-PART-BASE           PIC 9(03)V99 VALUE ZERO.

       01  WS-TAB-PARCELAS.
           05 WS-PARC-TAB OCCURS 10 TIMES.
              10 WS-PARC-PCT-ATUAL-TAB    PIC 9(03)V99.
              10 WS-PARC-PCT-BASE-TAB     PIC 9(03)V99.
              10 WS-PARC-VALOR-TAB        PIC 9(03)V9(06).

       01  WS-CONTROLE.
           05 WS-LINHAS-LIDAS        PIC 9(09) VALUE ZERO.
           05 WS-COMP-ATENCAO        PIC 9(03) VALUE ZERO.
           05 WS-COMP-ALERTA         PIC 9(03) VALUE ZERO.
           05 WS-COMP-SEM-BASE       PIC 9(03) VALUE ZERO.
           05 WS-BAS-GRAVADOS        PIC 9(03) VALUE ZERO.

       01  WS-SQLCODE                PIC S9(09) VALUE ZERO.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       01  WS-EDICAO.
           05 WS-ED-NIVEL-ATENCAO    PIC 9.9999.
           05 WS-ED-NIVEL-ALERTA     PIC 9.9999.
           05 WS-ED-PSI              PIC ZZ9.999999.
           05 WS-ED-PART-ATUAL       PIC ZZ9.99.
           05 WS-ED-PART-BASE        PIC ZZ9.99.

       01  WS-CAB-FAIXA.
           05 FILLER                 PIC X(07) VALUE '  FAIXA'.
           05 FILLER                 PIC X(17)
                                     VALUE '  LIMITE SUPERIOR'.
           05 FILLER                 PIC X(11) VALUE '  QTDE BASE'.
           05 FILLER                 PIC X(12) VALUE '    % BASE'.
           05 FILLER                 PIC X(11) VALUE ' QTDE ATUAL'.
           05 FILLER                 PIC X(12) VALUE '   % ATUAL'.
           05 FILLER                 PIC X(10) VALUE ' PARC. PSI'.
           05 FILLER                 PIC X(52) VALUE SPACES.

       01  WS-LINHA-FAIXA.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LF-FAIXA            PIC Z9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LF-OPERADOR         PIC X(03).
           05 WS-LF-LIMITE           PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-LF-QTDE-BASE        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LF-PCT-BASE         PIC ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-LF-ATUAL.
              10 WS-LF-QTDE-ATUAL    PIC ZZZ,ZZZ,ZZ9.
              10 FILLER              PIC X(02) VALUE SPACES.
              10 WS-LF-PCT-ATUAL     PIC ZZ9.99.
              10 FILLER              PIC X(04) VALUE SPACES.
              10 WS-LF-PARCELA       PIC ZZ9.999999.
           05 FILLER                 PIC X(52) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE DCLTB002
           END-EXEC.

           EXEC SQL
               DECLARE CSR-DISTRIB CURSOR FOR
               SELECT SCORE,
                      SCORE_VALOR,
                      SCORE_QTDE,
                      SCORE_IDADE,
                      SCORE_CANAL
                 FROM APPDB.DECISAO_DIARIA
                WHERE DATA_NEGOCIO BETWEEN :WS-DB2-DATA-INICIO
                                       AND :WS-DB2-DATA-FIM
                  AND TIPO_MOVTO <> 'E'
                 WITH UR
           END-EXEC.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-TAMANHO        PIC S9(04) COMP.
           05 LK-PARM-VALOR          PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LE-DISTRIBUICAO
           IF MODO-BASE
               PERFORM 5000-GRAVA-BASE
           END-IF
           PERFORM 4000-IMPRIME-COMPONENTES
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           MOVE SPACES TO WS-PARM-VALOR
           IF LK-PARM-TAMANHO > ZERO
               MOVE LK-PARM-VALOR TO WS-PARM-VALOR
           END-IF

           IF WS-PARM-VALOR(1:4) = 'BASE'
               SET MODO-BASE TO TRUE
           END-IF

           SET WS-IDX-CMP TO 1
           PERFORM UNTIL WS-IDX-CMP > 5
               INITIALIZE WS-CMP-TAB(WS-IDX-CMP)
               MOVE WS-FP-DEFINICAO-TAB(WS-IDX-CMP)
                 TO WS-CMP-DEFINICAO-TAB(WS-IDX-CMP)
               SET WS-IDX-CMP UP BY 1
           END-PERFORM

           PERFORM 1100-LE-DRIFTPRM
           PERFORM 1200-DEFINE-PERIODOS

           IF MODO-MONITOR
               PERFORM 1300-CARREGA-BASE
           END-IF

           OPEN OUTPUT RELDRIFT

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELDRIFT. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'ESTABILIDADE DA DISTRIBUICAO DE SCORE' TO WS-LINHA
           MOVE '- CBLDB046' TO WS-LINHA(40:10)
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           IF MODO-BASE
               STRING 'GERACAO DA BASE. PERIODO BASE: '
                      WS-BASE-INICIO ' A ' WS-BASE-FIM
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING 'PERIODO ATUAL: ' WS-ATUAL-INICIO
                      ' A ' WS-ATUAL-FIM
                      '   PERIODO BASE: ' WS-BASE-INICIO
                      ' A ' WS-BASE-FIM
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA

           MOVE WS-NIVEL-ATENCAO TO WS-ED-NIVEL-ATENCAO
           MOVE WS-NIVEL-ALERTA  TO WS-ED-NIVEL-ALERTA
           MOVE SPACES TO WS-LINHA
           STRING 'NIVEL DE ATENCAO (PSI): ' WS-ED-NIVEL-ATENCAO
                  '   NIVEL DE ALERTA (PSI): ' WS-ED-NIVEL-ALERTA
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

       1100-LE-DRIFTPRM.
           OPEN INPUT DRIFTPRM

           IF WS-FS-PRM NOT = '00'
               DISPLAY 'DRIFTPRM NAO ENCONTRADO. USANDO FAIXAS E '
                       'NIVEIS PADRAO'
           ELSE
               MOVE 'N' TO WS-EOF-PRM
               PERFORM UNTIL FIM-DRIFTPRM
                   READ DRIFTPRM
                       AT END
                           SET FIM-DRIFTPRM TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN DRP-TIPO-NIVEIS
                                   PERFORM 1110-TRATA-NIVEIS
                               WHEN DRP-TIPO-FAIXAS
                                   PERFORM 1120-TRATA-FAIXAS
                               WHEN OTHER
                                   DISPLAY 'DRIFTPRM TIPO INVALIDO: '
                                           DRP-TIPO ' IGNORADO'
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE DRIFTPRM
           END-IF.

       1110-TRATA-NIVEIS.
           IF DRP-NIVEL-ATENCAO IS NUMERIC AND
              DRP-NIVEL-ATENCAO > ZERO
               MOVE DRP-NIVEL-ATENCAO TO WS-NIVEL-ATENCAO
           END-IF

           IF DRP-NIVEL-ALERTA IS NUMERIC AND
              DRP-NIVEL-ALERTA > ZERO
               MOVE DRP-NIVEL-ALERTA TO WS-NIVEL-ALERTA
           END-IF

           IF WS-NIVEL-ATENCAO > WS-NIVEL-ALERTA
               DISPLAY 'DRIFTPRM NIVEL DE ATENCAO MAIOR QUE O DE '
                       'ALERTA. USANDO O DE ALERTA PARA AMBOS'
               MOVE WS-NIVEL-ALERTA TO WS-NIVEL-ATENCAO
           END-IF

           IF DRP-DIAS-JANELA IS NUMERIC AND
              DRP-DIAS-JANELA > ZERO
               MOVE DRP-DIAS-JANELA TO WS-DIAS-JANELA
           END-IF

           IF DRP-BASE-INICIO IS NUMERIC AND
              DRP-BASE-FIM IS NUMERIC AND
              DRP-BASE-INICIO <= DRP-BASE-FIM
               MOVE DRP-BASE-INICIO TO WS-BASE-INICIO
               MOVE DRP-BASE-FIM    TO WS-BASE-FIM
           END-IF.

       1120-TRATA-FAIXAS.
           SET WS-IDX-CMP TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-CMP > 5
                         OR COMPONENTE-ACHADO
               IF WS-CMP-CODIGO-TAB(WS-IDX-CMP) = DRP-COMPONENTE
                   SET COMPONENTE-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-CMP UP BY 1
               END-IF
           END-PERFORM

           IF NOT COMPONENTE-ACHADO
               DISPLAY 'DRIFTPRM COMPONENTE INVALIDO: '
                       DRP-COMPONENTE ' IGNORADO'
           ELSE
               MOVE 'S' TO WS-FLAG-LIMITES
               MOVE 1 TO WS-SUB-FAIXA
               PERFORM UNTIL WS-SUB-FAIXA > 9
                   IF DRP-LIMITE(WS-SUB-FAIXA) IS NOT NUMERIC
                       MOVE 'N' TO WS-FLAG-LIMITES
                   ELSE
                       IF WS-SUB-FAIXA > 1
                           COMPUTE WS-SUB-ANTERIOR = WS-SUB-FAIXA - 1
                           IF DRP-LIMITE(WS-SUB-ANTERIOR) IS NUMERIC
                              AND DRP-LIMITE(WS-SUB-FAIXA) <
                                  DRP-LIMITE(WS-SUB-ANTERIOR)
                               MOVE 'N' TO WS-FLAG-LIMITES
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-SUB-FAIXA
               END-PERFORM

               IF LIMITES-VALIDOS
                   MOVE 1 TO WS-SUB-FAIXA
                   PERFORM UNTIL WS-SUB-FAIXA > 9
                       MOVE DRP-LIMITE(WS-SUB-FAIXA)
                         TO WS-CMP-LIMITE-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                       ADD 1 TO WS-SUB-FAIXA
                   END-PERFORM
               ELSE
                   DISPLAY 'DRIFTPRM FAIXAS INVALIDAS PARA '
                           WS-CMP-NOME-TAB(WS-IDX-CMP)
                           '. MANTIDAS AS FAIXAS PADRAO'
               END-IF
           END-IF.

       1200-DEFINE-PERIODOS.
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-R)

           MOVE WS-DATA-HOJE TO WS-ATUAL-FIM
           COMPUTE WS-DIAS-AUX = WS-DIAS-HOJE - WS-DIAS-JANELA + 1
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
           MOVE WS-DATA-AUX-X TO WS-ATUAL-INICIO

           IF WS-BASE-INICIO = SPACES
               COMPUTE WS-DIAS-AUX = WS-DIAS-HOJE - WS-DIAS-JANELA
               COMPUTE WS-DATA-AUX =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
               MOVE WS-DATA-AUX-X TO WS-BASE-FIM
               COMPUTE WS-DIAS-AUX = WS-DIAS-AUX - WS-DIAS-BASE + 1
               COMPUTE WS-DATA-AUX =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
               MOVE WS-DATA-AUX-X TO WS-BASE-INICIO
           END-IF

           IF MODO-BASE
               MOVE WS-BASE-INICIO  TO WS-DB2-DATA-INICIO
               MOVE WS-BASE-FIM     TO WS-DB2-DATA-FIM
           ELSE
               MOVE WS-ATUAL-INICIO TO WS-DB2-DATA-INICIO
               MOVE WS-ATUAL-FIM    TO WS-DB2-DATA-FIM
           END-IF

           DISPLAY 'CBLDB046 PERIODO LIDO = ' WS-DB2-DATA-INICIO
                   ' A ' WS-DB2-DATA-FIM.

       1300-CARREGA-BASE.
           OPEN INPUT DRIFTBAS

           IF WS-FS-BAS NOT = '00'
               DISPLAY 'DRIFTBAS NAO ENCONTRADO. EXECUTAR CBLDB046 '
                       'COM PARM BASE ANTES DO MONITORAMENTO'
               MOVE SPACES TO REG-EVENTO
               MOVE '1300-CARREGA-BASE' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5001 TO EVT-CODIGO
               STRING 'ERRO OPEN DRIFTBAS. STATUS: ' WS-FS-BAS
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-BAS
           PERFORM UNTIL FIM-DRIFTBAS
               READ DRIFTBAS
                   AT END
                       SET FIM-DRIFTBAS TO TRUE
                   NOT AT END
                       PERFORM 1310-TRATA-BASE
               END-READ
           END-PERFORM

           CLOSE DRIFTBAS.

       1310-TRATA-BASE.
           SET WS-IDX-CMP TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-CMP > 5
                         OR COMPONENTE-ACHADO
               IF WS-CMP-CODIGO-TAB(WS-IDX-CMP) = DRB-COMPONENTE
                   SET COMPONENTE-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-CMP UP BY 1
               END-IF
           END-PERFORM

           IF COMPONENTE-ACHADO
               MOVE DRB-BASE-INICIO TO WS-BASE-INICIO
               MOVE DRB-BASE-FIM    TO WS-BASE-FIM
               MOVE 'S' TO WS-CMP-FLAG-BASE-TAB(WS-IDX-CMP)

               MOVE 1 TO WS-SUB-FAIXA
               PERFORM UNTIL WS-SUB-FAIXA > 9
                   IF DRB-LIMITE(WS-SUB-FAIXA) NOT =
                      WS-CMP-LIMITE-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                       MOVE 'D' TO WS-CMP-FLAG-BASE-TAB(WS-IDX-CMP)
                   END-IF
                   ADD 1 TO WS-SUB-FAIXA
               END-PERFORM

               MOVE 1 TO WS-SUB-FAIXA
               PERFORM UNTIL WS-SUB-FAIXA > 10
                   MOVE DRB-QTDE-FAIXA(WS-SUB-FAIXA)
                     TO WS-CMP-QTDE-BASE-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                   ADD 1 TO WS-SUB-FAIXA
               END-PERFORM

               MOVE DRB-TOTAL TO WS-CMP-TOTAL-BASE-TAB(WS-IDX-CMP)
               MOVE DRB-SOMA  TO WS-CMP-SOMA-BASE-TAB(WS-IDX-CMP)
           END-IF.

       2000-LE-DISTRIBUICAO.
           MOVE 'N' TO WS-FLAG-CSR-EOF

           EXEC SQL
               OPEN CSR-DISTRIB
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = ZERO
               PERFORM 9700-ERRO-DB2
           END-IF

           PERFORM 2100-LE-CURSOR
           PERFORM UNTIL CURSOR-ESGOTADO
               ADD 1 TO WS-LINHAS-LIDAS
               SET WS-IDX-CMP TO 1
               PERFORM UNTIL WS-IDX-CMP > 5
                   PERFORM 2200-CLASSIFICA-COMPONENTE
                   SET WS-IDX-CMP UP BY 1
               END-PERFORM
               PERFORM 2100-LE-CURSOR
           END-PERFORM

           EXEC SQL
               CLOSE CSR-DISTRIB
           END-EXEC.

       2100-LE-CURSOR.
           EXEC SQL
               FETCH CSR-DISTRIB
                INTO :HV2-SCORE,
                     :HV2-SCORE-VALOR,
                     :HV2-SCORE-QTDE,
                     :HV2-SCORE-IDADE,
                     :HV2-SCORE-CANAL
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE

           EVALUATE TRUE
               WHEN WS-SQLCODE = ZERO
                   CONTINUE
               WHEN WS-SQLCODE = 100
                   SET CURSOR-ESGOTADO TO TRUE
               WHEN OTHER
                   PERFORM 9700-ERRO-DB2
           END-EVALUATE.

       2200-CLASSIFICA-COMPONENTE.
           EVALUATE WS-CMP-CODIGO-TAB(WS-IDX-CMP)
               WHEN 'S'
                   MOVE HV2-SCORE       TO WS-VALOR-COMPONENTE
               WHEN 'V'
                   MOVE HV2-SCORE-VALOR TO WS-VALOR-COMPONENTE
               WHEN 'Q'
                   MOVE HV2-SCORE-QTDE  TO WS-VALOR-COMPONENTE
               WHEN 'I'
                   MOVE HV2-SCORE-IDADE TO WS-VALOR-COMPONENTE
               WHEN 'C'
                   MOVE HV2-SCORE-CANAL TO WS-VALOR-COMPONENTE
           END-EVALUATE

           MOVE 1 TO WS-SUB-FAIXA
           MOVE 'N' TO WS-FLAG-FAIXA
           PERFORM UNTIL WS-SUB-FAIXA > 9
                         OR FAIXA-ACHADA
               IF WS-VALOR-COMPONENTE <=
                  WS-CMP-LIMITE-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                   SET FAIXA-ACHADA TO TRUE
               ELSE
                   ADD 1 TO WS-SUB-FAIXA
               END-IF
           END-PERFORM

           ADD 1 TO WS-CMP-QTDE-ATUAL-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
           ADD WS-VALOR-COMPONENTE
            TO WS-CMP-SOMA-ATUAL-TAB(WS-IDX-CMP).

       3000-CALCULA-PSI.
           INITIALIZE WS-TAB-PARCELAS
           MOVE ZERO TO WS-CMP-PSI-TAB(WS-IDX-CMP)

           MOVE 1 TO WS-SUB-FAIXA
           PERFORM UNTIL WS-SUB-FAIXA > 10
               PERFORM 3100-CALCULA-PARCELA
               ADD 1 TO WS-SUB-FAIXA
           END-PERFORM

           EVALUATE TRUE
               WHEN MODO-BASE
                   MOVE 'BASE GRAVADA'
                     TO WS-CMP-SITUACAO-TAB(WS-IDX-CMP)
               WHEN CMP-BASE-DIVERGENTE(WS-IDX-CMP)
                   MOVE 'FAIXAS ALTERADAS'
                     TO WS-CMP-SITUACAO-TAB(WS-IDX-CMP)
                   ADD 1 TO WS-COMP-SEM-BASE
               WHEN NOT CMP-BASE-CARREGADA(WS-IDX-CMP) OR
                    WS-CMP-TOTAL-BASE-TAB(WS-IDX-CMP) = ZERO
                   MOVE 'SEM BASE'
                     TO WS-CMP-SITUACAO-TAB(WS-IDX-CMP)
                   ADD 1 TO WS-COMP-SEM-BASE
               WHEN WS-LINHAS-LIDAS = ZERO
                   MOVE 'SEM MOVIMENTO'
                     TO WS-CMP-SITUACAO-TAB(WS-IDX-CMP)
                   ADD 1 TO WS-COMP-SEM-BASE
               WHEN WS-CMP-PSI-TAB(WS-IDX-CMP) >= WS-NIVEL-ALERTA
                   MOVE 'ALERTA'
                     TO WS-CMP-SITUACAO-TAB(WS-IDX-CMP)
                   ADD 1 TO WS-COMP-ALERTA
                   PERFORM 3200-EVENTO-ALERTA
               WHEN WS-CMP-PSI-TAB(WS-IDX-CMP) >= WS-NIVEL-ATENCAO
                   MOVE 'ATENCAO'
                     TO WS-CMP-SITUACAO-TAB(WS-IDX-CMP)
                   ADD 1 TO WS-COMP-ATENCAO
               WHEN OTHER
                   MOVE 'ESTAVEL'
                     TO WS-CMP-SITUACAO-TAB(WS-IDX-CMP)
           END-EVALUATE.

       3100-CALCULA-PARCELA.
           MOVE ZERO TO WS-PROP-ATUAL
                        WS-PROP-BASE

           IF WS-LINHAS-LIDAS > ZERO
               COMPUTE WS-PROP-ATUAL ROUNDED =
                       WS-CMP-QTDE-ATUAL-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                       / WS-LINHAS-LIDAS
           END-IF

           IF WS-CMP-TOTAL-BASE-TAB(WS-IDX-CMP) > ZERO
               COMPUTE WS-PROP-BASE ROUNDED =
                       WS-CMP-QTDE-BASE-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                       / WS-CMP-TOTAL-BASE-TAB(WS-IDX-CMP)
           END-IF

           COMPUTE WS-PARC-PCT-ATUAL-TAB(WS-SUB-FAIXA) ROUNDED =
                   WS-PROP-ATUAL * 100
           COMPUTE WS-PARC-PCT-BASE-TAB(WS-SUB-FAIXA) ROUNDED =
                   WS-PROP-BASE * 100

           IF WS-PROP-ATUAL < WS-PROP-MINIMA
               MOVE WS-PROP-MINIMA TO WS-PROP-ATUAL
           END-IF
           IF WS-PROP-BASE < WS-PROP-MINIMA
               MOVE WS-PROP-MINIMA TO WS-PROP-BASE
           END-IF

           COMPUTE WS-DIFERENCA = WS-PROP-ATUAL - WS-PROP-BASE
           COMPUTE WS-RAZAO ROUNDED = WS-PROP-ATUAL / WS-PROP-BASE
           COMPUTE WS-LOG-RAZAO ROUNDED = FUNCTION LOG(WS-RAZAO)
           COMPUTE WS-PARCELA ROUNDED = WS-DIFERENCA * WS-LOG-RAZAO

           MOVE WS-PARCELA TO WS-PARC-VALOR-TAB(WS-SUB-FAIXA)
           ADD WS-PARCELA TO WS-CMP-PSI-TAB(WS-IDX-CMP).

       3200-EVENTO-ALERTA.
           DISPLAY 'ALERTA DE ESTABILIDADE. COMPONENTE: '
                   WS-CMP-NOME-TAB(WS-IDX-CMP)
                   ' PSI: ' WS-CMP-PSI-TAB(WS-IDX-CMP)
           MOVE SPACES TO REG-EVENTO
           MOVE '3200-EVENTO-ALERTA' TO EVT-PARAGRAFO
           MOVE 'A'  TO EVT-SEVERIDADE
           MOVE 2008 TO EVT-CODIGO
           STRING 'PSI ACIMA DO ALERTA: '
                  WS-CMP-NOME-TAB(WS-IDX-CMP)
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       4000-IMPRIME-COMPONENTES.
           SET WS-IDX-CMP TO 1
           PERFORM UNTIL WS-IDX-CMP > 5
               PERFORM 3000-CALCULA-PSI
               PERFORM 4100-IMPRIME-COMPONENTE
               SET WS-IDX-CMP UP BY 1
           END-PERFORM

           MOVE 'LINHAS LIDAS DECISAO_DIARIA'  TO WS-LINHA-ROTULO
           MOVE WS-LINHAS-LIDAS               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           IF MODO-BASE
               MOVE 'REGISTROS DE BASE GRAVADOS' TO WS-LINHA-ROTULO
               MOVE WS-BAS-GRAVADOS              TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
           ELSE
               MOVE 'COMPONENTES EM ATENCAO'     TO WS-LINHA-ROTULO
               MOVE WS-COMP-ATENCAO              TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET

               MOVE 'COMPONENTES EM ALERTA'      TO WS-LINHA-ROTULO
               MOVE WS-COMP-ALERTA               TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET

               MOVE 'COMPONENTES SEM COMPARACAO' TO WS-LINHA-ROTULO
               MOVE WS-COMP-SEM-BASE             TO WS-LINHA-QTDE
               WRITE REG-REL FROM WS-LINHA-DET
           END-IF.

       4100-IMPRIME-COMPONENTE.
           MOVE ZERO TO WS-PART-ATUAL
                        WS-PART-BASE
           IF WS-CMP-SOMA-ATUAL-TAB(1) > ZERO
               COMPUTE WS-PART-ATUAL ROUNDED =
                       WS-CMP-SOMA-ATUAL-TAB(WS-IDX-CMP) * 100
                       / WS-CMP-SOMA-ATUAL-TAB(1)
           END-IF
           IF WS-CMP-SOMA-BASE-TAB(1) > ZERO
               COMPUTE WS-PART-BASE ROUNDED =
                       WS-CMP-SOMA-BASE-TAB(WS-IDX-CMP) * 100
                       / WS-CMP-SOMA-BASE-TAB(1)
           END-IF

           MOVE WS-CMP-PSI-TAB(WS-IDX-CMP) TO WS-ED-PSI
           MOVE WS-PART-ATUAL              TO WS-ED-PART-ATUAL
           MOVE WS-PART-BASE               TO WS-ED-PART-BASE

           MOVE SPACES TO WS-LINHA
           IF MODO-BASE
               STRING 'COMPONENTE: ' WS-CMP-NOME-TAB(WS-IDX-CMP)
                      '  SITUACAO: ' WS-CMP-SITUACAO-TAB(WS-IDX-CMP)
                      '  PARTICIPACAO NO SCORE (%): '
                      WS-ED-PART-BASE
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING 'COMPONENTE: ' WS-CMP-NOME-TAB(WS-IDX-CMP)
                      '  PSI: ' WS-ED-PSI
                      '  SITUACAO: ' WS-CMP-SITUACAO-TAB(WS-IDX-CMP)
                      '  PARTICIPACAO NO SCORE (%) BASE: '
                      WS-ED-PART-BASE
                      '  ATUAL: ' WS-ED-PART-ATUAL
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA

           WRITE REG-REL FROM WS-CAB-FAIXA

           MOVE 1 TO WS-SUB-FAIXA
           PERFORM UNTIL WS-SUB-FAIXA > 10
               PERFORM 4200-IMPRIME-FAIXA
               ADD 1 TO WS-SUB-FAIXA
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       4200-IMPRIME-FAIXA.
           MOVE WS-SUB-FAIXA TO WS-LF-FAIXA

           IF WS-SUB-FAIXA < 10
               MOVE '<= ' TO WS-LF-OPERADOR
               MOVE WS-CMP-LIMITE-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                 TO WS-LF-LIMITE
           ELSE
               MOVE '>  ' TO WS-LF-OPERADOR
               MOVE WS-CMP-LIMITE-TAB(WS-IDX-CMP, 9)
                 TO WS-LF-LIMITE
           END-IF

           MOVE WS-CMP-QTDE-BASE-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
             TO WS-LF-QTDE-BASE
           MOVE WS-PARC-PCT-BASE-TAB(WS-SUB-FAIXA) TO WS-LF-PCT-BASE

           IF MODO-BASE
               MOVE SPACES TO WS-LF-ATUAL
           ELSE
               MOVE WS-CMP-QTDE-ATUAL-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                 TO WS-LF-QTDE-ATUAL
               MOVE WS-PARC-PCT-ATUAL-TAB(WS-SUB-FAIXA)
                 TO WS-LF-PCT-ATUAL
               MOVE WS-PARC-VALOR-TAB(WS-SUB-FAIXA) TO WS-LF-PARCELA
           END-IF

           WRITE REG-REL FROM WS-LINHA-FAIXA.

       5000-GRAVA-BASE.
           IF WS-LINHAS-LIDAS = ZERO
               DISPLAY 'PERIODO BASE SEM MOVIMENTO. DRIFTBAS NAO '
                       'ATUALIZADO'
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DRIFTBAS

               IF WS-FS-BAS NOT = '00'
                   DISPLAY 'ERRO OPEN DRIFTBAS. FILE STATUS='
                           WS-FS-BAS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               SET WS-IDX-CMP TO 1
               PERFORM UNTIL WS-IDX-CMP > 5
                   PERFORM 5100-GRAVA-COMPONENTE
                   SET WS-IDX-CMP UP BY 1
               END-PERFORM

               CLOSE DRIFTBAS
           END-IF.

       5100-GRAVA-COMPONENTE.
           MOVE SPACES TO REG-DRIFTBAS
           MOVE WS-CMP-CODIGO-TAB(WS-IDX-CMP) TO DRB-COMPONENTE
           MOVE WS-BASE-INICIO                TO DRB-BASE-INICIO
           MOVE WS-BASE-FIM                   TO DRB-BASE-FIM
           MOVE WS-LINHAS-LIDAS               TO DRB-TOTAL
           MOVE WS-CMP-SOMA-ATUAL-TAB(WS-IDX-CMP) TO DRB-SOMA

           MOVE 1 TO WS-SUB-FAIXA
           PERFORM UNTIL WS-SUB-FAIXA > 10
               MOVE WS-CMP-QTDE-ATUAL-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                 TO DRB-QTDE-FAIXA(WS-SUB-FAIXA)
               MOVE WS-CMP-QTDE-ATUAL-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                 TO WS-CMP-QTDE-BASE-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
               IF WS-SUB-FAIXA < 10
                   MOVE WS-CMP-LIMITE-TAB(WS-IDX-CMP, WS-SUB-FAIXA)
                     TO DRB-LIMITE(WS-SUB-FAIXA)
               END-IF
               ADD 1 TO WS-SUB-FAIXA
           END-PERFORM

           MOVE WS-LINHAS-LIDAS TO WS-CMP-TOTAL-BASE-TAB(WS-IDX-CMP)
           MOVE WS-CMP-SOMA-ATUAL-TAB(WS-IDX-CMP)
             TO WS-CMP-SOMA-BASE-TAB(WS-IDX-CMP)

           WRITE REG-DRIFTBAS

           IF WS-FS-BAS NOT = '00'
               DISPLAY 'ERRO WRITE DRIFTBAS. FILE STATUS=' WS-FS-BAS
               MOVE SPACES TO REG-EVENTO
               MOVE '5100-GRAVA-COMPONENTE' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5001 TO EVT-CODIGO
               STRING 'ERRO WRITE DRIFTBAS. STATUS: ' WS-FS-BAS
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-BAS-GRAVADOS.

       9000-FINALIZA.
           CLOSE RELDRIFT

           DISPLAY 'CBLDB046 LINHAS LIDAS         = ' WS-LINHAS-LIDAS
           DISPLAY 'CBLDB046 COMPONENTES ATENCAO  = ' WS-COMP-ATENCAO
           DISPLAY 'CBLDB046 COMPONENTES ALERTA   = ' WS-COMP-ALERTA
           DISPLAY 'CBLDB046 BASE GRAVADA         = ' WS-BAS-GRAVADOS

           IF MODO-MONITOR AND WS-COMP-SEM-BASE > ZERO
               DISPLAY 'CBLDB046 COMPONENTES SEM COMPARACAO = '
                       WS-COMP-SEM-BASE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           IF MODO-BASE
               STRING 'FIM DE EXECUCAO. BASE: ' WS-BASE-INICIO
                      ' ' WS-BASE-FIM
                   DELIMITED BY SIZE INTO EVT-TEXTO
           ELSE
               STRING 'FIM DE EXECUCAO. ALERTAS: ' WS-COMP-ALERTA
                   DELIMITED BY SIZE INTO EVT-TEXTO
           END-IF
           PERFORM 9800-GRAVA-EVENTO.

       9700-ERRO-DB2.
           DISPLAY 'ERRO CURSOR APPDB.DECISAO_DIARIA'
           DISPLAY 'SQLCODE=' WS-SQLCODE
           MOVE SPACES TO REG-EVENTO
           MOVE '9700-ERRO-DB2' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5002 TO EVT-CODIGO
           STRING 'ERRO DB2 NO CURSOR DE SCORE. SQLCODE: '
                  WS-SQLCODE
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO
           MOVE 8 TO RETURN-CODE
           GOBACK.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB046'            TO EVT-PROGRAMA
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
