       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB038.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLACTL ASSIGN TO SLACTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SLA.
           SELECT SLAHIST ASSIGN TO SLAHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SLH.
           SELECT EVENTOS ASSIGN TO EVENTOS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EVT.
           SELECT RELSLA ASSIGN TO RELSLA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT DATACTL ASSIGN TO DATACTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DTC.

       DATA DIVISION.
       FILE SECTION.
       FD  SLACTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYSLACT.

       FD  SLAHIST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYSLAHS.

       FD  EVENTOS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-EVT                    PIC X(120).

       FD  RELSLA
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REL                    PIC X(132).

       FD  DATACTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYDATA1.

       WORKING-STORAGE SECTION.
       01  WS-FS-SLA                 PIC X(02) VALUE SPACES.
       01  WS-FS-SLH                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-SLA             PIC X(01) VALUE 'N'.
              88 FIM-SLACTL                     VALUE 'S'.
           05 WS-EOF-SLH             PIC X(01) VALUE 'N'.
              88 FIM-SLAHIST                    VALUE 'S'.
           05 WS-EOF-EVT             PIC X(01) VALUE 'N'.
              88 FIM-EVENTOS                    VALUE 'S'.
           05 WS-FLAG-PAS-ACHADO     PIC X(01) VALUE 'N'.
              88 PASSO-ACHADO                   VALUE 'S'.
           05 WS-FLAG-JANELA         PIC X(01) VALUE 'N'.
              88 JANELA-DEFINIDA                VALUE 'S'.
           05 WS-FLAG-REFERENCIA     PIC X(01) VALUE 'N'.
              88 TEM-REFERENCIA                 VALUE 'S'.
           05 WS-FLAG-HORA           PIC X(01) VALUE 'N'.
              88 HORA-VALIDA                    VALUE 'S'.
           05 WS-FLAG-CADEIA         PIC X(01) VALUE 'N'.
              88 CADEIA-MEDIDA                  VALUE 'S'.
           05 WS-FLAG-CAD-ESTOURO    PIC X(01) VALUE 'N'.
              88 CADEIA-ESTOURADA               VALUE 'S'.
           05 WS-FLAG-CAUSA          PIC X(01) VALUE 'N'.
              88 CAUSA-ACHADA                   VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE
                                     PIC 9(08).
       01  WS-DIAS-HOJE              PIC 9(07) VALUE ZERO.
       01  WS-DIAS-CORTE             PIC 9(07) VALUE ZERO.
       01  WS-DATA-CORTE             PIC 9(08) VALUE ZERO.
       01  WS-DATA-CORTE-X REDEFINES WS-DATA-CORTE
                                     PIC X(08).

       01  WS-JANELA.
           05 WS-JAN-INICIO-SEG      PIC 9(07) VALUE ZERO.
           05 WS-JAN-HORA-INICIO     PIC X(06) VALUE SPACES.
           05 WS-JAN-LIMITE-SEG      PIC 9(07) VALUE ZERO.
           05 WS-JAN-DIAS-MEDIA      PIC 9(03) VALUE 030.

       01  WS-HORA-TRAB              PIC X(06) VALUE SPACES.
       01  WS-HORA-TRAB-R REDEFINES WS-HORA-TRAB.
           05 WS-HORA-HH             PIC 9(02).
           05 WS-HORA-MM             PIC 9(02).
           05 WS-HORA-SS             PIC 9(02).
       01  WS-HORA-SEG               PIC 9(07) VALUE ZERO.

       01  WS-HORA-EDIT.
           05 WS-HE-HH               PIC X(02).
           05 FILLER                 PIC X(01) VALUE ':'.
           05 WS-HE-MM               PIC X(02).
           05 FILLER                 PIC X(01) VALUE ':'.
           05 WS-HE-SS               PIC X(02).

       01  WS-PROGRAMA-BUSCA         PIC X(09) VALUE SPACES.
       01  WS-FIM-ANTERIOR           PIC 9(07) VALUE ZERO.
       01  WS-ULTIMO-FIM             PIC 9(07) VALUE ZERO.
       01  WS-EXCESSO                PIC S9(07) VALUE ZERO.
       01  WS-MAIOR-EXCESSO          PIC S9(07) VALUE ZERO.
       01  WS-SUB-LIMITE             PIC 9(03) VALUE ZERO.
       01  WS-SUB-CAUSA              PIC 9(03) VALUE ZERO.
       01  WS-MINUTOS                PIC 9(05)V9 VALUE ZERO.
       01  WS-MINUTOS-INT            PIC 9(05) VALUE ZERO.
       01  WS-DESVIO                 PIC S9(05)V9 VALUE ZERO.

       01  WS-CADEIA.
           05 WS-CAD-DECORRIDO       PIC 9(07) VALUE ZERO.
           05 WS-CAD-SOMA-HIST       PIC 9(09) VALUE ZERO.
           05 WS-CAD-QTD-HIST        PIC 9(05) VALUE ZERO.
           05 WS-CAD-MEDIA           PIC 9(07) VALUE ZERO.

       01  WS-CONTROLE.
           05 WS-EVT-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-FIM-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-HIST-LIDOS          PIC 9(07) VALUE ZERO.
           05 WS-HIST-DESCARTADOS    PIC 9(07) VALUE ZERO.
           05 WS-HIST-GRAVADOS       PIC 9(07) VALUE ZERO.
           05 WS-PASSOS-EXECUTADOS   PIC 9(07) VALUE ZERO.
           05 WS-PASSOS-AUSENTES     PIC 9(07) VALUE ZERO.
           05 WS-ESTOUROS            PIC 9(07) VALUE ZERO.
           05 WS-CRITICOS-ATRASADOS  PIC 9(07) VALUE ZERO.

       01  WS-TAB-PASSOS.
           05 WS-PAS-QTDE            PIC 9(03) VALUE ZERO.
           05 WS-PAS-TAB OCCURS 100 TIMES
                         INDEXED BY WS-IDX-PAS WS-IDX-AUX.
              10 WS-PAS-SEQ-TAB      PIC 9(03).
              10 WS-PAS-PROGRAMA-TAB PIC X(09).
              10 WS-PAS-LIMITE-TAB   PIC 9(07).
              10 WS-PAS-HORA-LIM-TAB PIC 9(07).
              10 WS-PAS-CRITICO-TAB  PIC X(01).
              10 WS-PAS-EXECUTADO-TAB
                                     PIC X(01).
              10 WS-PAS-FIM-TAB      PIC 9(07).
              10 WS-PAS-HORA-FIM-TAB PIC X(06).
              10 WS-PAS-DECORRIDO-TAB
                                     PIC 9(07).
              10 WS-PAS-MEDIDO-TAB   PIC X(01).
              10 WS-PAS-SOMA-HIST-TAB
                                     PIC 9(09).
              10 WS-PAS-QTD-HIST-TAB PIC 9(05).
              10 WS-PAS-MEDIA-TAB    PIC 9(07).
              10 WS-PAS-ESTOURO-TAB  PIC X(01).
              10 WS-PAS-CAUSA-TAB    PIC X(01).

       01  WS-PAS-TEMP               PIC X(72).

       01  WS-FLAG-TROCOU            PIC X(01) VALUE 'N'.
           88 TROCOU-REGISTRO                  VALUE 'S'.

       01  WS-IDX-ORD                PIC 9(03) VALUE ZERO.

       01  WS-TAB-HISTORICO.
           05 WS-HIS-QTDE            PIC 9(04) VALUE ZERO.
           05 WS-HIS-TAB OCCURS 5000 TIMES
                         INDEXED BY WS-IDX-HIS.
              10 WS-HIS-REGISTRO     PIC X(80).

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-CAB.
           05 FILLER                 PIC X(05) VALUE 'SEQ  '.
           05 FILLER                 PIC X(11) VALUE 'PROGRAMA   '.
           05 FILLER                 PIC X(10) VALUE 'FIM       '.
           05 FILLER                 PIC X(10) VALUE 'DECORRIDO '.
           05 FILLER                 PIC X(08) VALUE '   SLA  '.
           05 FILLER                 PIC X(10) VALUE '   MEDIA  '.
           05 FILLER                 PIC X(11) VALUE '   DESVIO  '.
           05 FILLER                 PIC X(16) VALUE 'SITUACAO'.
           05 FILLER                 PIC X(20) VALUE 'OBSERVACAO'.
           05 FILLER                 PIC X(31) VALUE SPACES.

       01  WS-LINHA-PASSO.
           05 WS-LP-SEQ              PIC ZZ9
                                        BLANK WHEN ZERO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LP-PROGRAMA         PIC X(09).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LP-FIM              PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LP-DECORRIDO        PIC ZZ,ZZ9.9
                                        BLANK WHEN ZERO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LP-SLA              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LP-MEDIA            PIC ZZ,ZZ9.9
                                        BLANK WHEN ZERO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LP-DESVIO           PIC -ZZ,ZZ9.9
                                        BLANK WHEN ZERO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LP-SITUACAO         PIC X(14).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LP-OBSERVACAO       PIC X(20).
           05 FILLER                 PIC X(31) VALUE SPACES.

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LE-EVENTOS
           PERFORM 3000-CALCULA-TEMPOS
           PERFORM 4000-APURA-CAUSA
           PERFORM 5000-IMPRIME-RELATORIO
           PERFORM 6000-GRAVA-HISTORICO
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-R)

           OPEN OUTPUT RELSLA

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELSLA. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-CARREGA-SLACTL
           PERFORM 1150-ORDENA-PASSOS

           COMPUTE WS-DIAS-CORTE = WS-DIAS-HOJE - WS-JAN-DIAS-MEDIA
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE)

           PERFORM 1200-CARREGA-HISTORICO

           MOVE SPACES TO WS-LINHA
           MOVE 'MONITOR DE JANELA BATCH (SLA) - CBLDB038'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           IF JANELA-DEFINIDA
               MOVE WS-JAN-HORA-INICIO TO WS-HORA-TRAB
               PERFORM 7100-EDITA-HORA
               STRING 'INICIO DA JANELA: ' WS-HORA-EDIT
                      '   TEMPOS EM MINUTOS   MEDIA DOS ULTIMOS '
                      WS-JAN-DIAS-MEDIA ' DIAS'
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING 'INICIO DA JANELA NAO INFORMADO'
                      '   TEMPOS EM MINUTOS   MEDIA DOS ULTIMOS '
                      WS-JAN-DIAS-MEDIA ' DIAS'
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
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

       1100-CARREGA-SLACTL.
           OPEN INPUT SLACTL

           IF WS-FS-SLA NOT = '00'
               DISPLAY 'ERRO OPEN SLACTL. FILE STATUS=' WS-FS-SLA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIM-SLACTL
               READ SLACTL
                   AT END
                       SET FIM-SLACTL TO TRUE
                   NOT AT END
                       PERFORM 1110-TRATA-SLACTL
               END-READ
           END-PERFORM

           CLOSE SLACTL

           IF WS-PAS-QTDE = ZERO
               DISPLAY 'SLACTL SEM PASSOS CADASTRADOS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1110-TRATA-SLACTL.
           EVALUATE TRUE
               WHEN SLA-TIPO-JANELA
                   MOVE SLA-HORA-REF TO WS-HORA-TRAB
                   PERFORM 7000-CONVERTE-HORA
                   IF HORA-VALIDA
                       SET JANELA-DEFINIDA TO TRUE
                       MOVE SLA-HORA-REF TO WS-JAN-HORA-INICIO
                       MOVE WS-HORA-SEG  TO WS-JAN-INICIO-SEG
                   END-IF
                   IF SLA-MINUTOS-LIMITE IS NUMERIC
                       COMPUTE WS-JAN-LIMITE-SEG =
                               SLA-MINUTOS-LIMITE * 60
                   END-IF
                   IF SLA-DIAS-MEDIA IS NUMERIC AND
                      SLA-DIAS-MEDIA > ZERO
                       MOVE SLA-DIAS-MEDIA TO WS-JAN-DIAS-MEDIA
                   END-IF
               WHEN SLA-TIPO-PASSO
                   PERFORM 1120-INSERE-PASSO
               WHEN OTHER
                   DISPLAY 'SLACTL COM TIPO DESCONHECIDO: ' SLA-TIPO
                           '. IGNORADO'
           END-EVALUATE.

       1120-INSERE-PASSO.
           IF WS-PAS-QTDE < 100
               ADD 1 TO WS-PAS-QTDE
               SET WS-IDX-PAS TO WS-PAS-QTDE
               INITIALIZE WS-PAS-TAB(WS-IDX-PAS)
               MOVE SLA-PROGRAMA TO WS-PAS-PROGRAMA-TAB(WS-IDX-PAS)
               MOVE 'N' TO WS-PAS-EXECUTADO-TAB(WS-IDX-PAS)
                           WS-PAS-MEDIDO-TAB(WS-IDX-PAS)
                           WS-PAS-ESTOURO-TAB(WS-IDX-PAS)
                           WS-PAS-CAUSA-TAB(WS-IDX-PAS)
               IF SLA-SEQUENCIA IS NUMERIC
                   MOVE SLA-SEQUENCIA TO WS-PAS-SEQ-TAB(WS-IDX-PAS)
               ELSE
                   MOVE WS-PAS-QTDE TO WS-PAS-SEQ-TAB(WS-IDX-PAS)
               END-IF
               IF SLA-MINUTOS-LIMITE IS NUMERIC
                   COMPUTE WS-PAS-LIMITE-TAB(WS-IDX-PAS) =
                           SLA-MINUTOS-LIMITE * 60
               END-IF
               IF SLA-PASSO-CRITICO
                   MOVE 'S' TO WS-PAS-CRITICO-TAB(WS-IDX-PAS)
               ELSE
                   MOVE 'N' TO WS-PAS-CRITICO-TAB(WS-IDX-PAS)
               END-IF
               MOVE SLA-HORA-REF TO WS-HORA-TRAB
               PERFORM 7000-CONVERTE-HORA
               IF HORA-VALIDA AND WS-HORA-SEG > ZERO
                   PERFORM 7050-NORMALIZA-HORA
                   MOVE WS-HORA-SEG TO WS-PAS-HORA-LIM-TAB(WS-IDX-PAS)
               END-IF
           ELSE
               DISPLAY 'TABELA DE PASSOS CHEIA. SLACTL MAIOR QUE O '
                       'ESPERADO'
               MOVE SPACES TO REG-EVENTO
               MOVE '1120-INSERE-PASSO' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5003 TO EVT-CODIGO
               MOVE 'TABELA DE PASSOS SLA CHEIA - ABORTADO   '
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1150-ORDENA-PASSOS.
           SET TROCOU-REGISTRO TO TRUE
           PERFORM UNTIL NOT TROCOU-REGISTRO
               MOVE 'N' TO WS-FLAG-TROCOU
               MOVE 1 TO WS-IDX-ORD
               PERFORM 1160-PASSA-TABELA
                   WS-PAS-QTDE TIMES
           END-PERFORM.

       1160-PASSA-TABELA.
           IF WS-IDX-ORD < WS-PAS-QTDE
               SET WS-IDX-PAS TO WS-IDX-ORD
               IF WS-PAS-SEQ-TAB(WS-IDX-PAS) >
                  WS-PAS-SEQ-TAB(WS-IDX-PAS + 1)
                   MOVE WS-PAS-TAB(WS-IDX-PAS) TO WS-PAS-TEMP
                   MOVE WS-PAS-TAB(WS-IDX-PAS + 1)
                     TO WS-PAS-TAB(WS-IDX-PAS)
                   MOVE WS-PAS-TEMP TO WS-PAS-TAB(WS-IDX-PAS + 1)
                   SET TROCOU-REGISTRO TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-IDX-ORD.

       1200-CARREGA-HISTORICO.
           OPEN INPUT SLAHIST

           IF WS-FS-SLH NOT = '00'
               DISPLAY 'SLAHIST NAO ENCONTRADO. MEDIAS HISTORICAS '
                       'INDISPONIVEIS'
           ELSE
               PERFORM UNTIL FIM-SLAHIST
                   READ SLAHIST
                       AT END
                           SET FIM-SLAHIST TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-LIDOS
                           PERFORM 1210-TRATA-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE SLAHIST
           END-IF.

       1210-TRATA-HISTORICO.
           IF SLH-DATA = WS-DATA-HOJE OR
              SLH-DATA < WS-DATA-CORTE-X OR
              SLH-SEGUNDOS IS NOT NUMERIC
               ADD 1 TO WS-HIST-DESCARTADOS
           ELSE
               IF WS-HIS-QTDE < 5000
                   ADD 1 TO WS-HIS-QTDE
                   SET WS-IDX-HIS TO WS-HIS-QTDE
                   MOVE REG-SLAHIST TO WS-HIS-REGISTRO(WS-IDX-HIS)
               ELSE
                   DISPLAY 'TABELA DE HISTORICO CHEIA. SLAHIST MAIOR '
                           'QUE O ESPERADO'
                   MOVE SPACES TO REG-EVENTO
                   MOVE '1210-TRATA-HISTORICO' TO EVT-PARAGRAFO
                   MOVE 'E'  TO EVT-SEVERIDADE
                   MOVE 5003 TO EVT-CODIGO
                   MOVE 'TABELA DE HISTORICO SLA CHEIA - ABORTADO'
                     TO EVT-TEXTO
                   PERFORM 9800-GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               IF SLH-PROGRAMA = 'CADEIA'
                   ADD SLH-SEGUNDOS TO WS-CAD-SOMA-HIST
                   ADD 1            TO WS-CAD-QTD-HIST
               ELSE
                   MOVE SLH-PROGRAMA TO WS-PROGRAMA-BUSCA
                   PERFORM 2200-BUSCA-PASSO
                   IF PASSO-ACHADO
                       ADD SLH-SEGUNDOS
                         TO WS-PAS-SOMA-HIST-TAB(WS-IDX-PAS)
                       ADD 1 TO WS-PAS-QTD-HIST-TAB(WS-IDX-PAS)
                   END-IF
               END-IF
           END-IF.

       2000-LE-EVENTOS.
           OPEN INPUT EVENTOS

           IF WS-FS-EVT NOT = '00'
               DISPLAY 'ERRO OPEN EVENTOS. FILE STATUS=' WS-FS-EVT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIM-EVENTOS
               READ EVENTOS INTO REG-EVENTO
                   AT END
                       SET FIM-EVENTOS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EVT-LIDOS
                       IF EVT-CODIGO = 0001 AND
                          EVT-DATA = WS-DATA-HOJE
                           PERFORM 2100-REGISTRA-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EVENTOS.

       2100-REGISTRA-FIM.
           MOVE EVT-PROGRAMA TO WS-PROGRAMA-BUSCA
           PERFORM 2200-BUSCA-PASSO

           IF PASSO-ACHADO
               MOVE EVT-HORA TO WS-HORA-TRAB
               PERFORM 7000-CONVERTE-HORA
               IF HORA-VALIDA
                   ADD 1 TO WS-FIM-LIDOS
                   PERFORM 7050-NORMALIZA-HORA
                   MOVE 'S'         TO WS-PAS-EXECUTADO-TAB(WS-IDX-PAS)
                   MOVE WS-HORA-SEG TO WS-PAS-FIM-TAB(WS-IDX-PAS)
                   MOVE EVT-HORA    TO WS-PAS-HORA-FIM-TAB(WS-IDX-PAS)
               END-IF
           END-IF.

       2200-BUSCA-PASSO.
           SET WS-IDX-PAS TO 1
           MOVE 'N' TO WS-FLAG-PAS-ACHADO
           PERFORM UNTIL WS-IDX-PAS > WS-PAS-QTDE
                         OR PASSO-ACHADO
               PERFORM 2210-COMPARA-PASSO
           END-PERFORM.

       2210-COMPARA-PASSO.
           IF WS-PAS-PROGRAMA-TAB(WS-IDX-PAS) = WS-PROGRAMA-BUSCA
               SET PASSO-ACHADO TO TRUE
           ELSE
               SET WS-IDX-PAS UP BY 1
           END-IF.

       3000-CALCULA-TEMPOS.
           IF JANELA-DEFINIDA
               SET TEM-REFERENCIA TO TRUE
               MOVE WS-JAN-INICIO-SEG TO WS-FIM-ANTERIOR
           END-IF

           SET WS-IDX-PAS TO 1
           PERFORM UNTIL WS-IDX-PAS > WS-PAS-QTDE
               PERFORM 3100-CALCULA-PASSO
               SET WS-IDX-PAS UP BY 1
           END-PERFORM

           IF WS-CAD-QTD-HIST > ZERO
               COMPUTE WS-CAD-MEDIA ROUNDED =
                       WS-CAD-SOMA-HIST / WS-CAD-QTD-HIST
           END-IF

           IF JANELA-DEFINIDA AND WS-PASSOS-EXECUTADOS > ZERO
               SET CADEIA-MEDIDA TO TRUE
               COMPUTE WS-CAD-DECORRIDO =
                       WS-ULTIMO-FIM - WS-JAN-INICIO-SEG
               IF WS-JAN-LIMITE-SEG > ZERO AND
                  WS-CAD-DECORRIDO > WS-JAN-LIMITE-SEG
                   SET CADEIA-ESTOURADA TO TRUE
               END-IF
           END-IF.

       3100-CALCULA-PASSO.
           IF WS-PAS-QTD-HIST-TAB(WS-IDX-PAS) > ZERO
               COMPUTE WS-PAS-MEDIA-TAB(WS-IDX-PAS) ROUNDED =
                       WS-PAS-SOMA-HIST-TAB(WS-IDX-PAS) /
                       WS-PAS-QTD-HIST-TAB(WS-IDX-PAS)
           END-IF

           IF WS-PAS-EXECUTADO-TAB(WS-IDX-PAS) = 'S'
               ADD 1 TO WS-PASSOS-EXECUTADOS
               IF TEM-REFERENCIA
                   IF WS-PAS-FIM-TAB(WS-IDX-PAS) >= WS-FIM-ANTERIOR
                       COMPUTE WS-PAS-DECORRIDO-TAB(WS-IDX-PAS) =
                               WS-PAS-FIM-TAB(WS-IDX-PAS) -
                               WS-FIM-ANTERIOR
                   ELSE
                       COMPUTE WS-PAS-DECORRIDO-TAB(WS-IDX-PAS) =
                               WS-PAS-FIM-TAB(WS-IDX-PAS) + 86400 -
                               WS-FIM-ANTERIOR
                   END-IF
                   MOVE 'S' TO WS-PAS-MEDIDO-TAB(WS-IDX-PAS)
               END-IF
               SET TEM-REFERENCIA TO TRUE
               MOVE WS-PAS-FIM-TAB(WS-IDX-PAS) TO WS-FIM-ANTERIOR
               IF WS-PAS-FIM-TAB(WS-IDX-PAS) > WS-ULTIMO-FIM
                   MOVE WS-PAS-FIM-TAB(WS-IDX-PAS) TO WS-ULTIMO-FIM
               END-IF
               IF WS-PAS-MEDIDO-TAB(WS-IDX-PAS) = 'S' AND
                  WS-PAS-LIMITE-TAB(WS-IDX-PAS) > ZERO AND
                  WS-PAS-DECORRIDO-TAB(WS-IDX-PAS) >
                  WS-PAS-LIMITE-TAB(WS-IDX-PAS)
                   MOVE 'S' TO WS-PAS-ESTOURO-TAB(WS-IDX-PAS)
                   ADD 1 TO WS-ESTOUROS
                   PERFORM 3200-EVENTO-ESTOURO
               END-IF
           ELSE
               ADD 1 TO WS-PASSOS-AUSENTES
           END-IF.

       3200-EVENTO-ESTOURO.
           COMPUTE WS-MINUTOS-INT ROUNDED =
                   WS-PAS-DECORRIDO-TAB(WS-IDX-PAS) / 60
           MOVE SPACES TO REG-EVENTO
           MOVE '3200-EVENTO-ESTOURO' TO EVT-PARAGRAFO
           MOVE 'A'  TO EVT-SEVERIDADE
           MOVE 3006 TO EVT-CODIGO
           MOVE WS-PAS-PROGRAMA-TAB(WS-IDX-PAS) TO EVT-CHAVE
           STRING 'ESTOURO DE SLA ' DELIMITED BY SIZE
                  WS-PAS-PROGRAMA-TAB(WS-IDX-PAS) DELIMITED BY SPACE
                  ' MIN: ' WS-MINUTOS-INT DELIMITED BY SIZE
               INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       4000-APURA-CAUSA.
           SET WS-IDX-PAS TO 1
           PERFORM UNTIL WS-IDX-PAS > WS-PAS-QTDE
               IF WS-PAS-CRITICO-TAB(WS-IDX-PAS) = 'S' AND
                  WS-PAS-EXECUTADO-TAB(WS-IDX-PAS) = 'S' AND
                  WS-PAS-HORA-LIM-TAB(WS-IDX-PAS) > ZERO AND
                  WS-PAS-FIM-TAB(WS-IDX-PAS) >
                  WS-PAS-HORA-LIM-TAB(WS-IDX-PAS)
                   ADD 1 TO WS-CRITICOS-ATRASADOS
                   PERFORM 4050-APURA-ATRASO-CRITICO
               END-IF
               SET WS-IDX-PAS UP BY 1
           END-PERFORM

           IF CADEIA-ESTOURADA
               MOVE WS-PAS-QTDE TO WS-SUB-LIMITE
               PERFORM 4100-BUSCA-CAUSA
               MOVE SPACES TO REG-EVENTO
               MOVE '4000-APURA-CAUSA' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 3007 TO EVT-CODIGO
               MOVE 'CADEIA'  TO EVT-CHAVE
               IF CAUSA-ACHADA
                   STRING 'CADEIA ESTOURADA. CAUSA: '
                          WS-PAS-PROGRAMA-TAB(WS-SUB-CAUSA)
                       DELIMITED BY SIZE INTO EVT-TEXTO
               ELSE
                   MOVE 'CADEIA ESTOURADA. CAUSA NAO APURADA'
                     TO EVT-TEXTO
               END-IF
               PERFORM 9800-GRAVA-EVENTO
           END-IF.

       4050-APURA-ATRASO-CRITICO.
           SET WS-SUB-LIMITE TO WS-IDX-PAS
           PERFORM 4100-BUSCA-CAUSA

           MOVE SPACES TO REG-EVENTO
           MOVE '4050-APURA-ATRASO-CRITICO' TO EVT-PARAGRAFO
           MOVE 'A'  TO EVT-SEVERIDADE
           MOVE 3007 TO EVT-CODIGO
           MOVE WS-PAS-PROGRAMA-TAB(WS-IDX-PAS) TO EVT-CHAVE
           IF CAUSA-ACHADA
               STRING WS-PAS-PROGRAMA-TAB(WS-IDX-PAS)
                          DELIMITED BY SPACE
                      ' ATRASADO. CAUSA: ' DELIMITED BY SIZE
                      WS-PAS-PROGRAMA-TAB(WS-SUB-CAUSA)
                          DELIMITED BY SPACE
                   INTO EVT-TEXTO
           ELSE
               STRING WS-PAS-PROGRAMA-TAB(WS-IDX-PAS)
                          DELIMITED BY SPACE
                      ' ATRASADO. CAUSA NAO APURADA'
                          DELIMITED BY SIZE
                   INTO EVT-TEXTO
           END-IF
           PERFORM 9800-GRAVA-EVENTO.

       4100-BUSCA-CAUSA.
           MOVE 'N' TO WS-FLAG-CAUSA
           MOVE ZERO TO WS-SUB-CAUSA
           MOVE -9999999 TO WS-MAIOR-EXCESSO

           SET WS-IDX-AUX TO 1
           PERFORM UNTIL WS-IDX-AUX > WS-SUB-LIMITE
               PERFORM 4110-AVALIA-PASSO
               SET WS-IDX-AUX UP BY 1
           END-PERFORM

           IF CAUSA-ACHADA
               MOVE 'S' TO WS-PAS-CAUSA-TAB(WS-SUB-CAUSA)
           END-IF.

       4110-AVALIA-PASSO.
           IF WS-PAS-MEDIDO-TAB(WS-IDX-AUX) = 'S'
               EVALUATE TRUE
                   WHEN WS-PAS-LIMITE-TAB(WS-IDX-AUX) > ZERO
                       COMPUTE WS-EXCESSO =
                               WS-PAS-DECORRIDO-TAB(WS-IDX-AUX) -
                               WS-PAS-LIMITE-TAB(WS-IDX-AUX)
                   WHEN WS-PAS-MEDIA-TAB(WS-IDX-AUX) > ZERO
                       COMPUTE WS-EXCESSO =
                               WS-PAS-DECORRIDO-TAB(WS-IDX-AUX) -
                               WS-PAS-MEDIA-TAB(WS-IDX-AUX)
                   WHEN OTHER
                       MOVE ZERO TO WS-EXCESSO
               END-EVALUATE
               IF WS-EXCESSO > WS-MAIOR-EXCESSO
                   MOVE WS-EXCESSO TO WS-MAIOR-EXCESSO
                   SET WS-SUB-CAUSA TO WS-IDX-AUX
                   SET CAUSA-ACHADA TO TRUE
               END-IF
           END-IF.

       5000-IMPRIME-RELATORIO.
           WRITE REG-REL FROM WS-LINHA-CAB

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           SET WS-IDX-PAS TO 1
           PERFORM UNTIL WS-IDX-PAS > WS-PAS-QTDE
               PERFORM 5100-IMPRIME-PASSO
               SET WS-IDX-PAS UP BY 1
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           PERFORM 5200-IMPRIME-CADEIA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE 'PASSOS PREVISTOS'           TO WS-LINHA-ROTULO
           MOVE WS-PAS-QTDE                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'PASSOS EXECUTADOS'          TO WS-LINHA-ROTULO
           MOVE WS-PASSOS-EXECUTADOS         TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'PASSOS NAO EXECUTADOS'      TO WS-LINHA-ROTULO
           MOVE WS-PASSOS-AUSENTES           TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'PASSOS COM SLA ESTOURADO'   TO WS-LINHA-ROTULO
           MOVE WS-ESTOUROS                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'PASSOS CRITICOS ATRASADOS'  TO WS-LINHA-ROTULO
           MOVE WS-CRITICOS-ATRASADOS        TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET.

       5100-IMPRIME-PASSO.
           MOVE SPACES TO WS-LP-FIM
                          WS-LP-SITUACAO
                          WS-LP-OBSERVACAO
           MOVE ZERO   TO WS-LP-DECORRIDO
                          WS-LP-MEDIA
                          WS-LP-DESVIO
           MOVE WS-PAS-SEQ-TAB(WS-IDX-PAS)      TO WS-LP-SEQ
           MOVE WS-PAS-PROGRAMA-TAB(WS-IDX-PAS) TO WS-LP-PROGRAMA
           COMPUTE WS-MINUTOS-INT ROUNDED =
                   WS-PAS-LIMITE-TAB(WS-IDX-PAS) / 60
           MOVE WS-MINUTOS-INT TO WS-LP-SLA

           IF WS-PAS-MEDIA-TAB(WS-IDX-PAS) > ZERO
               COMPUTE WS-MINUTOS ROUNDED =
                       WS-PAS-MEDIA-TAB(WS-IDX-PAS) / 60
               MOVE WS-MINUTOS TO WS-LP-MEDIA
           END-IF

           EVALUATE TRUE
               WHEN WS-PAS-EXECUTADO-TAB(WS-IDX-PAS) NOT = 'S'
                   MOVE 'NAO EXECUTADO' TO WS-LP-SITUACAO
               WHEN WS-PAS-MEDIDO-TAB(WS-IDX-PAS) NOT = 'S'
                   MOVE 'SEM REFERENCIA' TO WS-LP-SITUACAO
               WHEN WS-PAS-ESTOURO-TAB(WS-IDX-PAS) = 'S'
                   MOVE 'SLA ESTOURADO' TO WS-LP-SITUACAO
               WHEN OTHER
                   MOVE 'NO PRAZO' TO WS-LP-SITUACAO
           END-EVALUATE

           IF WS-PAS-EXECUTADO-TAB(WS-IDX-PAS) = 'S'
               MOVE WS-PAS-HORA-FIM-TAB(WS-IDX-PAS) TO WS-HORA-TRAB
               PERFORM 7100-EDITA-HORA
               MOVE WS-HORA-EDIT TO WS-LP-FIM
           END-IF

           IF WS-PAS-MEDIDO-TAB(WS-IDX-PAS) = 'S'
               COMPUTE WS-MINUTOS ROUNDED =
                       WS-PAS-DECORRIDO-TAB(WS-IDX-PAS) / 60
               MOVE WS-MINUTOS TO WS-LP-DECORRIDO
               IF WS-PAS-MEDIA-TAB(WS-IDX-PAS) > ZERO
                   COMPUTE WS-DESVIO ROUNDED =
                           (WS-PAS-DECORRIDO-TAB(WS-IDX-PAS) -
                            WS-PAS-MEDIA-TAB(WS-IDX-PAS)) / 60
                   MOVE WS-DESVIO TO WS-LP-DESVIO
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-PAS-CAUSA-TAB(WS-IDX-PAS) = 'S' AND
                    WS-PAS-CRITICO-TAB(WS-IDX-PAS) = 'S'
                   MOVE 'CRITICO/CAUSA ATRASO' TO WS-LP-OBSERVACAO
               WHEN WS-PAS-CAUSA-TAB(WS-IDX-PAS) = 'S'
                   MOVE '<<< CAUSA DO ATRASO' TO WS-LP-OBSERVACAO
               WHEN WS-PAS-CRITICO-TAB(WS-IDX-PAS) = 'S' AND
                    WS-PAS-HORA-LIM-TAB(WS-IDX-PAS) > ZERO AND
                    WS-PAS-FIM-TAB(WS-IDX-PAS) >
                    WS-PAS-HORA-LIM-TAB(WS-IDX-PAS)
                   MOVE 'CRITICO ATRASADO' TO WS-LP-OBSERVACAO
               WHEN WS-PAS-CRITICO-TAB(WS-IDX-PAS) = 'S'
                   MOVE 'CAMINHO CRITICO' TO WS-LP-OBSERVACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           WRITE REG-REL FROM WS-LINHA-PASSO.

       5200-IMPRIME-CADEIA.
           MOVE SPACES TO WS-LP-FIM
                          WS-LP-SITUACAO
                          WS-LP-OBSERVACAO
           MOVE ZERO   TO WS-LP-SEQ
                          WS-LP-DECORRIDO
                          WS-LP-MEDIA
                          WS-LP-DESVIO
           MOVE 'CADEIA' TO WS-LP-PROGRAMA
           COMPUTE WS-MINUTOS-INT ROUNDED = WS-JAN-LIMITE-SEG / 60
           MOVE WS-MINUTOS-INT TO WS-LP-SLA

           IF WS-CAD-MEDIA > ZERO
               COMPUTE WS-MINUTOS ROUNDED = WS-CAD-MEDIA / 60
               MOVE WS-MINUTOS TO WS-LP-MEDIA
           END-IF

           IF CADEIA-MEDIDA
               MOVE WS-ULTIMO-FIM TO WS-HORA-SEG
               PERFORM 7150-SEGUNDOS-PARA-HORA
               PERFORM 7100-EDITA-HORA
               MOVE WS-HORA-EDIT TO WS-LP-FIM
               COMPUTE WS-MINUTOS ROUNDED = WS-CAD-DECORRIDO / 60
               MOVE WS-MINUTOS TO WS-LP-DECORRIDO
               IF WS-CAD-MEDIA > ZERO
                   COMPUTE WS-DESVIO ROUNDED =
                           (WS-CAD-DECORRIDO - WS-CAD-MEDIA) / 60
                   MOVE WS-DESVIO TO WS-LP-DESVIO
               END-IF
               IF CADEIA-ESTOURADA
                   MOVE 'SLA ESTOURADO' TO WS-LP-SITUACAO
               ELSE
                   MOVE 'NO PRAZO' TO WS-LP-SITUACAO
               END-IF
           ELSE
               MOVE 'SEM REFERENCIA' TO WS-LP-SITUACAO
           END-IF

           MOVE 'TEMPO TOTAL' TO WS-LP-OBSERVACAO
           WRITE REG-REL FROM WS-LINHA-PASSO.

       6000-GRAVA-HISTORICO.
           OPEN OUTPUT SLAHIST

           IF WS-FS-SLH NOT = '00'
               DISPLAY 'ERRO OPEN SLAHIST (GRAVACAO). STATUS='
                       WS-FS-SLH
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-IDX-HIS TO 1
               PERFORM UNTIL WS-IDX-HIS > WS-HIS-QTDE
                   WRITE REG-SLAHIST FROM WS-HIS-REGISTRO(WS-IDX-HIS)
                   ADD 1 TO WS-HIST-GRAVADOS
                   SET WS-IDX-HIS UP BY 1
               END-PERFORM

               SET WS-IDX-PAS TO 1
               PERFORM UNTIL WS-IDX-PAS > WS-PAS-QTDE
                   IF WS-PAS-MEDIDO-TAB(WS-IDX-PAS) = 'S'
                       PERFORM 6100-GRAVA-PASSO
                   END-IF
                   SET WS-IDX-PAS UP BY 1
               END-PERFORM

               IF CADEIA-MEDIDA
                   MOVE SPACES TO REG-SLAHIST
                   MOVE WS-DATA-HOJE     TO SLH-DATA
                   MOVE 'CADEIA'         TO SLH-PROGRAMA
                   MOVE WS-CAD-DECORRIDO TO SLH-SEGUNDOS
                   IF CADEIA-ESTOURADA
                       SET SLH-ESTOURADO TO TRUE
                   ELSE
                       SET SLH-NO-PRAZO TO TRUE
                   END-IF
                   WRITE REG-SLAHIST
                   ADD 1 TO WS-HIST-GRAVADOS
               END-IF

               CLOSE SLAHIST
           END-IF.

       6100-GRAVA-PASSO.
           MOVE SPACES TO REG-SLAHIST
           MOVE WS-DATA-HOJE                     TO SLH-DATA
           MOVE WS-PAS-PROGRAMA-TAB(WS-IDX-PAS)  TO SLH-PROGRAMA
           MOVE WS-PAS-DECORRIDO-TAB(WS-IDX-PAS) TO SLH-SEGUNDOS
           IF WS-PAS-ESTOURO-TAB(WS-IDX-PAS) = 'S'
               SET SLH-ESTOURADO TO TRUE
           ELSE
               SET SLH-NO-PRAZO TO TRUE
           END-IF
           WRITE REG-SLAHIST
           ADD 1 TO WS-HIST-GRAVADOS.

       7000-CONVERTE-HORA.
           MOVE 'N' TO WS-FLAG-HORA
           MOVE ZERO TO WS-HORA-SEG
           IF WS-HORA-TRAB IS NUMERIC
               IF WS-HORA-HH < 24 AND WS-HORA-MM < 60 AND
                  WS-HORA-SS < 60
                   SET HORA-VALIDA TO TRUE
                   COMPUTE WS-HORA-SEG = WS-HORA-HH * 3600
                                       + WS-HORA-MM * 60
                                       + WS-HORA-SS
               END-IF
           END-IF.

       7050-NORMALIZA-HORA.
           IF JANELA-DEFINIDA AND WS-HORA-SEG < WS-JAN-INICIO-SEG
               ADD 86400 TO WS-HORA-SEG
           END-IF.

       7100-EDITA-HORA.
           MOVE WS-HORA-TRAB(1:2) TO WS-HE-HH
           MOVE WS-HORA-TRAB(3:2) TO WS-HE-MM
           MOVE WS-HORA-TRAB(5:2) TO WS-HE-SS.

       7150-SEGUNDOS-PARA-HORA.
           IF WS-HORA-SEG >= 86400
               SUBTRACT 86400 FROM WS-HORA-SEG
           END-IF
           DIVIDE WS-HORA-SEG BY 3600 GIVING WS-HORA-HH
           COMPUTE WS-HORA-MM =
                   (WS-HORA-SEG - WS-HORA-HH * 3600) / 60
           COMPUTE WS-HORA-SS =
                   WS-HORA-SEG - WS-HORA-HH * 3600 - WS-HORA-MM * 60.

       9000-FINALIZA.
           CLOSE RELSLA

           DISPLAY 'CBLDB038 EVENTOS LIDOS        = ' WS-EVT-LIDOS
           DISPLAY 'CBLDB038 FINS DE PASSO LIDOS  = ' WS-FIM-LIDOS
           DISPLAY 'CBLDB038 PASSOS EXECUTADOS    = '
                   WS-PASSOS-EXECUTADOS
           DISPLAY 'CBLDB038 PASSOS NAO EXECUTADOS= '
                   WS-PASSOS-AUSENTES
           DISPLAY 'CBLDB038 ESTOUROS DE SLA      = ' WS-ESTOUROS
           DISPLAY 'CBLDB038 CRITICOS ATRASADOS   = '
                   WS-CRITICOS-ATRASADOS
           DISPLAY 'CBLDB038 HISTORICO LIDO       = ' WS-HIST-LIDOS
           DISPLAY 'CBLDB038 HISTORICO DESCARTADO = '
                   WS-HIST-DESCARTADOS
           DISPLAY 'CBLDB038 HISTORICO GRAVADO    = '
                   WS-HIST-GRAVADOS

           IF (WS-ESTOUROS > ZERO OR WS-CRITICOS-ATRASADOS > ZERO OR
               CADEIA-ESTOURADA) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. ESTOUROS: ' WS-ESTOUROS
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB038'            TO EVT-PROGRAMA
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
