       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB040.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALHIS ASSIGN TO QUALHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QLD-CHAVE
               FILE STATUS IS WS-FS-QLD.
           SELECT RELQUAL ASSIGN TO RELQUAL
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
       FD  QUALHIS
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYQUAL1.

       FD  RELQUAL
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
       01  WS-FS-QLD                 PIC X(02) VALUE SPACES.
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
           05 WS-EOF-QLD             PIC X(01) VALUE 'N'.
              88 FIM-QUALHIS                    VALUE 'S'.
           05 WS-FLAG-ACHADO         PIC X(01) VALUE 'N'.
              88 ITEM-ACHADO                    VALUE 'S'.
           05 WS-FLAG-PERIODO        PIC X(01) VALUE SPACE.
              88 PERIODO-ATUAL                  VALUE 'A'.
              88 PERIODO-ANTERIOR               VALUE 'P'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-PARM-VALOR             PIC X(20) VALUE SPACES.

       01  WS-MES-REF                PIC X(06) VALUE SPACES.
       01  WS-MES-REF-R REDEFINES WS-MES-REF.
           05 WS-MR-ANO              PIC 9(04).
           05 WS-MR-MES              PIC 9(02).
       01  WS-MES-ANT                PIC X(06) VALUE SPACES.
       01  WS-MES-ANT-R REDEFINES WS-MES-ANT.
           05 WS-MA-ANO              PIC 9(04).
           05 WS-MA-MES              PIC 9(02).

       01  WS-SISTEMA-BUSCA          PIC X(08) VALUE SPACES.
       01  WS-ARQUIVO-BUSCA          PIC X(08) VALUE SPACES.
       01  WS-CAMPO-BUSCA            PIC X(12) VALUE SPACES.
       01  WS-SISTEMA-ANT            PIC X(08) VALUE SPACES.
       01  WS-IMPRESSOS-SISTEMA      PIC 9(03) VALUE ZERO.
       01  WS-MAX-CAMPOS-SISTEMA     PIC 9(03) VALUE 005.

       01  WS-TAXA-ERRO              PIC 9(05)V99 VALUE ZERO.
       01  WS-TAXA-AVISO             PIC 9(05)V99 VALUE ZERO.
       01  WS-TAXA-ERRO-ANT          PIC 9(05)V99 VALUE ZERO.
       01  WS-VARIACAO-TAXA          PIC S9(05)V99 VALUE ZERO.
       01  WS-TOLERANCIA-TEND        PIC 9(03)V99 VALUE 0.10.
       01  WS-VARIACAO-CAMPO         PIC S9(09) VALUE ZERO.
       01  WS-TOTAL-ANT-CAMPO        PIC 9(09) VALUE ZERO.

       01  WS-CONTROLE.
           05 WS-QLD-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-QLD-ATUAL           PIC 9(07) VALUE ZERO.
           05 WS-QLD-ANTERIOR        PIC 9(07) VALUE ZERO.
           05 WS-TOT-DIAS            PIC 9(09) VALUE ZERO.
           05 WS-TOT-ATRASADOS       PIC 9(09) VALUE ZERO.
           05 WS-TOT-FALTANTES       PIC 9(09) VALUE ZERO.
           05 WS-TOT-SEM-HDR         PIC 9(09) VALUE ZERO.
           05 WS-TOT-REGISTROS       PIC 9(09) VALUE ZERO.
           05 WS-TOT-ERROS           PIC 9(09) VALUE ZERO.
           05 WS-TOT-AVISOS          PIC 9(09) VALUE ZERO.
           05 WS-TOT-ERROS-ANT       PIC 9(09) VALUE ZERO.
           05 WS-TOT-AVISOS-ANT      PIC 9(09) VALUE ZERO.
           05 WS-SISTEMAS-PIORA      PIC 9(07) VALUE ZERO.

       01  WS-TAB-SISTEMAS.
           05 WS-SIS-QTDE            PIC 9(03) VALUE ZERO.
           05 WS-SIS-TAB OCCURS 50 TIMES
                         INDEXED BY WS-IDX-SIS.
              10 WS-SIS-SISTEMA-TAB  PIC X(08).
              10 WS-SIS-ARQUIVO-TAB  PIC X(08).
              10 WS-SIS-DIAS-TAB     PIC 9(03).
              10 WS-SIS-ATRASADOS-TAB
                                     PIC 9(03).
              10 WS-SIS-FALTANTES-TAB
                                     PIC 9(03).
              10 WS-SIS-SEM-HDR-TAB  PIC 9(03).
              10 WS-SIS-REGISTROS-TAB
                                     PIC 9(11).
              10 WS-SIS-ERROS-TAB    PIC 9(09).
              10 WS-SIS-AVISOS-TAB   PIC 9(09).
              10 WS-SIS-DIAS-ANT-TAB PIC 9(03).
              10 WS-SIS-REG-ANT-TAB  PIC 9(11).
              10 WS-SIS-ERROS-ANT-TAB
                                     PIC 9(09).
              10 WS-SIS-AVISOS-ANT-TAB
                                     PIC 9(09).

       01  WS-SIS-TEMP               PIC X(89).

       01  WS-TAB-CAMPOS.
           05 WS-CMP-QTDE            PIC 9(04) VALUE ZERO.
           05 WS-CMP-TAB OCCURS 1000 TIMES
                         INDEXED BY WS-IDX-CMP.
              10 WS-CMP-SISTEMA-TAB  PIC X(08).
              10 WS-CMP-ARQUIVO-TAB  PIC X(08).
              10 WS-CMP-CAMPO-TAB    PIC X(12).
              10 WS-CMP-ERROS-TAB    PIC 9(09).
              10 WS-CMP-AVISOS-TAB   PIC 9(09).
              10 WS-CMP-ERROS-ANT-TAB
                                     PIC 9(09).
              10 WS-CMP-AVISOS-ANT-TAB
                                     PIC 9(09).
              10 WS-CMP-TOTAL-TAB    PIC 9(09).

       01  WS-CMP-TEMP               PIC X(73).

       01  WS-FLAG-TROCOU            PIC X(01) VALUE 'N'.
           88 TROCOU-REGISTRO                  VALUE 'S'.

       01  WS-IDX-ORD                PIC 9(04) VALUE ZERO.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       01  WS-CAB-SISTEMA.
           05 FILLER                 PIC X(10) VALUE 'SISTEMA'.
           05 FILLER                 PIC X(10) VALUE 'ARQUIVO'.
           05 FILLER                 PIC X(05) VALUE 'DIA'.
           05 FILLER                 PIC X(05) VALUE 'ATR'.
           05 FILLER                 PIC X(05) VALUE 'FAL'.
           05 FILLER                 PIC X(05) VALUE 'S/H'.
           05 FILLER                 PIC X(13) VALUE '  REGISTROS'.
           05 FILLER                 PIC X(09) VALUE '  ERROS'.
           05 FILLER                 PIC X(11) VALUE '    %ERRO'.
           05 FILLER                 PIC X(09) VALUE ' AVISOS'.
           05 FILLER                 PIC X(11) VALUE '   %AVISO'.
           05 FILLER                 PIC X(11) VALUE '%ERRO ANT'.
           05 FILLER                 PIC X(10) VALUE 'TENDENCIA'.
           05 FILLER                 PIC X(18) VALUE SPACES.

       01  WS-LINHA-SISTEMA.
           05 WS-LS-SISTEMA          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-ARQUIVO          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-DIAS             PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-ATRASADOS        PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-FALTANTES        PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-SEM-HDR          PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-REGISTROS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-ERROS            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-TX-ERRO          PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-AVISOS           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-TX-AVISO         PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-TX-ANT           PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LS-TENDENCIA        PIC X(10).
           05 FILLER                 PIC X(18) VALUE SPACES.

       01  WS-CAB-CAMPO.
           05 FILLER                 PIC X(10) VALUE 'SISTEMA'.
           05 FILLER                 PIC X(10) VALUE 'ARQUIVO'.
           05 FILLER                 PIC X(14) VALUE 'CAMPO'.
           05 FILLER                 PIC X(09) VALUE '  ERROS'.
           05 FILLER                 PIC X(09) VALUE ' AVISOS'.
           05 FILLER                 PIC X(09) VALUE 'ERR ANT'.
           05 FILLER                 PIC X(09) VALUE 'AVI ANT'.
           05 FILLER                 PIC X(10) VALUE 'VARIACAO'.
           05 FILLER                 PIC X(10) VALUE 'TENDENCIA'.
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  WS-LINHA-CAMPO.
           05 WS-LC-SISTEMA          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-ARQUIVO          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-CAMPO            PIC X(12).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-ERROS            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-AVISOS           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-ERROS-ANT        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-AVISOS-ANT       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-VARIACAO         PIC -ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-TENDENCIA        PIC X(10).
           05 FILLER                 PIC X(42) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-TAMANHO        PIC S9(04) COMP.
           05 LK-PARM-VALOR          PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LE-HISTORICO
           PERFORM 3000-ORDENA-SISTEMAS
           PERFORM 3500-ORDENA-CAMPOS
           PERFORM 5000-IMPRIME-SISTEMAS
           PERFORM 6000-IMPRIME-CAMPOS
           PERFORM 7000-IMPRIME-TOTAIS
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

           IF WS-MR-MES = 01
               COMPUTE WS-MA-ANO = WS-MR-ANO - 1
               MOVE 12 TO WS-MA-MES
           ELSE
               MOVE WS-MR-ANO TO WS-MA-ANO
               COMPUTE WS-MA-MES = WS-MR-MES - 1
           END-IF

           DISPLAY 'CBLDB040 MES DE REFERENCIA = ' WS-MES-REF
                   ' MES ANTERIOR = ' WS-MES-ANT

           OPEN INPUT QUALHIS

           IF WS-FS-QLD NOT = '00'
               DISPLAY 'ERRO OPEN QUALHIS. FILE STATUS=' WS-FS-QLD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELQUAL

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELQUAL. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'SCORECARD MENSAL DE QUALIDADE POR SISTEMA DE ORIGEM'
             TO WS-LINHA
           MOVE '- CBLDB040' TO WS-LINHA(54:10)
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'MES DE REFERENCIA: ' WS-MES-REF
                  '   MES ANTERIOR: ' WS-MES-ANT
                  '   DATA DE REFERENCIA: ' WS-DATA-HOJE
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

       2000-LE-HISTORICO.
           MOVE LOW-VALUES TO QLD-CHAVE
           MOVE WS-MES-ANT TO QLD-DATA(1:6)
           MOVE '01'       TO QLD-DATA(7:2)

           START QUALHIS KEY IS NOT LESS THAN QLD-CHAVE

           IF WS-FS-QLD = '00'
               PERFORM UNTIL FIM-QUALHIS
                   READ QUALHIS NEXT
                       AT END
                           SET FIM-QUALHIS TO TRUE
                       NOT AT END
                           IF QLD-DATA(1:6) > WS-MES-REF
                               SET FIM-QUALHIS TO TRUE
                           ELSE
                               ADD 1 TO WS-QLD-LIDOS
                               PERFORM 2100-TRATA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'QUALHIS SEM MOVIMENTO PARA O PERIODO. '
                       'STATUS=' WS-FS-QLD
           END-IF

           CLOSE QUALHIS.

       2100-TRATA-HISTORICO.
           IF QLD-DATA(1:6) = WS-MES-REF
               SET PERIODO-ATUAL TO TRUE
               ADD 1 TO WS-QLD-ATUAL
           ELSE
               SET PERIODO-ANTERIOR TO TRUE
               ADD 1 TO WS-QLD-ANTERIOR
           END-IF

           MOVE QLD-SISTEMA TO WS-SISTEMA-BUSCA
           MOVE QLD-ARQUIVO TO WS-ARQUIVO-BUSCA

           EVALUATE TRUE
               WHEN QLD-TIPO-TRANSMISSAO
                   PERFORM 2200-BUSCA-SISTEMA
                   PERFORM 2300-ACUMULA-TRANSMISSAO
               WHEN QLD-TIPO-CAMPO
                   MOVE QLD-CAMPO TO WS-CAMPO-BUSCA
                   PERFORM 2400-BUSCA-CAMPO
                   PERFORM 2500-ACUMULA-CAMPO
               WHEN OTHER
                   DISPLAY 'QUALHIS COM TIPO DESCONHECIDO: ' QLD-CHAVE
           END-EVALUATE.

       2200-BUSCA-SISTEMA.
           SET WS-IDX-SIS TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-SIS > WS-SIS-QTDE
                         OR ITEM-ACHADO
               IF WS-SIS-SISTEMA-TAB(WS-IDX-SIS) = WS-SISTEMA-BUSCA
                  AND WS-SIS-ARQUIVO-TAB(WS-IDX-SIS) =
                      WS-ARQUIVO-BUSCA
                   SET ITEM-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-SIS UP BY 1
               END-IF
           END-PERFORM

           IF NOT ITEM-ACHADO
               IF WS-SIS-QTDE < 50
                   ADD 1 TO WS-SIS-QTDE
                   SET WS-IDX-SIS TO WS-SIS-QTDE
                   INITIALIZE WS-SIS-TAB(WS-IDX-SIS)
                   MOVE WS-SISTEMA-BUSCA
                     TO WS-SIS-SISTEMA-TAB(WS-IDX-SIS)
                   MOVE WS-ARQUIVO-BUSCA
                     TO WS-SIS-ARQUIVO-TAB(WS-IDX-SIS)
               ELSE
                   DISPLAY 'TABELA DE SISTEMAS CHEIA. QUALHIS MAIOR '
                           'QUE O ESPERADO'
                   MOVE SPACES TO REG-EVENTO
                   MOVE '2200-BUSCA-SISTEMA' TO EVT-PARAGRAFO
                   MOVE 'E'  TO EVT-SEVERIDADE
                   MOVE 5003 TO EVT-CODIGO
                   MOVE 'TABELA DE SISTEMAS CHEIA - ABORTADO'
                     TO EVT-TEXTO
                   PERFORM 9800-GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       2300-ACUMULA-TRANSMISSAO.
           IF PERIODO-ATUAL
               ADD 1 TO WS-SIS-DIAS-TAB(WS-IDX-SIS)
               EVALUATE TRUE
                   WHEN QLD-TRANS-ATRASADA
                       ADD 1 TO WS-SIS-ATRASADOS-TAB(WS-IDX-SIS)
                   WHEN QLD-TRANS-FALTANTE
                       ADD 1 TO WS-SIS-FALTANTES-TAB(WS-IDX-SIS)
                   WHEN QLD-TRANS-SEM-HEADER
                       ADD 1 TO WS-SIS-SEM-HDR-TAB(WS-IDX-SIS)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD QLD-QTD-REGISTROS
                 TO WS-SIS-REGISTROS-TAB(WS-IDX-SIS)
               ADD QLD-QTD-ERROS  TO WS-SIS-ERROS-TAB(WS-IDX-SIS)
               ADD QLD-QTD-AVISOS TO WS-SIS-AVISOS-TAB(WS-IDX-SIS)
           ELSE
               ADD 1 TO WS-SIS-DIAS-ANT-TAB(WS-IDX-SIS)
               ADD QLD-QTD-REGISTROS
                 TO WS-SIS-REG-ANT-TAB(WS-IDX-SIS)
               ADD QLD-QTD-ERROS  TO WS-SIS-ERROS-ANT-TAB(WS-IDX-SIS)
               ADD QLD-QTD-AVISOS TO WS-SIS-AVISOS-ANT-TAB(WS-IDX-SIS)
           END-IF.

       2400-BUSCA-CAMPO.
           SET WS-IDX-CMP TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-CMP > WS-CMP-QTDE
                         OR ITEM-ACHADO
               IF WS-CMP-SISTEMA-TAB(WS-IDX-CMP) = WS-SISTEMA-BUSCA
                  AND WS-CMP-ARQUIVO-TAB(WS-IDX-CMP) =
                      WS-ARQUIVO-BUSCA
                  AND WS-CMP-CAMPO-TAB(WS-IDX-CMP) = WS-CAMPO-BUSCA
                   SET ITEM-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-CMP UP BY 1
               END-IF
           END-PERFORM

           IF NOT ITEM-ACHADO
               IF WS-CMP-QTDE < 1000
                   ADD 1 TO WS-CMP-QTDE
                   SET WS-IDX-CMP TO WS-CMP-QTDE
                   INITIALIZE WS-CMP-TAB(WS-IDX-CMP)
                   MOVE WS-SISTEMA-BUSCA
                     TO WS-CMP-SISTEMA-TAB(WS-IDX-CMP)
                   MOVE WS-ARQUIVO-BUSCA
                     TO WS-CMP-ARQUIVO-TAB(WS-IDX-CMP)
                   MOVE WS-CAMPO-BUSCA
                     TO WS-CMP-CAMPO-TAB(WS-IDX-CMP)
               ELSE
                   DISPLAY 'TABELA DE CAMPOS CHEIA. QUALHIS MAIOR '
                           'QUE O ESPERADO'
                   MOVE SPACES TO REG-EVENTO
                   MOVE '2400-BUSCA-CAMPO' TO EVT-PARAGRAFO
                   MOVE 'E'  TO EVT-SEVERIDADE
                   MOVE 5003 TO EVT-CODIGO
                   MOVE 'TABELA DE CAMPOS CHEIA - ABORTADO'
                     TO EVT-TEXTO
                   PERFORM 9800-GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       2500-ACUMULA-CAMPO.
           IF PERIODO-ATUAL
               ADD QLD-QTD-ERROS  TO WS-CMP-ERROS-TAB(WS-IDX-CMP)
                                     WS-CMP-TOTAL-TAB(WS-IDX-CMP)
               ADD QLD-QTD-AVISOS TO WS-CMP-AVISOS-TAB(WS-IDX-CMP)
                                     WS-CMP-TOTAL-TAB(WS-IDX-CMP)
           ELSE
               ADD QLD-QTD-ERROS  TO WS-CMP-ERROS-ANT-TAB(WS-IDX-CMP)
               ADD QLD-QTD-AVISOS TO WS-CMP-AVISOS-ANT-TAB(WS-IDX-CMP)
           END-IF.

       3000-ORDENA-SISTEMAS.
           SET TROCOU-REGISTRO TO TRUE
           PERFORM UNTIL NOT TROCOU-REGISTRO
               MOVE 'N' TO WS-FLAG-TROCOU
               MOVE 1 TO WS-IDX-ORD
               PERFORM 3100-PASSA-SISTEMAS
                   WS-SIS-QTDE TIMES
           END-PERFORM.

       3100-PASSA-SISTEMAS.
           IF WS-IDX-ORD < WS-SIS-QTDE
               SET WS-IDX-SIS TO WS-IDX-ORD
               IF WS-SIS-SISTEMA-TAB(WS-IDX-SIS) >
                  WS-SIS-SISTEMA-TAB(WS-IDX-SIS + 1)
                  OR (WS-SIS-SISTEMA-TAB(WS-IDX-SIS) =
                      WS-SIS-SISTEMA-TAB(WS-IDX-SIS + 1)
                  AND WS-SIS-ARQUIVO-TAB(WS-IDX-SIS) >
                      WS-SIS-ARQUIVO-TAB(WS-IDX-SIS + 1))
                   MOVE WS-SIS-TAB(WS-IDX-SIS) TO WS-SIS-TEMP
                   MOVE WS-SIS-TAB(WS-IDX-SIS + 1)
                     TO WS-SIS-TAB(WS-IDX-SIS)
                   MOVE WS-SIS-TEMP TO WS-SIS-TAB(WS-IDX-SIS + 1)
                   SET TROCOU-REGISTRO TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-IDX-ORD.

       3500-ORDENA-CAMPOS.
           SET TROCOU-REGISTRO TO TRUE
           PERFORM UNTIL NOT TROCOU-REGISTRO
               MOVE 'N' TO WS-FLAG-TROCOU
               MOVE 1 TO WS-IDX-ORD
               PERFORM 3600-PASSA-CAMPOS
                   WS-CMP-QTDE TIMES
           END-PERFORM.

       3600-PASSA-CAMPOS.
           IF WS-IDX-ORD < WS-CMP-QTDE
               SET WS-IDX-CMP TO WS-IDX-ORD
               IF WS-CMP-SISTEMA-TAB(WS-IDX-CMP) >
                  WS-CMP-SISTEMA-TAB(WS-IDX-CMP + 1)
                  OR (WS-CMP-SISTEMA-TAB(WS-IDX-CMP) =
                      WS-CMP-SISTEMA-TAB(WS-IDX-CMP + 1)
                  AND WS-CMP-TOTAL-TAB(WS-IDX-CMP) <
                      WS-CMP-TOTAL-TAB(WS-IDX-CMP + 1))
                   MOVE WS-CMP-TAB(WS-IDX-CMP) TO WS-CMP-TEMP
                   MOVE WS-CMP-TAB(WS-IDX-CMP + 1)
                     TO WS-CMP-TAB(WS-IDX-CMP)
                   MOVE WS-CMP-TEMP TO WS-CMP-TAB(WS-IDX-CMP + 1)
                   SET TROCOU-REGISTRO TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-IDX-ORD.

       5000-IMPRIME-SISTEMAS.
           MOVE SPACES TO WS-LINHA
           MOVE 'QUALIDADE POR SISTEMA DE ORIGEM E ARQUIVO'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           MOVE 'DIA=DIAS COM TRANSMISSAO  ATR=ATRASADAS  '
             TO WS-LINHA
           MOVE 'FAL=FALTANTES  S/H=SEM HEADER  TAXAS POR 100 '
             TO WS-LINHA(42:46)
           MOVE 'REGISTROS' TO WS-LINHA(88:9)
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           WRITE REG-REL FROM WS-CAB-SISTEMA

           SET WS-IDX-SIS TO 1
           PERFORM UNTIL WS-IDX-SIS > WS-SIS-QTDE
               PERFORM 5100-IMPRIME-SISTEMA
               SET WS-IDX-SIS UP BY 1
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       5100-IMPRIME-SISTEMA.
           MOVE ZERO TO WS-TAXA-ERRO
                        WS-TAXA-AVISO
                        WS-TAXA-ERRO-ANT

           IF WS-SIS-REGISTROS-TAB(WS-IDX-SIS) > ZERO
               COMPUTE WS-TAXA-ERRO ROUNDED =
                       WS-SIS-ERROS-TAB(WS-IDX-SIS) * 100 /
                       WS-SIS-REGISTROS-TAB(WS-IDX-SIS)
               COMPUTE WS-TAXA-AVISO ROUNDED =
                       WS-SIS-AVISOS-TAB(WS-IDX-SIS) * 100 /
                       WS-SIS-REGISTROS-TAB(WS-IDX-SIS)
           END-IF

           IF WS-SIS-REG-ANT-TAB(WS-IDX-SIS) > ZERO
               COMPUTE WS-TAXA-ERRO-ANT ROUNDED =
                       WS-SIS-ERROS-ANT-TAB(WS-IDX-SIS) * 100 /
                       WS-SIS-REG-ANT-TAB(WS-IDX-SIS)
           END-IF

           COMPUTE WS-VARIACAO-TAXA = WS-TAXA-ERRO - WS-TAXA-ERRO-ANT

           EVALUATE TRUE
               WHEN WS-SIS-DIAS-ANT-TAB(WS-IDX-SIS) = ZERO
                   MOVE 'SEM BASE' TO WS-LS-TENDENCIA
               WHEN WS-SIS-DIAS-TAB(WS-IDX-SIS) = ZERO
                   MOVE 'SEM MOVTO' TO WS-LS-TENDENCIA
               WHEN WS-VARIACAO-TAXA > WS-TOLERANCIA-TEND
                   MOVE 'PIOROU' TO WS-LS-TENDENCIA
                   ADD 1 TO WS-SISTEMAS-PIORA
               WHEN WS-VARIACAO-TAXA < ZERO AND
                    (WS-VARIACAO-TAXA * -1) > WS-TOLERANCIA-TEND
                   MOVE 'MELHOROU' TO WS-LS-TENDENCIA
               WHEN OTHER
                   MOVE 'ESTAVEL' TO WS-LS-TENDENCIA
           END-EVALUATE

           MOVE WS-SIS-SISTEMA-TAB(WS-IDX-SIS)   TO WS-LS-SISTEMA
           MOVE WS-SIS-ARQUIVO-TAB(WS-IDX-SIS)   TO WS-LS-ARQUIVO
           MOVE WS-SIS-DIAS-TAB(WS-IDX-SIS)      TO WS-LS-DIAS
           MOVE WS-SIS-ATRASADOS-TAB(WS-IDX-SIS) TO WS-LS-ATRASADOS
           MOVE WS-SIS-FALTANTES-TAB(WS-IDX-SIS) TO WS-LS-FALTANTES
           MOVE WS-SIS-SEM-HDR-TAB(WS-IDX-SIS)   TO WS-LS-SEM-HDR
           MOVE WS-SIS-REGISTROS-TAB(WS-IDX-SIS) TO WS-LS-REGISTROS
           MOVE WS-SIS-ERROS-TAB(WS-IDX-SIS)     TO WS-LS-ERROS
           MOVE WS-TAXA-ERRO                     TO WS-LS-TX-ERRO
           MOVE WS-SIS-AVISOS-TAB(WS-IDX-SIS)    TO WS-LS-AVISOS
           MOVE WS-TAXA-AVISO                    TO WS-LS-TX-AVISO
           MOVE WS-TAXA-ERRO-ANT                 TO WS-LS-TX-ANT
           WRITE REG-REL FROM WS-LINHA-SISTEMA

           ADD WS-SIS-DIAS-TAB(WS-IDX-SIS)       TO WS-TOT-DIAS
           ADD WS-SIS-ATRASADOS-TAB(WS-IDX-SIS)  TO WS-TOT-ATRASADOS
           ADD WS-SIS-FALTANTES-TAB(WS-IDX-SIS)  TO WS-TOT-FALTANTES
           ADD WS-SIS-SEM-HDR-TAB(WS-IDX-SIS)    TO WS-TOT-SEM-HDR
           ADD WS-SIS-REGISTROS-TAB(WS-IDX-SIS)  TO WS-TOT-REGISTROS
           ADD WS-SIS-ERROS-TAB(WS-IDX-SIS)      TO WS-TOT-ERROS
           ADD WS-SIS-AVISOS-TAB(WS-IDX-SIS)     TO WS-TOT-AVISOS
           ADD WS-SIS-ERROS-ANT-TAB(WS-IDX-SIS)  TO WS-TOT-ERROS-ANT
           ADD WS-SIS-AVISOS-ANT-TAB(WS-IDX-SIS) TO WS-TOT-AVISOS-ANT.

       6000-IMPRIME-CAMPOS.
           MOVE SPACES TO WS-LINHA
           MOVE 'CAMPOS COM MAIS OCORRENCIAS POR SISTEMA DE ORIGEM'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           WRITE REG-REL FROM WS-CAB-CAMPO

           MOVE SPACES TO WS-SISTEMA-ANT
           MOVE ZERO   TO WS-IMPRESSOS-SISTEMA

           SET WS-IDX-CMP TO 1
           PERFORM UNTIL WS-IDX-CMP > WS-CMP-QTDE
               IF WS-CMP-SISTEMA-TAB(WS-IDX-CMP) NOT = WS-SISTEMA-ANT
                   MOVE WS-CMP-SISTEMA-TAB(WS-IDX-CMP)
                     TO WS-SISTEMA-ANT
                   MOVE ZERO TO WS-IMPRESSOS-SISTEMA
               END-IF
               IF WS-CMP-TOTAL-TAB(WS-IDX-CMP) > ZERO AND
                  WS-IMPRESSOS-SISTEMA < WS-MAX-CAMPOS-SISTEMA
                   PERFORM 6100-IMPRIME-CAMPO
                   ADD 1 TO WS-IMPRESSOS-SISTEMA
               END-IF
               SET WS-IDX-CMP UP BY 1
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       6100-IMPRIME-CAMPO.
           COMPUTE WS-TOTAL-ANT-CAMPO =
                   WS-CMP-ERROS-ANT-TAB(WS-IDX-CMP) +
                   WS-CMP-AVISOS-ANT-TAB(WS-IDX-CMP)
           COMPUTE WS-VARIACAO-CAMPO =
                   WS-CMP-TOTAL-TAB(WS-IDX-CMP) - WS-TOTAL-ANT-CAMPO

           EVALUATE TRUE
               WHEN WS-TOTAL-ANT-CAMPO = ZERO
                   MOVE 'NOVO' TO WS-LC-TENDENCIA
               WHEN WS-VARIACAO-CAMPO > ZERO
                   MOVE 'PIOROU' TO WS-LC-TENDENCIA
               WHEN WS-VARIACAO-CAMPO < ZERO
                   MOVE 'MELHOROU' TO WS-LC-TENDENCIA
               WHEN OTHER
                   MOVE 'ESTAVEL' TO WS-LC-TENDENCIA
           END-EVALUATE

           MOVE WS-CMP-SISTEMA-TAB(WS-IDX-CMP)    TO WS-LC-SISTEMA
           MOVE WS-CMP-ARQUIVO-TAB(WS-IDX-CMP)    TO WS-LC-ARQUIVO
           MOVE WS-CMP-CAMPO-TAB(WS-IDX-CMP)      TO WS-LC-CAMPO
           MOVE WS-CMP-ERROS-TAB(WS-IDX-CMP)      TO WS-LC-ERROS
           MOVE WS-CMP-AVISOS-TAB(WS-IDX-CMP)     TO WS-LC-AVISOS
           MOVE WS-CMP-ERROS-ANT-TAB(WS-IDX-CMP)  TO WS-LC-ERROS-ANT
           MOVE WS-CMP-AVISOS-ANT-TAB(WS-IDX-CMP) TO WS-LC-AVISOS-ANT
           MOVE WS-VARIACAO-CAMPO                 TO WS-LC-VARIACAO
           WRITE REG-REL FROM WS-LINHA-CAMPO.

       7000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA
           MOVE 'TOTAIS DO MES' TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE 'SISTEMAS/ARQUIVOS AVALIADOS'   TO WS-LINHA-ROTULO
           MOVE WS-SIS-QTDE                     TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'TRANSMISSOES APURADAS'         TO WS-LINHA-ROTULO
           MOVE WS-TOT-DIAS                     TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'TRANSMISSOES ATRASADAS'        TO WS-LINHA-ROTULO
           MOVE WS-TOT-ATRASADOS                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'TRANSMISSOES FALTANTES'        TO WS-LINHA-ROTULO
           MOVE WS-TOT-FALTANTES                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'TRANSMISSOES SEM HEADER'       TO WS-LINHA-ROTULO
           MOVE WS-TOT-SEM-HDR                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'REGISTROS RECEBIDOS'           TO WS-LINHA-ROTULO
           MOVE WS-TOT-REGISTROS                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ERROS NO MES'                  TO WS-LINHA-ROTULO
           MOVE WS-TOT-ERROS                    TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'AVISOS NO MES'                 TO WS-LINHA-ROTULO
           MOVE WS-TOT-AVISOS                   TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ERROS NO MES ANTERIOR'         TO WS-LINHA-ROTULO
           MOVE WS-TOT-ERROS-ANT                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'AVISOS NO MES ANTERIOR'        TO WS-LINHA-ROTULO
           MOVE WS-TOT-AVISOS-ANT               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ARQUIVOS COM PIORA NA TAXA'    TO WS-LINHA-ROTULO
           MOVE WS-SISTEMAS-PIORA               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET.

       9000-FINALIZA.
           CLOSE RELQUAL

           DISPLAY 'CBLDB040 HISTORICO LIDO       = ' WS-QLD-LIDOS
           DISPLAY 'CBLDB040 REGISTROS DO MES     = ' WS-QLD-ATUAL
           DISPLAY 'CBLDB040 REGISTROS MES ANTER. = ' WS-QLD-ANTERIOR
           DISPLAY 'CBLDB040 SISTEMAS/ARQUIVOS    = ' WS-SIS-QTDE
           DISPLAY 'CBLDB040 CAMPOS AVALIADOS     = ' WS-CMP-QTDE
           DISPLAY 'CBLDB040 ARQUIVOS COM PIORA   = '
                   WS-SISTEMAS-PIORA

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. MES: ' WS-MES-REF
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB040'            TO EVT-PROGRAMA
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
