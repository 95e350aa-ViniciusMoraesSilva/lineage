       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB039.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRITICA ASSIGN TO CRITICA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRIT.
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
           SELECT QUALHIS ASSIGN TO QUALHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QLD-CHAVE
               FILE STATUS IS WS-FS-QLD.
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
       FD  CRITICA
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYCRIT1.

       FD  ENTRADA1
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-IN1                    PIC X(80).

       FD  ENTRADA2
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-IN2                    PIC X(100).

       FD  ENTRADA3
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-IN3                    PIC X(80).

       FD  ENTRADA4
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-IN4                    PIC X(80).

       FD  QUALHIS
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYQUAL1.

       FD  DATACTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYDATA1.

       FD  EVENTOS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-EVT                    PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FS-CRIT                PIC X(02) VALUE SPACES.
       01  WS-FS-ENT1                PIC X(02) VALUE SPACES.
       01  WS-FS-ENT2                PIC X(02) VALUE SPACES.
       01  WS-FS-ENT3                PIC X(02) VALUE SPACES.
       01  WS-FS-ENT4                PIC X(02) VALUE SPACES.
       01  WS-FS-QLD                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       COPY CPYHDTRL.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-CRIT            PIC X(01) VALUE 'N'.
              88 FIM-CRITICA                    VALUE 'S'.
           05 WS-EOF-ENT             PIC X(01) VALUE 'N'.
              88 FIM-ENTRADA                    VALUE 'S'.
           05 WS-EOF-QLD             PIC X(01) VALUE 'N'.
              88 FIM-QUALHIS                    VALUE 'S'.
           05 WS-FLAG-ACHADO         PIC X(01) VALUE 'N'.
              88 ITEM-ACHADO                    VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE
                                     PIC 9(08).
       01  WS-DIAS-HOJE              PIC 9(07) VALUE ZERO.
       01  WS-DIAS-CORTE             PIC 9(07) VALUE ZERO.
       01  WS-DATA-CORTE             PIC 9(08) VALUE ZERO.
       01  WS-DATA-CORTE-X REDEFINES WS-DATA-CORTE
                                     PIC X(08).
       01  WS-DIAS-RETENCAO          PIC 9(03) VALUE 400.

       01  WS-REG-ENTRADA            PIC X(100) VALUE SPACES.
       01  WS-ARQUIVO-BUSCA          PIC X(08) VALUE SPACES.
       01  WS-CAMPO-BUSCA            PIC X(12) VALUE SPACES.

       01  WS-CONTROLE.
           05 WS-CRIT-LIDAS          PIC 9(07) VALUE ZERO.
           05 WS-CRIT-IGNORADAS      PIC 9(07) VALUE ZERO.
           05 WS-QLD-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-QLD-EXPURGADOS      PIC 9(07) VALUE ZERO.
           05 WS-QLD-SUBSTITUIDOS    PIC 9(07) VALUE ZERO.
           05 WS-QLD-INCLUIDOS       PIC 9(07) VALUE ZERO.
           05 WS-QLD-OCUPADOS        PIC 9(07) VALUE ZERO.
           05 WS-TRANS-ATRASADAS     PIC 9(07) VALUE ZERO.
           05 WS-TRANS-FALTANTES     PIC 9(07) VALUE ZERO.

       01  WS-CAPACIDADE-QLD         PIC 9(07) VALUE 0200000.
       01  WS-PERC-ALERTA-CAP        PIC 9(03) VALUE 080.
       01  WS-LIMITE-ALERTA-CAP      PIC 9(07) VALUE ZERO.

       01  WS-TAB-TRANSMISSAO.
           05 WS-TRN-TAB OCCURS 4 TIMES
                         INDEXED BY WS-IDX-TRN.
              10 WS-TRN-ARQUIVO-TAB  PIC X(08).
              10 WS-TRN-SISTEMA-TAB  PIC X(08).
              10 WS-TRN-HDR-ESPERADO-TAB
                                     PIC X(01).
              10 WS-TRN-HDR-LIDO-TAB PIC X(01).
              10 WS-TRN-DATA-ARQ-TAB PIC X(08).
              10 WS-TRN-REGISTROS-TAB
                                     PIC 9(09).
              10 WS-TRN-ERROS-TAB    PIC 9(07).
              10 WS-TRN-AVISOS-TAB   PIC 9(07).
              10 WS-TRN-SITUACAO-TAB PIC X(01).
              10 WS-TRN-ULT-SISTEMA-TAB
                                     PIC X(08).
              10 WS-TRN-ULT-DATA-TAB PIC X(08).

       01  WS-TAB-CAMPOS.
           05 WS-CMP-QTDE            PIC 9(04) VALUE ZERO.
           05 WS-CMP-TAB OCCURS 500 TIMES
                         INDEXED BY WS-IDX-CMP.
              10 WS-CMP-ARQUIVO-TAB  PIC X(08).
              10 WS-CMP-CAMPO-TAB    PIC X(12).
              10 WS-CMP-ERROS-TAB    PIC 9(07).
              10 WS-CMP-AVISOS-TAB   PIC 9(07).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-APURA-TRANSMISSOES
           PERFORM 3000-PROCESSA-CRITICA
           PERFORM 4000-GRAVA-QUALIDADE
           PERFORM 8000-FECHA-QUALHIS
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1050-LE-DATA-NEGOCIO

           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-R)
           COMPUTE WS-DIAS-CORTE = WS-DIAS-HOJE - WS-DIAS-RETENCAO
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE)

           COMPUTE WS-LIMITE-ALERTA-CAP =
                   WS-CAPACIDADE-QLD * WS-PERC-ALERTA-CAP / 100

           INITIALIZE WS-TAB-TRANSMISSAO
           MOVE 'ENTRADA1' TO WS-TRN-ARQUIVO-TAB(1)
           MOVE 'ENTRADA2' TO WS-TRN-ARQUIVO-TAB(2)
           MOVE 'ENTRADA3' TO WS-TRN-ARQUIVO-TAB(3)
           MOVE 'ENTRADA4' TO WS-TRN-ARQUIVO-TAB(4)
           MOVE 'S' TO WS-TRN-HDR-ESPERADO-TAB(1)
                       WS-TRN-HDR-ESPERADO-TAB(2)
                       WS-TRN-HDR-ESPERADO-TAB(3)
           MOVE 'N' TO WS-TRN-HDR-ESPERADO-TAB(4)
                       WS-TRN-HDR-LIDO-TAB(1)
                       WS-TRN-HDR-LIDO-TAB(2)
                       WS-TRN-HDR-LIDO-TAB(3)
                       WS-TRN-HDR-LIDO-TAB(4)

           PERFORM 1100-ABRE-QUALHIS
           PERFORM 1200-PREPARA-QUALHIS.

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

       1100-ABRE-QUALHIS.
           OPEN I-O QUALHIS

           IF WS-FS-QLD = '35'
               DISPLAY 'QUALHIS NAO ENCONTRADO. INICIANDO HISTORICO '
                       'DE QUALIDADE VAZIO'
               OPEN OUTPUT QUALHIS
               CLOSE QUALHIS
               OPEN I-O QUALHIS
           END-IF

           IF WS-FS-QLD NOT = '00'
               DISPLAY 'ERRO OPEN QUALHIS. FILE STATUS=' WS-FS-QLD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-PREPARA-QUALHIS.
           PERFORM UNTIL FIM-QUALHIS
               READ QUALHIS NEXT
                   AT END
                       SET FIM-QUALHIS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QLD-LIDOS
                       PERFORM 1210-TRATA-QUALHIS
               END-READ
           END-PERFORM.

       1210-TRATA-QUALHIS.
           IF QLD-TIPO-TRANSMISSAO AND
              QLD-SISTEMA NOT = QLD-ARQUIVO
               PERFORM 1220-GUARDA-ULTIMO-SISTEMA
           END-IF

           EVALUATE TRUE
               WHEN QLD-DATA < WS-DATA-CORTE-X
                   ADD 1 TO WS-QLD-EXPURGADOS
                   PERFORM 6200-EXCLUI-QUALHIS
               WHEN QLD-DATA = WS-DATA-HOJE
                   ADD 1 TO WS-QLD-SUBSTITUIDOS
                   PERFORM 6200-EXCLUI-QUALHIS
               WHEN OTHER
                   ADD 1 TO WS-QLD-OCUPADOS
           END-EVALUATE.

       1220-GUARDA-ULTIMO-SISTEMA.
           MOVE QLD-ARQUIVO TO WS-ARQUIVO-BUSCA
           PERFORM 3200-BUSCA-TRANSMISSAO

           IF ITEM-ACHADO AND
              QLD-DATA NOT < WS-TRN-ULT-DATA-TAB(WS-IDX-TRN)
               MOVE QLD-SISTEMA TO WS-TRN-ULT-SISTEMA-TAB(WS-IDX-TRN)
               MOVE QLD-DATA    TO WS-TRN-ULT-DATA-TAB(WS-IDX-TRN)
           END-IF.

       2000-APURA-TRANSMISSOES.
           PERFORM 2100-APURA-ENTRADA1
           PERFORM 2200-APURA-ENTRADA2
           PERFORM 2300-APURA-ENTRADA3
           PERFORM 2400-APURA-ENTRADA4

           SET WS-IDX-TRN TO 1
           PERFORM UNTIL WS-IDX-TRN > 4
               PERFORM 2900-DEFINE-SITUACAO
               SET WS-IDX-TRN UP BY 1
           END-PERFORM.

       2100-APURA-ENTRADA1.
           SET WS-IDX-TRN TO 1
           MOVE 'N' TO WS-EOF-ENT
           OPEN INPUT ENTRADA1

           IF WS-FS-ENT1 NOT = '00'
               DISPLAY 'ENTRADA1 NAO ENCONTRADA. TRANSMISSAO '
                       'CONSIDERADA FALTANTE'
           ELSE
               PERFORM UNTIL FIM-ENTRADA
                   READ ENTRADA1
                       AT END
                           SET FIM-ENTRADA TO TRUE
                       NOT AT END
                           MOVE REG-IN1 TO WS-REG-ENTRADA
                           PERFORM 2800-CONTA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ENTRADA1
           END-IF.

       2200-APURA-ENTRADA2.
           SET WS-IDX-TRN TO 2
           MOVE 'N' TO WS-EOF-ENT
           OPEN INPUT ENTRADA2

           IF WS-FS-ENT2 NOT = '00'
               DISPLAY 'ENTRADA2 NAO ENCONTRADA. TRANSMISSAO '
                       'CONSIDERADA FALTANTE'
           ELSE
               PERFORM UNTIL FIM-ENTRADA
                   READ ENTRADA2
                       AT END
                           SET FIM-ENTRADA TO TRUE
                       NOT AT END
                           MOVE REG-IN2 TO WS-REG-ENTRADA
                           PERFORM 2800-CONTA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ENTRADA2
           END-IF.

       2300-APURA-ENTRADA3.
           SET WS-IDX-TRN TO 3
           MOVE 'N' TO WS-EOF-ENT
           OPEN INPUT ENTRADA3

           IF WS-FS-ENT3 NOT = '00'
               DISPLAY 'ENTRADA3 NAO ENCONTRADA. TRANSMISSAO '
                       'CONSIDERADA FALTANTE'
           ELSE
               PERFORM UNTIL FIM-ENTRADA
                   READ ENTRADA3
                       AT END
                           SET FIM-ENTRADA TO TRUE
                       NOT AT END
                           MOVE REG-IN3 TO WS-REG-ENTRADA
                           PERFORM 2800-CONTA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ENTRADA3
           END-IF.

       2400-APURA-ENTRADA4.
           SET WS-IDX-TRN TO 4
           MOVE 'N' TO WS-EOF-ENT
           OPEN INPUT ENTRADA4

           IF WS-FS-ENT4 NOT = '00'
               DISPLAY 'ENTRADA4 NAO ENCONTRADA. TRANSMISSAO '
                       'CONSIDERADA FALTANTE'
           ELSE
               PERFORM UNTIL FIM-ENTRADA
                   READ ENTRADA4
                       AT END
                           SET FIM-ENTRADA TO TRUE
                       NOT AT END
                           MOVE REG-IN4 TO WS-REG-ENTRADA
                           PERFORM 2800-CONTA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ENTRADA4
           END-IF.

       2800-CONTA-REGISTRO.
           IF WS-TRN-HDR-ESPERADO-TAB(WS-IDX-TRN) = 'S'
               EVALUATE TRUE
                   WHEN WS-REG-ENTRADA(1:2) = '00'
                       IF WS-TRN-HDR-LIDO-TAB(WS-IDX-TRN) = 'N'
                           MOVE WS-REG-ENTRADA(1:80)
                             TO REG-TRANS-HEADER
                           MOVE 'S' TO WS-TRN-HDR-LIDO-TAB(WS-IDX-TRN)
                           MOVE HDR-SISTEMA-ORIGEM
                             TO WS-TRN-SISTEMA-TAB(WS-IDX-TRN)
                           MOVE HDR-DATA-ARQUIVO
                             TO WS-TRN-DATA-ARQ-TAB(WS-IDX-TRN)
                       END-IF
                   WHEN WS-REG-ENTRADA(1:2) = '99'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-TRN-REGISTROS-TAB(WS-IDX-TRN)
               END-EVALUATE
           ELSE
               ADD 1 TO WS-TRN-REGISTROS-TAB(WS-IDX-TRN)
           END-IF.

       2900-DEFINE-SITUACAO.
           IF WS-TRN-SISTEMA-TAB(WS-IDX-TRN) = SPACES
               IF WS-TRN-ULT-SISTEMA-TAB(WS-IDX-TRN) NOT = SPACES
                   MOVE WS-TRN-ULT-SISTEMA-TAB(WS-IDX-TRN)
                     TO WS-TRN-SISTEMA-TAB(WS-IDX-TRN)
               ELSE
                   MOVE WS-TRN-ARQUIVO-TAB(WS-IDX-TRN)
                     TO WS-TRN-SISTEMA-TAB(WS-IDX-TRN)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-TRN-REGISTROS-TAB(WS-IDX-TRN) = ZERO AND
                    WS-TRN-HDR-LIDO-TAB(WS-IDX-TRN) = 'N'
                   MOVE 'F' TO WS-TRN-SITUACAO-TAB(WS-IDX-TRN)
                   ADD 1 TO WS-TRANS-FALTANTES
               WHEN WS-TRN-HDR-ESPERADO-TAB(WS-IDX-TRN) = 'S' AND
                    WS-TRN-HDR-LIDO-TAB(WS-IDX-TRN) = 'N'
                   MOVE 'S' TO WS-TRN-SITUACAO-TAB(WS-IDX-TRN)
               WHEN WS-TRN-HDR-LIDO-TAB(WS-IDX-TRN) = 'S' AND
                    WS-TRN-DATA-ARQ-TAB(WS-IDX-TRN) NOT = WS-DATA-HOJE
                   MOVE 'A' TO WS-TRN-SITUACAO-TAB(WS-IDX-TRN)
                   ADD 1 TO WS-TRANS-ATRASADAS
               WHEN OTHER
                   MOVE 'N' TO WS-TRN-SITUACAO-TAB(WS-IDX-TRN)
           END-EVALUATE

           DISPLAY 'CBLDB039 ' WS-TRN-ARQUIVO-TAB(WS-IDX-TRN)
                   ' SISTEMA ' WS-TRN-SISTEMA-TAB(WS-IDX-TRN)
                   ' REGISTROS ' WS-TRN-REGISTROS-TAB(WS-IDX-TRN)
                   ' SITUACAO ' WS-TRN-SITUACAO-TAB(WS-IDX-TRN).

       3000-PROCESSA-CRITICA.
           OPEN INPUT CRITICA

           IF WS-FS-CRIT NOT = '00'
               DISPLAY 'ERRO OPEN CRITICA. FILE STATUS=' WS-FS-CRIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIM-CRITICA
               READ CRITICA
                   AT END
                       SET FIM-CRITICA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CRIT-LIDAS
                       PERFORM 3100-ACUMULA-CRITICA
               END-READ
           END-PERFORM

           CLOSE CRITICA.

       3100-ACUMULA-CRITICA.
           MOVE CRIT-ARQUIVO TO WS-ARQUIVO-BUSCA
           PERFORM 3200-BUSCA-TRANSMISSAO

           IF NOT ITEM-ACHADO
               ADD 1 TO WS-CRIT-IGNORADAS
               DISPLAY 'CRITICA DE ARQUIVO DESCONHECIDO IGNORADA: '
                       CRIT-ARQUIVO
           ELSE
               IF CRIT-AVISO
                   ADD 1 TO WS-TRN-AVISOS-TAB(WS-IDX-TRN)
               ELSE
                   ADD 1 TO WS-TRN-ERROS-TAB(WS-IDX-TRN)
               END-IF
               MOVE CRIT-CAMPO TO WS-CAMPO-BUSCA
               PERFORM 3300-BUSCA-CAMPO
               IF NOT ITEM-ACHADO
                   PERFORM 3400-INSERE-CAMPO
               END-IF
               IF CRIT-AVISO
                   ADD 1 TO WS-CMP-AVISOS-TAB(WS-IDX-CMP)
               ELSE
                   ADD 1 TO WS-CMP-ERROS-TAB(WS-IDX-CMP)
               END-IF
           END-IF.

       3200-BUSCA-TRANSMISSAO.
           SET WS-IDX-TRN TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-TRN > 4
                         OR ITEM-ACHADO
               IF WS-TRN-ARQUIVO-TAB(WS-IDX-TRN) = WS-ARQUIVO-BUSCA
                   SET ITEM-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-TRN UP BY 1
               END-IF
           END-PERFORM.

       3300-BUSCA-CAMPO.
           SET WS-IDX-CMP TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-CMP > WS-CMP-QTDE
                         OR ITEM-ACHADO
               IF WS-CMP-ARQUIVO-TAB(WS-IDX-CMP) = WS-ARQUIVO-BUSCA
                  AND WS-CMP-CAMPO-TAB(WS-IDX-CMP) = WS-CAMPO-BUSCA
                   SET ITEM-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-CMP UP BY 1
               END-IF
           END-PERFORM.

       3400-INSERE-CAMPO.
           IF WS-CMP-QTDE < 500
               ADD 1 TO WS-CMP-QTDE
               SET WS-IDX-CMP TO WS-CMP-QTDE
               MOVE WS-ARQUIVO-BUSCA TO WS-CMP-ARQUIVO-TAB(WS-IDX-CMP)
               MOVE WS-CAMPO-BUSCA   TO WS-CMP-CAMPO-TAB(WS-IDX-CMP)
               MOVE ZERO TO WS-CMP-ERROS-TAB(WS-IDX-CMP)
                            WS-CMP-AVISOS-TAB(WS-IDX-CMP)
           ELSE
               DISPLAY 'TABELA DE CAMPOS CRITICADOS CHEIA. CRITICA '
                       'MAIOR QUE O ESPERADO'
               MOVE SPACES TO REG-EVENTO
               MOVE '3400-INSERE-CAMPO' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5003 TO EVT-CODIGO
               MOVE 'TABELA DE CAMPOS CHEIA - ABORTADO'
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       4000-GRAVA-QUALIDADE.
           SET WS-IDX-TRN TO 1
           PERFORM UNTIL WS-IDX-TRN > 4
               PERFORM 4100-GRAVA-TRANSMISSAO
               SET WS-IDX-TRN UP BY 1
           END-PERFORM

           SET WS-IDX-CMP TO 1
           PERFORM UNTIL WS-IDX-CMP > WS-CMP-QTDE
               PERFORM 4200-GRAVA-CAMPO
               SET WS-IDX-CMP UP BY 1
           END-PERFORM.

       4100-GRAVA-TRANSMISSAO.
           MOVE SPACES TO REG-QUALDIA
           MOVE WS-DATA-HOJE                    TO QLD-DATA
           MOVE WS-TRN-SISTEMA-TAB(WS-IDX-TRN)  TO QLD-SISTEMA
           MOVE WS-TRN-ARQUIVO-TAB(WS-IDX-TRN)  TO QLD-ARQUIVO
           SET QLD-TIPO-TRANSMISSAO TO TRUE
           MOVE WS-TRN-ERROS-TAB(WS-IDX-TRN)    TO QLD-QTD-ERROS
           MOVE WS-TRN-AVISOS-TAB(WS-IDX-TRN)   TO QLD-QTD-AVISOS
           MOVE WS-TRN-REGISTROS-TAB(WS-IDX-TRN)
             TO QLD-QTD-REGISTROS
           MOVE WS-TRN-SITUACAO-TAB(WS-IDX-TRN) TO QLD-SITUACAO
           MOVE WS-TRN-DATA-ARQ-TAB(WS-IDX-TRN) TO QLD-DATA-ARQUIVO
           PERFORM 6100-INCLUI-QUALHIS.

       4200-GRAVA-CAMPO.
           MOVE WS-CMP-ARQUIVO-TAB(WS-IDX-CMP) TO WS-ARQUIVO-BUSCA
           PERFORM 3200-BUSCA-TRANSMISSAO

           MOVE SPACES TO REG-QUALDIA
           MOVE WS-DATA-HOJE                   TO QLD-DATA
           MOVE WS-TRN-SISTEMA-TAB(WS-IDX-TRN) TO QLD-SISTEMA
           MOVE WS-CMP-ARQUIVO-TAB(WS-IDX-CMP) TO QLD-ARQUIVO
           SET QLD-TIPO-CAMPO TO TRUE
           MOVE WS-CMP-CAMPO-TAB(WS-IDX-CMP)   TO QLD-CAMPO
           MOVE WS-CMP-ERROS-TAB(WS-IDX-CMP)   TO QLD-QTD-ERROS
           MOVE WS-CMP-AVISOS-TAB(WS-IDX-CMP)  TO QLD-QTD-AVISOS
           MOVE ZERO                           TO QLD-QTD-REGISTROS
           PERFORM 6100-INCLUI-QUALHIS.

       6100-INCLUI-QUALHIS.
           WRITE REG-QUALDIA

           IF WS-FS-QLD NOT = '00'
               DISPLAY 'ERRO WRITE QUALHIS. FILE STATUS='
                       WS-FS-QLD ' CHAVE=' QLD-CHAVE
               PERFORM 9850-EVENTO-ERRO-QUALHIS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-QLD-INCLUIDOS
           ADD 1 TO WS-QLD-OCUPADOS.

       6200-EXCLUI-QUALHIS.
           DELETE QUALHIS

           IF WS-FS-QLD NOT = '00'
               DISPLAY 'ERRO DELETE QUALHIS. FILE STATUS='
                       WS-FS-QLD ' CHAVE=' QLD-CHAVE
               PERFORM 9850-EVENTO-ERRO-QUALHIS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-FECHA-QUALHIS.
           CLOSE QUALHIS

           IF WS-QLD-OCUPADOS > WS-LIMITE-ALERTA-CAP
               DISPLAY 'QUALHIS PROXIMO DA CAPACIDADE. REGISTROS: '
                       WS-QLD-OCUPADOS ' CAPACIDADE: '
                       WS-CAPACIDADE-QLD
               MOVE SPACES TO REG-EVENTO
               MOVE '8000-FECHA-QUALHIS' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 2005 TO EVT-CODIGO
               STRING 'QUALHIS PERTO DA CAPACIDADE: '
                      WS-QLD-OCUPADOS
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-FINALIZA.
           DISPLAY 'CBLDB039 CRITICAS LIDAS       = ' WS-CRIT-LIDAS
           DISPLAY 'CBLDB039 CRITICAS IGNORADAS   = '
                   WS-CRIT-IGNORADAS
           DISPLAY 'CBLDB039 CAMPOS ACUMULADOS    = ' WS-CMP-QTDE
           DISPLAY 'CBLDB039 TRANSM. ATRASADAS    = '
                   WS-TRANS-ATRASADAS
           DISPLAY 'CBLDB039 TRANSM. FALTANTES    = '
                   WS-TRANS-FALTANTES
           DISPLAY 'CBLDB039 HISTORICO LIDO       = ' WS-QLD-LIDOS
           DISPLAY 'CBLDB039 HISTORICO EXPURGADO  = '
                   WS-QLD-EXPURGADOS
           DISPLAY 'CBLDB039 MESMA DATA SUBSTITUI = '
                   WS-QLD-SUBSTITUIDOS
           DISPLAY 'CBLDB039 HISTORICO INCLUIDO   = '
                   WS-QLD-INCLUIDOS

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. CRITICAS: ' WS-CRIT-LIDAS
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB039'            TO EVT-PROGRAMA
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

       9850-EVENTO-ERRO-QUALHIS.
           MOVE SPACES TO REG-EVENTO
           MOVE '6000-QUALHIS' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5001 TO EVT-CODIGO
           MOVE QLD-ARQUIVO TO EVT-CHAVE
           STRING 'ERRO DE ARQUIVO QUALHIS. STATUS: ' WS-FS-QLD
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.
