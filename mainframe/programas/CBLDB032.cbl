       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB032.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAIDA2 ASSIGN TO SAIDA2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAI2.
           SELECT SAIDA3 ASSIGN TO SAIDA3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAI3.
           SELECT USODOC ASSIGN TO USODOC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-USO.
           SELECT VELCTL ASSIGN TO VELCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VCT.
           SELECT VELALRT ASSIGN TO VELALRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VAL.
           SELECT RELFRAUD ASSIGN TO RELFRAUD
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
       FD  SAIDA2
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       COPY CPYIN002.

       FD  SAIDA3
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYIN004.

       FD  USODOC
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYUSODC.

       FD  VELCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYVELCT.

       FD  VELALRT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYVELAL.

       FD  RELFRAUD
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
       01  WS-FS-SAI2                PIC X(02) VALUE SPACES.
       01  WS-FS-SAI3                PIC X(02) VALUE SPACES.
       01  WS-FS-USO                 PIC X(02) VALUE SPACES.
       01  WS-FS-VCT                 PIC X(02) VALUE SPACES.
       01  WS-FS-VAL                 PIC X(02) VALUE SPACES.
       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-FS-EVT                 PIC X(02) VALUE SPACES.
       01  WS-FS-DTC                 PIC X(02) VALUE SPACES.

       COPY CPYEVT01.

       01  WS-EVT-DATA-HORA          PIC X(21).

       01  WS-FLAGS.
           05 WS-EOF-SAI2            PIC X(01) VALUE 'N'.
              88 FIM-SAIDA2                     VALUE 'S'.
           05 WS-EOF-SAI3            PIC X(01) VALUE 'N'.
              88 FIM-SAIDA3                     VALUE 'S'.
           05 WS-EOF-USO             PIC X(01) VALUE 'N'.
              88 FIM-USODOC                     VALUE 'S'.
           05 WS-FLAG-USO-ACHADO     PIC X(01) VALUE 'N'.
              88 USO-ACHADO                     VALUE 'S'.
           05 WS-FLAG-IDT-ACHADO     PIC X(01) VALUE 'N'.
              88 IDENT-ACHADO                   VALUE 'S'.
           05 WS-FLAG-CHAVE-MARCADA  PIC X(01) VALUE 'N'.
              88 CHAVE-JA-MARCADA               VALUE 'S'.
           05 WS-FLAG-TROCOU         PIC X(01) VALUE 'N'.
              88 TROCOU-ALERTA                  VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE
                                     PIC 9(08).

       01  WS-DATA-NEGOCIO-CTL.
           05 WS-FLAG-DATA-NEG       PIC X(01) VALUE 'N'.
              88 DATA-NEGOCIO-ATIVA             VALUE 'S'.
           05 WS-DATA-NEGOCIO        PIC X(08) VALUE SPACES.

       01  WS-PARAMETROS.
           05 WS-DIAS-JANELA         PIC 9(03) VALUE 030.
           05 WS-LIMITE-DIA          PIC 9(03) VALUE 002.
           05 WS-LIMITE-JANELA       PIC 9(03) VALUE 003.

       01  WS-DIAS-HOJE              PIC 9(07) VALUE ZERO.
       01  WS-DIAS-CORTE             PIC 9(07) VALUE ZERO.
       01  WS-DATA-CORTE             PIC 9(08) VALUE ZERO.
       01  WS-DATA-CORTE-X REDEFINES WS-DATA-CORTE
                                     PIC X(08).

       01  WS-USO-ATUAL.
           05 WS-USO-TIPO-ATUAL      PIC X(01).
           05 WS-USO-IDENT-ATUAL     PIC X(14).
           05 WS-USO-CHAVE-ATUAL     PIC X(10).

       01  WS-CONTROLE.
           05 WS-LIDOS-SAI2          PIC 9(07) VALUE ZERO.
           05 WS-LIDOS-SAI3          PIC 9(07) VALUE ZERO.
           05 WS-SEM-IDENT           PIC 9(07) VALUE ZERO.
           05 WS-USO-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-USO-EXPIRADOS       PIC 9(07) VALUE ZERO.
           05 WS-USO-GRAVADOS        PIC 9(07) VALUE ZERO.
           05 WS-CHAVES-MARCADAS     PIC 9(07) VALUE ZERO.

       01  WS-TAB-USOS.
           05 WS-USO-QTDE            PIC 9(05) VALUE ZERO.
           05 WS-USO-TAB OCCURS 20000 TIMES
                         INDEXED BY WS-IDX-USO.
              10 WS-USO-CHAVE-TAB.
                 15 WS-USO-TIPO-TAB  PIC X(01).
                 15 WS-USO-IDENT-TAB PIC X(14).
                 15 WS-USO-CLI-TAB   PIC X(10).
              10 WS-USO-DATA-TAB     PIC X(08).
              10 WS-USO-IDT-TAB      PIC 9(05).

       01  WS-TAB-IDENTS.
           05 WS-IDT-QTDE            PIC 9(05) VALUE ZERO.
           05 WS-IDT-TAB OCCURS 20000 TIMES
                         INDEXED BY WS-IDX-IDT.
              10 WS-IDT-CHAVE-TAB.
                 15 WS-IDT-TIPO-TAB  PIC X(01).
                 15 WS-IDT-IDENT-TAB PIC X(14).
              10 WS-IDT-QTD-DIA-TAB  PIC 9(03).
              10 WS-IDT-QTD-JAN-TAB  PIC 9(03).

       01  WS-TAB-ALERTAS.
           05 WS-ALR-QTDE            PIC 9(05) VALUE ZERO.
           05 WS-ALR-TAB OCCURS 2000 TIMES
                         INDEXED BY WS-IDX-ALR WS-IDX-ALR2.
              10 WS-ALR-TIPO-TAB     PIC X(01).
              10 WS-ALR-IDENT-TAB    PIC X(14).
              10 WS-ALR-CHAVE-TAB    PIC X(10).
              10 WS-ALR-QTD-DIA-TAB  PIC 9(03).
              10 WS-ALR-QTD-JAN-TAB  PIC 9(03).
              10 WS-ALR-MOTIVO-TAB   PIC X(06).

       01  WS-ALR-TEMP               PIC X(37).
       01  WS-IDX-ORD                PIC 9(05) VALUE ZERO.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-ALERTA.
           05 WS-AL-TIPO             PIC X(11).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-AL-IDENT            PIC X(14).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-AL-CHAVE            PIC X(10).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-AL-QTD-DIA          PIC ZZ9.
           05 FILLER                 PIC X(07) VALUE SPACES.
           05 WS-AL-QTD-JAN          PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-AL-MOTIVO           PIC X(06).
           05 FILLER                 PIC X(66) VALUE SPACES.

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-USODOC
           PERFORM 3000-PROCESSA-DOCUMENTOS
           PERFORM 3500-PROCESSA-DISPOSITIVOS
           PERFORM 4000-CONTA-IDENTIFICADORES
           PERFORM 5000-AVALIA-VELOCIDADE
           PERFORM 6000-ORDENA-ALERTAS
           PERFORM 7000-GRAVA-SAIDAS
           PERFORM 8000-REGRAVA-USODOC
           PERFORM 9000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 1050-LE-DATA-NEGOCIO
           PERFORM 1100-LE-VELCTL

           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-R)
           COMPUTE WS-DIAS-CORTE = WS-DIAS-HOJE - WS-DIAS-JANELA + 1
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE)

           OPEN INPUT SAIDA2
                INPUT SAIDA3

           IF WS-FS-SAI2 NOT = '00'
               DISPLAY 'ERRO OPEN SAIDA2. FILE STATUS=' WS-FS-SAI2
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-SAI3 NOT = '00'
               DISPLAY 'ERRO OPEN SAIDA3. FILE STATUS=' WS-FS-SAI3
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT VELALRT
                OUTPUT RELFRAUD

           IF WS-FS-VAL NOT = '00'
               DISPLAY 'ERRO OPEN VELALRT. FILE STATUS=' WS-FS-VAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-REL NOT = '00'
               DISPLAY 'ERRO OPEN RELFRAUD. FILE STATUS=' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE 'ALERTAS DE VELOCIDADE DOCUMENTO/DISPOSITIVO - CBLDB032'
             TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'DATA DE REFERENCIA: ' WS-DATA-HOJE
                  '   JANELA: ' WS-DIAS-JANELA ' DIAS A PARTIR DE '
                  WS-DATA-CORTE-X
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'LIMITE DE CHAVES POR IDENTIFICADOR - DIA: '
                  WS-LIMITE-DIA '   JANELA: ' WS-LIMITE-JANELA
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

       1100-LE-VELCTL.
           OPEN INPUT VELCTL

           IF WS-FS-VCT NOT = '00'
               DISPLAY 'VELCTL NAO ENCONTRADO. USANDO LIMITES DEFAULT'
           ELSE
               READ VELCTL
                   AT END
                       DISPLAY 'VELCTL VAZIO. USANDO LIMITES DEFAULT'
                   NOT AT END
                       IF VCT-DIAS-JANELA IS NUMERIC AND
                          VCT-DIAS-JANELA > ZERO
                           MOVE VCT-DIAS-JANELA TO WS-DIAS-JANELA
                       END-IF
                       IF VCT-LIMITE-DIA IS NUMERIC AND
                          VCT-LIMITE-DIA > ZERO
                           MOVE VCT-LIMITE-DIA TO WS-LIMITE-DIA
                       END-IF
                       IF VCT-LIMITE-JANELA IS NUMERIC AND
                          VCT-LIMITE-JANELA > ZERO
                           MOVE VCT-LIMITE-JANELA TO WS-LIMITE-JANELA
                       END-IF
               END-READ
               CLOSE VELCTL
           END-IF.

       2000-CARREGA-USODOC.
           OPEN INPUT USODOC

           IF WS-FS-USO NOT = '00'
               DISPLAY 'USODOC NAO ENCONTRADO. INICIANDO JANELA VAZIA'
           ELSE
               PERFORM UNTIL FIM-USODOC
                   READ USODOC
                       AT END
                           SET FIM-USODOC TO TRUE
                       NOT AT END
                           ADD 1 TO WS-USO-LIDOS
                           PERFORM 2100-TRATA-USODOC
                   END-READ
               END-PERFORM
               CLOSE USODOC
           END-IF.

       2100-TRATA-USODOC.
           IF USO-DATA < WS-DATA-CORTE-X OR
              USO-DATA > WS-DATA-HOJE
               ADD 1 TO WS-USO-EXPIRADOS
           ELSE
               MOVE USO-TIPO  TO WS-USO-TIPO-ATUAL
               MOVE USO-IDENT TO WS-USO-IDENT-ATUAL
               MOVE USO-CHAVE TO WS-USO-CHAVE-ATUAL
               PERFORM 2900-INCLUI-USO
               IF USO-DATA > WS-USO-DATA-TAB(WS-IDX-USO)
                   MOVE USO-DATA TO WS-USO-DATA-TAB(WS-IDX-USO)
               END-IF
           END-IF.

       2900-INCLUI-USO.
           MOVE 'N' TO WS-FLAG-USO-ACHADO
           SET WS-IDX-USO TO 1
           PERFORM UNTIL WS-IDX-USO > WS-USO-QTDE OR USO-ACHADO
               IF WS-USO-CHAVE-TAB(WS-IDX-USO) = WS-USO-ATUAL
                   SET USO-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-USO UP BY 1
               END-IF
           END-PERFORM

           IF NOT USO-ACHADO
               IF WS-USO-QTDE >= 20000
                   DISPLAY 'TABELA DE USOS CHEIA. CHAVE '
                           WS-USO-CHAVE-ATUAL
                   MOVE SPACES TO REG-EVENTO
                   MOVE '2900-INCLUI-USO' TO EVT-PARAGRAFO
                   MOVE 'E'  TO EVT-SEVERIDADE
                   MOVE 5003 TO EVT-CODIGO
                   MOVE WS-USO-CHAVE-ATUAL TO EVT-CHAVE
                   MOVE 'TABELA DE USOS CHEIA - ABORTADO'
                     TO EVT-TEXTO
                   PERFORM 9800-GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-USO-QTDE
               SET WS-IDX-USO TO WS-USO-QTDE
               MOVE WS-USO-ATUAL TO WS-USO-CHAVE-TAB(WS-IDX-USO)
               MOVE LOW-VALUES   TO WS-USO-DATA-TAB(WS-IDX-USO)
               MOVE ZERO         TO WS-USO-IDT-TAB(WS-IDX-USO)
           END-IF.

       3000-PROCESSA-DOCUMENTOS.
           PERFORM UNTIL FIM-SAIDA2
               READ SAIDA2
                   AT END
                       SET FIM-SAIDA2 TO TRUE
                   NOT AT END
                       IF REG-IN2(1:2) NOT = '00' AND
                          REG-IN2(1:2) NOT = '99'
                           ADD 1 TO WS-LIDOS-SAI2
                           PERFORM 3100-REGISTRA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       3100-REGISTRA-DOCUMENTO.
           IF IN2-DOCUMENTO = SPACES
               ADD 1 TO WS-SEM-IDENT
           ELSE
               MOVE 'D'           TO WS-USO-TIPO-ATUAL
               MOVE IN2-DOCUMENTO TO WS-USO-IDENT-ATUAL
               MOVE IN2-CHAVE     TO WS-USO-CHAVE-ATUAL
               PERFORM 2900-INCLUI-USO
               MOVE WS-DATA-HOJE TO WS-USO-DATA-TAB(WS-IDX-USO)
           END-IF.

       3500-PROCESSA-DISPOSITIVOS.
           PERFORM UNTIL FIM-SAIDA3
               READ SAIDA3
                   AT END
                       SET FIM-SAIDA3 TO TRUE
                   NOT AT END
                       IF REG-IN4(1:2) NOT = '00' AND
                          REG-IN4(1:2) NOT = '99'
                           ADD 1 TO WS-LIDOS-SAI3
                           PERFORM 3600-REGISTRA-DISPOSITIVO
                       END-IF
               END-READ
           END-PERFORM.

       3600-REGISTRA-DISPOSITIVO.
           IF IN4-DISPOSITIVO = SPACES
               ADD 1 TO WS-SEM-IDENT
           ELSE
               MOVE 'V'             TO WS-USO-TIPO-ATUAL
               MOVE IN4-DISPOSITIVO TO WS-USO-IDENT-ATUAL
               MOVE IN4-CHAVE       TO WS-USO-CHAVE-ATUAL
               PERFORM 2900-INCLUI-USO
               MOVE WS-DATA-HOJE TO WS-USO-DATA-TAB(WS-IDX-USO)
           END-IF.

       4000-CONTA-IDENTIFICADORES.
           SET WS-IDX-USO TO 1
           PERFORM UNTIL WS-IDX-USO > WS-USO-QTDE
               PERFORM 4100-ACUMULA-IDENTIFICADOR
               SET WS-IDX-USO UP BY 1
           END-PERFORM.

       4100-ACUMULA-IDENTIFICADOR.
           MOVE 'N' TO WS-FLAG-IDT-ACHADO
           SET WS-IDX-IDT TO 1
           PERFORM UNTIL WS-IDX-IDT > WS-IDT-QTDE OR IDENT-ACHADO
               IF WS-IDT-CHAVE-TAB(WS-IDX-IDT) =
                  WS-USO-CHAVE-TAB(WS-IDX-USO)(1:15)
                   SET IDENT-ACHADO TO TRUE
               ELSE
                   SET WS-IDX-IDT UP BY 1
               END-IF
           END-PERFORM

           IF NOT IDENT-ACHADO
               ADD 1 TO WS-IDT-QTDE
               SET WS-IDX-IDT TO WS-IDT-QTDE
               MOVE WS-USO-CHAVE-TAB(WS-IDX-USO)(1:15)
                 TO WS-IDT-CHAVE-TAB(WS-IDX-IDT)
               MOVE ZERO TO WS-IDT-QTD-DIA-TAB(WS-IDX-IDT)
                            WS-IDT-QTD-JAN-TAB(WS-IDX-IDT)
           END-IF

           SET WS-USO-IDT-TAB(WS-IDX-USO) TO WS-IDX-IDT

           IF WS-IDT-QTD-JAN-TAB(WS-IDX-IDT) < 999
               ADD 1 TO WS-IDT-QTD-JAN-TAB(WS-IDX-IDT)
           END-IF

           IF WS-USO-DATA-TAB(WS-IDX-USO) = WS-DATA-HOJE AND
              WS-IDT-QTD-DIA-TAB(WS-IDX-IDT) < 999
               ADD 1 TO WS-IDT-QTD-DIA-TAB(WS-IDX-IDT)
           END-IF.

       5000-AVALIA-VELOCIDADE.
           SET WS-IDX-USO TO 1
           PERFORM UNTIL WS-IDX-USO > WS-USO-QTDE
               IF WS-USO-DATA-TAB(WS-IDX-USO) = WS-DATA-HOJE
                   PERFORM 5100-VERIFICA-LIMITES
               END-IF
               SET WS-IDX-USO UP BY 1
           END-PERFORM.

       5100-VERIFICA-LIMITES.
           SET WS-IDX-IDT TO WS-USO-IDT-TAB(WS-IDX-USO)

           IF WS-IDT-QTD-DIA-TAB(WS-IDX-IDT) > WS-LIMITE-DIA OR
              WS-IDT-QTD-JAN-TAB(WS-IDX-IDT) > WS-LIMITE-JANELA
               IF WS-ALR-QTDE >= 2000
                   DISPLAY 'TABELA DE ALERTAS CHEIA. CHAVE '
                           WS-USO-CLI-TAB(WS-IDX-USO)
                   MOVE SPACES TO REG-EVENTO
                   MOVE '5100-VERIFICA-LIMITES' TO EVT-PARAGRAFO
                   MOVE 'E'  TO EVT-SEVERIDADE
                   MOVE 5003 TO EVT-CODIGO
                   MOVE WS-USO-CLI-TAB(WS-IDX-USO) TO EVT-CHAVE
                   MOVE 'TABELA DE ALERTAS CHEIA - ABORTADO'
                     TO EVT-TEXTO
                   PERFORM 9800-GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               ADD 1 TO WS-ALR-QTDE
               SET WS-IDX-ALR TO WS-ALR-QTDE
               MOVE WS-USO-TIPO-TAB(WS-IDX-USO)
                 TO WS-ALR-TIPO-TAB(WS-IDX-ALR)
               MOVE WS-USO-IDENT-TAB(WS-IDX-USO)
                 TO WS-ALR-IDENT-TAB(WS-IDX-ALR)
               MOVE WS-USO-CLI-TAB(WS-IDX-USO)
                 TO WS-ALR-CHAVE-TAB(WS-IDX-ALR)
               MOVE WS-IDT-QTD-DIA-TAB(WS-IDX-IDT)
                 TO WS-ALR-QTD-DIA-TAB(WS-IDX-ALR)
               MOVE WS-IDT-QTD-JAN-TAB(WS-IDX-IDT)
                 TO WS-ALR-QTD-JAN-TAB(WS-IDX-ALR)

               EVALUATE TRUE
                   WHEN WS-IDT-QTD-DIA-TAB(WS-IDX-IDT) > WS-LIMITE-DIA
                    AND WS-IDT-QTD-JAN-TAB(WS-IDX-IDT) >
                        WS-LIMITE-JANELA
                       MOVE 'AMBOS '  TO WS-ALR-MOTIVO-TAB(WS-IDX-ALR)
                   WHEN WS-IDT-QTD-DIA-TAB(WS-IDX-IDT) > WS-LIMITE-DIA
                       MOVE 'DIA   '  TO WS-ALR-MOTIVO-TAB(WS-IDX-ALR)
                   WHEN OTHER
                       MOVE 'JANELA'  TO WS-ALR-MOTIVO-TAB(WS-IDX-ALR)
               END-EVALUATE
           END-IF.

       6000-ORDENA-ALERTAS.
           SET TROCOU-ALERTA TO TRUE
           PERFORM UNTIL NOT TROCOU-ALERTA
               MOVE 'N' TO WS-FLAG-TROCOU
               MOVE 1 TO WS-IDX-ORD
               PERFORM 6010-PASSA-TABELA
                   WS-ALR-QTDE TIMES
           END-PERFORM.

       6010-PASSA-TABELA.
           IF WS-IDX-ORD < WS-ALR-QTDE
               SET WS-IDX-ALR TO WS-IDX-ORD
               IF WS-ALR-TAB(WS-IDX-ALR)(1:25) >
                  WS-ALR-TAB(WS-IDX-ALR + 1)(1:25)
                   MOVE WS-ALR-TAB(WS-IDX-ALR)     TO WS-ALR-TEMP
                   MOVE WS-ALR-TAB(WS-IDX-ALR + 1)
                     TO WS-ALR-TAB(WS-IDX-ALR)
                   MOVE WS-ALR-TEMP
                     TO WS-ALR-TAB(WS-IDX-ALR + 1)
                   SET TROCOU-ALERTA TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-IDX-ORD.

       7000-GRAVA-SAIDAS.
           MOVE SPACES TO WS-LINHA
           MOVE 'TIPO         IDENTIFICADOR   CHAVE       QTD DIA'
             TO WS-LINHA
           MOVE 'QTD JAN   MOTIVO' TO WS-LINHA(53:16)
           WRITE REG-REL FROM WS-LINHA

           SET WS-IDX-ALR TO 1
           PERFORM UNTIL WS-IDX-ALR > WS-ALR-QTDE
               PERFORM 7100-GRAVA-ALERTA
               SET WS-IDX-ALR UP BY 1
           END-PERFORM

           IF WS-ALR-QTDE = ZERO
               MOVE SPACES TO WS-LINHA
               MOVE '   NENHUM IDENTIFICADOR ACIMA DOS LIMITES'
                 TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       7100-GRAVA-ALERTA.
           IF WS-ALR-TIPO-TAB(WS-IDX-ALR) = 'D'
               MOVE 'DOCUMENTO  '  TO WS-AL-TIPO
           ELSE
               MOVE 'DISPOSITIVO'  TO WS-AL-TIPO
           END-IF
           MOVE WS-ALR-IDENT-TAB(WS-IDX-ALR)   TO WS-AL-IDENT
           MOVE WS-ALR-CHAVE-TAB(WS-IDX-ALR)   TO WS-AL-CHAVE
           MOVE WS-ALR-QTD-DIA-TAB(WS-IDX-ALR) TO WS-AL-QTD-DIA
           MOVE WS-ALR-QTD-JAN-TAB(WS-IDX-ALR) TO WS-AL-QTD-JAN
           MOVE WS-ALR-MOTIVO-TAB(WS-IDX-ALR)  TO WS-AL-MOTIVO
           WRITE REG-REL FROM WS-LINHA-ALERTA

           MOVE 'N' TO WS-FLAG-CHAVE-MARCADA
           SET WS-IDX-ALR2 TO 1
           PERFORM UNTIL WS-IDX-ALR2 >= WS-IDX-ALR OR CHAVE-JA-MARCADA
               IF WS-ALR-CHAVE-TAB(WS-IDX-ALR2) =
                  WS-ALR-CHAVE-TAB(WS-IDX-ALR)
                   SET CHAVE-JA-MARCADA TO TRUE
               ELSE
                   SET WS-IDX-ALR2 UP BY 1
               END-IF
           END-PERFORM

           IF NOT CHAVE-JA-MARCADA
               MOVE SPACES TO REG-VELALRT
               MOVE WS-ALR-CHAVE-TAB(WS-IDX-ALR)   TO VAL-CHAVE
               MOVE WS-DATA-HOJE                   TO VAL-DATA
               MOVE WS-ALR-TIPO-TAB(WS-IDX-ALR)    TO VAL-TIPO
               MOVE WS-ALR-IDENT-TAB(WS-IDX-ALR)   TO VAL-IDENT
               MOVE WS-ALR-QTD-DIA-TAB(WS-IDX-ALR) TO VAL-QTD-DIA
               MOVE WS-ALR-QTD-JAN-TAB(WS-IDX-ALR) TO VAL-QTD-JANELA
               WRITE REG-VELALRT
               ADD 1 TO WS-CHAVES-MARCADAS
           END-IF.

       8000-REGRAVA-USODOC.
           OPEN OUTPUT USODOC

           IF WS-FS-USO NOT = '00'
               DISPLAY 'ERRO OPEN USODOC. FILE STATUS=' WS-FS-USO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SET WS-IDX-USO TO 1
           PERFORM UNTIL WS-IDX-USO > WS-USO-QTDE
               MOVE SPACES TO REG-USODOC
               MOVE WS-USO-TIPO-TAB(WS-IDX-USO)  TO USO-TIPO
               MOVE WS-USO-IDENT-TAB(WS-IDX-USO) TO USO-IDENT
               MOVE WS-USO-CLI-TAB(WS-IDX-USO)   TO USO-CHAVE
               MOVE WS-USO-DATA-TAB(WS-IDX-USO)  TO USO-DATA
               WRITE REG-USODOC
               ADD 1 TO WS-USO-GRAVADOS
               SET WS-IDX-USO UP BY 1
           END-PERFORM

           CLOSE USODOC.

       9000-FINALIZA.
           MOVE 'DOCUMENTOS LIDOS (SAIDA2)'  TO WS-LINHA-ROTULO
           MOVE WS-LIDOS-SAI2                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'DISPOSITIVOS LIDOS (SAIDA3)' TO WS-LINHA-ROTULO
           MOVE WS-LIDOS-SAI3                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'SEM IDENTIFICADOR'          TO WS-LINHA-ROTULO
           MOVE WS-SEM-IDENT                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'USOS EXPIRADOS DA JANELA'   TO WS-LINHA-ROTULO
           MOVE WS-USO-EXPIRADOS             TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'USOS MANTIDOS NA JANELA'    TO WS-LINHA-ROTULO
           MOVE WS-USO-GRAVADOS              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'IDENTIFICADORES DISTINTOS'  TO WS-LINHA-ROTULO
           MOVE WS-IDT-QTDE                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'OCORRENCIAS DE ALERTA'      TO WS-LINHA-ROTULO
           MOVE WS-ALR-QTDE                  TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CHAVES MARCADAS P/ ANALISE' TO WS-LINHA-ROTULO
           MOVE WS-CHAVES-MARCADAS           TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           CLOSE SAIDA2
                 SAIDA3
                 VELALRT
                 RELFRAUD

           DISPLAY 'CBLDB032 DOCUMENTOS LIDOS     = ' WS-LIDOS-SAI2
           DISPLAY 'CBLDB032 DISPOSITIVOS LIDOS   = ' WS-LIDOS-SAI3
           DISPLAY 'CBLDB032 USOS NA JANELA       = ' WS-USO-GRAVADOS
           DISPLAY 'CBLDB032 CHAVES MARCADAS      = '
                   WS-CHAVES-MARCADAS

           IF WS-CHAVES-MARCADAS > ZERO
               MOVE SPACES TO REG-EVENTO
               MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 3004 TO EVT-CODIGO
               STRING 'ALERTAS DE VELOCIDADE. CHAVES: '
                      WS-CHAVES-MARCADAS
                   DELIMITED BY SIZE INTO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. MARCADAS: ' WS-CHAVES-MARCADAS
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB032'            TO EVT-PROGRAMA
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
