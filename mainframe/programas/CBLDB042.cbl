       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB042.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVCHV ASSIGN TO CONVCHV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CNV.
           SELECT HISTMST ASSIGN TO HISTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.
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
           SELECT HISTARQ ASSIGN TO HISTARQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HAR.
           SELECT DISPO ASSIGN TO DISPO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DIS.
           SELECT CNVW080 ASSIGN TO CNVW080
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-W080.
           SELECT CNVIMG ASSIGN TO CNVIMG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IMG.
           SELECT RELCONV ASSIGN TO RELCONV
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
       FD  CONVCHV
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYCONV1.

       FD  HISTMST
           RECORD CONTAINS 250 CHARACTERS.
       COPY CPYHIST1.

       FD  TENTCTL
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYTENT1.

       FD  PENDCTL
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYPEND1.

       FD  HISTARQ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYHARQ1.

       FD  DISPO
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYDISPO.

       FD  CNVW080
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-W080                   PIC X(80).

       FD  CNVIMG
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       COPY CPYCNVIM.

       FD  RELCONV
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
       01  WS-FS-CNV                 PIC X(02) VALUE SPACES.
       01  WS-FS-HIST                PIC X(02) VALUE SPACES.
       01  WS-FS-TENT                PIC X(02) VALUE SPACES.
       01  WS-FS-PEN                 PIC X(02) VALUE SPACES.
       01  WS-FS-HAR                 PIC X(02) VALUE SPACES.
       01  WS-FS-DIS                 PIC X(02) VALUE SPACES.
       01  WS-FS-W080                PIC X(02) VALUE SPACES.
       01  WS-FS-IMG                 PIC X(02) VALUE SPACES.
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
           05 WS-EOF-CNV             PIC X(01) VALUE 'N'.
              88 FIM-CONVCHV                    VALUE 'S'.
           05 WS-EOF-ATIVO           PIC X(01) VALUE 'N'.
              88 FIM-ATIVO                      VALUE 'S'.
           05 WS-EOF-WRK             PIC X(01) VALUE 'N'.
              88 FIM-WRK                        VALUE 'S'.
           05 WS-FLAG-ACHADO         PIC X(01) VALUE 'N'.
              88 CONVERSAO-ACHADA               VALUE 'S'.
           05 WS-FLAG-CADEIA         PIC X(01) VALUE 'N'.
              88 FIM-CADEIA                     VALUE 'S'.
           05 WS-FLAG-CURSOR         PIC X(01) VALUE 'N'.
              88 CURSOR-ESGOTADO                VALUE 'S'.
           05 WS-FLAG-TROCA          PIC X(01) VALUE 'N'.
              88 TROCOU-REGISTRO                VALUE 'S'.
           05 WS-FLAG-IMG            PIC X(01) VALUE 'N'.
              88 IMAGENS-ABERTAS                VALUE 'S'.

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-SQLCODE                PIC S9(09) VALUE ZERO.
       01  WS-ARQ-ERRO               PIC X(08) VALUE SPACES.
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.
       01  WS-CHAVE-BUSCA            PIC X(10) VALUE SPACES.
       01  WS-CHAVE-FINAL            PIC X(10) VALUE SPACES.
       01  WS-SALTOS                 PIC 9(03) VALUE ZERO.
       01  WS-SUB-HIST               PIC 9(02) VALUE ZERO.
       01  WS-IDX-ORD                PIC 9(02) VALUE ZERO.
       01  WS-QTD-ORDENA             PIC 9(02) VALUE ZERO.
       01  WS-SUB-EXC                PIC 9(04) VALUE ZERO.

       01  WS-DB2-CHAVE-ANTIGA       PIC X(10) VALUE SPACES.
       01  WS-DB2-CHAVE-NOVA         PIC X(10) VALUE SPACES.
       01  WS-DB2-QTD                PIC S9(09) COMP VALUE ZERO.
       01  WS-DB2-MOVIDAS            PIC 9(07) VALUE ZERO.

       01  WS-IMG-ARQUIVO            PIC X(14) VALUE SPACES.
       01  WS-IMG-TIPO               PIC X(01) VALUE SPACES.
       01  WS-IMG-TAMANHO            PIC 9(03) VALUE ZERO.
       01  WS-IMG-DADOS              PIC X(250) VALUE SPACES.

       01  WS-HIST-ANTIGO.
           05 WS-HANT-CHAVE          PIC X(10).
           05 WS-HANT-QTD-EXEC       PIC 9(02).
           05 WS-HANT-ENTRADA OCCURS 5 TIMES.
              10 WS-HANT-DATA-EXEC   PIC X(08).
              10 FILLER              PIC X(26).
           05 WS-HANT-ULT-DETALHE    PIC X(59).
           05 FILLER                 PIC X(09).

       01  WS-TENT-ANTIGA.
           05 WS-TANT-CHAVE          PIC X(10).
           05 WS-TANT-QTD            PIC 9(02).
           05 WS-TANT-DATA-ULT       PIC X(08).
           05 FILLER                 PIC X(60).

       01  WS-PEND-ANTIGO.
           05 WS-PANT-CHAVE          PIC X(10).
           05 WS-PANT-DATA-EXTRACAO  PIC X(08).
           05 FILLER                 PIC X(62).

       01  WS-TAB-MESCLA.
           05 WS-MSC-QTDE            PIC 9(02) VALUE ZERO.
           05 WS-MSC-TAB OCCURS 10 TIMES
                         INDEXED BY WS-IDX-MSC.
              10 WS-MSC-ENTRADA-TAB.
                 15 WS-MSC-DATA-TAB      PIC X(08).
                 15 WS-MSC-DECISAO-TAB   PIC X(08).
                 15 WS-MSC-SCORE-TAB     PIC 9(08)V99.
                 15 WS-MSC-CATEGORIA-TAB PIC X(03).
                 15 WS-MSC-PERC-TAB      PIC 9(03)V99.
       01  WS-MSC-TEMP               PIC X(34).

       01  WS-TAB-EXCEDENTES.
           05 WS-EXC-QTDE            PIC 9(04) VALUE ZERO.
           05 WS-EXC-TAB OCCURS 1000 TIMES
                         INDEXED BY WS-IDX-EXC.
              10 WS-EXC-CHAVE-TAB        PIC X(10).
              10 WS-EXC-CONVERSAO-TAB    PIC 9(03).
              10 WS-EXC-ENTRADA-TAB.
                 15 WS-EXC-DATA-TAB      PIC X(08).
                 15 WS-EXC-DECISAO-TAB   PIC X(08).
                 15 WS-EXC-SCORE-TAB     PIC 9(08)V99.
                 15 WS-EXC-CATEGORIA-TAB PIC X(03).
                 15 WS-EXC-PERC-TAB      PIC 9(03)V99.

       01  WS-CONTROLE.
           05 WS-CNV-LIDOS           PIC 9(07) VALUE ZERO.
           05 WS-CNV-INVALIDOS       PIC 9(07) VALUE ZERO.
           05 WS-CNV-CICLOS          PIC 9(07) VALUE ZERO.
           05 WS-HIST-MOVIDOS        PIC 9(07) VALUE ZERO.
           05 WS-HIST-MESCLADOS      PIC 9(07) VALUE ZERO.
           05 WS-TENT-CONVERTIDOS    PIC 9(07) VALUE ZERO.
           05 WS-PEND-CONVERTIDOS    PIC 9(07) VALUE ZERO.
           05 WS-HARQ-LIDOS          PIC 9(07) VALUE ZERO.
           05 WS-HARQ-CONVERTIDOS    PIC 9(07) VALUE ZERO.
           05 WS-HARQ-INCLUIDOS      PIC 9(07) VALUE ZERO.
           05 WS-DISPO-LIDOS         PIC 9(07) VALUE ZERO.
           05 WS-DISPO-CONVERTIDOS   PIC 9(07) VALUE ZERO.
           05 WS-DEC-CONVERTIDAS     PIC 9(07) VALUE ZERO.
           05 WS-DEC-CONFLITOS       PIC 9(07) VALUE ZERO.
           05 WS-IMAGENS-GRAVADAS    PIC 9(07) VALUE ZERO.
           05 WS-ARQ-NAO-PROCESSADOS PIC 9(07) VALUE ZERO.

       01  WS-TAB-CONVERSAO.
           05 WS-CNV-QTDE            PIC 9(03) VALUE ZERO.
           05 WS-CNV-TAB OCCURS 200 TIMES
                         INDEXED BY WS-IDX-CNV WS-IDX-CNV2.
              10 WS-CNV-ANTIGA-TAB   PIC X(10).
              10 WS-CNV-NOVA-TAB     PIC X(10).
              10 WS-CNV-FINAL-TAB    PIC X(10).
              10 WS-CNV-TIPO-TAB     PIC X(01).
              10 WS-CNV-SITUACAO-TAB PIC X(01).
                 88 CNV-VALIDA                  VALUE 'V'.
                 88 CNV-CICLICA                 VALUE 'C'.
              10 WS-CNV-ACAO-TAB     PIC X(01) OCCURS 3 TIMES.
              10 WS-CNV-QTD-TAB      PIC 9(07) OCCURS 4 TIMES.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-DET.
           05 WS-LINHA-ROTULO        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LINHA-QTDE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(89) VALUE SPACES.

       01  WS-CAB-CONVERSAO.
           05 FILLER                 PIC X(12) VALUE 'ANTIGA'.
           05 FILLER                 PIC X(12) VALUE 'NOVA'.
           05 FILLER                 PIC X(12) VALUE 'CHAVE FINAL'.
           05 FILLER                 PIC X(03) VALUE 'T'.
           05 FILLER                 PIC X(10) VALUE 'HISTMST'.
           05 FILLER                 PIC X(10) VALUE 'TENTCTL'.
           05 FILLER                 PIC X(10) VALUE 'PENDCTL'.
           05 FILLER                 PIC X(09) VALUE '  HISTARQ'.
           05 FILLER                 PIC X(09) VALUE '    DISPO'.
           05 FILLER                 PIC X(09) VALUE ' DECISOES'.
           05 FILLER                 PIC X(09) VALUE ' CONFLITO'.
           05 FILLER                 PIC X(27) VALUE SPACES.

       01  WS-LINHA-CONVERSAO.
           05 WS-LC-ANTIGA           PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-NOVA             PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-FINAL            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-TIPO             PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-HIST             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-TENT             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-PEND             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-HARQ             PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-DISPO            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-DEC              PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LC-CONFLITO         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(27) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE DCLTB002
           END-EXEC.

           EXEC SQL
               DECLARE CSR-DECISOES CURSOR FOR
               SELECT A.DATA_NEGOCIO,
                      A.CHAVE_CLIENTE,
                      A.ORIGEM,
                      A.SCORE,
                      A.SCORE_VALOR,
                      A.SCORE_QTDE,
                      A.SCORE_IDADE,
                      A.SCORE_CANAL,
                      A.DECISAO,
                      A.CATEGORIA_FINAL,
                      A.REGRA_ID,
                      A.VALOR_AJUSTADO,
                      A.CANAL_DESTINO,
                      A.TIPO_MOVTO
                 FROM APPDB.DECISAO_DIARIA A
                WHERE A.CHAVE_CLIENTE = :WS-DB2-CHAVE-ANTIGA
                  AND NOT EXISTS
                      (SELECT 1
                         FROM APPDB.DECISAO_DIARIA B
                        WHERE B.CHAVE_CLIENTE = :WS-DB2-CHAVE-NOVA
                          AND B.DATA_NEGOCIO  = A.DATA_NEGOCIO)
                ORDER BY A.DATA_NEGOCIO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 1100-CARREGA-CONVERSOES
           PERFORM 1200-RESOLVE-CADEIAS
           PERFORM 2000-CONVERTE-DECISOES
           PERFORM 3000-CONVERTE-HISTMST
           PERFORM 3600-CONVERTE-TENTCTL
           PERFORM 3800-CONVERTE-PENDCTL
           PERFORM 4000-CONVERTE-HISTARQ
           PERFORM 4500-CONVERTE-DISPO
           PERFORM 5000-IMPRIME-RELATORIO
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

           OPEN OUTPUT CNVIMG

           IF WS-FS-IMG NOT = '00'
               DISPLAY 'ERRO OPEN CNVIMG. FILE STATUS=' WS-FS-IMG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SET IMAGENS-ABERTAS TO TRUE

           MOVE SPACES TO WS-LINHA
           MOVE 'CONVERSAO DE CHAVES DE CLIENTE - CBLDB042'
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

       1100-CARREGA-CONVERSOES.
           OPEN INPUT CONVCHV

           IF WS-FS-CNV NOT = '00'
               DISPLAY 'ERRO OPEN CONVCHV. FILE STATUS=' WS-FS-CNV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIM-CONVCHV
               READ CONVCHV
                   AT END
                       SET FIM-CONVCHV TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNV-LIDOS
                       PERFORM 1110-TRATA-CONVERSAO
               END-READ
           END-PERFORM

           CLOSE CONVCHV

           DISPLAY 'CBLDB042 CONVERSOES CARREGADAS = ' WS-CNV-QTDE.

       1110-TRATA-CONVERSAO.
           MOVE CNV-CHAVE-ANTIGA TO WS-CHAVE-BUSCA
           PERFORM 7110-BUSCA-QUALQUER

           EVALUATE TRUE
               WHEN CNV-CHAVE-ANTIGA = SPACES OR
                    CNV-CHAVE-NOVA = SPACES
                   MOVE 'CONVERSAO COM CHAVE EM BRANCO IGNORADA: '
                     TO WS-LINHA
                   PERFORM 1130-REJEITA-CONVERSAO
               WHEN CNV-CHAVE-ANTIGA = CNV-CHAVE-NOVA
                   MOVE 'CONVERSAO PARA A MESMA CHAVE IGNORADA: '
                     TO WS-LINHA
                   PERFORM 1130-REJEITA-CONVERSAO
               WHEN NOT CNV-TIPO-FUSAO AND NOT CNV-TIPO-RENUMERACAO
                   MOVE 'CONVERSAO COM TIPO INVALIDO IGNORADA: '
                     TO WS-LINHA
                   PERFORM 1130-REJEITA-CONVERSAO
               WHEN CONVERSAO-ACHADA
                   MOVE 'CHAVE ANTIGA EM DUPLICIDADE IGNORADA: '
                     TO WS-LINHA
                   PERFORM 1130-REJEITA-CONVERSAO
               WHEN OTHER
                   PERFORM 1120-INSERE-CONVERSAO
           END-EVALUATE.

       1120-INSERE-CONVERSAO.
           IF WS-CNV-QTDE < 200
               ADD 1 TO WS-CNV-QTDE
               SET WS-IDX-CNV TO WS-CNV-QTDE
               INITIALIZE WS-CNV-TAB(WS-IDX-CNV)
               MOVE CNV-CHAVE-ANTIGA TO WS-CNV-ANTIGA-TAB(WS-IDX-CNV)
               MOVE CNV-CHAVE-NOVA   TO WS-CNV-NOVA-TAB(WS-IDX-CNV)
                                        WS-CNV-FINAL-TAB(WS-IDX-CNV)
               MOVE CNV-TIPO         TO WS-CNV-TIPO-TAB(WS-IDX-CNV)
               SET CNV-VALIDA(WS-IDX-CNV) TO TRUE
           ELSE
               DISPLAY 'TABELA DE CONVERSOES CHEIA. CONVCHV MAIOR QUE '
                       'O ESPERADO'
               MOVE SPACES TO REG-EVENTO
               MOVE '1120-INSERE-CONVERSAO' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5003 TO EVT-CODIGO
               MOVE 'TABELA DE CONVERSOES CHEIA - ABORTADO'
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1130-REJEITA-CONVERSAO.
           ADD 1 TO WS-CNV-INVALIDOS
           MOVE CNV-CHAVE-ANTIGA TO WS-LINHA(42:10)
           MOVE ' -> '           TO WS-LINHA(52:4)
           MOVE CNV-CHAVE-NOVA   TO WS-LINHA(56:10)
           WRITE REG-REL FROM WS-LINHA.

       1200-RESOLVE-CADEIAS.
           SET WS-IDX-CNV TO 1
           PERFORM UNTIL WS-IDX-CNV > WS-CNV-QTDE
               PERFORM 1210-RESOLVE-CONVERSAO
               SET WS-IDX-CNV UP BY 1
           END-PERFORM

           IF WS-CNV-CICLOS > ZERO
               MOVE SPACES TO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.

       1210-RESOLVE-CONVERSAO.
           MOVE WS-CNV-NOVA-TAB(WS-IDX-CNV) TO WS-CHAVE-FINAL
           MOVE ZERO TO WS-SALTOS
           MOVE 'N'  TO WS-FLAG-CADEIA

           PERFORM UNTIL FIM-CADEIA
               SET WS-IDX-CNV2 TO 1
               MOVE 'N' TO WS-FLAG-ACHADO
               PERFORM UNTIL WS-IDX-CNV2 > WS-CNV-QTDE
                             OR CONVERSAO-ACHADA
                   IF WS-CNV-ANTIGA-TAB(WS-IDX-CNV2) = WS-CHAVE-FINAL
                       SET CONVERSAO-ACHADA TO TRUE
                   ELSE
                       SET WS-IDX-CNV2 UP BY 1
                   END-IF
               END-PERFORM

               IF CONVERSAO-ACHADA AND
                  WS-CHAVE-FINAL NOT = WS-CNV-ANTIGA-TAB(WS-IDX-CNV)
                  AND WS-SALTOS < WS-CNV-QTDE
                   MOVE WS-CNV-NOVA-TAB(WS-IDX-CNV2) TO WS-CHAVE-FINAL
                   ADD 1 TO WS-SALTOS
               ELSE
                   SET FIM-CADEIA TO TRUE
               END-IF
           END-PERFORM

           IF WS-CHAVE-FINAL = WS-CNV-ANTIGA-TAB(WS-IDX-CNV) OR
              WS-SALTOS NOT < WS-CNV-QTDE
               SET CNV-CICLICA(WS-IDX-CNV) TO TRUE
               ADD 1 TO WS-CNV-CICLOS
               MOVE SPACES TO WS-LINHA
               STRING 'CONVERSAO CIRCULAR IGNORADA: '
                      WS-CNV-ANTIGA-TAB(WS-IDX-CNV) ' -> '
                      WS-CNV-NOVA-TAB(WS-IDX-CNV)
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           ELSE
               MOVE WS-CHAVE-FINAL TO WS-CNV-FINAL-TAB(WS-IDX-CNV)
           END-IF.

       2000-CONVERTE-DECISOES.
           SET WS-IDX-CNV TO 1
           PERFORM UNTIL WS-IDX-CNV > WS-CNV-QTDE
               IF CNV-VALIDA(WS-IDX-CNV)
                   PERFORM 2100-CONVERTE-DECISOES-CHAVE
               END-IF
               SET WS-IDX-CNV UP BY 1
           END-PERFORM.

       2100-CONVERTE-DECISOES-CHAVE.
           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO WS-DB2-CHAVE-ANTIGA
           MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV)  TO WS-DB2-CHAVE-NOVA
           MOVE ZERO TO WS-DB2-MOVIDAS

           EXEC SQL
               OPEN CSR-DECISOES
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = ZERO
               DISPLAY 'ERRO OPEN CURSOR APPDB.DECISAO_DIARIA'
               PERFORM 8900-DESFAZ-E-ABORTA
           END-IF

           MOVE 'N' TO WS-FLAG-CURSOR
           PERFORM 2200-LE-CURSOR
           PERFORM UNTIL CURSOR-ESGOTADO
               ADD 1 TO WS-DB2-MOVIDAS
               PERFORM 2300-IMAGENS-DECISAO
               PERFORM 2200-LE-CURSOR
           END-PERFORM

           EXEC SQL
               CLOSE CSR-DECISOES
           END-EXEC

           EXEC SQL
               UPDATE APPDB.DECISAO_DIARIA A
                  SET A.CHAVE_CLIENTE = :WS-DB2-CHAVE-NOVA
                WHERE A.CHAVE_CLIENTE = :WS-DB2-CHAVE-ANTIGA
                  AND NOT EXISTS
                      (SELECT 1
                         FROM APPDB.DECISAO_DIARIA B
                        WHERE B.CHAVE_CLIENTE = :WS-DB2-CHAVE-NOVA
                          AND B.DATA_NEGOCIO  = A.DATA_NEGOCIO)
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE

           EVALUATE TRUE
               WHEN WS-SQLCODE = ZERO
                   IF SQLERRD(3) NOT = WS-DB2-MOVIDAS
                       DISPLAY 'QUANTIDADE ATUALIZADA DIFERE DAS '
                               'IMAGENS. CHAVE: ' WS-DB2-CHAVE-ANTIGA
                       PERFORM 8900-DESFAZ-E-ABORTA
                   END-IF
               WHEN WS-SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO UPDATE APPDB.DECISAO_DIARIA'
                   PERFORM 8900-DESFAZ-E-ABORTA
           END-EVALUATE

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DB2-QTD
                 FROM APPDB.DECISAO_DIARIA
                WHERE CHAVE_CLIENTE = :WS-DB2-CHAVE-ANTIGA
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = ZERO
               DISPLAY 'ERRO SELECT APPDB.DECISAO_DIARIA'
               PERFORM 8900-DESFAZ-E-ABORTA
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-DB2-MOVIDAS TO WS-CNV-QTD-TAB(WS-IDX-CNV, 3)
           MOVE WS-DB2-QTD     TO WS-CNV-QTD-TAB(WS-IDX-CNV, 4)
           ADD WS-DB2-MOVIDAS  TO WS-DEC-CONVERTIDAS
           ADD WS-DB2-QTD      TO WS-DEC-CONFLITOS

           IF WS-DB2-QTD > ZERO
               MOVE SPACES TO REG-EVENTO
               MOVE '2100-CONVERTE-DECISOES-CHAVE' TO EVT-PARAGRAFO
               MOVE 'A'  TO EVT-SEVERIDADE
               MOVE 2006 TO EVT-CODIGO
               MOVE WS-DB2-CHAVE-ANTIGA TO EVT-CHAVE
               MOVE 'DECISOES NAO CONVERTIDAS - MESMA DATA'
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
           END-IF.

       2200-LE-CURSOR.
           EXEC SQL
               FETCH CSR-DECISOES
                INTO :HV2-DATA-NEGOCIO,
                     :HV2-CHAVE-CLIENTE,
                     :HV2-ORIGEM,
                     :HV2-SCORE,
                     :HV2-SCORE-VALOR,
                     :HV2-SCORE-QTDE,
                     :HV2-SCORE-IDADE,
                     :HV2-SCORE-CANAL,
                     :HV2-DECISAO,
                     :HV2-CATEGORIA-FINAL,
                     :HV2-REGRA-ID,
                     :HV2-VALOR-AJUSTADO,
                     :HV2-CANAL-DESTINO,
                     :HV2-TIPO-MOVTO
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE

           EVALUATE TRUE
               WHEN WS-SQLCODE = ZERO
                   CONTINUE
               WHEN WS-SQLCODE = 100
                   SET CURSOR-ESGOTADO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO FETCH APPDB.DECISAO_DIARIA'
                   PERFORM 8900-DESFAZ-E-ABORTA
           END-EVALUATE.

       2300-IMAGENS-DECISAO.
           MOVE 'DECISAO_DIARIA' TO WS-IMG-ARQUIVO
           MOVE 88               TO WS-IMG-TAMANHO
           MOVE 'A'              TO WS-IMG-TIPO
           MOVE DCLTB002         TO WS-IMG-DADOS
           PERFORM 8100-GRAVA-IMAGEM

           MOVE WS-DB2-CHAVE-NOVA TO HV2-CHAVE-CLIENTE
           MOVE 'D'              TO WS-IMG-TIPO
           MOVE DCLTB002         TO WS-IMG-DADOS
           PERFORM 8100-GRAVA-IMAGEM.

       3000-CONVERTE-HISTMST.
           OPEN I-O HISTMST

           IF WS-FS-HIST NOT = '00'
               DISPLAY 'HISTMST NAO ENCONTRADO. FILE STATUS='
                       WS-FS-HIST
               ADD 1 TO WS-ARQ-NAO-PROCESSADOS
           ELSE
               SET WS-IDX-CNV TO 1
               PERFORM UNTIL WS-IDX-CNV > WS-CNV-QTDE
                   IF CNV-VALIDA(WS-IDX-CNV)
                       PERFORM 3100-CONVERTE-HISTORICO
                   END-IF
                   SET WS-IDX-CNV UP BY 1
               END-PERFORM
               CLOSE HISTMST
           END-IF.

       3100-CONVERTE-HISTORICO.
           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO HIST-CHAVE
           READ HISTMST

           EVALUATE WS-FS-HIST
               WHEN '00'
                   PERFORM 3200-MOVE-OU-MESCLA
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'HISTMST'  TO WS-ARQ-ERRO
                   MOVE WS-FS-HIST TO WS-FS-ERRO
                   PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-EVALUATE.

       3200-MOVE-OU-MESCLA.
           MOVE REG-HIST  TO WS-HIST-ANTIGO
           MOVE 'HISTMST' TO WS-IMG-ARQUIVO
           MOVE 250       TO WS-IMG-TAMANHO
           MOVE 'A'       TO WS-IMG-TIPO
           MOVE REG-HIST  TO WS-IMG-DADOS
           PERFORM 8100-GRAVA-IMAGEM

           MOVE ZERO TO WS-MSC-QTDE
           PERFORM 3300-CARREGA-ENTRADAS

           MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV) TO HIST-CHAVE
           READ HISTMST

           EVALUATE WS-FS-HIST
               WHEN '00'
                   MOVE 'A'      TO WS-IMG-TIPO
                   MOVE REG-HIST TO WS-IMG-DADOS
                   PERFORM 8100-GRAVA-IMAGEM
                   IF WS-HANT-DATA-EXEC(1) > HIST-DATA-EXEC(1)
                       MOVE WS-HANT-ULT-DETALHE TO HIST-ULT-DETALHE
                   END-IF
                   PERFORM 3300-CARREGA-ENTRADAS
                   PERFORM 3400-ORDENA-ENTRADAS
                   PERFORM 3500-MONTA-ENTRADAS
                   MOVE REG-HIST TO WS-IMG-DADOS
                   REWRITE REG-HIST
                   IF WS-FS-HIST NOT = '00'
                       MOVE 'HISTMST'  TO WS-ARQ-ERRO
                       MOVE WS-FS-HIST TO WS-FS-ERRO
                       PERFORM 9850-EVENTO-ERRO-ARQUIVO
                   END-IF
                   MOVE 'F' TO WS-CNV-ACAO-TAB(WS-IDX-CNV, 1)
                   ADD 1 TO WS-HIST-MESCLADOS
               WHEN '23'
                   MOVE WS-HIST-ANTIGO TO REG-HIST
                   MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV) TO HIST-CHAVE
                   MOVE REG-HIST TO WS-IMG-DADOS
                   WRITE REG-HIST
                   IF WS-FS-HIST NOT = '00'
                       MOVE 'HISTMST'  TO WS-ARQ-ERRO
                       MOVE WS-FS-HIST TO WS-FS-ERRO
                       PERFORM 9850-EVENTO-ERRO-ARQUIVO
                   END-IF
                   MOVE 'M' TO WS-CNV-ACAO-TAB(WS-IDX-CNV, 1)
                   ADD 1 TO WS-HIST-MOVIDOS
               WHEN OTHER
                   MOVE 'HISTMST'  TO WS-ARQ-ERRO
                   MOVE WS-FS-HIST TO WS-FS-ERRO
                   PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-EVALUATE

           MOVE 'D'      TO WS-IMG-TIPO
           PERFORM 8100-GRAVA-IMAGEM

           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO HIST-CHAVE
           DELETE HISTMST
           IF WS-FS-HIST NOT = '00'
               MOVE 'HISTMST'  TO WS-ARQ-ERRO
               MOVE WS-FS-HIST TO WS-FS-ERRO
               PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-IF

           MOVE 'E'            TO WS-IMG-TIPO
           MOVE WS-HIST-ANTIGO TO WS-IMG-DADOS
           PERFORM 8100-GRAVA-IMAGEM.

       3300-CARREGA-ENTRADAS.
           MOVE 1 TO WS-SUB-HIST
           PERFORM UNTIL WS-SUB-HIST > 5
                         OR WS-SUB-HIST > HIST-QTD-EXEC
               ADD 1 TO WS-MSC-QTDE
               SET WS-IDX-MSC TO WS-MSC-QTDE
               MOVE HIST-ENTRADA(WS-SUB-HIST)
                 TO WS-MSC-ENTRADA-TAB(WS-IDX-MSC)
               ADD 1 TO WS-SUB-HIST
           END-PERFORM.

       3400-ORDENA-ENTRADAS.
           IF WS-MSC-QTDE > 1
               COMPUTE WS-QTD-ORDENA = WS-MSC-QTDE - 1
               SET TROCOU-REGISTRO TO TRUE
               PERFORM UNTIL NOT TROCOU-REGISTRO
                   MOVE 'N' TO WS-FLAG-TROCA
                   MOVE 1 TO WS-IDX-ORD
                   PERFORM 3410-PASSO-ORDENACAO WS-QTD-ORDENA TIMES
               END-PERFORM
           END-IF.

       3410-PASSO-ORDENACAO.
           IF WS-MSC-DATA-TAB(WS-IDX-ORD) <
              WS-MSC-DATA-TAB(WS-IDX-ORD + 1)
               MOVE WS-MSC-ENTRADA-TAB(WS-IDX-ORD) TO WS-MSC-TEMP
               MOVE WS-MSC-ENTRADA-TAB(WS-IDX-ORD + 1)
                 TO WS-MSC-ENTRADA-TAB(WS-IDX-ORD)
               MOVE WS-MSC-TEMP
                 TO WS-MSC-ENTRADA-TAB(WS-IDX-ORD + 1)
               SET TROCOU-REGISTRO TO TRUE
           END-IF
           ADD 1 TO WS-IDX-ORD.

       3500-MONTA-ENTRADAS.
           MOVE 1 TO WS-SUB-HIST
           PERFORM UNTIL WS-SUB-HIST > 5
               INITIALIZE HIST-ENTRADA(WS-SUB-HIST)
               ADD 1 TO WS-SUB-HIST
           END-PERFORM

           MOVE ZERO TO HIST-QTD-EXEC
           SET WS-IDX-MSC TO 1
           PERFORM UNTIL WS-IDX-MSC > WS-MSC-QTDE
               IF HIST-QTD-EXEC < 5
                   ADD 1 TO HIST-QTD-EXEC
                   MOVE WS-MSC-ENTRADA-TAB(WS-IDX-MSC)
                     TO HIST-ENTRADA(HIST-QTD-EXEC)
               ELSE
                   PERFORM 3510-GUARDA-EXCEDENTE
               END-IF
               SET WS-IDX-MSC UP BY 1
           END-PERFORM.

       3510-GUARDA-EXCEDENTE.
           IF WS-EXC-QTDE < 1000
               ADD 1 TO WS-EXC-QTDE
               SET WS-IDX-EXC TO WS-EXC-QTDE
               MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV)
                 TO WS-EXC-CHAVE-TAB(WS-IDX-EXC)
               SET WS-EXC-CONVERSAO-TAB(WS-IDX-EXC) TO WS-IDX-CNV
               MOVE WS-MSC-ENTRADA-TAB(WS-IDX-MSC)
                 TO WS-EXC-ENTRADA-TAB(WS-IDX-EXC)
           ELSE
               DISPLAY 'TABELA DE EXCEDENTES CHEIA. CHAVE: '
                       WS-CNV-ANTIGA-TAB(WS-IDX-CNV)
               MOVE SPACES TO REG-EVENTO
               MOVE '3510-GUARDA-EXCEDENTE' TO EVT-PARAGRAFO
               MOVE 'E'  TO EVT-SEVERIDADE
               MOVE 5003 TO EVT-CODIGO
               MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO EVT-CHAVE
               MOVE 'TABELA DE EXCEDENTES CHEIA - ABORTADO'
                 TO EVT-TEXTO
               PERFORM 9800-GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       3600-CONVERTE-TENTCTL.
           OPEN I-O TENTCTL

           IF WS-FS-TENT NOT = '00'
               DISPLAY 'TENTCTL NAO ENCONTRADO. FILE STATUS='
                       WS-FS-TENT
               ADD 1 TO WS-ARQ-NAO-PROCESSADOS
           ELSE
               SET WS-IDX-CNV TO 1
               PERFORM UNTIL WS-IDX-CNV > WS-CNV-QTDE
                   IF CNV-VALIDA(WS-IDX-CNV)
                       PERFORM 3700-CONVERTE-TENTATIVA
                   END-IF
                   SET WS-IDX-CNV UP BY 1
               END-PERFORM
               CLOSE TENTCTL
           END-IF.

       3700-CONVERTE-TENTATIVA.
           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO TENT-CHAVE
           READ TENTCTL

           EVALUATE WS-FS-TENT
               WHEN '00'
                   PERFORM 3710-MOVE-TENTATIVA
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'TENTCTL'  TO WS-ARQ-ERRO
                   MOVE WS-FS-TENT TO WS-FS-ERRO
                   PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-EVALUATE.

       3710-MOVE-TENTATIVA.
           MOVE REG-TENTATIVA TO WS-TENT-ANTIGA
           MOVE 'TENTCTL'     TO WS-IMG-ARQUIVO
           MOVE 80            TO WS-IMG-TAMANHO
           MOVE 'A'           TO WS-IMG-TIPO
           MOVE REG-TENTATIVA TO WS-IMG-DADOS
           PERFORM 8100-GRAVA-IMAGEM

           MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV) TO TENT-CHAVE
           READ TENTCTL

           EVALUATE WS-FS-TENT
               WHEN '00'
                   MOVE 'A'           TO WS-IMG-TIPO
                   MOVE REG-TENTATIVA TO WS-IMG-DADOS
                   PERFORM 8100-GRAVA-IMAGEM
                   IF WS-TANT-DATA-ULT > TENT-DATA-ULT
                       MOVE WS-TENT-ANTIGA TO REG-TENTATIVA
                       MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV) TO TENT-CHAVE
                   END-IF
                   MOVE REG-TENTATIVA TO WS-IMG-DADOS
                   REWRITE REG-TENTATIVA
                   MOVE 'F' TO WS-CNV-ACAO-TAB(WS-IDX-CNV, 2)
               WHEN '23'
                   MOVE WS-TENT-ANTIGA TO REG-TENTATIVA
                   MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV) TO TENT-CHAVE
                   MOVE REG-TENTATIVA TO WS-IMG-DADOS
                   WRITE REG-TENTATIVA
                   MOVE 'M' TO WS-CNV-ACAO-TAB(WS-IDX-CNV, 2)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-FS-TENT NOT = '00'
               MOVE 'TENTCTL'  TO WS-ARQ-ERRO
               MOVE WS-FS-TENT TO WS-FS-ERRO
               PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-IF

           MOVE 'D'           TO WS-IMG-TIPO
           PERFORM 8100-GRAVA-IMAGEM

           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO TENT-CHAVE
           DELETE TENTCTL
           IF WS-FS-TENT NOT = '00'
               MOVE 'TENTCTL'  TO WS-ARQ-ERRO
               MOVE WS-FS-TENT TO WS-FS-ERRO
               PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-IF

           MOVE 'E'            TO WS-IMG-TIPO
           MOVE WS-TENT-ANTIGA TO WS-IMG-DADOS
           PERFORM 8100-GRAVA-IMAGEM
           ADD 1 TO WS-TENT-CONVERTIDOS.

       3800-CONVERTE-PENDCTL.
           OPEN I-O PENDCTL

           IF WS-FS-PEN NOT = '00'
               DISPLAY 'PENDCTL NAO ENCONTRADO. FILE STATUS='
                       WS-FS-PEN
               ADD 1 TO WS-ARQ-NAO-PROCESSADOS
           ELSE
               SET WS-IDX-CNV TO 1
               PERFORM UNTIL WS-IDX-CNV > WS-CNV-QTDE
                   IF CNV-VALIDA(WS-IDX-CNV)
                       PERFORM 3900-CONVERTE-PENDENTE
                   END-IF
                   SET WS-IDX-CNV UP BY 1
               END-PERFORM
               CLOSE PENDCTL
           END-IF.

       3900-CONVERTE-PENDENTE.
           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO PEN-CHAVE
           READ PENDCTL

           EVALUATE WS-FS-PEN
               WHEN '00'
                   PERFORM 3910-MOVE-PENDENTE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'PENDCTL'  TO WS-ARQ-ERRO
                   MOVE WS-FS-PEN  TO WS-FS-ERRO
                   PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-EVALUATE.

       3910-MOVE-PENDENTE.
           MOVE REG-PENDENTE TO WS-PEND-ANTIGO
           MOVE 'PENDCTL'    TO WS-IMG-ARQUIVO
           MOVE 80           TO WS-IMG-TAMANHO
           MOVE 'A'          TO WS-IMG-TIPO
           MOVE REG-PENDENTE TO WS-IMG-DADOS
           PERFORM 8100-GRAVA-IMAGEM

           MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV) TO PEN-CHAVE
           READ PENDCTL

           EVALUATE WS-FS-PEN
               WHEN '00'
                   MOVE 'A'          TO WS-IMG-TIPO
                   MOVE REG-PENDENTE TO WS-IMG-DADOS
                   PERFORM 8100-GRAVA-IMAGEM
                   IF WS-PANT-DATA-EXTRACAO < PEN-DATA-EXTRACAO
                       MOVE WS-PEND-ANTIGO TO REG-PENDENTE
                       MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV) TO PEN-CHAVE
                   END-IF
                   MOVE REG-PENDENTE TO WS-IMG-DADOS
                   REWRITE REG-PENDENTE
                   MOVE 'F' TO WS-CNV-ACAO-TAB(WS-IDX-CNV, 3)
               WHEN '23'
                   MOVE WS-PEND-ANTIGO TO REG-PENDENTE
                   MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV) TO PEN-CHAVE
                   MOVE REG-PENDENTE TO WS-IMG-DADOS
                   WRITE REG-PENDENTE
                   MOVE 'M' TO WS-CNV-ACAO-TAB(WS-IDX-CNV, 3)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-FS-PEN NOT = '00'
               MOVE 'PENDCTL'  TO WS-ARQ-ERRO
               MOVE WS-FS-PEN  TO WS-FS-ERRO
               PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-IF

           MOVE 'D'          TO WS-IMG-TIPO
           PERFORM 8100-GRAVA-IMAGEM

           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO PEN-CHAVE
           DELETE PENDCTL
           IF WS-FS-PEN NOT = '00'
               MOVE 'PENDCTL'  TO WS-ARQ-ERRO
               MOVE WS-FS-PEN  TO WS-FS-ERRO
               PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-IF

           MOVE 'E'            TO WS-IMG-TIPO
           MOVE WS-PEND-ANTIGO TO WS-IMG-DADOS
           PERFORM 8100-GRAVA-IMAGEM
           ADD 1 TO WS-PEND-CONVERTIDOS.

       4000-CONVERTE-HISTARQ.
           OPEN INPUT HISTARQ

           IF WS-FS-HAR NOT = '00'
               DISPLAY 'HISTARQ NAO ENCONTRADO. FILE STATUS='
                       WS-FS-HAR
               IF WS-EXC-QTDE > ZERO
                   OPEN OUTPUT HISTARQ
                   IF WS-FS-HAR NOT = '00'
                       DISPLAY 'ERRO OPEN HISTARQ. FILE STATUS='
                               WS-FS-HAR
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   CLOSE HISTARQ
                   OPEN INPUT HISTARQ
               ELSE
                   ADD 1 TO WS-ARQ-NAO-PROCESSADOS
               END-IF
           END-IF

           IF WS-FS-HAR = '00'
               OPEN OUTPUT CNVW080
               IF WS-FS-W080 NOT = '00'
                   DISPLAY 'ERRO OPEN CNVW080. FILE STATUS='
                           WS-FS-W080
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               MOVE 'HISTARQ' TO WS-IMG-ARQUIVO
               MOVE 80        TO WS-IMG-TAMANHO
               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ HISTARQ
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           PERFORM 4100-TRATA-HISTARQ
                   END-READ
               END-PERFORM

               SET WS-IDX-EXC TO 1
               PERFORM UNTIL WS-IDX-EXC > WS-EXC-QTDE
                   PERFORM 4150-INCLUI-EXCEDENTE
                   SET WS-IDX-EXC UP BY 1
               END-PERFORM

               CLOSE HISTARQ
                     CNVW080

               PERFORM 4200-REGRAVA-HISTARQ
           END-IF.

       4100-TRATA-HISTARQ.
           ADD 1 TO WS-HARQ-LIDOS
           MOVE HARQ-CHAVE TO WS-CHAVE-BUSCA
           PERFORM 7100-BUSCA-CONVERSAO
           IF CONVERSAO-ACHADA
               MOVE 'A'         TO WS-IMG-TIPO
               MOVE REG-HISTARQ TO WS-IMG-DADOS
               PERFORM 8100-GRAVA-IMAGEM
               MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV) TO HARQ-CHAVE
               MOVE 'D'         TO WS-IMG-TIPO
               MOVE REG-HISTARQ TO WS-IMG-DADOS
               PERFORM 8100-GRAVA-IMAGEM
               ADD 1 TO WS-HARQ-CONVERTIDOS
               ADD 1 TO WS-CNV-QTD-TAB(WS-IDX-CNV, 1)
           END-IF

           WRITE REG-W080 FROM REG-HISTARQ.

       4150-INCLUI-EXCEDENTE.
           SET WS-IDX-CNV TO WS-EXC-CONVERSAO-TAB(WS-IDX-EXC)
           MOVE SPACES TO REG-HISTARQ
           MOVE WS-EXC-CHAVE-TAB(WS-IDX-EXC)     TO HARQ-CHAVE
           MOVE WS-EXC-DATA-TAB(WS-IDX-EXC)      TO HARQ-DATA-EXEC
           MOVE WS-EXC-DECISAO-TAB(WS-IDX-EXC)   TO HARQ-DECISAO
           MOVE WS-EXC-SCORE-TAB(WS-IDX-EXC)     TO HARQ-SCORE
           MOVE WS-EXC-CATEGORIA-TAB(WS-IDX-EXC) TO HARQ-CATEGORIA
           MOVE WS-EXC-PERC-TAB(WS-IDX-EXC)      TO HARQ-PERC-LIMITE
           MOVE WS-DATA-HOJE                     TO HARQ-DATA-ARQUIVO
           MOVE 'D'         TO WS-IMG-TIPO
           MOVE REG-HISTARQ TO WS-IMG-DADOS
           PERFORM 8100-GRAVA-IMAGEM
           ADD 1 TO WS-HARQ-INCLUIDOS
           ADD 1 TO WS-CNV-QTD-TAB(WS-IDX-CNV, 1)
           WRITE REG-W080 FROM REG-HISTARQ.

       4200-REGRAVA-HISTARQ.
           OPEN INPUT  CNVW080
                OUTPUT HISTARQ

           IF WS-FS-W080 NOT = '00' OR WS-FS-HAR NOT = '00'
               DISPLAY 'ERRO OPEN REGRAVACAO HISTARQ. FILE STATUS='
                       WS-FS-W080 '/' WS-FS-HAR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-WRK
           PERFORM UNTIL FIM-WRK
               READ CNVW080
                   AT END
                       SET FIM-WRK TO TRUE
                   NOT AT END
                       WRITE REG-HISTARQ FROM REG-W080
               END-READ
           END-PERFORM

           CLOSE CNVW080
                 HISTARQ.

       4500-CONVERTE-DISPO.
           OPEN INPUT DISPO

           IF WS-FS-DIS NOT = '00'
               DISPLAY 'DISPO NAO ENCONTRADO. FILE STATUS='
                       WS-FS-DIS
               ADD 1 TO WS-ARQ-NAO-PROCESSADOS
           ELSE
               OPEN OUTPUT CNVW080
               IF WS-FS-W080 NOT = '00'
                   DISPLAY 'ERRO OPEN CNVW080. FILE STATUS='
                           WS-FS-W080
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               MOVE 'DISPO' TO WS-IMG-ARQUIVO
               MOVE 80      TO WS-IMG-TAMANHO
               MOVE 'N' TO WS-EOF-ATIVO
               PERFORM UNTIL FIM-ATIVO
                   READ DISPO
                       AT END
                           SET FIM-ATIVO TO TRUE
                       NOT AT END
                           PERFORM 4600-TRATA-DISPO
                   END-READ
               END-PERFORM

               CLOSE DISPO
                     CNVW080

               PERFORM 4700-REGRAVA-DISPO
           END-IF.

       4600-TRATA-DISPO.
           ADD 1 TO WS-DISPO-LIDOS
           MOVE DIS-CHAVE TO WS-CHAVE-BUSCA
           PERFORM 7100-BUSCA-CONVERSAO
           IF CONVERSAO-ACHADA
               MOVE 'A'       TO WS-IMG-TIPO
               MOVE REG-DISPO TO WS-IMG-DADOS
               PERFORM 8100-GRAVA-IMAGEM
               MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV) TO DIS-CHAVE
               MOVE 'D'       TO WS-IMG-TIPO
               MOVE REG-DISPO TO WS-IMG-DADOS
               PERFORM 8100-GRAVA-IMAGEM
               ADD 1 TO WS-DISPO-CONVERTIDOS
               ADD 1 TO WS-CNV-QTD-TAB(WS-IDX-CNV, 2)
           END-IF

           WRITE REG-W080 FROM REG-DISPO.

       4700-REGRAVA-DISPO.
           OPEN INPUT  CNVW080
                OUTPUT DISPO

           IF WS-FS-W080 NOT = '00' OR WS-FS-DIS NOT = '00'
               DISPLAY 'ERRO OPEN REGRAVACAO DISPO. FILE STATUS='
                       WS-FS-W080 '/' WS-FS-DIS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-WRK
           PERFORM UNTIL FIM-WRK
               READ CNVW080
                   AT END
                       SET FIM-WRK TO TRUE
                   NOT AT END
                       WRITE REG-DISPO FROM REG-W080
               END-READ
           END-PERFORM

           CLOSE CNVW080
                 DISPO.

       5000-IMPRIME-RELATORIO.
           WRITE REG-REL FROM WS-CAB-CONVERSAO

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           SET WS-IDX-CNV TO 1
           PERFORM UNTIL WS-IDX-CNV > WS-CNV-QTDE
               IF CNV-VALIDA(WS-IDX-CNV)
                   PERFORM 5100-IMPRIME-CONVERSAO
               END-IF
               SET WS-IDX-CNV UP BY 1
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE 'CONVERSOES LIDAS'           TO WS-LINHA-ROTULO
           MOVE WS-CNV-LIDOS                 TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CONVERSOES INVALIDAS'       TO WS-LINHA-ROTULO
           MOVE WS-CNV-INVALIDOS             TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'CONVERSOES CIRCULARES'      TO WS-LINHA-ROTULO
           MOVE WS-CNV-CICLOS                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'HISTMST MOVIDOS'            TO WS-LINHA-ROTULO
           MOVE WS-HIST-MOVIDOS              TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'HISTMST MESCLADOS'          TO WS-LINHA-ROTULO
           MOVE WS-HIST-MESCLADOS            TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'TENTCTL CONVERTIDOS'        TO WS-LINHA-ROTULO
           MOVE WS-TENT-CONVERTIDOS          TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'PENDCTL CONVERTIDOS'        TO WS-LINHA-ROTULO
           MOVE WS-PEND-CONVERTIDOS          TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'HISTARQ LIDOS'              TO WS-LINHA-ROTULO
           MOVE WS-HARQ-LIDOS                TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'HISTARQ CONVERTIDOS'        TO WS-LINHA-ROTULO
           MOVE WS-HARQ-CONVERTIDOS          TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'HISTARQ INCLUIDOS NA FUSAO' TO WS-LINHA-ROTULO
           MOVE WS-HARQ-INCLUIDOS            TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'DISPO LIDOS'                TO WS-LINHA-ROTULO
           MOVE WS-DISPO-LIDOS               TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'DISPO CONVERTIDOS'          TO WS-LINHA-ROTULO
           MOVE WS-DISPO-CONVERTIDOS         TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'DECISOES CONVERTIDAS'       TO WS-LINHA-ROTULO
           MOVE WS-DEC-CONVERTIDAS           TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'DECISOES EM CONFLITO'       TO WS-LINHA-ROTULO
           MOVE WS-DEC-CONFLITOS             TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'ARQUIVOS NAO PROCESSADOS'   TO WS-LINHA-ROTULO
           MOVE WS-ARQ-NAO-PROCESSADOS       TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET

           MOVE 'IMAGENS GRAVADAS'           TO WS-LINHA-ROTULO
           MOVE WS-IMAGENS-GRAVADAS          TO WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-DET.

       5100-IMPRIME-CONVERSAO.
           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO WS-LC-ANTIGA
           MOVE WS-CNV-NOVA-TAB(WS-IDX-CNV)   TO WS-LC-NOVA
           MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV)  TO WS-LC-FINAL
           MOVE WS-CNV-TIPO-TAB(WS-IDX-CNV)   TO WS-LC-TIPO

           MOVE 1 TO WS-SUB-HIST
           PERFORM UNTIL WS-SUB-HIST > 3
               EVALUATE WS-CNV-ACAO-TAB(WS-IDX-CNV, WS-SUB-HIST)
                   WHEN 'M'
                       MOVE 'MOVIDO'   TO WS-LINHA
                   WHEN 'F'
                       MOVE 'MESCLADO' TO WS-LINHA
                   WHEN OTHER
                       MOVE '-'        TO WS-LINHA
               END-EVALUATE
               EVALUATE WS-SUB-HIST
                   WHEN 1
                       MOVE WS-LINHA(1:8) TO WS-LC-HIST
                   WHEN 2
                       MOVE WS-LINHA(1:8) TO WS-LC-TENT
                   WHEN OTHER
                       MOVE WS-LINHA(1:8) TO WS-LC-PEND
               END-EVALUATE
               ADD 1 TO WS-SUB-HIST
           END-PERFORM

           MOVE WS-CNV-QTD-TAB(WS-IDX-CNV, 1) TO WS-LC-HARQ
           MOVE WS-CNV-QTD-TAB(WS-IDX-CNV, 2) TO WS-LC-DISPO
           MOVE WS-CNV-QTD-TAB(WS-IDX-CNV, 3) TO WS-LC-DEC
           MOVE WS-CNV-QTD-TAB(WS-IDX-CNV, 4) TO WS-LC-CONFLITO
           WRITE REG-REL FROM WS-LINHA-CONVERSAO

           MOVE SPACES TO REG-EVENTO
           MOVE '5100-IMPRIME-CONVERSAO' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 1009 TO EVT-CODIGO
           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO EVT-CHAVE
           STRING 'CHAVE CONVERTIDA PARA '
                  WS-CNV-FINAL-TAB(WS-IDX-CNV)
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       7100-BUSCA-CONVERSAO.
           SET WS-IDX-CNV TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-CNV > WS-CNV-QTDE
                         OR CONVERSAO-ACHADA
               IF WS-CNV-ANTIGA-TAB(WS-IDX-CNV) = WS-CHAVE-BUSCA
                  AND CNV-VALIDA(WS-IDX-CNV)
                   SET CONVERSAO-ACHADA TO TRUE
               ELSE
                   SET WS-IDX-CNV UP BY 1
               END-IF
           END-PERFORM.

       7110-BUSCA-QUALQUER.
           SET WS-IDX-CNV TO 1
           MOVE 'N' TO WS-FLAG-ACHADO
           PERFORM UNTIL WS-IDX-CNV > WS-CNV-QTDE
                         OR CONVERSAO-ACHADA
               IF WS-CNV-ANTIGA-TAB(WS-IDX-CNV) = WS-CHAVE-BUSCA
                   SET CONVERSAO-ACHADA TO TRUE
               ELSE
                   SET WS-IDX-CNV UP BY 1
               END-IF
           END-PERFORM.

       8100-GRAVA-IMAGEM.
           MOVE SPACES TO REG-CNVIMG
           MOVE WS-DATA-HOJE                  TO IMG-DATA-EXEC
           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO IMG-CHAVE-ANTIGA
           MOVE WS-CNV-FINAL-TAB(WS-IDX-CNV)  TO IMG-CHAVE-NOVA
           MOVE WS-IMG-ARQUIVO                TO IMG-ARQUIVO
           MOVE WS-IMG-TIPO                   TO IMG-TIPO
           MOVE WS-IMG-TAMANHO                TO IMG-TAMANHO
           MOVE WS-IMG-DADOS                  TO IMG-DADOS
           WRITE REG-CNVIMG

           IF WS-FS-IMG NOT = '00'
               MOVE 'CNVIMG'  TO WS-ARQ-ERRO
               MOVE WS-FS-IMG TO WS-FS-ERRO
               PERFORM 9850-EVENTO-ERRO-ARQUIVO
           END-IF

           ADD 1 TO WS-IMAGENS-GRAVADAS.

       8900-DESFAZ-E-ABORTA.
           EXEC SQL
               ROLLBACK
           END-EXEC

           DISPLAY 'SQLCODE=' WS-SQLCODE
           DISPLAY 'CBLDB042 ROLLBACK EFETUADO. CHAVES JA '
                   'CONFIRMADAS PERMANECEM CONVERTIDAS'

           MOVE SPACES TO REG-EVENTO
           MOVE WS-DB2-CHAVE-ANTIGA TO EVT-CHAVE
           MOVE '8900-DESFAZ-E-ABORTA' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5002 TO EVT-CODIGO
           STRING 'ERRO DB2 NA CONVERSAO. SQLCODE: ' WS-SQLCODE
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO

           IF IMAGENS-ABERTAS
               CLOSE CNVIMG
           END-IF

           MOVE 8 TO RETURN-CODE
           GOBACK.

       9000-FINALIZA.
           CLOSE RELCONV
                 CNVIMG

           DISPLAY 'CBLDB042 CONVERSOES LIDAS     = ' WS-CNV-LIDOS
           DISPLAY 'CBLDB042 CONVERSOES INVALIDAS = ' WS-CNV-INVALIDOS
           DISPLAY 'CBLDB042 CONVERSOES CIRCULARES= ' WS-CNV-CICLOS
           DISPLAY 'CBLDB042 HISTMST MOVIDOS      = ' WS-HIST-MOVIDOS
           DISPLAY 'CBLDB042 HISTMST MESCLADOS    = ' WS-HIST-MESCLADOS
           DISPLAY 'CBLDB042 DECISOES CONVERTIDAS = '
                   WS-DEC-CONVERTIDAS
           DISPLAY 'CBLDB042 DECISOES EM CONFLITO = ' WS-DEC-CONFLITOS
           DISPLAY 'CBLDB042 IMAGENS GRAVADAS     = '
                   WS-IMAGENS-GRAVADAS

           IF WS-CNV-INVALIDOS > ZERO OR
              WS-CNV-CICLOS > ZERO OR
              WS-DEC-CONFLITOS > ZERO OR
              WS-ARQ-NAO-PROCESSADOS > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO REG-EVENTO
           MOVE '9000-FINALIZA' TO EVT-PARAGRAFO
           MOVE 'I'  TO EVT-SEVERIDADE
           MOVE 0001 TO EVT-CODIGO
           STRING 'FIM DE EXECUCAO. CONVERSOES: ' WS-CNV-QTDE
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO.

       9800-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-EVT-DATA-HORA
           MOVE 'CBLDB042'            TO EVT-PROGRAMA
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
           DISPLAY 'ERRO DE ARQUIVO ' WS-ARQ-ERRO
                   '. FILE STATUS=' WS-FS-ERRO
           MOVE SPACES TO REG-EVENTO
           MOVE '9850-EVENTO-ERRO-ARQUIVO' TO EVT-PARAGRAFO
           MOVE 'E'  TO EVT-SEVERIDADE
           MOVE 5001 TO EVT-CODIGO
           MOVE WS-CNV-ANTIGA-TAB(WS-IDX-CNV) TO EVT-CHAVE
           STRING 'ERRO DE ARQUIVO ' WS-ARQ-ERRO '. STATUS: '
                  WS-FS-ERRO
               DELIMITED BY SIZE INTO EVT-TEXTO
           PERFORM 9800-GRAVA-EVENTO
           MOVE 8 TO RETURN-CODE
           GOBACK.
