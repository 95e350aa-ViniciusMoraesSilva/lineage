       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDB028.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CPYPRMVS.

       COPY CPYPRMLG.

       COPY CPYSEGRT.

       COPY CPYCANAL.

       COPY CPYPARM.

       01  WS-RESP                   PIC S9(08) COMP VALUE ZERO.
       01  WS-TAM-ENTRADA            PIC S9(04) COMP VALUE +80.
       01  WS-TAM-PARMVER            PIC S9(04) COMP VALUE +160.

       01  WS-DATA-HORA-SISTEMA      PIC X(21).
       01  WS-DATA-HORA-SISTEMA-R REDEFINES WS-DATA-HORA-SISTEMA.
           05 WS-DATA-HOJE           PIC X(08).
           05 WS-HORA-AGORA          PIC X(06).
           05 FILLER                 PIC X(07).

       01  WS-USUARIO                PIC X(08) VALUE SPACES.
       01  WS-TERMINAL               PIC X(04) VALUE SPACES.

       01  WS-ENTRADA.
           05 WS-ENT-TRANSACAO       PIC X(04).
           05 FILLER                 PIC X(01).
           05 WS-ENT-FUNCAO          PIC X(01).
              88 FUNCAO-CONSULTA                VALUE 'C'.
              88 FUNCAO-PROPOE                  VALUE 'P'.
              88 FUNCAO-EXCLUI                  VALUE 'E'.
              88 FUNCAO-APROVA                  VALUE 'A'.
              88 FUNCAO-REJEITA                 VALUE 'R'.
           05 FILLER                 PIC X(01).
           05 WS-ENT-TABELA          PIC X(08).
           05 FILLER                 PIC X(01).
           05 WS-ENT-ITEM            PIC X(10).
           05 FILLER                 PIC X(01).
           05 WS-ENT-VIGENCIA        PIC X(08).
           05 FILLER                 PIC X(01).
           05 WS-ENT-DADOS           PIC X(44).
           05 WS-ENT-DADOS-SEG REDEFINES WS-ENT-DADOS.
              10 WS-ENT-SEG-MULT     PIC 9(01)V99.
              10 WS-ENT-SEG-MESES    PIC 9(03).
              10 WS-ENT-SEG-PRIOR    PIC X(01).
              10 WS-ENT-SEG-DECISAO  PIC X(08).
              10 FILLER              PIC X(29).
           05 WS-ENT-DADOS-CAN REDEFINES WS-ENT-DADOS.
              10 WS-ENT-CAN-DESTINO  PIC X(02).
              10 WS-ENT-CAN-USA-REF  PIC X(01).
              10 FILLER              PIC X(41).
           05 WS-ENT-DADOS-PARM REDEFINES WS-ENT-DADOS.
              10 WS-ENT-PARM-VIP     PIC 9(09)V99.
              10 WS-ENT-PARM-A1      PIC 9(09)V99.
              10 WS-ENT-PARM-B1      PIC 9(09)V99.
              10 FILLER              PIC X(11).

       01  WS-TABELA-TESTE           PIC X(08) VALUE SPACES.
           88 TABELA-VALIDA          VALUES 'SEGROT  ' 'CANALROT'
                                            'PARMLIM '.

       01  WS-DECISAO-TESTE          PIC X(08) VALUE SPACES.
           88 DECISAO-FORCADA-VALIDA VALUES SPACES 'APROVAR '
                                            'BLOQUEAR' 'ANALISAR'
                                            'MANUAL  '.

       01  WS-PRIOR-TESTE            PIC X(01) VALUE SPACE.
           88 PRIOR-MINIMA-VALIDA    VALUES SPACE 'A' 'B' 'C' 'D'.

       01  WS-CANAL-TESTE            PIC X(02) VALUE SPACES.
           88 CANAL-INTERNO-VALIDO              VALUES 'AG' 'WE' 'AP'
                                                       'B2' 'WB'.

       01  WS-CHAVE-RID.
           05 WS-RID-TABELA          PIC X(08).
           05 WS-RID-ITEM            PIC X(10).
           05 WS-RID-VIGENCIA        PIC X(08).

       01  WS-CHAVE-BROWSE.
           05 WS-BRW-TABELA          PIC X(08).
           05 WS-BRW-ITEM            PIC X(10).
           05 WS-BRW-VIGENCIA        PIC X(08).

       01  WS-FLAGS.
           05 WS-FLAG-VALIDO         PIC X(01) VALUE 'S'.
              88 PROPOSTA-VALIDA                VALUE 'S'.
           05 WS-FLAG-VIGENTE        PIC X(01) VALUE 'N'.
              88 VERSAO-VIGENTE-ACHADA          VALUE 'S'.
           05 WS-FLAG-FIM-BROWSE     PIC X(01) VALUE 'N'.
              88 FIM-BROWSE                     VALUE 'S'.
           05 WS-FLAG-VERSAO-LIDA    PIC X(01) VALUE 'N'.
              88 VERSAO-LIDA                    VALUE 'S'.

       01  WS-IMAGEM-VIGENTE         PIC X(80) VALUE SPACES.
       01  WS-IMAGEM-NOVA            PIC X(80) VALUE SPACES.
       01  WS-IMAGEM-ANTES           PIC X(80) VALUE SPACES.
       01  WS-PARMVER-NOVO           PIC X(160) VALUE SPACES.

       01  WS-TELA.
           05 WS-TL-TITULO.
              10 FILLER              PIC X(40) VALUE
                 'MANUTENCAO DE PARAMETROS DA CADEIA     '.
              10 FILLER              PIC X(40) VALUE SPACES.
           05 WS-TL-CHAVE.
              10 FILLER              PIC X(10) VALUE 'TABELA...:'.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WS-TL-TABELA-VAL    PIC X(08).
              10 FILLER              PIC X(06) VALUE ' ITEM '.
              10 WS-TL-ITEM-VAL      PIC X(10).
              10 FILLER              PIC X(10) VALUE ' VIGENCIA '.
              10 WS-TL-VIGENCIA-VAL  PIC X(08).
              10 FILLER              PIC X(27) VALUE SPACES.
           05 WS-TL-SITUACAO.
              10 FILLER              PIC X(10) VALUE 'SITUACAO.:'.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WS-TL-STATUS-VAL    PIC X(01).
              10 FILLER              PIC X(06) VALUE ' OPER '.
              10 WS-TL-OPER-VAL      PIC X(01).
              10 FILLER              PIC X(06) VALUE ' PROP '.
              10 WS-TL-USU-PROP-VAL  PIC X(08).
              10 FILLER              PIC X(07) VALUE ' APROV '.
              10 WS-TL-USU-APR-VAL   PIC X(08).
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WS-TL-DATA-APR-VAL  PIC X(08).
              10 FILLER              PIC X(23) VALUE SPACES.
           05 WS-TL-VIGENTE.
              10 FILLER              PIC X(10) VALUE 'VIGENTE..:'.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WS-TL-IMG-VIG-VAL   PIC X(69).
           05 WS-TL-VERSAO.
              10 FILLER              PIC X(10) VALUE 'VERSAO...:'.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WS-TL-IMG-VER-VAL   PIC X(69).
           05 WS-TL-RESULTADO.
              10 FILLER              PIC X(10) VALUE 'RESULTADO:'.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WS-TL-RESULT-VAL    PIC X(40).
              10 FILLER              PIC X(29) VALUE SPACES.

       01  WS-TELA-ERRO.
           05 WS-ERRO-TEXTO          PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-ERRO-CHAVE          PIC X(10).
           05 FILLER                 PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-RECEBE-ENTRADA
           PERFORM 2000-PROCESSA-FUNCAO
           PERFORM 9000-RETORNA.

       1000-RECEBE-ENTRADA.
           MOVE SPACES TO WS-ENTRADA
           MOVE 80 TO WS-TAM-ENTRADA

           EXEC CICS RECEIVE
               INTO(WS-ENTRADA)
               LENGTH(WS-TAM-ENTRADA)
               RESP(WS-RESP)
           END-EXEC

           EXEC CICS ASSIGN
               USERID(WS-USUARIO)
               RESP(WS-RESP)
           END-EXEC

           MOVE EIBTRMID TO WS-TERMINAL
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA

           MOVE WS-ENT-TABELA TO WS-TABELA-TESTE
           IF WS-ENT-TABELA = 'PARMLIM '
               MOVE 'GERAL' TO WS-ENT-ITEM
           END-IF
           IF WS-ENT-VIGENCIA = SPACES
               MOVE WS-DATA-HOJE TO WS-ENT-VIGENCIA
           END-IF

           MOVE SPACES TO WS-ERRO-TEXTO
           EVALUATE TRUE
               WHEN NOT FUNCAO-CONSULTA AND NOT FUNCAO-PROPOE AND
                    NOT FUNCAO-EXCLUI AND NOT FUNCAO-APROVA AND
                    NOT FUNCAO-REJEITA
                   MOVE 'FUNCAO INVALIDA. USE C/P/E/A/R         '
                     TO WS-ERRO-TEXTO
               WHEN NOT TABELA-VALIDA
                   MOVE 'TABELA INVALIDA. SEGROT/CANALROT/PARMLIM'
                     TO WS-ERRO-TEXTO
               WHEN WS-ENT-ITEM = SPACES
                   MOVE 'ITEM NAO INFORMADO                      '
                     TO WS-ERRO-TEXTO
               WHEN WS-ENT-VIGENCIA IS NOT NUMERIC
                   MOVE 'DATA DE VIGENCIA INVALIDA (AAAAMMDD)    '
                     TO WS-ERRO-TEXTO
               WHEN WS-USUARIO = SPACES
                   MOVE 'USUARIO NAO IDENTIFICADO NO TERMINAL    '
                     TO WS-ERRO-TEXTO
           END-EVALUATE

           IF WS-ERRO-TEXTO NOT = SPACES
               MOVE WS-ENT-ITEM TO WS-ERRO-CHAVE
               PERFORM 8000-ENVIA-ERRO
               EXEC CICS RETURN
               END-EXEC
           END-IF

           MOVE WS-ENT-TABELA   TO WS-RID-TABELA
           MOVE WS-ENT-ITEM     TO WS-RID-ITEM
           MOVE WS-ENT-VIGENCIA TO WS-RID-VIGENCIA.

       2000-PROCESSA-FUNCAO.
           MOVE SPACES TO WS-TL-RESULT-VAL
           PERFORM 7000-BUSCA-VIGENTE

           EVALUATE TRUE
               WHEN FUNCAO-CONSULTA
                   PERFORM 3000-CONSULTA-VERSAO
               WHEN FUNCAO-PROPOE
                   PERFORM 4000-PROPOE-VERSAO
               WHEN FUNCAO-EXCLUI
                   PERFORM 4000-PROPOE-VERSAO
               WHEN FUNCAO-APROVA
                   PERFORM 5000-APROVA-VERSAO
               WHEN FUNCAO-REJEITA
                   PERFORM 6000-REJEITA-VERSAO
           END-EVALUATE

           PERFORM 2100-MONTA-TELA

           EXEC CICS SEND TEXT
               FROM(WS-TELA)
               LENGTH(LENGTH OF WS-TELA)
               ERASE
               FREEKB
           END-EXEC.

       2100-MONTA-TELA.
           MOVE WS-RID-TABELA     TO WS-TL-TABELA-VAL
           MOVE WS-RID-ITEM       TO WS-TL-ITEM-VAL
           MOVE WS-RID-VIGENCIA   TO WS-TL-VIGENCIA-VAL
           MOVE WS-IMAGEM-VIGENTE TO WS-TL-IMG-VIG-VAL

           IF VERSAO-LIDA
               MOVE PMV-STATUS        TO WS-TL-STATUS-VAL
               MOVE PMV-OPERACAO      TO WS-TL-OPER-VAL
               MOVE PMV-USU-PROPOSTA  TO WS-TL-USU-PROP-VAL
               MOVE PMV-USU-APROVACAO TO WS-TL-USU-APR-VAL
               MOVE PMV-DATA-APROVACAO TO WS-TL-DATA-APR-VAL
               MOVE PMV-IMAGEM        TO WS-TL-IMG-VER-VAL
           ELSE
               MOVE SPACES TO WS-TL-STATUS-VAL
                              WS-TL-OPER-VAL
                              WS-TL-USU-PROP-VAL
                              WS-TL-USU-APR-VAL
                              WS-TL-DATA-APR-VAL
                              WS-TL-IMG-VER-VAL
           END-IF.

       3000-CONSULTA-VERSAO.
           PERFORM 7200-LE-VERSAO

           IF VERSAO-LIDA
               MOVE 'CONSULTA SEM ATUALIZACAO               '
                 TO WS-TL-RESULT-VAL
           ELSE
               MOVE 'SEM VERSAO PROPOSTA PARA A VIGENCIA     '
                 TO WS-TL-RESULT-VAL
           END-IF.

       4000-PROPOE-VERSAO.
           MOVE 'S' TO WS-FLAG-VALIDO
           MOVE SPACES TO WS-IMAGEM-NOVA

           IF WS-RID-VIGENCIA < WS-DATA-HOJE
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'VIGENCIA RETROATIVA NAO PERMITIDA       '
                 TO WS-TL-RESULT-VAL
           ELSE
               IF FUNCAO-EXCLUI
                   PERFORM 4050-MONTA-EXCLUSAO
               ELSE
                   PERFORM 4100-MONTA-IMAGEM
               END-IF
           END-IF

           IF PROPOSTA-VALIDA
               PERFORM 4500-GRAVA-PROPOSTA
           END-IF.

       4050-MONTA-EXCLUSAO.
           IF VERSAO-VIGENTE-ACHADA
               MOVE WS-IMAGEM-VIGENTE TO WS-IMAGEM-NOVA
           ELSE
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'ITEM SEM VERSAO VIGENTE PARA EXCLUIR    '
                 TO WS-TL-RESULT-VAL
           END-IF.

       4100-MONTA-IMAGEM.
           EVALUATE WS-RID-TABELA
               WHEN 'SEGROT  '
                   PERFORM 4200-MONTA-SEGROT
               WHEN 'CANALROT'
                   PERFORM 4300-MONTA-CANALROT
               WHEN 'PARMLIM '
                   PERFORM 4400-MONTA-PARMLIM
           END-EVALUATE.

       4200-MONTA-SEGROT.
           MOVE SPACES TO REG-SEGROT
           MOVE WS-RID-ITEM(1:3) TO SEG-CODIGO

           IF WS-RID-ITEM(4:7) NOT = SPACES
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'CODIGO DE SEGMENTO COM MAIS DE 3 POS.   '
                 TO WS-TL-RESULT-VAL
           END-IF

           IF WS-ENT-SEG-MULT IS NOT NUMERIC
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'MULTIPLICADOR NAO NUMERICO              '
                 TO WS-TL-RESULT-VAL
           ELSE
               MOVE WS-ENT-SEG-MULT TO SEG-MULT-LIMITE
           END-IF

           IF WS-ENT-SEG-MESES IS NOT NUMERIC
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'LIMITE DE MESES NAO NUMERICO            '
                 TO WS-TL-RESULT-VAL
           ELSE
               MOVE WS-ENT-SEG-MESES TO SEG-LIMITE-MESES
           END-IF

           MOVE WS-ENT-SEG-PRIOR TO WS-PRIOR-TESTE
           IF NOT PRIOR-MINIMA-VALIDA
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'PRIORIDADE MINIMA INVALIDA              '
                 TO WS-TL-RESULT-VAL
           ELSE
               MOVE WS-ENT-SEG-PRIOR TO SEG-PRIOR-MINIMA
           END-IF

           MOVE WS-ENT-SEG-DECISAO TO WS-DECISAO-TESTE
           IF NOT DECISAO-FORCADA-VALIDA
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'DECISAO FORCADA INVALIDA                '
                 TO WS-TL-RESULT-VAL
           ELSE
               MOVE WS-ENT-SEG-DECISAO TO SEG-DECISAO-FORCADA
           END-IF

           MOVE REG-SEGROT TO WS-IMAGEM-NOVA.

       4300-MONTA-CANALROT.
           MOVE SPACES TO REG-CANAL
           MOVE WS-RID-ITEM(1:8) TO CANAL-GRUPO-REF

           IF WS-RID-ITEM(9:2) NOT = SPACES
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'GRUPO DE CANAL COM MAIS DE 8 POSICOES   '
                 TO WS-TL-RESULT-VAL
           END-IF

           MOVE WS-ENT-CAN-DESTINO TO WS-CANAL-TESTE
           IF NOT CANAL-INTERNO-VALIDO
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'CANAL DESTINO DESCONHECIDO              '
                 TO WS-TL-RESULT-VAL
           ELSE
               MOVE WS-ENT-CAN-DESTINO TO CANAL-DESTINO-REF
           END-IF

           IF WS-ENT-CAN-USA-REF NOT = 'S' AND
              WS-ENT-CAN-USA-REF NOT = 'N'
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'INDICADOR USA-REF INVALIDO              '
                 TO WS-TL-RESULT-VAL
           ELSE
               MOVE WS-ENT-CAN-USA-REF TO CANAL-USA-REF-IN3
           END-IF

           MOVE REG-CANAL TO WS-IMAGEM-NOVA.

       4400-MONTA-PARMLIM.
           MOVE SPACES TO REG-PARM

           IF WS-ENT-PARM-VIP IS NOT NUMERIC OR
              WS-ENT-PARM-A1  IS NOT NUMERIC OR
              WS-ENT-PARM-B1  IS NOT NUMERIC
               MOVE 'N' TO WS-FLAG-VALIDO
               MOVE 'LIMITES NAO NUMERICOS                   '
                 TO WS-TL-RESULT-VAL
           ELSE
               IF WS-ENT-PARM-A1 <= WS-ENT-PARM-B1
                   MOVE 'N' TO WS-FLAG-VALIDO
                   MOVE 'FAIXA A1 MENOR OU IGUAL A B1            '
                     TO WS-TL-RESULT-VAL
               ELSE
                   MOVE WS-ENT-PARM-VIP TO PARM-LIM-VIP
                   MOVE WS-ENT-PARM-A1  TO PARM-LIM-FAIXA-A1
                   MOVE WS-ENT-PARM-B1  TO PARM-LIM-FAIXA-B1
               END-IF
           END-IF

           MOVE REG-PARM TO WS-IMAGEM-NOVA.

       4500-GRAVA-PROPOSTA.
           MOVE SPACES          TO REG-PARMVER
           MOVE WS-CHAVE-RID    TO PMV-CHAVE
           SET PMV-PENDENTE     TO TRUE
           IF FUNCAO-EXCLUI
               SET PMV-OPER-EXCLUI TO TRUE
           ELSE
               SET PMV-OPER-ATUALIZA TO TRUE
           END-IF
           MOVE WS-USUARIO      TO PMV-USU-PROPOSTA
           MOVE WS-DATA-HOJE    TO PMV-DATA-PROPOSTA
           MOVE WS-HORA-AGORA   TO PMV-HORA-PROPOSTA
           MOVE WS-IMAGEM-NOVA  TO PMV-IMAGEM
           MOVE REG-PARMVER     TO WS-PARMVER-NOVO
           MOVE WS-IMAGEM-VIGENTE TO WS-IMAGEM-ANTES

           EXEC CICS WRITE
               DATASET('PARMMST')
               FROM(REG-PARMVER)
               LENGTH(LENGTH OF REG-PARMVER)
               RIDFLD(PMV-CHAVE)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET VERSAO-LIDA TO TRUE
                   PERFORM 8100-GRAVA-LOG
                   MOVE 'PROPOSTA REGISTRADA. AGUARDA APROVACAO '
                     TO WS-TL-RESULT-VAL
               WHEN DFHRESP(DUPREC)
                   PERFORM 4600-SUBSTITUI-PROPOSTA
               WHEN OTHER
                   MOVE 'ERRO NA GRAVACAO DA PROPOSTA            '
                     TO WS-TL-RESULT-VAL
           END-EVALUATE.

       4600-SUBSTITUI-PROPOSTA.
           MOVE 160 TO WS-TAM-PARMVER

           EXEC CICS READ
               DATASET('PARMMST')
               INTO(REG-PARMVER)
               LENGTH(WS-TAM-PARMVER)
               RIDFLD(WS-CHAVE-RID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERRO NA LEITURA DA PROPOSTA ANTERIOR    '
                 TO WS-TL-RESULT-VAL
           ELSE
               SET VERSAO-LIDA TO TRUE
               IF PMV-APROVADO
                   EXEC CICS UNLOCK
                       DATASET('PARMMST')
                   END-EXEC
                   MOVE 'VERSAO JA APROVADA PARA ESTA VIGENCIA   '
                     TO WS-TL-RESULT-VAL
               ELSE
                   IF PMV-PENDENTE
                       MOVE PMV-IMAGEM TO WS-IMAGEM-ANTES
                   END-IF
                   MOVE WS-PARMVER-NOVO TO REG-PARMVER
                   PERFORM 4700-REGRAVA-PROPOSTA
               END-IF
           END-IF.

       4700-REGRAVA-PROPOSTA.
           EXEC CICS REWRITE
               DATASET('PARMMST')
               FROM(REG-PARMVER)
               LENGTH(LENGTH OF REG-PARMVER)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 8100-GRAVA-LOG
               MOVE 'PROPOSTA SUBSTITUIDA. AGUARDA APROVACAO '
                 TO WS-TL-RESULT-VAL
           ELSE
               MOVE 'ERRO NA REGRAVACAO DA PROPOSTA          '
                 TO WS-TL-RESULT-VAL
           END-IF.

       5000-APROVA-VERSAO.
           PERFORM 7300-LE-VERSAO-ATUALIZA

           IF VERSAO-LIDA
               EVALUATE TRUE
                   WHEN NOT PMV-PENDENTE
                       PERFORM 7400-LIBERA-VERSAO
                       MOVE 'VERSAO NAO ESTA PENDENTE DE APROVACAO  '
                         TO WS-TL-RESULT-VAL
                   WHEN PMV-USU-PROPOSTA = WS-USUARIO
                       PERFORM 7400-LIBERA-VERSAO
                       MOVE 'APROVADOR DEVE SER OUTRO USUARIO        '
                         TO WS-TL-RESULT-VAL
                   WHEN OTHER
                       PERFORM 5100-EFETIVA-APROVACAO
               END-EVALUATE
           END-IF.

       5100-EFETIVA-APROVACAO.
           SET PMV-APROVADO     TO TRUE
           MOVE WS-USUARIO      TO PMV-USU-APROVACAO
           MOVE WS-DATA-HOJE    TO PMV-DATA-APROVACAO
           MOVE WS-HORA-AGORA   TO PMV-HORA-APROVACAO
           MOVE WS-IMAGEM-VIGENTE TO WS-IMAGEM-ANTES
           IF PMV-OPER-EXCLUI
               MOVE SPACES TO WS-IMAGEM-NOVA
           ELSE
               MOVE PMV-IMAGEM TO WS-IMAGEM-NOVA
           END-IF

           EXEC CICS REWRITE
               DATASET('PARMMST')
               FROM(REG-PARMVER)
               LENGTH(LENGTH OF REG-PARMVER)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 8100-GRAVA-LOG
               MOVE 'VERSAO APROVADA. VALE PARA A VIGENCIA   '
                 TO WS-TL-RESULT-VAL
           ELSE
               MOVE 'ERRO NA GRAVACAO DA APROVACAO           '
                 TO WS-TL-RESULT-VAL
           END-IF.

       6000-REJEITA-VERSAO.
           PERFORM 7300-LE-VERSAO-ATUALIZA

           IF VERSAO-LIDA
               IF NOT PMV-PENDENTE
                   PERFORM 7400-LIBERA-VERSAO
                   MOVE 'VERSAO NAO ESTA PENDENTE DE APROVACAO  '
                     TO WS-TL-RESULT-VAL
               ELSE
                   PERFORM 6100-EFETIVA-REJEICAO
               END-IF
           END-IF.

       6100-EFETIVA-REJEICAO.
           SET PMV-REJEITADO    TO TRUE
           MOVE WS-USUARIO      TO PMV-USU-APROVACAO
           MOVE WS-DATA-HOJE    TO PMV-DATA-APROVACAO
           MOVE WS-HORA-AGORA   TO PMV-HORA-APROVACAO
           MOVE PMV-IMAGEM      TO WS-IMAGEM-ANTES
           MOVE SPACES          TO WS-IMAGEM-NOVA

           EXEC CICS REWRITE
               DATASET('PARMMST')
               FROM(REG-PARMVER)
               LENGTH(LENGTH OF REG-PARMVER)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 8100-GRAVA-LOG
               MOVE 'PROPOSTA REJEITADA                      '
                 TO WS-TL-RESULT-VAL
           ELSE
               MOVE 'ERRO NA GRAVACAO DA REJEICAO            '
                 TO WS-TL-RESULT-VAL
           END-IF.

       7000-BUSCA-VIGENTE.
           MOVE SPACES TO WS-IMAGEM-VIGENTE
           MOVE 'N' TO WS-FLAG-VIGENTE
           MOVE 'N' TO WS-FLAG-FIM-BROWSE
           MOVE WS-RID-TABELA TO WS-BRW-TABELA
           MOVE WS-RID-ITEM   TO WS-BRW-ITEM
           MOVE LOW-VALUES    TO WS-BRW-VIGENCIA

           EXEC CICS STARTBR
               DATASET('PARMMST')
               RIDFLD(WS-CHAVE-BROWSE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL FIM-BROWSE
                   PERFORM 7100-LE-PROXIMA-VERSAO
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('PARMMST')
               END-EXEC
           END-IF.

       7100-LE-PROXIMA-VERSAO.
           MOVE 160 TO WS-TAM-PARMVER

           EXEC CICS READNEXT
               DATASET('PARMMST')
               INTO(REG-PARMVER)
               LENGTH(WS-TAM-PARMVER)
               RIDFLD(WS-CHAVE-BROWSE)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET FIM-BROWSE TO TRUE
           ELSE
               IF PMV-TABELA NOT = WS-RID-TABELA OR
                  PMV-ITEM NOT = WS-RID-ITEM OR
                  PMV-DATA-VIGENCIA NOT < WS-RID-VIGENCIA
                   SET FIM-BROWSE TO TRUE
               ELSE
                   IF PMV-APROVADO
                       IF PMV-OPER-EXCLUI
                           MOVE 'N' TO WS-FLAG-VIGENTE
                           MOVE SPACES TO WS-IMAGEM-VIGENTE
                       ELSE
                           SET VERSAO-VIGENTE-ACHADA TO TRUE
                           MOVE PMV-IMAGEM TO WS-IMAGEM-VIGENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       7200-LE-VERSAO.
           MOVE 'N' TO WS-FLAG-VERSAO-LIDA
           MOVE 160 TO WS-TAM-PARMVER

           EXEC CICS READ
               DATASET('PARMMST')
               INTO(REG-PARMVER)
               LENGTH(WS-TAM-PARMVER)
               RIDFLD(WS-CHAVE-RID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET VERSAO-LIDA TO TRUE
           END-IF.

       7300-LE-VERSAO-ATUALIZA.
           MOVE 'N' TO WS-FLAG-VERSAO-LIDA
           MOVE 160 TO WS-TAM-PARMVER

           EXEC CICS READ
               DATASET('PARMMST')
               INTO(REG-PARMVER)
               LENGTH(WS-TAM-PARMVER)
               RIDFLD(WS-CHAVE-RID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET VERSAO-LIDA TO TRUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'VERSAO NAO ENCONTRADA PARA A VIGENCIA   '
                     TO WS-TL-RESULT-VAL
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DA VERSAO               '
                     TO WS-TL-RESULT-VAL
           END-EVALUATE.

       7400-LIBERA-VERSAO.
           EXEC CICS UNLOCK
               DATASET('PARMMST')
           END-EXEC.

       8000-ENVIA-ERRO.
           EXEC CICS SEND TEXT
               FROM(WS-TELA-ERRO)
               LENGTH(LENGTH OF WS-TELA-ERRO)
               ERASE
               FREEKB
           END-EXEC.

       8100-GRAVA-LOG.
           MOVE SPACES            TO REG-PARMLOG
           MOVE WS-DATA-HOJE      TO PLG-DATA
           MOVE WS-HORA-AGORA     TO PLG-HORA
           MOVE WS-TERMINAL       TO PLG-TERMINAL
           MOVE WS-USUARIO        TO PLG-USUARIO
           EVALUATE TRUE
               WHEN FUNCAO-APROVA
                   SET PLG-APROVACAO TO TRUE
               WHEN FUNCAO-REJEITA
                   SET PLG-REJEICAO  TO TRUE
               WHEN OTHER
                   SET PLG-PROPOSTA  TO TRUE
           END-EVALUATE
           MOVE PMV-TABELA        TO PLG-TABELA
           MOVE PMV-ITEM          TO PLG-ITEM
           MOVE PMV-DATA-VIGENCIA TO PLG-DATA-VIGENCIA
           MOVE PMV-OPERACAO      TO PLG-OPERACAO
           MOVE WS-IMAGEM-ANTES   TO PLG-IMAGEM-ANTES
           MOVE WS-IMAGEM-NOVA    TO PLG-IMAGEM-DEPOIS

           EXEC CICS WRITEQ TD
               QUEUE('PLOG')
               FROM(REG-PARMLOG)
               LENGTH(LENGTH OF REG-PARMLOG)
               RESP(WS-RESP)
           END-EXEC.

       9000-RETORNA.
           EXEC CICS RETURN
           END-EXEC.
