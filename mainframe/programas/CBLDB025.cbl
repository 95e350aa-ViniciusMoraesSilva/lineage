           05 WS-LIDOS-PRD          PIC 9(07) VALUE ZERO.
           05 WS-COMPARADOS         PIC 9(07) VALUE ZERO.
           05 WS-FLIPS              PIC 9(07) VALUE ZERO.
           05 WS-FORCADOS-VELOC     PIC 9(07) VALUE ZERO.
           05 WS-SEM-PRODUCAO       PIC 9(07) VALUE ZERO.
           05 WS-CHAVES-DIVERGENTES PIC 9(07) VALUE ZERO.

           05 WS-PRD-DECISAO        PIC X(08) VALUE SPACES.
           05 WS-PRD-SEGMENTO       PIC X(03) VALUE SPACES.
           05 WS-PRD-CATEGORIA      PIC X(03) VALUE SPACES.
           05 WS-PRD-REGRA          PIC X(04) VALUE SPACES.

       01  WS-TAB-PARES.
           05 WS-PAR-QTDE           PIC 9(02) VALUE ZERO.
                   MOVE P2-DECISAO         TO WS-PRD-DECISAO
                   MOVE P2-SEGMENTO        TO WS-PRD-SEGMENTO
                   MOVE P2-CATEGORIA-FINAL TO WS-PRD-CATEGORIA
                   MOVE P2-REGRA-ID        TO WS-PRD-REGRA
                   IF P2-CHAVE NOT = P1-CHAVE
                       ADD 1 TO WS-CHAVES-DIVERGENTES
                   END-IF
           END-READ.

       2600-COMPARA-DECISOES.
           IF WS-PRD-REGRA = 'R008'
               ADD 1 TO WS-FORCADOS-VELOC
           ELSE
               ADD 1 TO WS-COMPARADOS
               PERFORM 2610-ACUMULA-PAR

               IF WS-SIM-DECISAO NOT = WS-PRD-DECISAO
                   ADD 1 TO WS-FLIPS
                   PERFORM 2620-ACUMULA-FLIP-SEGMENTO
                   PERFORM 2630-ACUMULA-FLIP-CATEGORIA
               END-IF
           END-IF.

       2610-ACUMULA-PAR.
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL DE MUDANCAS DE DECISAO: ' WS-FLIPS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'FORCADAS POR VELOCIDADE (R008), NAO COMPARADAS: '
                  WS-FORCADOS-VELOC
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.

       9000-FINALIZA.
           DISPLAY 'CBLDB025 PRODUCAO LIDA        = ' WS-LIDOS-PRD
           DISPLAY 'CBLDB025 COMPARADOS           = ' WS-COMPARADOS
           DISPLAY 'CBLDB025 MUDANCAS DE DECISAO  = ' WS-FLIPS
           DISPLAY 'CBLDB025 FORCADAS VELOCIDADE  = ' WS-FORCADOS-VELOC
           DISPLAY 'CBLDB025 SEM PAR NA PRODUCAO  = '
                   WS-SEM-PRODUCAO
           DISPLAY 'CBLDB025 CHAVES DIVERGENTES   = '
