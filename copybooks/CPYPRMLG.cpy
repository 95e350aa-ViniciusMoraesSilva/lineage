       01  REG-PARMLOG.
           05 PLG-DATA                PIC X(08).
           05 PLG-HORA                PIC X(06).
           05 PLG-TERMINAL            PIC X(04).
           05 PLG-USUARIO             PIC X(08).
           05 PLG-ACAO                PIC X(01).
              88 PLG-PROPOSTA                   VALUE 'P'.
              88 PLG-APROVACAO                  VALUE 'A'.
              88 PLG-REJEICAO                   VALUE 'R'.
           05 PLG-TABELA              PIC X(08).
           05 PLG-ITEM                PIC X(10).
           05 PLG-DATA-VIGENCIA       PIC X(08).
           05 PLG-OPERACAO            PIC X(01).
           05 PLG-IMAGEM-ANTES        PIC X(80).
           05 PLG-IMAGEM-DEPOIS       PIC X(80).
           05 FILLER                  PIC X(06).
