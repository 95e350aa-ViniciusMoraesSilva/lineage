       01  REG-CNVIMG.
           05 IMG-DATA-EXEC           PIC X(08).
           05 IMG-CHAVE-ANTIGA        PIC X(10).
           05 IMG-CHAVE-NOVA          PIC X(10).
           05 IMG-ARQUIVO             PIC X(14).
           05 IMG-TIPO                PIC X(01).
              88 IMG-ANTES                      VALUE 'A'.
              88 IMG-DEPOIS                     VALUE 'D'.
              88 IMG-EXCLUIDO                   VALUE 'E'.
           05 IMG-TAMANHO             PIC 9(03).
           05 IMG-DADOS               PIC X(250).
           05 FILLER                  PIC X(04).
