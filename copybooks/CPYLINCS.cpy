       01  REG-CONS-LINHAGEM.
           05 CLN-CHAVE               PIC X(10).
           05 CLN-DATA-NEGOCIO        PIC X(08).
           05 FILLER                  PIC X(62).
