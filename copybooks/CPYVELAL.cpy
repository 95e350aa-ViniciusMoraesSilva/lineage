       01  REG-VELALRT.
           05 VAL-CHAVE               PIC X(10).
           05 VAL-DATA                PIC X(08).
           05 VAL-TIPO                PIC X(01).
           05 VAL-IDENT               PIC X(14).
           05 VAL-QTD-DIA             PIC 9(03).
           05 VAL-QTD-JANELA          PIC 9(03).
           05 FILLER                  PIC X(41).
