       01  REG-LGPD.
           05 LGP-PROTOCOLO           PIC 9(08).
           05 LGP-CHAVE               PIC X(10).
           05 LGP-DATA-PEDIDO         PIC X(08).
           05 LGP-SOLICITANTE         PIC X(20).
           05 FILLER                  PIC X(34).
