       01  REG-CONVCHV.
           05 CNV-CHAVE-ANTIGA        PIC X(10).
           05 CNV-CHAVE-NOVA          PIC X(10).
           05 CNV-TIPO                PIC X(01).
              88 CNV-TIPO-FUSAO                 VALUE 'F'.
              88 CNV-TIPO-RENUMERACAO           VALUE 'R'.
           05 CNV-DATA-PEDIDO         PIC X(08).
           05 CNV-SOLICITANTE         PIC X(20).
           05 FILLER                  PIC X(31).
