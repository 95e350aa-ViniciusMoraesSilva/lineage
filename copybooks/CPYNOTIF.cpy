       01  REG-NOTIF.
           05 NTF-CHAVE               PIC X(10).
           05 NTF-DATA-DECISAO        PIC X(08).
           05 NTF-HORA-DECISAO        PIC X(06).
           05 NTF-MEIO                PIC X(01).
              88 NTF-MEIO-SMS                   VALUE 'S'.
              88 NTF-MEIO-EMAIL                 VALUE 'E'.
              88 NTF-MEIO-CARTA                 VALUE 'C'.
           05 NTF-CANAL-PREFERENC     PIC X(02).
           05 NTF-DECISAO             PIC X(08).
           05 NTF-NOME                PIC X(32).
           05 NTF-LIMITE-CRED         PIC 9(09)V99.
           05 NTF-VALOR-AJUSTADO      PIC 9(09)V99.
           05 NTF-CATEGORIA           PIC X(03).
           05 NTF-REGRA-ID            PIC X(04).
           05 NTF-SEGMENTO            PIC X(03).
           05 FILLER                  PIC X(21).
