       01  REG-ACUM.
           05 ACM-CHAVE.
              10 ACM-MES-REF          PIC X(06).
              10 ACM-TIPO             PIC X(01).
                 88 ACM-TIPO-DECISAO            VALUE 'D'.
                 88 ACM-TIPO-SEGMENTO           VALUE 'S'.
                 88 ACM-TIPO-CANAL              VALUE 'C'.
                 88 ACM-TIPO-CATEGORIA          VALUE 'G'.
              10 ACM-CODIGO           PIC X(08).
           05 ACM-DATA                PIC X(08).
           05 ACM-QTD                 PIC 9(09).
           05 ACM-VALOR               PIC S9(13)V99.
           05 ACM-QTD-DIA             PIC 9(09).
           05 ACM-VALOR-DIA           PIC S9(13)V99.
           05 FILLER                  PIC X(09).
