       01  REG-QUALDIA.
           05 QLD-CHAVE.
              10 QLD-DATA             PIC X(08).
              10 QLD-SISTEMA          PIC X(08).
              10 QLD-ARQUIVO          PIC X(08).
              10 QLD-TIPO             PIC X(01).
                 88 QLD-TIPO-TRANSMISSAO        VALUE 'T'.
                 88 QLD-TIPO-CAMPO              VALUE 'C'.
              10 QLD-CAMPO            PIC X(12).
           05 QLD-QTD-ERROS           PIC 9(07).
           05 QLD-QTD-AVISOS          PIC 9(07).
           05 QLD-QTD-REGISTROS       PIC 9(09).
           05 QLD-SITUACAO            PIC X(01).
              88 QLD-TRANS-NO-PRAZO             VALUE 'N'.
              88 QLD-TRANS-ATRASADA             VALUE 'A'.
              88 QLD-TRANS-FALTANTE             VALUE 'F'.
              88 QLD-TRANS-SEM-HEADER           VALUE 'S'.
           05 QLD-DATA-ARQUIVO        PIC X(08).
           05 FILLER                  PIC X(11).
