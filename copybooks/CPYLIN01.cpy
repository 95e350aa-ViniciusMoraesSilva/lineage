       01  REG-LINHAGEM.
           05 LIN-DATA-NEGOCIO        PIC X(08).
           05 LIN-PROGRAMA            PIC X(09).
           05 LIN-ARQ-SAIDA           PIC X(08).
           05 LIN-SEQ-SAIDA           PIC 9(07).
           05 LIN-CHAVE               PIC X(10).
           05 LIN-ARQ-ORIGEM          PIC X(08).
           05 LIN-GERACAO-ORIGEM      PIC 9(06).
           05 LIN-SEQ-ORIGEM          PIC 9(07).
           05 LIN-DECISAO             PIC X(08).
           05 FILLER                  PIC X(09).
