           05 PEN-CHAVE               PIC X(10).
           05 PEN-DATA-EXTRACAO       PIC X(08).
           05 PEN-PRIORIDADE          PIC X(01).
           05 PEN-ID-EXECUCAO         PIC X(16).
           05 FILLER                  PIC X(45).
