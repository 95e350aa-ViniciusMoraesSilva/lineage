           05 TENT-CHAVE              PIC X(10).
           05 TENT-QTD                PIC 9(02).
           05 TENT-DATA-ULT           PIC X(08).
           05 TENT-QTD-ANTERIOR       PIC 9(02).
           05 TENT-ID-EXECUCAO        PIC X(16).
           05 FILLER                  PIC X(42).
