       01  REG-QARESULT.
           05 QAR-DATA                PIC X(08).
           05 QAR-CHAVE-CLIENTE       PIC X(10).
           05 QAR-RESULTADO           PIC X(01).
              88 QAR-CONCORDA                   VALUE 'C'.
              88 QAR-DISCORDA                   VALUE 'D'.
           05 QAR-MOTIVO              PIC X(30).
           05 QAR-REVISOR             PIC X(08).
           05 QAR-DATA-REVISAO        PIC X(08).
           05 FILLER                  PIC X(15).
