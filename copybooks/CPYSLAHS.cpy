       01  REG-SLAHIST.
           05 SLH-DATA                PIC X(08).
           05 SLH-PROGRAMA            PIC X(09).
           05 SLH-SEGUNDOS            PIC 9(07).
           05 SLH-SITUACAO            PIC X(01).
              88 SLH-NO-PRAZO                   VALUE 'N'.
              88 SLH-ESTOURADO                  VALUE 'E'.
           05 FILLER                  PIC X(55).
