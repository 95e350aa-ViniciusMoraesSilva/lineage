       01  REG-RETCTL.
           05 RTC-ARQUIVO             PIC X(08).
           05 RTC-DIAS-RETENCAO       PIC 9(05).
           05 FILLER                  PIC X(67).
