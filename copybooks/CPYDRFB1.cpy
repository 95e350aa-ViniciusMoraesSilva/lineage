       01  REG-DRIFTBAS.
           05 DRB-COMPONENTE          PIC X(01).
           05 DRB-BASE-INICIO         PIC X(08).
           05 DRB-BASE-FIM            PIC X(08).
           05 DRB-TOTAL               PIC 9(09).
           05 DRB-SOMA                PIC 9(11)V99.
           05 DRB-QTDE-FAIXA          PIC 9(07) OCCURS 10 TIMES.
           05 DRB-LIMITE              PIC 9(06)V99 OCCURS 9 TIMES.
           05 FILLER                  PIC X(19).
