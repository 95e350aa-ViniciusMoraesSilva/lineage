       01  REG-VELCTL.
           05 VCT-DIAS-JANELA         PIC 9(03).
           05 VCT-LIMITE-DIA          PIC 9(03).
           05 VCT-LIMITE-JANELA       PIC 9(03).
           05 FILLER                  PIC X(71).
