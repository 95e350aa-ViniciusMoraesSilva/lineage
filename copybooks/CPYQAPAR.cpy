       01  REG-QAPARM.
           05 QAP-NIVEL-CONFIANCA     PIC 9(01)V99.
           05 QAP-TAXA-ESPERADA       PIC 9(01)V999.
           05 QAP-MARGEM-ERRO         PIC 9(01)V999.
           05 QAP-MINIMO-ESTRATO      PIC 9(03).
           05 QAP-MAXIMO-DIA          PIC 9(05).
           05 QAP-SEMENTE             PIC 9(09).
           05 FILLER                  PIC X(52).
