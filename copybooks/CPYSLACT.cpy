       01  REG-SLACTL.
           05 SLA-TIPO                PIC X(01).
              88 SLA-TIPO-JANELA                VALUE 'J'.
              88 SLA-TIPO-PASSO                 VALUE 'P'.
           05 SLA-SEQUENCIA           PIC 9(03).
           05 SLA-PROGRAMA            PIC X(09).
           05 SLA-MINUTOS-LIMITE      PIC 9(05).
           05 SLA-HORA-REF            PIC X(06).
           05 SLA-CRITICO             PIC X(01).
              88 SLA-PASSO-CRITICO              VALUE 'S'.
           05 SLA-DIAS-MEDIA          PIC 9(03).
           05 FILLER                  PIC X(52).
