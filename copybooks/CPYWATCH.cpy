       01  REG-WATCH.
           05 WAT-DATA                PIC X(08).
           05 WAT-CHAVE               PIC X(10).
           05 WAT-AGENCIA             PIC X(04).
           05 WAT-SEGMENTO            PIC X(03).
           05 WAT-MOTIVO              PIC X(01).
              88 WAT-CONSECUTIVO                VALUE 'C'.
              88 WAT-ELEVACAO                   VALUE 'E'.
              88 WAT-AMBOS                      VALUE 'A'.
           05 WAT-PERC-ATUAL          PIC 9(03)V99.
           05 WAT-PERC-ANTERIOR       PIC 9(03)V99.
           05 WAT-QTD-ACIMA           PIC 9(01).
           05 WAT-ELEVACAO-PONTOS     PIC 9(03)V99.
           05 WAT-NOME                PIC X(32).
           05 WAT-LIMITE-CRED         PIC 9(09)V99.
           05 FILLER                  PIC X(15).
