       01  REG-QAAMOSTRA.
           05 QAM-CHAVE.
              10 QAM-DATA             PIC X(08).
              10 QAM-CHAVE-CLIENTE    PIC X(10).
           05 QAM-REGRA-ID            PIC X(04).
           05 QAM-SEGMENTO            PIC X(03).
           05 QAM-DECISAO             PIC X(08).
           05 QAM-SCORE               PIC 9(08)V99.
           05 QAM-VALOR-AJUSTADO      PIC 9(09)V99.
           05 QAM-POP-ESTRATO         PIC 9(07).
           05 QAM-AMOSTRA-ESTRATO     PIC 9(05).
           05 QAM-SITUACAO            PIC X(01).
              88 QAM-PENDENTE                   VALUE 'P'.
              88 QAM-CONCORDA                   VALUE 'C'.
              88 QAM-DISCORDA                   VALUE 'D'.
           05 QAM-MOTIVO              PIC X(30).
           05 QAM-REVISOR             PIC X(08).
           05 QAM-DATA-REVISAO        PIC X(08).
           05 FILLER                  PIC X(07).
