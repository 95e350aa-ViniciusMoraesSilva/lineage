       01  REG-DRIFTPRM.
           05 DRP-TIPO                PIC X(01).
              88 DRP-TIPO-NIVEIS                VALUE 'N'.
              88 DRP-TIPO-FAIXAS                VALUE 'F'.
           05 DRP-DADOS               PIC X(79).
           05 DRP-DADOS-NIVEIS REDEFINES DRP-DADOS.
              10 DRP-NIVEL-ATENCAO    PIC 9(01)V9(04).
              10 DRP-NIVEL-ALERTA     PIC 9(01)V9(04).
              10 DRP-BASE-INICIO      PIC X(08).
              10 DRP-BASE-FIM         PIC X(08).
              10 DRP-DIAS-JANELA      PIC 9(03).
              10 FILLER               PIC X(50).
           05 DRP-DADOS-FAIXAS REDEFINES DRP-DADOS.
              10 DRP-COMPONENTE       PIC X(01).
              10 DRP-LIMITE           PIC 9(06)V99 OCCURS 9 TIMES.
              10 FILLER               PIC X(06).
