       01  REG-PARMVER.
           05 PMV-CHAVE.
              10 PMV-TABELA           PIC X(08).
                 88 PMV-TAB-SEGROT              VALUE 'SEGROT  '.
                 88 PMV-TAB-CANALROT            VALUE 'CANALROT'.
                 88 PMV-TAB-PARMLIM             VALUE 'PARMLIM '.
              10 PMV-ITEM             PIC X(10).
              10 PMV-DATA-VIGENCIA    PIC X(08).
           05 PMV-STATUS              PIC X(01).
              88 PMV-PENDENTE                   VALUE 'P'.
              88 PMV-APROVADO                   VALUE 'A'.
              88 PMV-REJEITADO                  VALUE 'R'.
           05 PMV-OPERACAO            PIC X(01).
              88 PMV-OPER-ATUALIZA              VALUE 'A'.
              88 PMV-OPER-EXCLUI                VALUE 'E'.
           05 PMV-USU-PROPOSTA        PIC X(08).
           05 PMV-DATA-PROPOSTA       PIC X(08).
           05 PMV-HORA-PROPOSTA       PIC X(06).
           05 PMV-USU-APROVACAO       PIC X(08).
           05 PMV-DATA-APROVACAO      PIC X(08).
           05 PMV-HORA-APROVACAO      PIC X(06).
           05 PMV-IMAGEM              PIC X(80).
           05 FILLER                  PIC X(08).
