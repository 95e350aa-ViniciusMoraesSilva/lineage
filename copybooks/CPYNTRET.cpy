       01  REG-NOTRET.
           05 RET-CHAVE               PIC X(10).
           05 RET-DATA-DECISAO        PIC X(08).
           05 RET-MEIO                PIC X(01).
           05 RET-DECISAO             PIC X(08).
           05 RET-STATUS              PIC X(01).
              88 RET-ENTREGUE                   VALUE 'E'.
              88 RET-FALHA                      VALUE 'F'.
           05 RET-MOTIVO              PIC X(30).
           05 RET-DATA-RETORNO        PIC X(08).
           05 FILLER                  PIC X(14).
