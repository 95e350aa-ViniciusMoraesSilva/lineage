       01  REG-USODOC.
           05 USO-TIPO                PIC X(01).
              88 USO-DOCUMENTO                  VALUE 'D'.
              88 USO-DISPOSITIVO                VALUE 'V'.
           05 USO-IDENT               PIC X(14).
           05 USO-CHAVE               PIC X(10).
           05 USO-DATA                PIC X(08).
           05 FILLER                  PIC X(47).
