       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMMTD ASSIGN TO ACUMMTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-CHAVE
               FILE STATUS IS WS-FS-ACM.
           SELECT RELMES ASSIGN TO RELMES
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  ACUMMTD
           RECORD CONTAINS 80 CHARACTERS.
       COPY CPYACUM1.

       01  WS-FS-REL                 PIC X(02) VALUE SPACES.
       01  WS-EOF                    PIC X(01) VALUE 'N'.
           88 FIM-ACUMMTD                       VALUE 'S'.

       01  WS-MES-REFERENCIA         PIC X(06) VALUE SPACES.

       01  WS-CONTROLE.
           05 WS-LIDOS               PIC 9(05) VALUE ZERO.
           05 WS-OUTRO-MES           PIC 9(05) VALUE ZERO.
           05 WS-QTD-TOTAL           PIC 9(09) VALUE ZERO.
           05 WS-VAL-TOTAL           PIC S9(13)V99 VALUE ZERO.

       01  WS-TIPO-CORRENTE          PIC X(01) VALUE SPACE.

       01  WS-LINHA                  PIC X(132).

       01  WS-LINHA-ACM.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-TOTALIZA-ACUMULADOR
           PERFORM 3000-IMPRIME-RELATORIO
           IF WS-OUTRO-MES = ZERO
               PERFORM 8000-ZERA-ACUMULADOR
           ELSE
               DISPLAY 'ACUMMTD COM ' WS-OUTRO-MES ' REGISTROS DE '
                       'OUTRO MES. ACUMULADOR NAO ZERADO'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-FINALIZA
           GOBACK.

               GOBACK
           END-IF.

       2000-TOTALIZA-ACUMULADOR.
           OPEN INPUT ACUMMTD

           IF WS-FS-ACM NOT = '00'
           END-IF

           PERFORM UNTIL FIM-ACUMMTD
               READ ACUMMTD NEXT
                   AT END
                       SET FIM-ACUMMTD TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM 2100-TOTALIZA-REGISTRO
               END-READ
           END-PERFORM.

       2100-TOTALIZA-REGISTRO.
           IF WS-MES-REFERENCIA = SPACES
               MOVE ACM-MES-REF TO WS-MES-REFERENCIA
           END-IF

           IF ACM-MES-REF NOT = WS-MES-REFERENCIA
               ADD 1 TO WS-OUTRO-MES
               DISPLAY 'ACUMMTD DE OUTRO MES: ' ACM-MES-REF ' '
                       ACM-TIPO ' ' ACM-CODIGO
           ELSE
               IF ACM-TIPO-DECISAO
                   ADD ACM-QTD   TO WS-QTD-TOTAL
                   ADD ACM-VALOR TO WS-VAL-TOTAL
               END-IF
           END-IF.

       3000-IMPRIME-RELATORIO.
           MOVE 'TOTAL   ' TO WS-ACM-CODIGO
           MOVE WS-QTD-TOTAL  TO WS-ACM-QTD
           MOVE WS-VAL-TOTAL  TO WS-ACM-VALOR
           WRITE REG-REL FROM WS-LINHA-ACM

           CLOSE ACUMMTD.

       3100-IMPRIME-GRUPO.
           WRITE REG-REL FROM WS-LINHA

           MOVE WS-MES-REFERENCIA TO ACM-MES-REF
           MOVE WS-TIPO-CORRENTE  TO ACM-TIPO
           MOVE LOW-VALUES        TO ACM-CODIGO
           START ACUMMTD KEY IS NOT LESS THAN ACM-CHAVE

           IF WS-FS-ACM = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL FIM-ACUMMTD
                   READ ACUMMTD NEXT
                       AT END
                           SET FIM-ACUMMTD TO TRUE
                       NOT AT END
                           IF ACM-MES-REF NOT = WS-MES-REFERENCIA OR
                              ACM-TIPO NOT = WS-TIPO-CORRENTE
                               SET FIM-ACUMMTD TO TRUE
                           ELSE
                               MOVE ACM-CODIGO TO WS-ACM-CODIGO
                               MOVE ACM-QTD    TO WS-ACM-QTD
                               MOVE ACM-VALOR  TO WS-ACM-VALOR
                               WRITE REG-REL FROM WS-LINHA-ACM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
           DISPLAY 'CBLDB019 ENTRADAS LIDAS       = ' WS-LIDOS
           DISPLAY 'CBLDB019 MES DE REFERENCIA    = '
                   WS-MES-REFERENCIA
           DISPLAY 'CBLDB019 DECISOES NO MES      = ' WS-QTD-TOTAL
           DISPLAY 'CBLDB019 REGISTROS OUTRO MES  = ' WS-OUTRO-MES.
