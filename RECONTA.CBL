               05  TAB-CNT-QTD                PIC 9(005).
       01  WS-ACHOU                           PIC X      VALUE "N".
       01  WS-QTD-ATUALIZADOS                 PIC 9(005) VALUE ZEROS.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       PROCEDURE DIVISION.
       1000-INICIO.

              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-VENDEDOR TO WS-AUD-ANTES
              MOVE "N"     TO WS-ACHOU
              PERFORM VARYING WS-IND-CONTADOR FROM 1 BY 1
                      UNTIL WS-IND-CONTADOR > WS-QTD-CONTADORES
                 MOVE ZEROS     TO VEN-QTD-CLIENTES
              END-IF
              REWRITE RG-VENDEDOR
              IF STAT-VENDEDOR EQUAL "00"
                 MOVE "VENDEDOR"               TO WS-AUD-ARQUIVO
                 MOVE "A"                      TO WS-AUD-OPERACAO
                 MOVE "RECONTA"                TO WS-AUD-OPERADOR
                 MOVE "RECONTA"                TO WS-AUD-PROGRAMA
                 MOVE RG-VENDEDOR              TO WS-AUD-DEPOIS
                 CALL "GRAVAUD" USING WS-LIG-AUDITA
              END-IF
              ADD 1             TO WS-QTD-ATUALIZADOS
              READ VENDEDOR NEXT AT END
                 MOVE "F"       TO WS-EOF
