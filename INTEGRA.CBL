       01  WS-CLI-REGIAO                  PIC 9(003) VALUE ZEROS.
       01  WS-REGIAO-TEM-VENDEDOR         PIC X(001) VALUE "N".
       01  WS-IND-REGIAO                  PIC 9(005) VALUE ZEROS.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01  LK-MODO-INTEGRA                PIC X(001).
       01  LK-TOP3                        PIC X(001).

       2008-ATUALIZA-CLIENTE.

           MOVE RG-CLIENTES            TO WS-AUD-ANTES
           MOVE WS-AUX-COD-VENDEDOR    TO CLI-ON-VENDEDOR
           MOVE WS-AUX-DISTANCIA       TO CLI-DISTANCIA-VENDEDOR


       2042-GRAVA-ALTERLOG.

           MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "INTEGRA"                TO WS-AUD-OPERADOR
           MOVE "INTEGRA"                TO WS-AUD-PROGRAMA
           MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           IF WS-ALTERLOG-ABERTO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
                              TO WS-AUX-DISTANCIA

           IF WS-SIMULACAO NOT EQUAL "S"
              MOVE RG-CLIENTES            TO WS-AUD-ANTES
              MOVE WS-AUX-COD-VENDEDOR    TO CLI-ON-VENDEDOR
              MOVE WS-AUX-DISTANCIA       TO CLI-DISTANCIA-VENDEDOR
              REWRITE RG-CLIENTES
              MOVE "F"         TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-VENDEDOR TO WS-AUD-ANTES
              MOVE "N"         TO WS-ACHOU-CONTADOR
              PERFORM VARYING WS-IND-CONTADOR FROM 1 BY 1
                      UNTIL WS-IND-CONTADOR > WS-QTD-REG
                 MOVE ZEROS     TO VEN-QTD-CLIENTES
              END-IF
              REWRITE RG-VENDEDOR
              IF STAT-VENDEDOR EQUAL "00"
                 MOVE "VENDEDOR"               TO WS-AUD-ARQUIVO
                 MOVE "A"                      TO WS-AUD-OPERACAO
                 MOVE "INTEGRA"                TO WS-AUD-OPERADOR
                 MOVE "INTEGRA"                TO WS-AUD-PROGRAMA
                 MOVE RG-VENDEDOR              TO WS-AUD-DEPOIS
                 CALL "GRAVAUD" USING WS-LIG-AUDITA
              END-IF
              READ VENDEDOR NEXT AT END
                 MOVE "F"       TO WS-EOF
              END-READ
