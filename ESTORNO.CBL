       01  WS-DATA-HOJE                       PIC 9(008) VALUE ZEROS.
       01  WS-HORA-AGORA                      PIC 9(006) VALUE ZEROS.
       01  WS-LINHA-LOG                       PIC X(100) VALUE SPACES.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-RUN-NUMERO                               PIC 9(005).
               MOVE HIST-TAB-CLIENTE(WS-IND-HIST)   TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  MOVE RG-CLIENTES              TO WS-AUD-ANTES
                  MOVE CLI-ON-VENDEDOR       TO WS-VEN-ANTES
                  MOVE HIST-TAB-VENDEDOR(WS-IND-HIST)
                                             TO CLI-ON-VENDEDOR
                     END-STRING
                     GOBACK
                  END-IF
                  MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
                  MOVE "A"                      TO WS-AUD-OPERACAO
                  MOVE "ESTORNO"                TO WS-AUD-OPERADOR
                  MOVE "ESTORNO"                TO WS-AUD-PROGRAMA
                  MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
                  CALL "GRAVAUD" USING WS-LIG-AUDITA
                  ADD 1                      TO WS-QTD-RESTAURADOS
                  PERFORM 2006-GRAVA-LOG-CLIENTE
                  IF WS-VEN-ANTES NOT EQUAL CLI-ON-VENDEDOR
              MOVE HIST-CLI-CODIGO        TO CLI-CODIGO
              READ CLIENTES
              IF STAT-CLIENTES EQUAL "00"
                 MOVE RG-CLIENTES              TO WS-AUD-ANTES
                 MOVE CLI-ON-VENDEDOR     TO WS-VEN-ANTES
                 MOVE ZEROS               TO CLI-ON-VENDEDOR
                 MOVE ZEROS               TO CLI-DISTANCIA-VENDEDOR
                    END-STRING
                    GOBACK
                 END-IF
                 MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
                 MOVE "A"                      TO WS-AUD-OPERACAO
                 MOVE "ESTORNO"                TO WS-AUD-OPERADOR
                 MOVE "ESTORNO"                TO WS-AUD-PROGRAMA
                 MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
                 CALL "GRAVAUD" USING WS-LIG-AUDITA
                 ADD 1                    TO WS-QTD-ZERADOS
                 PERFORM 2006-GRAVA-LOG-CLIENTE
                 MOVE WS-VEN-ANTES          TO WS-AJUSTE-VENDEDOR
           IF STAT-VENDEDOR NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE RG-VENDEDOR              TO WS-AUD-ANTES
           IF WS-AJUSTE-DELTA LESS THAN ZEROS
              IF VEN-QTD-CLIENTES GREATER THAN ZEROS
                 SUBTRACT 1             FROM VEN-QTD-CLIENTES
           ELSE
              ADD 1                     TO VEN-QTD-CLIENTES
           END-IF
           REWRITE RG-VENDEDOR
           IF STAT-VENDEDOR EQUAL "00"
              MOVE "VENDEDOR"               TO WS-AUD-ARQUIVO
              MOVE "A"                      TO WS-AUD-OPERACAO
              MOVE "ESTORNO"                TO WS-AUD-OPERADOR
              MOVE "ESTORNO"                TO WS-AUD-PROGRAMA
              MOVE RG-VENDEDOR              TO WS-AUD-DEPOIS
              CALL "GRAVAUD" USING WS-LIG-AUDITA
           END-IF.

       2005-CALCULA-DISTANCIA.

