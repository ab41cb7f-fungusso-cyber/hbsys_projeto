           05 PIC X(003).
           05 PIC X(018) VALUE "COORD.DUPLICADAS: ".
           05 ROD-DUP                     PIC ZZZ.ZZ9.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       PROCEDURE DIVISION.
       1000-INICIO.

              END-IF
           END-IF

           MOVE RG-CLIENTES TO WS-AUD-ANTES
           IF WS-SUSPEITO EQUAL "S"
              ADD 1        TO WS-QTD-CLI-SUSPEITOS
              MOVE "S"     TO CLI-GEO-SUSPEITO
              DISPLAY "GEOAUDIT - ERRO AO REGRAVAR CLIENTES: "
                      STAT-CLIENTES
              STOP RUN
           END-IF
           MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "GEOAUDIT"               TO WS-AUD-OPERADOR
           MOVE "GEOAUDIT"               TO WS-AUD-PROGRAMA
           MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA.

       2007-VERIFICA-UF-CEP.

           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              IF CLI-GEO-SUSPEITO NOT EQUAL "S"
                 MOVE RG-CLIENTES TO WS-AUD-ANTES
                 MOVE "S"     TO CLI-GEO-SUSPEITO
                 ADD 1        TO WS-QTD-CLI-SUSPEITOS
                 REWRITE RG-CLIENTES
                 IF STAT-CLIENTES EQUAL "00"
                    MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
                    MOVE "A"                      TO WS-AUD-OPERACAO
                    MOVE "GEOAUDIT"               TO WS-AUD-OPERADOR
                    MOVE "GEOAUDIT"               TO WS-AUD-PROGRAMA
                    MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
                    CALL "GRAVAUD" USING WS-LIG-AUDITA
                 END-IF
              END-IF
           END-IF.

