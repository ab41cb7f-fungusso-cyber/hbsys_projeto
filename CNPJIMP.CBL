           05 PIC X(003).
           05 PIC X(14) VALUE "SEM CLIENTE: ".
           05 ROD-SEM-CLIENTE             PIC Z.ZZZ.ZZ9.
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

           IF WS-SIT-NOVA NOT EQUAL CLI-SIT-RECEITA
              MOVE RG-CLIENTES              TO WS-AUD-ANTES
              MOVE WS-SIT-NOVA TO CLI-SIT-RECEITA
              REWRITE RG-CLIENTES
              IF STAT-CLIENTES NOT EQUAL "00"
                         STAT-CLIENTES
                 STOP RUN
              END-IF
              MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
              MOVE "A"                      TO WS-AUD-OPERACAO
              MOVE "CNPJIMP"                TO WS-AUD-OPERADOR
              MOVE "CNPJIMP"                TO WS-AUD-PROGRAMA
              MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
              CALL "GRAVAUD" USING WS-LIG-AUDITA
           END-IF

           IF WS-SIT-NOVA EQUAL "C"
