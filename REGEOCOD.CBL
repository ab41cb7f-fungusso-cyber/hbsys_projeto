           05 PIC X(003).
           05 PIC X(015) VALUE "CEP SEM BASE: ".
           05 ROD-SEM-GEO                 PIC Z.ZZZ.ZZ9.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       PROCEDURE DIVISION.
       1000-INICIO.

                  WS-MODO-DISTANCIA
               RETURNING WS-ROT-DISTANCIA

           MOVE RG-CLIENTES        TO WS-AUD-ANTES
           MOVE CLI-ON-VENDEDOR    TO WS-VEN-ANTERIOR
           MOVE WS-GEO-LATITUDE    TO CLI-LATITUDE
           MOVE WS-GEO-LONGITUDE   TO CLI-LONGITUDE
                      STAT-CLIENTES
              STOP RUN
           END-IF
           MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "REGEOCOD"               TO WS-AUD-OPERADOR
           MOVE "REGEOCOD"               TO WS-AUD-PROGRAMA
           MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           ADD 1                   TO WS-QTD-ALTERADOS
           PERFORM 2003-AJUSTA-CONTADOR

           IF STAT-VENDEDOR NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE RG-VENDEDOR        TO WS-AUD-ANTES
           IF VEN-QTD-CLIENTES GREATER THAN ZEROS
              SUBTRACT 1           FROM VEN-QTD-CLIENTES
           END-IF
           REWRITE RG-VENDEDOR
           IF STAT-VENDEDOR EQUAL "00"
              MOVE "VENDEDOR"               TO WS-AUD-ARQUIVO
              MOVE "A"                      TO WS-AUD-OPERACAO
              MOVE "REGEOCOD"               TO WS-AUD-OPERADOR
              MOVE "REGEOCOD"               TO WS-AUD-PROGRAMA
              MOVE RG-VENDEDOR              TO WS-AUD-DEPOIS
              CALL "GRAVAUD" USING WS-LIG-AUDITA
           END-IF.

       2012-CABECALHO.

