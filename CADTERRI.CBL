       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-REGIAO-EXISTE              PIC X     VALUE SPACES.
       01  WS-FAIXA-EXISTE               PIC X     VALUE SPACES.
       01  WS-QTD-MARCAS                 PIC 9(002) VALUE ZEROS.
       01  WS-QTD-BRANCOS                PIC 9(002) VALUE ZEROS.

       SCREEN SECTION.
       COPY "TELTERR.SCR".
                  "CEP FINAL MENOR QUE CEP INICIAL !"
                  ACCEPT T-CEP-FINAL AT LINE 11, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE ZEROS             TO WS-QTD-MARCAS
               INSPECT T-DIAS-ENTREGA TALLYING WS-QTD-MARCAS
                       FOR ALL "X"
               MOVE ZEROS             TO WS-QTD-BRANCOS
               INSPECT T-DIAS-ENTREGA TALLYING WS-QTD-BRANCOS
                       FOR ALL SPACE
               IF WS-QTD-MARCAS + WS-QTD-BRANCOS NOT EQUAL 7
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DIAS DE ENTREGA DEVEM SER MARCADOS COM X !"
                  ACCEPT T-DIAS-ENTREGA AT LINE 13, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-HORA-CORTE(1:2) GREATER THAN 23
                  OR T-HORA-CORTE(3:2) GREATER THAN 59
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "HORA DE CORTE INVALIDA !"
                  ACCEPT T-HORA-CORTE AT LINE 15, COL 22
                  EXIT PARAGRAPH
               END-IF.

       4006-LIMPA-TELA.
               MOVE SPACES            TO T-UF
               MOVE ZEROS             TO T-CEP-INICIAL
               MOVE ZEROS             TO T-CEP-FINAL
               MOVE SPACES            TO T-DIAS-ENTREGA
               MOVE ZEROS             TO T-HORA-CORTE
               MOVE ZEROS             TO T-PRAZO-ENTREGA
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.
               MOVE T-NOME            TO TER-NOME
               MOVE T-UF              TO TER-UF
               MOVE T-CEP-INICIAL     TO TER-CEP-INICIAL
               MOVE T-CEP-FINAL       TO TER-CEP-FINAL
               MOVE T-DIAS-ENTREGA    TO TER-DIAS-ENTREGA
               MOVE T-HORA-CORTE      TO TER-HORA-CORTE
               MOVE T-PRAZO-ENTREGA   TO TER-PRAZO-ENTREGA.

       4030-FAIXAS.

