       01  WS-LIG-EMPRESA.
           05 WS-EMPRESA-ATUAL           PIC 9(002).

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).

       SCREEN SECTION.
       COPY "TELCOTA.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.
               OPEN I-O COTACAO
               IF STAT-COTACAO EQUAL "35"
               ELSE
                  MOVE "A"            TO PED-STATUS
               END-IF
               IF STAT-CLIENTES EQUAL "00"
                  AND CLI-COM-RESTRICAO
                  AND PED-STATUS NOT EQUAL "P"
                  MOVE "P"            TO PED-STATUS
                  DISPLAY MESSAGE BOX
                  "CLIENTE COM RESTRICAO DE CREDITO - PENDENTE"
                  " LIBERACAO !"
               END-IF
               MOVE WS-EMPRESA-ATUAL  TO PED-EMPRESA
               MOVE "I"               TO PED-ORIGEM
               WRITE RG-PEDIDOS
               IF STAT-PEDIDOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "STATUS: " STAT-PEDIDOS
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES                   TO WS-AUD-ANTES
               MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
               MOVE "I"                      TO WS-AUD-OPERACAO
               MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
               MOVE "CADCOTA"                TO WS-AUD-PROGRAMA
               MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
               CALL "GRAVAUD" USING WS-LIG-AUDITA

               MOVE "G"               TO COT-STATUS
               MOVE WS-PROX-NUMERO    TO COT-PED-NUMERO
               IF STAT-CLIENTES NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               IF CLI-BLOQUEADO-PERDA
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CLIENTE BLOQUEADO POR TITULO EM PERDA !"
                  EXIT PARAGRAPH
               END-IF
               IF CLI-LIMITE-CREDITO EQUAL ZEROS
                  EXIT PARAGRAPH
               END-IF

               MOVE COT-CLI-CODIGO    TO TIT-CLI-CODIGO
               MOVE ZEROS             TO TIT-PED-NUMERO
               MOVE ZEROS             TO TIT-PARCELA
               START TITULOS KEY IS GREATER THAN TIT-CHAVE
               IF STAT-TITULOS NOT EQUAL "00"
                  EXIT PARAGRAPH
                     MOVE "F"         TO WS-EOF-CRED
                  ELSE
                     IF NOT TIT-PAGO
                        AND NOT TIT-PERDA
                        ADD TIT-VALOR TO WS-EXPOSICAO
                        SUBTRACT TIT-VALOR-PAGO FROM WS-EXPOSICAO
                     END-IF
                     READ TITULOS NEXT AT END
                        MOVE "F"      TO WS-EOF-CRED
