       01  WS-ACHOU-PENDENTE             PIC X     VALUE SPACES.
       01  WS-EOF-PED                    PIC X     VALUE SPACES.

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
       COPY "TELLIBP.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.
               OPEN I-O PEDIDOS
               IF STAT-PEDIDOS NOT EQUAL "00"
                  "PEDIDO NAO ESTA PENDENTE DE LIBERACAO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE PED-CLI-CODIGO  TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  AND CLI-COM-RESTRICAO
                  DISPLAY MESSAGE BOX
                  "CLIENTE COM RESTRICAO DE CREDITO - AGUARDE REVISAO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE RG-PEDIDOS      TO WS-AUD-ANTES
               MOVE "A"             TO PED-STATUS
               ACCEPT PED-DATA-LIBERACAO FROM DATE
               REWRITE RG-PEDIDOS
               IF STAT-PEDIDOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR PEDIDOS !"
                  "STATUS: " STAT-PEDIDOS
               ELSE
                  MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
                  MOVE "A"                      TO WS-AUD-OPERACAO
                  MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
                  MOVE "LIBPED"                 TO WS-AUD-PROGRAMA
                  MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
                  CALL "GRAVAUD" USING WS-LIG-AUDITA
                  PERFORM 4004-CARREGA-TELA
                  DISPLAY MESSAGE BOX
                  "PEDIDO LIBERADO COM SUCESSO !"
