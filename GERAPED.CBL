           05 PIC X(003).
           05 LDT-VENDEDOR                PIC ZZ9.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-PROCESSO                        PIC 9(008).
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              OR NOT CLI-ATIVO
              OR CLI-BLOQUEADO-PERDA
              EXIT PARAGRAPH
           END-IF

           MOVE MDL-QTD-ITENS     TO PED-QTD-ITENS
           MOVE MDL-VALOR         TO PED-VALOR
           MOVE "A"               TO PED-STATUS
           IF CLI-COM-RESTRICAO
              MOVE "P"            TO PED-STATUS
           END-IF
           MOVE WS-EMPRESA-ATUAL  TO PED-EMPRESA
           MOVE "R"               TO PED-ORIGEM
           WRITE RG-PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              STRING "ERRO AO GRAVAR PEDIDOS ! "
              END-STRING
              GOBACK
           END-IF
           MOVE SPACES            TO WS-AUD-ANTES
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "I"                      TO WS-AUD-OPERACAO
           MOVE "GERAPED"                TO WS-AUD-OPERADOR
           MOVE "GERAPED"                TO WS-AUD-PROGRAMA
           MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           ADD 1                  TO LK-QTD-GERADOS

           MOVE WS-DATA-PROCESSO  TO MDL-ULT-GERACAO
