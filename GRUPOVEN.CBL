       01  WS-EOF                         PIC X      VALUE SPACES.
       01  WS-RAIZ-CNPJ                   PIC 9(008) VALUE ZEROS.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-RETORNO                              PIC X(030).
              EXIT PARAGRAPH
           END-IF

           MOVE RG-CLIENTES       TO WS-AUD-ANTES
           MOVE GRU-VEN-CODIGO    TO CLI-ON-VENDEDOR
           MOVE ZEROS             TO CLI-DISTANCIA-VENDEDOR
           REWRITE RG-CLIENTES
              END-STRING
              GOBACK
           END-IF
           MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "GRUPOVEN"               TO WS-AUD-OPERADOR
           MOVE "GRUPOVEN"               TO WS-AUD-PROGRAMA
           MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           ADD 1                  TO LK-QTD-AJUSTADOS
           PERFORM 2002-GRAVA-ALTERLOG.

