       01  WS-AUX-MAX-CLIENTES             PIC 9(005) VALUE ZEROS.
       01  WS-AUX-MAX-DISTANCIA            PIC 9(005) VALUE ZEROS.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-RETORNO                       PIC X(030).
               IF  LK-SOMENTE-VALIDA NOT EQUAL "S"
                   MOVE SPACES            TO WS-VENDEDOR-EXISTE
                   MOVE WS-CODIGO         TO VEN-CODIGO
                   MOVE SPACES            TO WS-AUD-ANTES
                   READ VENDEDOR
                   IF  STAT-VENDEDOR EQUAL "00"
                       MOVE RG-VENDEDOR       TO WS-AUD-ANTES
                       MOVE "S"                TO WS-VENDEDOR-EXISTE
                       MOVE VEN-STATUS         TO WS-AUX-STATUS
                       MOVE VEN-MAX-CLIENTES   TO WS-AUX-MAX-CLIENTES

       2005-GRAVA-ALTERLOG.

           MOVE "VENDEDOR"      TO WS-AUD-ARQUIVO
           MOVE WS-ALT-OPERACAO TO WS-AUD-OPERACAO
           MOVE LK-OPERADOR     TO WS-AUD-OPERADOR
           MOVE "IMPOVEN"       TO WS-AUD-PROGRAMA
           MOVE RG-VENDEDOR     TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA

           OPEN EXTEND ALTERLOG
           IF STAT-ALTERLOG NOT EQUAL "00"
              EXIT PARAGRAPH
