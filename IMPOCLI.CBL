       01  WS-AUX-STATUS                   PIC X(001) VALUE SPACES.


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
               IF  LK-SOMENTE-VALIDA NOT EQUAL "S"
                   MOVE SPACES            TO WS-CLIENTE-EXISTE
                   MOVE WS-CODIGO         TO CLI-CODIGO
                   MOVE SPACES            TO WS-AUD-ANTES
                   READ CLIENTES
                   IF  STAT-CLIENTES EQUAL "00"
                       MOVE RG-CLIENTES       TO WS-AUD-ANTES
                       MOVE "S"             TO WS-CLIENTE-EXISTE
                       MOVE CLI-ON-VENDEDOR TO WS-AUX-ON-VENDEDOR
                       MOVE CLI-DISTANCIA-VENDEDOR
           END-IF.
       2005-GRAVA-ALTERLOG.

           MOVE "CLIENTES"      TO WS-AUD-ARQUIVO
           MOVE WS-ALT-OPERACAO TO WS-AUD-OPERACAO
           MOVE LK-OPERADOR     TO WS-AUD-OPERADOR
           MOVE "IMPOCLI"       TO WS-AUD-PROGRAMA
           MOVE RG-CLIENTES     TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA

           OPEN EXTEND ALTERLOG
           IF STAT-ALTERLOG NOT EQUAL "00"
              EXIT PARAGRAPH
