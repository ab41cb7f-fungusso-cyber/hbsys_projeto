       01  WS-VISITAS-ATIVO              PIC X     VALUE "N".
       01  WS-CARREGADO                  PIC X     VALUE "N".
       01  WS-EOF                        PIC X     VALUE SPACES.
       01  WS-REG-SOBREVIVENTE          PIC X(300) VALUE SPACES.
       01  WS-REG-DUPLICADO.
           05  DUP-CODIGO                  PIC 9(007).
           05  DUP-CNPJ                    PIC 9(014).
       01  WS-QTD-CONTATOS               PIC 9(003) VALUE ZEROS.
       01  WS-QTD-PEDIDOS                PIC 9(005) VALUE ZEROS.
       01  WS-QTD-VISITAS                PIC 9(005) VALUE ZEROS.
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
       COPY "TELMERGE.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.
               OPEN INPUT LOTETRAV
               IF STAT-LOTETRAV EQUAL "00"
              "ERRO AO RELER SOBREVIVENTE !"
              EXIT PARAGRAPH
           END-IF
           MOVE RG-CLIENTES                  TO WS-AUD-ANTES

           IF T-ESC-RAZAO EQUAL 2
              MOVE DUP-RAZAO                 TO CLI-RAZAO
              DISPLAY MESSAGE BOX
              "ERRO AO REGRAVAR SOBREVIVENTE !"
              "STATUS: " STAT-CLIENTES
           ELSE
              MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
              MOVE "A"                      TO WS-AUD-OPERACAO
              MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
              MOVE "MERGECLI"               TO WS-AUD-PROGRAMA
              MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
              CALL "GRAVAUD" USING WS-LIG-AUDITA
           END-IF.

       4011-TRANSFERE-FORCAVEN.
                 OR PED-CLI-CODIGO NOT EQUAL T-DUPLICADO
                 EXIT PERFORM
              END-IF
              MOVE RG-PEDIDOS   TO WS-AUD-ANTES
              DELETE PEDIDOS
              IF STAT-PEDIDOS EQUAL "00"
                 MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
                 MOVE "E"                      TO WS-AUD-OPERACAO
                 MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
                 MOVE "MERGECLI"               TO WS-AUD-PROGRAMA
                 MOVE SPACES                   TO WS-AUD-DEPOIS
                 CALL "GRAVAUD" USING WS-LIG-AUDITA
              END-IF
              ADD 1             TO WS-QTD-PEDIDOS
              MOVE PED-NUMERO   TO WS-NUM-LIVRE
              MOVE T-SOBREVIVENTE    TO PED-CLI-CODIGO
                 MOVE WS-NUM-LIVRE   TO PED-NUMERO
                 WRITE RG-PEDIDOS
              END-PERFORM
              IF STAT-PEDIDOS EQUAL "00"
                 MOVE SPACES    TO WS-AUD-ANTES
                 MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
                 MOVE "I"                      TO WS-AUD-OPERACAO
                 MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
                 MOVE "MERGECLI"               TO WS-AUD-PROGRAMA
                 MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
                 CALL "GRAVAUD" USING WS-LIG-AUDITA
              END-IF
           END-PERFORM.

       4014-TRANSFERE-VISITAS.
              "STATUS: " STAT-CLIHIST
           END-IF

           MOVE RG-CLIENTES             TO WS-AUD-ANTES
           DELETE CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              DISPLAY MESSAGE BOX
              "ERRO AO EXCLUIR DUPLICADO !"
              "STATUS: " STAT-CLIENTES
           ELSE
              MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
              MOVE "E"                      TO WS-AUD-OPERACAO
              MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
              MOVE "MERGECLI"               TO WS-AUD-PROGRAMA
              MOVE SPACES                   TO WS-AUD-DEPOIS
              CALL "GRAVAUD" USING WS-LIG-AUDITA
           END-IF.

       4016-GRAVA-LOG.
