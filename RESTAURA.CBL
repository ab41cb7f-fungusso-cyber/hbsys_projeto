       01  WS-DATA-HOJE                  PIC 9(008) VALUE ZEROS.
       01  WS-HORA-AGORA                 PIC 9(006) VALUE ZEROS.
       01  WS-LINHA-LOG                  PIC X(100) VALUE SPACES.
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
       COPY "TELREST.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.
               OPEN INPUT LOTETRAV
               IF STAT-LOTETRAV EQUAL "00"
           IF STAT-CLIENTES EQUAL "00"
              IF CLI-STATUS EQUAL "I"
                 AND CLI-CNPJ EQUAL HIST-CLI-CNPJ
                 MOVE RG-CLIENTES      TO WS-AUD-ANTES
                 MOVE "A"              TO WS-AUD-OPERACAO
                 MOVE "A"              TO CLI-STATUS
                 REWRITE RG-CLIENTES
                 IF STAT-CLIENTES NOT EQUAL "00"
                 EXIT PARAGRAPH
              END-IF
           ELSE
              MOVE SPACES                  TO WS-AUD-ANTES
              MOVE "I"                     TO WS-AUD-OPERACAO
              INITIALIZE RG-CLIENTES
              MOVE T-CODIGO                TO CLI-CODIGO
              MOVE HIST-CLI-CNPJ           TO CLI-CNPJ
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "CLIENTES"  TO WS-AUD-ARQUIVO
           MOVE LK-OPERADOR TO WS-AUD-OPERADOR
           MOVE "RESTAURA"  TO WS-AUD-PROGRAMA
           MOVE RG-CLIENTES TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA

           PERFORM 4030-REMOVE-HIST-CLIENTE
           PERFORM 4040-GRAVA-LOG
           IF STAT-VENDEDOR EQUAL "00"
              IF VEN-STATUS EQUAL "I"
                 AND VEN-CPF EQUAL HIST-VEN-CPF
                 MOVE RG-VENDEDOR      TO WS-AUD-ANTES
                 MOVE "A"              TO WS-AUD-OPERACAO
                 MOVE "A"              TO VEN-STATUS
                 REWRITE RG-VENDEDOR
                 IF STAT-VENDEDOR NOT EQUAL "00"
                 EXIT PARAGRAPH
              END-IF
           ELSE
              MOVE SPACES                  TO WS-AUD-ANTES
              MOVE "I"                     TO WS-AUD-OPERACAO
              INITIALIZE RG-VENDEDOR
              MOVE T-CODIGO                TO VEN-CODIGO
              MOVE HIST-VEN-CPF            TO VEN-CPF
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "VENDEDOR"  TO WS-AUD-ARQUIVO
           MOVE LK-OPERADOR TO WS-AUD-OPERADOR
           MOVE "RESTAURA"  TO WS-AUD-PROGRAMA
           MOVE RG-VENDEDOR TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA

           PERFORM 4031-REMOVE-HIST-VENDEDOR
           PERFORM 4040-GRAVA-LOG
