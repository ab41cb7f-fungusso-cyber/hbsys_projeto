       FILE-CONTROL.
       COPY "PEDIDOS.SL".
       COPY "CLIENTES.SL".
       COPY "TRANSP.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "PEDIDOS.FD".
       COPY "CLIENTES.FD".
       COPY "TRANSP.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 CLEAR-KEY                       VALUE 222.
       01  STAT-PEDIDOS                  PIC XX.
       01  STAT-CLIENTES                 PIC XX.
       01  STAT-TRANSP                   PIC XX.
       01  WS-PEDIDO-LIDO                PIC X     VALUE SPACES.

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
       COPY "TELENTR.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.
               OPEN I-O PEDIDOS
               IF STAT-PEDIDOS NOT EQUAL "00"
                  "ERRO AO ABRIR CLIENTES !"
                  "STATUS: " STAT-CLIENTES
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT TRANSP
               IF STAT-TRANSP NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR TRANSP !"
                  "STATUS: " STAT-TRANSP
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Confirmação de Entregas"

       3000-FINALIZA.
                   CLOSE PEDIDOS
                   CLOSE CLIENTES
                   CLOSE TRANSP.
                   GOBACK.

       4000-CONTROLE-TELA.
               IF T-SIT-ENTREGA EQUAL SPACES
                  MOVE PED-SIT-ENTREGA   TO T-SIT-ENTREGA
               END-IF
               IF T-TRA-CODIGO EQUAL ZEROS
                  OR PED-ROMANEIO NOT EQUAL ZEROS
                  MOVE PED-TRA-CODIGO    TO T-TRA-CODIGO
               END-IF
               IF T-VOLUMES EQUAL ZEROS
                  MOVE PED-VOLUMES       TO T-VOLUMES
               END-IF
               MOVE PED-ROMANEIO    TO T-ROMANEIO
               MOVE SPACES          TO T-TRA-RAZAO
               IF T-TRA-CODIGO NOT EQUAL ZEROS
                  MOVE T-TRA-CODIGO TO TRA-CODIGO
                  READ TRANSP
                  IF STAT-TRANSP EQUAL "00"
                     MOVE TRA-RAZAO TO T-TRA-RAZAO
                  END-IF
               END-IF
               DISPLAY TELA.

       4002-GRAVAR.
                  ACCEPT T-SIT-ENTREGA AT LINE 13, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-SIT-ENTREGA EQUAL "D"
                  AND T-TRA-CODIGO EQUAL ZEROS
                  DISPLAY MESSAGE BOX
                  "INFORME A TRANSPORTADORA DO DESPACHO !"
                  ACCEPT T-TRA-CODIGO AT LINE 15, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-TRA-CODIGO NOT EQUAL ZEROS
                  MOVE T-TRA-CODIGO TO TRA-CODIGO
                  READ TRANSP
                  IF STAT-TRANSP NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "TRANSPORTADORA NAO CADASTRADA !"
                     ACCEPT T-TRA-CODIGO AT LINE 15, COL 22
                     EXIT PARAGRAPH
                  END-IF
                  IF TRA-INATIVA
                     AND T-TRA-CODIGO NOT EQUAL PED-TRA-CODIGO
                     DISPLAY MESSAGE BOX
                     "TRANSPORTADORA INATIVA !"
                     ACCEPT T-TRA-CODIGO AT LINE 15, COL 22
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               IF PED-ROMANEIO NOT EQUAL ZEROS
                  AND T-TRA-CODIGO NOT EQUAL PED-TRA-CODIGO
                  DISPLAY MESSAGE BOX
                  "PEDIDO JA INCLUIDO EM ROMANEIO !"
                  MOVE PED-TRA-CODIGO TO T-TRA-CODIGO
                  DISPLAY TELA
                  EXIT PARAGRAPH
               END-IF
               IF T-SIT-ENTREGA EQUAL "E"
                  AND T-DATA-ENTREGA EQUAL ZEROS
                  ACCEPT T-DATA-ENTREGA FROM DATE
                  DISPLAY TELA
               END-IF
               MOVE RG-PEDIDOS               TO WS-AUD-ANTES
               MOVE T-DATA-PREVISTA TO PED-DATA-PREVISTA
               MOVE T-DATA-ENTREGA  TO PED-DATA-ENTREGA
               MOVE T-SIT-ENTREGA   TO PED-SIT-ENTREGA
               MOVE T-TRA-CODIGO    TO PED-TRA-CODIGO
               MOVE T-VOLUMES       TO PED-VOLUMES
               REWRITE RG-PEDIDOS
               IF STAT-PEDIDOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR PEDIDOS !"
                  "STATUS: " STAT-PEDIDOS
               ELSE
                  MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
                  MOVE "A"                      TO WS-AUD-OPERACAO
                  MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
                  MOVE "CADENTRG"               TO WS-AUD-PROGRAMA
                  MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
                  CALL "GRAVAUD" USING WS-LIG-AUDITA
                  PERFORM 4006-LIMPA-TELA
                  DISPLAY MESSAGE BOX
                  "ENTREGA REGISTRADA COM SUCESSO !"
               MOVE ZEROS             TO T-DATA-PREVISTA
               MOVE ZEROS             TO T-DATA-ENTREGA
               MOVE SPACES            TO T-SIT-ENTREGA
               MOVE ZEROS             TO T-TRA-CODIGO
               MOVE SPACES            TO T-TRA-RAZAO
               MOVE ZEROS             TO T-VOLUMES
               MOVE ZEROS             TO T-ROMANEIO
               DISPLAY TELA.
