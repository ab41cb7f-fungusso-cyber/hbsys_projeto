       COPY "DEVOLUCA.SL".
       COPY "PEDIDOS.SL".
       COPY "CLIENTES.SL".
       COPY "PEDITENS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "DEVOLUCA.FD".
       COPY "PEDIDOS.FD".
       COPY "CLIENTES.FD".
       COPY "PEDITENS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
       01  WS-DEVOL-EXISTE               PIC X     VALUE SPACES.
       01  WS-EOF-DEV                    PIC X     VALUE SPACES.
       01  WS-TOT-DEVOLVIDO              PIC 9(011)V99 VALUE ZEROS.
       01  STAT-PEDITENS                 PIC XX.
       01  WS-EOF-ITE                    PIC X     VALUE SPACES.
       01  WS-QTD-VENDIDA                PIC 9(007) VALUE ZEROS.
       01  WS-QTD-DEVOLVIDA              PIC 9(007) VALUE ZEROS.
       01  WS-VALOR-UNIT-ITEM            PIC 9(007)V99 VALUE ZEROS.
       01  WS-PRO-ANTERIOR               PIC 9(007) VALUE ZEROS.
       01  WS-QTD-ANTERIOR               PIC 9(005) VALUE ZEROS.
       01  WS-LIG-MOVEST.
           05 WS-MOV-OPERACAO            PIC X(001).
           05 WS-MOV-PRO-CODIGO          PIC 9(007).
           05 WS-MOV-QUANTIDADE          PIC 9(007).
           05 WS-MOV-CLI-CODIGO          PIC 9(007).
           05 WS-MOV-PED-NUMERO          PIC 9(007).
           05 WS-MOV-OPERADOR            PIC X(010).
           05 WS-MOV-HISTORICO           PIC X(030).
           05 WS-MOV-SALDO               PIC S9(009).
           05 WS-MOV-RESERVADO           PIC 9(009).
           05 WS-MOV-DISPONIVEL          PIC S9(009).
           05 WS-MOV-INSUFICIENTE        PIC X(001).
           05 WS-MOV-RETORNO             PIC X(030).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-DEVOL-CHAMADO.
           05 LK-DCH-CLI-CODIGO          PIC 9(007).
           05 LK-DCH-PED-NUMERO          PIC 9(007).
           05 LK-DCH-MOTIVO              PIC X(030).
           05 LK-DCH-SEQUENCIA           PIC 9(003).

       SCREEN SECTION.
       COPY "TELDEVOL.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-DEVOL-CHAMADO.
       1000-INICIO.
               OPEN I-O DEVOLUCA
               IF STAT-DEVOLUCA EQUAL "35"
                  "ERRO AO ABRIR CLIENTES !"
                  "STATUS: " STAT-CLIENTES
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT PEDITENS
               IF STAT-PEDITENS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR PEDITENS !"
                  "STATUS: " STAT-PEDITENS
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Devoluções"
           MOVE ZEROS                TO LK-DCH-SEQUENCIA
           IF LK-DCH-CLI-CODIGO NOT EQUAL ZEROS
              MOVE LK-DCH-CLI-CODIGO TO T-CLI-CODIGO
              MOVE LK-DCH-PED-NUMERO TO T-NUMERO
              MOVE LK-DCH-MOTIVO     TO T-MOTIVO
              ACCEPT T-DATA          FROM DATE
              MOVE T-CLI-CODIGO      TO CLI-CODIGO
              READ CLIENTES
              IF STAT-CLIENTES EQUAL "00"
                 MOVE CLI-RAZAO      TO T-RAZAO
              END-IF
              MOVE T-CLI-CODIGO      TO PED-CLI-CODIGO
              MOVE T-NUMERO          TO PED-NUMERO
              READ PEDIDOS
              IF STAT-PEDIDOS EQUAL "00"
                 MOVE PED-VALOR      TO T-VALOR-PEDIDO
              END-IF
           END-IF
           DISPLAY TELA.

       2000-PROCESSA.
       3000-FINALIZA.
                   CLOSE DEVOLUCA
                   CLOSE PEDIDOS
                   CLOSE CLIENTES
                   CLOSE PEDITENS.
                   GOBACK.

       4000-CONTROLE-TELA.
                      DISPLAY TELA
                   END-IF
                   MOVE SPACES          TO WS-DEVOL-EXISTE
                   MOVE ZEROS           TO WS-PRO-ANTERIOR
                   MOVE ZEROS           TO WS-QTD-ANTERIOR
                   MOVE T-CLI-CODIGO    TO DEV-CLI-CODIGO
                   MOVE T-NUMERO        TO DEV-PED-NUMERO
                   MOVE T-SEQ           TO DEV-SEQUENCIA
                   READ DEVOLUCA
                   IF STAT-DEVOLUCA EQUAL "00"
                      MOVE "S"          TO WS-DEVOL-EXISTE
                      MOVE DEV-PRO-CODIGO TO WS-PRO-ANTERIOR
                      MOVE DEV-QUANTIDADE TO WS-QTD-ANTERIOR
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-DEVOL-EXISTE EQUAL "S"
                         "ERRO AO REGRAVAR DEVOLUCA !"
                         "STATUS: " STAT-DEVOLUCA
                      ELSE
                         PERFORM 4040-ESTORNA-ESTOQUE
                         PERFORM 4041-RETORNA-ESTOQUE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "DEVOLUCAO ATUALIZADA COM SUCESSO !"
                         "ERRO AO GRAVAR DEVOLUCA !"
                         "STATUS: " STAT-DEVOLUCA
                      ELSE
                         IF T-CLI-CODIGO EQUAL LK-DCH-CLI-CODIGO
                            AND T-NUMERO EQUAL LK-DCH-PED-NUMERO
                            MOVE T-SEQ    TO LK-DCH-SEQUENCIA
                         END-IF
                         PERFORM 4041-RETORNA-ESTOQUE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "DEVOLUCAO GRAVADA COM SUCESSO !"
                  DISPLAY MESSAGE BOX
                  "DEVOLUCAO NAO ENCONTRADA !"
               ELSE
                  MOVE DEV-PRO-CODIGO TO WS-PRO-ANTERIOR
                  MOVE DEV-QUANTIDADE TO WS-QTD-ANTERIOR
                  DELETE DEVOLUCA
                  IF STAT-DEVOLUCA NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR DEVOLUCA !"
                     "STATUS: " STAT-DEVOLUCA
                  ELSE
                     PERFORM 4040-ESTORNA-ESTOQUE
                     PERFORM 4006-LIMPA-TELA
                     DISPLAY MESSAGE BOX
                     "DEVOLUCAO EXCLUIDA COM SUCESSO !"
               IF T-DATA EQUAL ZEROS
                  ACCEPT T-DATA FROM DATE
               END-IF
               IF T-PRO-CODIGO NOT EQUAL ZEROS
                  PERFORM 4021-VERIFICA-ITEM
                  IF WS-CAMPOS-OK NOT EQUAL SPACES
                     EXIT PARAGRAPH
                  END-IF
               ELSE
                  MOVE ZEROS          TO T-QUANTIDADE
               END-IF
               IF T-VALOR EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
       4020-SOMA-DEVOLUCOES.

               MOVE ZEROS             TO WS-TOT-DEVOLVIDO
               MOVE ZEROS             TO WS-QTD-DEVOLVIDA
               MOVE T-CLI-CODIGO      TO DEV-CLI-CODIGO
               MOVE T-NUMERO          TO DEV-PED-NUMERO
               MOVE ZEROS             TO DEV-SEQUENCIA
                  ELSE
                     IF DEV-SEQUENCIA NOT EQUAL T-SEQ
                        ADD DEV-VALOR TO WS-TOT-DEVOLVIDO
                        IF DEV-PRO-CODIGO EQUAL T-PRO-CODIGO
                           ADD DEV-QUANTIDADE TO WS-QTD-DEVOLVIDA
                        END-IF
                     END-IF
                     READ DEVOLUCA NEXT AT END
                        MOVE "F"      TO WS-EOF-DEV
                  END-IF
               END-PERFORM.

       4021-VERIFICA-ITEM.

               IF T-QUANTIDADE EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "QUANTIDADE DEVOLVIDA NAO INFORMADA !"
                  ACCEPT T-QUANTIDADE AT LINE 15, COL 47
                  EXIT PARAGRAPH
               END-IF
               MOVE ZEROS             TO WS-QTD-VENDIDA
               MOVE ZEROS             TO WS-VALOR-UNIT-ITEM
               MOVE T-CLI-CODIGO      TO ITE-CLI-CODIGO
               MOVE T-NUMERO          TO ITE-PED-NUMERO
               MOVE ZEROS             TO ITE-SEQUENCIA
               START PEDITENS KEY IS GREATER THAN ITE-CHAVE
               MOVE SPACES            TO WS-EOF-ITE
               IF STAT-PEDITENS NOT EQUAL "00"
                  MOVE "F"            TO WS-EOF-ITE
               ELSE
                  READ PEDITENS NEXT
                  IF STAT-PEDITENS NOT EQUAL "00"
                     MOVE "F"         TO WS-EOF-ITE
                  END-IF
               END-IF
               PERFORM UNTIL WS-EOF-ITE EQUAL "F"
                  IF ITE-CLI-CODIGO NOT EQUAL T-CLI-CODIGO
                     OR ITE-PED-NUMERO NOT EQUAL T-NUMERO
                     MOVE "F"         TO WS-EOF-ITE
                  ELSE
                     IF ITE-PRO-CODIGO EQUAL T-PRO-CODIGO
                        ADD ITE-QUANTIDADE TO WS-QTD-VENDIDA
                        MOVE ITE-VALOR-UNITARIO TO WS-VALOR-UNIT-ITEM
                     END-IF
                     READ PEDITENS NEXT AT END
                        MOVE "F"      TO WS-EOF-ITE
                     END-READ
                  END-IF
               END-PERFORM
               IF WS-QTD-VENDIDA EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PRODUTO NAO CONSTA NO PEDIDO !"
                  ACCEPT T-PRO-CODIGO AT LINE 15, COL 22
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4020-SOMA-DEVOLUCOES
               IF WS-QTD-DEVOLVIDA + T-QUANTIDADE GREATER THAN
                  WS-QTD-VENDIDA
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "QUANTIDADE EXCEDE A VENDIDA NO PEDIDO !"
                  ACCEPT T-QUANTIDADE AT LINE 15, COL 47
                  EXIT PARAGRAPH
               END-IF
               IF T-VALOR EQUAL ZEROS
                  COMPUTE T-VALOR = T-QUANTIDADE * WS-VALOR-UNIT-ITEM
               END-IF.

       4040-ESTORNA-ESTOQUE.

               IF WS-PRO-ANTERIOR EQUAL ZEROS
                  EXIT PARAGRAPH
               END-IF
               MOVE "B"               TO WS-MOV-OPERACAO
               MOVE WS-PRO-ANTERIOR   TO WS-MOV-PRO-CODIGO
               MOVE WS-QTD-ANTERIOR   TO WS-MOV-QUANTIDADE
               MOVE "ESTORNO DE DEVOLUCAO" TO WS-MOV-HISTORICO
               PERFORM 4042-CHAMA-MOVEST.

       4041-RETORNA-ESTOQUE.

               IF T-PRO-CODIGO EQUAL ZEROS
                  EXIT PARAGRAPH
               END-IF
               MOVE "D"               TO WS-MOV-OPERACAO
               MOVE T-PRO-CODIGO      TO WS-MOV-PRO-CODIGO
               MOVE T-QUANTIDADE      TO WS-MOV-QUANTIDADE
               MOVE "DEVOLUCAO DE CLIENTE" TO WS-MOV-HISTORICO
               PERFORM 4042-CHAMA-MOVEST.

       4042-CHAMA-MOVEST.

               MOVE T-CLI-CODIGO      TO WS-MOV-CLI-CODIGO
               MOVE T-NUMERO          TO WS-MOV-PED-NUMERO
               MOVE LK-OPERADOR       TO WS-MOV-OPERADOR
               CALL "MOVEST" USING WS-LIG-MOVEST
               IF WS-MOV-RETORNO NOT EQUAL SPACES
                  DISPLAY MESSAGE BOX
                  "ERRO NA MOVIMENTACAO DE ESTOQUE !"
                  WS-MOV-RETORNO
               END-IF.

       4036-PROXIMA-SEQUENCIA.

               MOVE 1                 TO T-SEQ
               MOVE ZEROS             TO T-DATA
               MOVE ZEROS             TO T-VALOR
               MOVE SPACES            TO T-MOTIVO
               MOVE ZEROS             TO T-PRO-CODIGO
               MOVE ZEROS             TO T-QUANTIDADE
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.
               MOVE T-SEQ             TO DEV-SEQUENCIA
               MOVE T-DATA            TO DEV-DATA
               MOVE T-VALOR           TO DEV-VALOR
               MOVE T-MOTIVO          TO DEV-MOTIVO
               MOVE T-PRO-CODIGO      TO DEV-PRO-CODIGO
               MOVE T-QUANTIDADE      TO DEV-QUANTIDADE.
