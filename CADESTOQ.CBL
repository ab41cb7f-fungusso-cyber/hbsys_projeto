       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADESTOQ.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PRODUTOS.SL".
       COPY "MOVESTOQ.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "PRODUTOS.FD".
       COPY "MOVESTOQ.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 CONS-KEY                    VALUE 225.
               88 PROX-KEY                    VALUE 227.
       01  STAT-PRODUTOS                 PIC XX.
       01  STAT-MOVESTOQ                 PIC XX.
       01  WS-MOVESTOQ-ABERTO            PIC X     VALUE "N".
       01  WS-PRODUTO-LIDO               PIC X     VALUE SPACES.
       01  WS-PRO-CONSULTADO             PIC 9(007) VALUE ZEROS.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-MESSAGE                    PIC X(060) VALUE SPACES.
       01  WS-ED-DISPONIVEL              PIC -ZZZ.ZZZ.ZZ9.
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
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELESTQ.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN INPUT PRODUTOS
               IF STAT-PRODUTOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR PRODUTOS !"
                  "STATUS: " STAT-PRODUTOS
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Movimentação de Estoque"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   IF WS-MOVESTOQ-ABERTO EQUAL "S"
                      CLOSE MOVESTOQ
                   END-IF
                   CLOSE PRODUTOS.
                   GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
             WHEN WRITE-KEY

                              PERFORM 4001-LE-PRODUTO
                              PERFORM 4005-VALIDA-CAMPOS
                              PERFORM 4002-LANCAR

                         WHEN CONS-KEY

                              PERFORM 4001-LE-PRODUTO

                         WHEN PROX-KEY

                              PERFORM 4003-PROXIMO-MOVIMENTO

                         WHEN CLEAR-KEY
                  PERFORM 4006-LIMPA-TELA

           END-EVALUATE.

       4001-LE-PRODUTO.

               MOVE SPACES          TO WS-PRODUTO-LIDO
               IF T-PRO-CODIGO EQUAL ZEROS
                  DISPLAY MESSAGE BOX
                  "INFORME O CODIGO DO PRODUTO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE T-PRO-CODIGO    TO PRO-CODIGO
               READ PRODUTOS
               IF STAT-PRODUTOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "PRODUTO NAO CADASTRADO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE "S"             TO WS-PRODUTO-LIDO
               MOVE PRO-DESCRICAO   TO T-PRO-DESCRICAO
               IF T-PRO-CODIGO NOT EQUAL WS-PRO-CONSULTADO
                  PERFORM 4007-FECHA-MOVIMENTOS
                  PERFORM 4008-LIMPA-MOVIMENTO
                  MOVE T-PRO-CODIGO TO WS-PRO-CONSULTADO
               END-IF
               MOVE "C"             TO WS-MOV-OPERACAO
               MOVE ZEROS           TO WS-MOV-QUANTIDADE
               PERFORM 4010-CHAMA-MOVEST
               DISPLAY TELA.

       4002-LANCAR.

               IF WS-PRODUTO-LIDO NOT EQUAL "S"
                  OR WS-CAMPOS-OK NOT EQUAL SPACES
                  EXIT PARAGRAPH
               END-IF
               IF LK-NIVEL-CONSULTA
                  DISPLAY MESSAGE BOX
                  "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                  EXIT PARAGRAPH
               END-IF
               IF T-OPERACAO EQUAL "B"
                  AND T-QUANTIDADE GREATER THAN WS-MOV-DISPONIVEL
                  MOVE WS-MOV-DISPONIVEL TO WS-ED-DISPONIVEL
                  MOVE SPACES          TO WS-MESSAGE
                  STRING "BAIXA MAIOR QUE O DISPONIVEL: "
                         WS-ED-DISPONIVEL
                         DELIMITED BY SIZE
                    INTO WS-MESSAGE
                  END-STRING
                  DISPLAY MESSAGE BOX WS-MESSAGE
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4007-FECHA-MOVIMENTOS
               MOVE T-OPERACAO      TO WS-MOV-OPERACAO
               MOVE T-QUANTIDADE    TO WS-MOV-QUANTIDADE
               PERFORM 4010-CHAMA-MOVEST
               IF WS-MOV-RETORNO NOT EQUAL SPACES
                  MOVE SPACES       TO WS-MESSAGE
                  STRING "ERRO NA MOVIMENTACAO DE ESTOQUE ! "
                         WS-MOV-RETORNO
                         DELIMITED BY SIZE
                    INTO WS-MESSAGE
                  END-STRING
                  DISPLAY MESSAGE BOX WS-MESSAGE
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES          TO T-OPERACAO
               MOVE ZEROS           TO T-QUANTIDADE
               MOVE SPACES          TO T-HISTORICO
               DISPLAY TELA
               DISPLAY MESSAGE BOX
               "LANCAMENTO EFETUADO COM SUCESSO !".

       4003-PROXIMO-MOVIMENTO.

               IF WS-MOVESTOQ-ABERTO NOT EQUAL "S"
                  PERFORM 4001-LE-PRODUTO
                  IF WS-PRODUTO-LIDO NOT EQUAL "S"
                     EXIT PARAGRAPH
                  END-IF
                  OPEN INPUT MOVESTOQ
                  IF STAT-MOVESTOQ NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "PRODUTO SEM MOVIMENTACAO !"
                     EXIT PARAGRAPH
                  END-IF
                  MOVE "S"          TO WS-MOVESTOQ-ABERTO
                  INITIALIZE RG-MOVESTOQ
                  MOVE T-PRO-CODIGO TO MOV-PRO-CODIGO
                  START MOVESTOQ KEY IS NOT LESS THAN MOV-CHAVE
                  IF STAT-MOVESTOQ NOT EQUAL "00"
                     PERFORM 4009-FIM-MOVIMENTOS
                     EXIT PARAGRAPH
                  END-IF
               END-IF

               READ MOVESTOQ NEXT
               IF STAT-MOVESTOQ NOT EQUAL "00"
                  OR MOV-PRO-CODIGO NOT EQUAL WS-PRO-CONSULTADO
                  PERFORM 4009-FIM-MOVIMENTOS
                  EXIT PARAGRAPH
               END-IF

               MOVE MOV-DATA          TO T-MOV-DATA
               MOVE MOV-HORA (1:6)    TO T-MOV-HORA
               MOVE MOV-TIPO          TO T-MOV-TIPO
               MOVE MOV-QUANTIDADE    TO T-MOV-QUANTIDADE
               MOVE MOV-SALDO         TO T-MOV-SALDO
               MOVE MOV-CLI-CODIGO    TO T-MOV-CLI-CODIGO
               MOVE MOV-PED-NUMERO    TO T-MOV-PED-NUMERO
               MOVE MOV-OPERADOR      TO T-MOV-OPERADOR
               MOVE MOV-HISTORICO     TO T-MOV-HISTORICO
               DISPLAY TELA.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-OPERACAO NOT EQUAL "E" AND "B"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "LANCAMENTO DEVE SER E OU B !"
                  ACCEPT T-OPERACAO AT LINE 8, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-QUANTIDADE EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "QUANTIDADE NAO INFORMADA !"
                  ACCEPT T-QUANTIDADE AT LINE 9, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-HISTORICO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "HISTORICO NAO INFORMADO !"
                  ACCEPT T-HISTORICO AT LINE 10, COL 22
                  EXIT PARAGRAPH
               END-IF.

       4006-LIMPA-TELA.
               PERFORM 4007-FECHA-MOVIMENTOS
               PERFORM 4008-LIMPA-MOVIMENTO
               MOVE SPACES            TO WS-PRODUTO-LIDO
               MOVE ZEROS             TO WS-PRO-CONSULTADO
               MOVE ZEROS             TO T-PRO-CODIGO
               MOVE SPACES            TO T-PRO-DESCRICAO
               MOVE ZEROS             TO T-SALDO
               MOVE ZEROS             TO T-RESERVADO
               MOVE ZEROS             TO T-DISPONIVEL
               MOVE SPACES            TO T-OPERACAO
               MOVE ZEROS             TO T-QUANTIDADE
               MOVE SPACES            TO T-HISTORICO
               DISPLAY TELA.

       4007-FECHA-MOVIMENTOS.

               IF WS-MOVESTOQ-ABERTO EQUAL "S"
                  CLOSE MOVESTOQ
                  MOVE "N"            TO WS-MOVESTOQ-ABERTO
               END-IF.

       4008-LIMPA-MOVIMENTO.

               MOVE ZEROS             TO T-MOV-DATA
               MOVE ZEROS             TO T-MOV-HORA
               MOVE SPACES            TO T-MOV-TIPO
               MOVE ZEROS             TO T-MOV-QUANTIDADE
               MOVE ZEROS             TO T-MOV-SALDO
               MOVE ZEROS             TO T-MOV-CLI-CODIGO
               MOVE ZEROS             TO T-MOV-PED-NUMERO
               MOVE SPACES            TO T-MOV-OPERADOR
               MOVE SPACES            TO T-MOV-HISTORICO.

       4009-FIM-MOVIMENTOS.

               DISPLAY MESSAGE BOX
               "FIM DOS MOVIMENTOS DO PRODUTO !"
               PERFORM 4007-FECHA-MOVIMENTOS.

       4010-CHAMA-MOVEST.

               MOVE T-PRO-CODIGO      TO WS-MOV-PRO-CODIGO
               MOVE ZEROS             TO WS-MOV-CLI-CODIGO
               MOVE ZEROS             TO WS-MOV-PED-NUMERO
               MOVE LK-OPERADOR       TO WS-MOV-OPERADOR
               MOVE T-HISTORICO       TO WS-MOV-HISTORICO
               CALL "MOVEST" USING WS-LIG-MOVEST
               IF WS-MOV-RETORNO EQUAL SPACES
                  MOVE WS-MOV-SALDO      TO T-SALDO
                  MOVE WS-MOV-RESERVADO  TO T-RESERVADO
                  MOVE WS-MOV-DISPONIVEL TO T-DISPONIVEL
               END-IF.
