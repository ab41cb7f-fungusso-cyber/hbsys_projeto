       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTABPR.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "TABPRECO.SL".
       COPY "PRODUTOS.SL".
       COPY "CLIENTES.SL".
       COPY "GRUPOS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "TABPRECO.FD".
       COPY "PRODUTOS.FD".
       COPY "CLIENTES.FD".
       COPY "GRUPOS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-TABPRECO                 PIC XX.
       01  STAT-PRODUTOS                 PIC XX.
       01  STAT-CLIENTES                 PIC XX.
       01  STAT-GRUPOS                   PIC XX.
       01  WS-GRUPOS-ATIVO               PIC X     VALUE "N".
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-PRECO-EXISTE               PIC X     VALUE SPACES.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELTABPR.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O TABPRECO
               IF STAT-TABPRECO EQUAL "35"
                  OPEN OUTPUT TABPRECO
                  CLOSE TABPRECO
                  OPEN I-O TABPRECO
               END-IF
               IF STAT-TABPRECO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR TABPRECO !"
                  "STATUS: " STAT-TABPRECO
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT PRODUTOS
               IF STAT-PRODUTOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR PRODUTOS !"
                  "STATUS: " STAT-PRODUTOS
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CLIENTES !"
                  "STATUS: " STAT-CLIENTES
                  EXIT PARAGRAPH
           END-IF
               MOVE "N"                  TO WS-GRUPOS-ATIVO
               OPEN INPUT GRUPOS
               IF STAT-GRUPOS EQUAL "00"
                  MOVE "S"               TO WS-GRUPOS-ATIVO
               END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Tabela de Preços"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE TABPRECO
                   CLOSE PRODUTOS
                   CLOSE CLIENTES
                   IF WS-GRUPOS-ATIVO EQUAL "S"
                      CLOSE GRUPOS
                   END-IF.
                   GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
               WHEN WRITE-KEY
                    IF LK-NIVEL-CONSULTA
                       DISPLAY MESSAGE BOX
                       "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                    ELSE
                       PERFORM 4005-VALIDA-CAMPOS
                       PERFORM 4002-GRAVAR
                    END-IF
               WHEN DEL-KEY
                    IF LK-NIVEL-CONSULTA
                       DISPLAY MESSAGE BOX
                       "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                    ELSE
                       PERFORM 4004-DELETAR
                    END-IF
               WHEN PROX-KEY
                    PERFORM 4003-PROXIMO
               WHEN CLEAR-KEY
                    PERFORM 4006-LIMPA-TELA
           END-EVALUATE.

       4002-GRAVAR.
               IF  WS-CAMPOS-OK EQUAL SPACES
                   MOVE SPACES          TO WS-PRECO-EXISTE
                   PERFORM 4015-MONTA-CHAVE
                   MOVE SPACES          TO WS-AUD-ANTES
                   READ TABPRECO
                   IF STAT-TABPRECO EQUAL "00"
                      MOVE "S"          TO WS-PRECO-EXISTE
                      MOVE RG-TABPRECO             TO WS-AUD-ANTES
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-PRECO-EXISTE EQUAL "S"
                      REWRITE RG-TABPRECO
                      IF STAT-TABPRECO NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR TABPRECO !"
                         "STATUS: " STAT-TABPRECO
                      ELSE
                         MOVE "TABPRECO"  TO WS-AUD-ARQUIVO
                         MOVE "A"         TO WS-AUD-OPERACAO
                         MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                         MOVE "CADTABPR"  TO WS-AUD-PROGRAMA
                         MOVE RG-TABPRECO TO WS-AUD-DEPOIS
                         CALL "GRAVAUD" USING WS-LIG-AUDITA
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "PRECO ATUALIZADO COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-TABPRECO
                      IF STAT-TABPRECO NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR TABPRECO !"
                         "STATUS: " STAT-TABPRECO
                      ELSE
                         MOVE "TABPRECO"  TO WS-AUD-ARQUIVO
                         MOVE "I"         TO WS-AUD-OPERACAO
                         MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                         MOVE "CADTABPR"  TO WS-AUD-PROGRAMA
                         MOVE RG-TABPRECO TO WS-AUD-DEPOIS
                         CALL "GRAVAUD" USING WS-LIG-AUDITA
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "PRECO GRAVADO COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               PERFORM 4015-MONTA-CHAVE
               START TABPRECO KEY IS GREATER THAN TPR-CHAVE
               IF STAT-TABPRECO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DA TABELA !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ TABPRECO NEXT
               IF STAT-TABPRECO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DA TABELA !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               PERFORM 4015-MONTA-CHAVE
               READ TABPRECO
               IF STAT-TABPRECO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "PRECO NAO ENCONTRADO !"
               ELSE
                  MOVE RG-TABPRECO              TO WS-AUD-ANTES
                  DELETE TABPRECO
                  IF STAT-TABPRECO NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR TABPRECO !"
                     "STATUS: " STAT-TABPRECO
                  ELSE
                     MOVE "TABPRECO"  TO WS-AUD-ARQUIVO
                     MOVE "E"         TO WS-AUD-OPERACAO
                     MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                     MOVE "CADTABPR"  TO WS-AUD-PROGRAMA
                     MOVE SPACES      TO WS-AUD-DEPOIS
                     CALL "GRAVAUD" USING WS-LIG-AUDITA
                     PERFORM 4006-LIMPA-TELA
                     DISPLAY MESSAGE BOX
                     "PRECO EXCLUIDO COM SUCESSO !"
                  END-IF
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-PRO-CODIGO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PRODUTO NAO INFORMADO !"
                  ACCEPT T-PRO-CODIGO AT LINE 3, COL 26
                  EXIT PARAGRAPH
               END-IF
               MOVE T-PRO-CODIGO      TO PRO-CODIGO
               READ PRODUTOS
               IF STAT-PRODUTOS NOT EQUAL "00"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PRODUTO NAO CADASTRADO !"
                  ACCEPT T-PRO-CODIGO AT LINE 3, COL 26
                  EXIT PARAGRAPH
               END-IF
               MOVE PRO-DESCRICAO     TO T-PRO-DESCRICAO
               IF T-TIPO NOT EQUAL "C" AND "G" AND "P"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "TIPO DEVE SER C, G OU P !"
                  ACCEPT T-TIPO AT LINE 5, COL 26
                  EXIT PARAGRAPH
               END-IF
               EVALUATE T-TIPO
                  WHEN "C"
                       MOVE SPACES    TO T-PORTE
                       MOVE T-REF-CODIGO TO CLI-CODIGO
                       READ CLIENTES
                       IF STAT-CLIENTES NOT EQUAL "00"
                          MOVE "N"    TO WS-CAMPOS-OK
                          DISPLAY MESSAGE BOX
                          "CLIENTE NAO CADASTRADO !"
                          ACCEPT T-REF-CODIGO AT LINE 7, COL 26
                          EXIT PARAGRAPH
                       END-IF
                       MOVE CLI-RAZAO TO T-REF-NOME
                  WHEN "G"
                       MOVE SPACES    TO T-PORTE
                       IF WS-GRUPOS-ATIVO NOT EQUAL "S"
                          MOVE "N"    TO WS-CAMPOS-OK
                          DISPLAY MESSAGE BOX
                          "ARQUIVO DE GRUPOS NAO DISPONIVEL !"
                          EXIT PARAGRAPH
                       END-IF
                       MOVE T-REF-CODIGO TO GRU-RAIZ-CNPJ
                       READ GRUPOS
                       IF STAT-GRUPOS NOT EQUAL "00"
                          MOVE "N"    TO WS-CAMPOS-OK
                          DISPLAY MESSAGE BOX
                          "GRUPO NAO CADASTRADO !"
                          ACCEPT T-REF-CODIGO AT LINE 7, COL 26
                          EXIT PARAGRAPH
                       END-IF
                       MOVE GRU-NOME  TO T-REF-NOME
                  WHEN "P"
                       MOVE ZEROS     TO T-REF-CODIGO
                       MOVE SPACES    TO T-REF-NOME
                       IF T-PORTE NOT EQUAL "P" AND "M" AND "G"
                          MOVE "N"    TO WS-CAMPOS-OK
                          DISPLAY MESSAGE BOX
                          "PORTE DEVE SER P, M OU G !"
                          ACCEPT T-PORTE AT LINE 9, COL 26
                          EXIT PARAGRAPH
                       END-IF
               END-EVALUATE
               IF T-DATA-INICIO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "INICIO DE VIGENCIA NAO INFORMADO !"
                  ACCEPT T-DATA-INICIO AT LINE 11, COL 26
                  EXIT PARAGRAPH
               END-IF
               IF T-DATA-FIM NOT EQUAL ZEROS
                  AND T-DATA-FIM LESS THAN T-DATA-INICIO
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "FIM DE VIGENCIA MENOR QUE INICIO !"
                  ACCEPT T-DATA-FIM AT LINE 13, COL 26
                  EXIT PARAGRAPH
               END-IF
               IF T-PRECO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PRECO INVALIDO !"
                  ACCEPT T-PRECO AT LINE 15, COL 26
                  EXIT PARAGRAPH
               END-IF
               DISPLAY TELA.

       4006-LIMPA-TELA.
               INITIALIZE RG-TABPRECO
               MOVE ZEROS             TO T-PRO-CODIGO
               MOVE SPACES            TO T-PRO-DESCRICAO
               MOVE SPACES            TO T-TIPO
               MOVE ZEROS             TO T-REF-CODIGO
               MOVE SPACES            TO T-REF-NOME
               MOVE SPACES            TO T-PORTE
               MOVE ZEROS             TO T-DATA-INICIO
               MOVE ZEROS             TO T-DATA-FIM
               MOVE ZEROS             TO T-PRECO
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               PERFORM 4015-MONTA-CHAVE
               MOVE T-DATA-FIM        TO TPR-DATA-FIM
               MOVE T-PRECO           TO TPR-PRECO.

       4015-MONTA-CHAVE.

               MOVE T-PRO-CODIGO      TO TPR-PRO-CODIGO
               MOVE T-TIPO            TO TPR-TIPO
               IF T-TIPO EQUAL "P"
                  MOVE SPACES         TO TPR-REFERENCIA
                  MOVE T-PORTE        TO TPR-REFERENCIA(1:1)
               ELSE
                  MOVE T-REF-CODIGO   TO TPR-REF-NUMERO
               END-IF
               MOVE T-DATA-INICIO     TO TPR-DATA-INICIO.

       4016-CARREGA-TELA.

               MOVE TPR-PRO-CODIGO    TO T-PRO-CODIGO
               MOVE TPR-TIPO          TO T-TIPO
               MOVE SPACES            TO T-REF-NOME
               MOVE SPACES            TO T-PORTE
               MOVE ZEROS             TO T-REF-CODIGO
               IF TPR-TIPO-PORTE
                  MOVE TPR-REFERENCIA(1:1) TO T-PORTE
               ELSE
                  MOVE TPR-REF-NUMERO TO T-REF-CODIGO
               END-IF
               MOVE TPR-DATA-INICIO   TO T-DATA-INICIO
               MOVE TPR-DATA-FIM      TO T-DATA-FIM
               MOVE TPR-PRECO         TO T-PRECO
               MOVE SPACES            TO T-PRO-DESCRICAO
               MOVE TPR-PRO-CODIGO    TO PRO-CODIGO
               READ PRODUTOS
               IF STAT-PRODUTOS EQUAL "00"
                  MOVE PRO-DESCRICAO  TO T-PRO-DESCRICAO
               END-IF
               IF TPR-TIPO-CLIENTE
                  MOVE TPR-REF-NUMERO TO CLI-CODIGO
                  READ CLIENTES
                  IF STAT-CLIENTES EQUAL "00"
                     MOVE CLI-RAZAO   TO T-REF-NOME
                  END-IF
               END-IF
               IF TPR-TIPO-GRUPO AND WS-GRUPOS-ATIVO EQUAL "S"
                  MOVE TPR-REF-NUMERO TO GRU-RAIZ-CNPJ
                  READ GRUPOS
                  IF STAT-GRUPOS EQUAL "00"
                     MOVE GRU-NOME    TO T-REF-NOME
                  END-IF
               END-IF.
