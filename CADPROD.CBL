       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PRODUTOS.SL".
       COPY "LINPROD.SL".
       COPY "PRECOHIS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "PRODUTOS.FD".
       COPY "LINPROD.FD".
       COPY "PRECOHIS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
       01  STAT-PRODUTOS                 PIC XX.
       01  STAT-LINPROD                  PIC XX.
       01  WS-LINPROD-ATIVO              PIC X     VALUE "N".
       01  STAT-PRECOHIS                 PIC XX.
       01  WS-PRECOHIS-ATIVO             PIC X     VALUE "N".
       01  WS-PRECO-ANTERIOR             PIC 9(007)V99 VALUE ZEROS.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-PRODUTO-EXISTE             PIC X     VALUE SPACES.

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
       COPY "TELPROD.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.
               OPEN I-O PRODUTOS
               IF STAT-PRODUTOS EQUAL "35"
                  "STATUS: " STAT-PRODUTOS
                  EXIT PARAGRAPH
           END-IF
           OPEN INPUT LINPROD
           IF STAT-LINPROD EQUAL "00"
              MOVE "S"                TO WS-LINPROD-ATIVO
           END-IF
           OPEN I-O PRECOHIS
           IF STAT-PRECOHIS EQUAL "35"
              OPEN OUTPUT PRECOHIS
              CLOSE PRECOHIS
              OPEN I-O PRECOHIS
           END-IF
           IF STAT-PRECOHIS EQUAL "00"
              MOVE "S"                TO WS-PRECOHIS-ATIVO
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Cadastro de Produtos"
           DISPLAY TELA.
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE PRODUTOS
                   IF WS-LINPROD-ATIVO EQUAL "S"
                      CLOSE LINPROD
                   END-IF
                   IF WS-PRECOHIS-ATIVO EQUAL "S"
                      CLOSE PRECOHIS
                   END-IF
                   GOBACK.

       4000-CONTROLE-TELA.
               IF  WS-CAMPOS-OK EQUAL SPACES
                   MOVE SPACES          TO WS-PRODUTO-EXISTE
                   MOVE T-CODIGO        TO PRO-CODIGO
                   MOVE SPACES          TO WS-AUD-ANTES
                   MOVE ZEROS           TO WS-PRECO-ANTERIOR
                   READ PRODUTOS
                   IF STAT-PRODUTOS EQUAL "00"
                      MOVE "S"          TO WS-PRODUTO-EXISTE
                      MOVE RG-PRODUTOS             TO WS-AUD-ANTES
                      MOVE PRO-PRECO-LISTA TO WS-PRECO-ANTERIOR
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-PRODUTO-EXISTE EQUAL "S"
                         "ERRO AO REGRAVAR PRODUTOS !"
                         "STATUS: " STAT-PRODUTOS
                      ELSE
                         MOVE "PRODUTOS"  TO WS-AUD-ARQUIVO
                         MOVE "A"         TO WS-AUD-OPERACAO
                         MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                         MOVE "CADPROD"   TO WS-AUD-PROGRAMA
                         MOVE RG-PRODUTOS TO WS-AUD-DEPOIS
                         CALL "GRAVAUD" USING WS-LIG-AUDITA
                         IF PRO-PRECO-LISTA NOT EQUAL
                                            WS-PRECO-ANTERIOR
                            PERFORM 4020-GRAVA-HISTORICO
                         END-IF
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "PRODUTO ATUALIZADO COM SUCESSO !"
                         "ERRO AO GRAVAR PRODUTOS !"
                         "STATUS: " STAT-PRODUTOS
                      ELSE
                         MOVE "PRODUTOS"  TO WS-AUD-ARQUIVO
                         MOVE "I"         TO WS-AUD-OPERACAO
                         MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                         MOVE "CADPROD"   TO WS-AUD-PROGRAMA
                         MOVE RG-PRODUTOS TO WS-AUD-DEPOIS
                         CALL "GRAVAUD" USING WS-LIG-AUDITA
                         PERFORM 4020-GRAVA-HISTORICO
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "PRODUTO GRAVADO COM SUCESSO !"
                  DISPLAY MESSAGE BOX
                  "PRODUTO NAO ENCONTRADO !"
               ELSE
                  MOVE RG-PRODUTOS              TO WS-AUD-ANTES
                  DELETE PRODUTOS
                  IF STAT-PRODUTOS NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR PRODUTOS !"
                     "STATUS: " STAT-PRODUTOS
                  ELSE
                     MOVE "PRODUTOS"  TO WS-AUD-ARQUIVO
                     MOVE "E"         TO WS-AUD-OPERACAO
                     MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                     MOVE "CADPROD"   TO WS-AUD-PROGRAMA
                     MOVE SPACES      TO WS-AUD-DEPOIS
                     CALL "GRAVAUD" USING WS-LIG-AUDITA
                     PERFORM 4006-LIMPA-TELA
                     DISPLAY MESSAGE BOX
                     "PRODUTO EXCLUIDO COM SUCESSO !"
               IF T-STATUS NOT EQUAL "A" AND "I"
                  MOVE "A"            TO T-STATUS
               END-IF
               IF T-LINHA NOT EQUAL ZEROS
                  AND WS-LINPROD-ATIVO EQUAL "S"
                  MOVE T-LINHA        TO LPR-CODIGO
                  READ LINPROD
                  IF STAT-LINPROD NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "LINHA DE PRODUTO NAO CADASTRADA !"
                     ACCEPT T-LINHA AT LINE 15, COL 22
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               DISPLAY TELA.

       4006-LIMPA-TELA.
               MOVE SPACES            TO T-UNIDADE
               MOVE ZEROS             TO T-PRECO-LISTA
               MOVE SPACES            TO T-STATUS
               MOVE SPACES            TO T-CLASSE-FISCAL
               MOVE ZEROS             TO T-LINHA
               MOVE ZEROS             TO T-PESO-BRUTO
               MOVE ZEROS             TO T-PRAZO-REPOSICAO
               MOVE ZEROS             TO T-ESTOQUE-MINIMO
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.
               MOVE T-DESCRICAO       TO PRO-DESCRICAO
               MOVE T-UNIDADE         TO PRO-UNIDADE
               MOVE T-PRECO-LISTA     TO PRO-PRECO-LISTA
               MOVE T-STATUS          TO PRO-STATUS
               MOVE T-CLASSE-FISCAL   TO PRO-CLASSE-FISCAL
               MOVE T-LINHA           TO PRO-LINHA
               MOVE T-PESO-BRUTO      TO PRO-PESO-BRUTO
               MOVE T-PRAZO-REPOSICAO TO PRO-PRAZO-REPOSICAO
               MOVE T-ESTOQUE-MINIMO  TO PRO-ESTOQUE-MINIMO.

       4020-GRAVA-HISTORICO.

               IF WS-PRECOHIS-ATIVO NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               MOVE PRO-CODIGO        TO PRH-PRO-CODIGO
               ACCEPT PRH-DATA-INICIO FROM DATE
               READ PRECOHIS
               IF STAT-PRECOHIS EQUAL "00"
                  MOVE PRO-PRECO-LISTA TO PRH-PRECO
                  MOVE LK-OPERADOR    TO PRH-OPERADOR
                  MOVE "C"            TO PRH-ORIGEM
                  REWRITE RG-PRECOHIS
               ELSE
                  MOVE PRO-PRECO-LISTA TO PRH-PRECO
                  MOVE WS-PRECO-ANTERIOR TO PRH-PRECO-ANTERIOR
                  MOVE "C"            TO PRH-ORIGEM
                  MOVE LK-OPERADOR    TO PRH-OPERADOR
                  MOVE PRH-DATA-INICIO TO PRH-DATA-REGISTRO
                  WRITE RG-PRECOHIS
               END-IF
               IF STAT-PRECOHIS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO GRAVAR PRECOHIS !"
                  "STATUS: " STAT-PRECOHIS
               END-IF.
