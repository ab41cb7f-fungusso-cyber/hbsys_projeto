       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLINHA.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "LINPROD.SL".
       COPY "PRODUTOS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "LINPROD.FD".
       COPY "PRODUTOS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-LINPROD                  PIC XX.
       01  STAT-PRODUTOS                 PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-LINHA-EXISTE               PIC X     VALUE SPACES.
       01  WS-LINHA-EM-USO               PIC X     VALUE SPACES.
       01  WS-EOF-PRO                    PIC X     VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELLINHA.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O LINPROD
               IF STAT-LINPROD EQUAL "35"
                  OPEN OUTPUT LINPROD
                  CLOSE LINPROD
                  OPEN I-O LINPROD
               END-IF
               IF STAT-LINPROD NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR LINPROD !"
                  "STATUS: " STAT-LINPROD
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Linhas de Produto"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE LINPROD.
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
                    IF NOT LK-NIVEL-ADMIN
                       DISPLAY MESSAGE BOX
                       "ACESSO RESTRITO AO ADMINISTRADOR !"
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
                   MOVE SPACES          TO WS-LINHA-EXISTE
                   MOVE T-CODIGO        TO LPR-CODIGO
                   READ LINPROD
                   IF STAT-LINPROD EQUAL "00"
                      MOVE "S"          TO WS-LINHA-EXISTE
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-LINHA-EXISTE EQUAL "S"
                      REWRITE RG-LINPROD
                      IF STAT-LINPROD NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR LINPROD !"
                         "STATUS: " STAT-LINPROD
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "LINHA ATUALIZADA COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-LINPROD
                      IF STAT-LINPROD NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR LINPROD !"
                         "STATUS: " STAT-LINPROD
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "LINHA GRAVADA COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-CODIGO          TO LPR-CODIGO
               START LINPROD KEY IS GREATER THAN LPR-CODIGO
               IF STAT-LINPROD NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS LINHAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ LINPROD NEXT
               IF STAT-LINPROD NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS LINHAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-CODIGO          TO LPR-CODIGO
               READ LINPROD
               IF STAT-LINPROD NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "LINHA NAO ENCONTRADA !"
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4007-VERIFICA-USO
               IF WS-LINHA-EM-USO EQUAL "S"
                  DISPLAY MESSAGE BOX
                  "LINHA POSSUI PRODUTOS VINCULADOS !"
                  EXIT PARAGRAPH
               END-IF
               DELETE LINPROD
               IF STAT-LINPROD NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO EXCLUIR LINPROD !"
                  "STATUS: " STAT-LINPROD
               ELSE
                  PERFORM 4006-LIMPA-TELA
                  DISPLAY MESSAGE BOX
                  "LINHA EXCLUIDA COM SUCESSO !"
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-CODIGO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CODIGO DA LINHA NAO INFORMADO !"
                  ACCEPT T-CODIGO AT LINE 3, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-DESCRICAO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DESCRICAO DA LINHA NAO INFORMADA !"
                  ACCEPT T-DESCRICAO AT LINE 5, COL 21
                  EXIT PARAGRAPH
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-LINPROD
               MOVE ZEROS             TO T-CODIGO
               MOVE SPACES            TO T-DESCRICAO
               MOVE SPACES            TO T-FAMILIA
               DISPLAY TELA.

       4007-VERIFICA-USO.

               MOVE "N"               TO WS-LINHA-EM-USO
               OPEN INPUT PRODUTOS
               IF STAT-PRODUTOS NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE ZEROS             TO PRO-CODIGO
               START PRODUTOS KEY IS GREATER THAN PRO-CODIGO
               IF STAT-PRODUTOS NOT EQUAL "00"
                  CLOSE PRODUTOS
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES            TO WS-EOF-PRO
               READ PRODUTOS NEXT
               IF STAT-PRODUTOS NOT EQUAL "00"
                  MOVE "F"            TO WS-EOF-PRO
               END-IF
               PERFORM UNTIL WS-EOF-PRO EQUAL "F"
                  IF PRO-LINHA EQUAL T-CODIGO
                     MOVE "S"         TO WS-LINHA-EM-USO
                     MOVE "F"         TO WS-EOF-PRO
                  ELSE
                     READ PRODUTOS NEXT AT END
                        MOVE "F"      TO WS-EOF-PRO
                     END-READ
                  END-IF
               END-PERFORM
               CLOSE PRODUTOS.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-CODIGO          TO LPR-CODIGO
               MOVE T-DESCRICAO       TO LPR-DESCRICAO
               MOVE T-FAMILIA         TO LPR-FAMILIA.

       4016-CARREGA-TELA.

               MOVE LPR-CODIGO        TO T-CODIGO
               MOVE LPR-DESCRICAO     TO T-DESCRICAO
               MOVE LPR-FAMILIA       TO T-FAMILIA.
