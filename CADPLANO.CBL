       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPLANO.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PLANOVIS.SL".
       COPY "VENDEDOR.SL".
       COPY "CLIENTES.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "PLANOVIS.FD".
       COPY "VENDEDOR.FD".
       COPY "CLIENTES.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-PLANOVIS                 PIC XX.
       01  STAT-VENDEDOR                 PIC XX.
       01  STAT-CLIENTES                 PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-PLANO-EXISTE               PIC X     VALUE SPACES.
       01  WS-DATA-HOJE                  PIC 9(008) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELPLANO.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O PLANOVIS
               IF STAT-PLANOVIS EQUAL "35"
                  OPEN OUTPUT PLANOVIS
                  CLOSE PLANOVIS
                  OPEN I-O PLANOVIS
               END-IF
               IF STAT-PLANOVIS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR PLANOVIS !"
                  "STATUS: " STAT-PLANOVIS
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT VENDEDOR
               IF STAT-VENDEDOR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR VENDEDOR !"
                  "STATUS: " STAT-VENDEDOR
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CLIENTES !"
                  "STATUS: " STAT-CLIENTES
                  EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Plano Semanal de Visitas"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE PLANOVIS
                   CLOSE VENDEDOR
                   CLOSE CLIENTES.
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
                   MOVE SPACES          TO WS-PLANO-EXISTE
                   MOVE T-VEN-CODIGO    TO PLV-VEN-CODIGO
                   MOVE T-SEMANA        TO PLV-SEMANA
                   MOVE T-CLI-CODIGO    TO PLV-CLI-CODIGO
                   READ PLANOVIS
                   IF STAT-PLANOVIS EQUAL "00"
                      MOVE "S"          TO WS-PLANO-EXISTE
                   ELSE
                      INITIALIZE RG-PLANOVIS
                      MOVE T-VEN-CODIGO TO PLV-VEN-CODIGO
                      MOVE T-SEMANA     TO PLV-SEMANA
                      MOVE T-CLI-CODIGO TO PLV-CLI-CODIGO
                      MOVE "M"          TO PLV-ORIGEM
                      MOVE WS-DATA-HOJE TO PLV-DATA-INCLUSAO
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-PLANO-EXISTE EQUAL "S"
                      REWRITE RG-PLANOVIS
                      IF STAT-PLANOVIS NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR PLANOVIS !"
                         "STATUS: " STAT-PLANOVIS
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "VISITA PLANEJADA ATUALIZADA COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-PLANOVIS
                      IF STAT-PLANOVIS NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR PLANOVIS !"
                         "STATUS: " STAT-PLANOVIS
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "VISITA PLANEJADA GRAVADA COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-VEN-CODIGO      TO PLV-VEN-CODIGO
               MOVE T-SEMANA          TO PLV-SEMANA
               MOVE T-CLI-CODIGO      TO PLV-CLI-CODIGO
               START PLANOVIS KEY IS GREATER THAN PLV-CHAVE
               IF STAT-PLANOVIS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DO PLANO DE VISITAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ PLANOVIS NEXT
               IF STAT-PLANOVIS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DO PLANO DE VISITAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-VEN-CODIGO      TO PLV-VEN-CODIGO
               MOVE T-SEMANA          TO PLV-SEMANA
               MOVE T-CLI-CODIGO      TO PLV-CLI-CODIGO
               READ PLANOVIS
               IF STAT-PLANOVIS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "VISITA PLANEJADA NAO ENCONTRADA !"
                  EXIT PARAGRAPH
               END-IF
               DELETE PLANOVIS
               IF STAT-PLANOVIS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO EXCLUIR PLANOVIS !"
                  "STATUS: " STAT-PLANOVIS
               ELSE
                  PERFORM 4006-LIMPA-TELA
                  DISPLAY MESSAGE BOX
                  "VISITA PLANEJADA EXCLUIDA COM SUCESSO !"
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-VEN-CODIGO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "VENDEDOR NAO INFORMADO !"
                  ACCEPT T-VEN-CODIGO AT LINE 3, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE T-VEN-CODIGO      TO VEN-CODIGO
               READ VENDEDOR
               IF STAT-VENDEDOR NOT EQUAL "00"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "VENDEDOR NAO CADASTRADO !"
                  ACCEPT T-VEN-CODIGO AT LINE 3, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE VEN-NOME          TO T-VEN-NOME
               IF T-SEMANA EQUAL ZEROS
                  OR T-SEMANA(5:2) EQUAL ZEROS
                  OR T-SEMANA(5:2) GREATER THAN 12
                  OR T-SEMANA(7:2) EQUAL ZEROS
                  OR T-SEMANA(7:2) GREATER THAN 31
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "SEMANA INVALIDA !"
                  ACCEPT T-SEMANA AT LINE 5, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-CLI-CODIGO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CLIENTE NAO INFORMADO !"
                  ACCEPT T-CLI-CODIGO AT LINE 7, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE T-CLI-CODIGO      TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CLIENTE NAO CADASTRADO !"
                  ACCEPT T-CLI-CODIGO AT LINE 7, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF NOT CLI-ATIVO
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CLIENTE INATIVO !"
                  ACCEPT T-CLI-CODIGO AT LINE 7, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE CLI-RAZAO         TO T-CLI-RAZAO.

       4006-LIMPA-TELA.
               INITIALIZE RG-PLANOVIS
               MOVE ZEROS             TO T-VEN-CODIGO
               MOVE SPACES            TO T-VEN-NOME
               MOVE ZEROS             TO T-SEMANA
               MOVE ZEROS             TO T-CLI-CODIGO
               MOVE SPACES            TO T-CLI-RAZAO
               MOVE ZEROS             TO T-SEQUENCIA
               MOVE SPACES            TO T-OBSERVACAO
               MOVE SPACES            TO T-ORIGEM
               MOVE SPACES            TO T-OPERADOR
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-SEQUENCIA       TO PLV-SEQUENCIA
               MOVE T-OBSERVACAO      TO PLV-OBSERVACAO
               MOVE LK-OPERADOR       TO PLV-OPERADOR.

       4016-CARREGA-TELA.

               MOVE PLV-VEN-CODIGO    TO T-VEN-CODIGO
               MOVE SPACES            TO T-VEN-NOME
               MOVE PLV-VEN-CODIGO    TO VEN-CODIGO
               READ VENDEDOR
               IF STAT-VENDEDOR EQUAL "00"
                  MOVE VEN-NOME       TO T-VEN-NOME
               END-IF
               MOVE PLV-SEMANA        TO T-SEMANA
               MOVE PLV-CLI-CODIGO    TO T-CLI-CODIGO
               MOVE SPACES            TO T-CLI-RAZAO
               MOVE PLV-CLI-CODIGO    TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  MOVE CLI-RAZAO      TO T-CLI-RAZAO
               END-IF
               MOVE PLV-SEQUENCIA     TO T-SEQUENCIA
               MOVE PLV-OBSERVACAO    TO T-OBSERVACAO
               MOVE PLV-ORIGEM        TO T-ORIGEM
               MOVE PLV-OPERADOR      TO T-OPERADOR.
