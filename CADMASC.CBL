       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMASC.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "MASCREGR.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "MASCREGR.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-MASCREGR                 PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-REGRA-EXISTE               PIC X     VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELMASC.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O MASCREGR
               IF STAT-MASCREGR EQUAL "35"
                  OPEN OUTPUT MASCREGR
                  CLOSE MASCREGR
                  OPEN I-O MASCREGR
               END-IF
               IF STAT-MASCREGR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR MASCREGR !"
                  "STATUS: " STAT-MASCREGR
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Regras de Mascaramento"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE MASCREGR.
                   GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
               WHEN WRITE-KEY
                    IF NOT LK-NIVEL-ADMIN
                       DISPLAY MESSAGE BOX
                       "ACESSO RESTRITO AO ADMINISTRADOR !"
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
                   MOVE SPACES          TO WS-REGRA-EXISTE
                   MOVE T-SAIDA         TO MSR-SAIDA
                   MOVE T-NIVEL         TO MSR-NIVEL
                   READ MASCREGR
                   IF STAT-MASCREGR EQUAL "00"
                      MOVE "S"          TO WS-REGRA-EXISTE
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-REGRA-EXISTE EQUAL "S"
                      REWRITE RG-MASCREGR
                      IF STAT-MASCREGR NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR MASCREGR !"
                         "STATUS: " STAT-MASCREGR
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "REGRA ATUALIZADA COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-MASCREGR
                      IF STAT-MASCREGR NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR MASCREGR !"
                         "STATUS: " STAT-MASCREGR
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "REGRA GRAVADA COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-SAIDA           TO MSR-SAIDA
               MOVE T-NIVEL           TO MSR-NIVEL
               START MASCREGR KEY IS GREATER THAN MSR-CHAVE
               IF STAT-MASCREGR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS REGRAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ MASCREGR NEXT
               IF STAT-MASCREGR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS REGRAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-SAIDA           TO MSR-SAIDA
               MOVE T-NIVEL           TO MSR-NIVEL
               READ MASCREGR
               IF STAT-MASCREGR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "REGRA NAO ENCONTRADA !"
                  EXIT PARAGRAPH
               END-IF
               DELETE MASCREGR
               IF STAT-MASCREGR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO EXCLUIR MASCREGR !"
                  "STATUS: " STAT-MASCREGR
               ELSE
                  PERFORM 4006-LIMPA-TELA
                  DISPLAY MESSAGE BOX
                  "REGRA EXCLUIDA COM SUCESSO !"
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-SAIDA NOT EQUAL "CLIREL" AND "VENREL" AND "CLI360"
                  AND "BIEXTRA" AND "CONQUAL" AND "CONTEXP"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "SAIDA NAO PREVISTA PARA MASCARAMENTO !"
                  ACCEPT T-SAIDA AT LINE 3, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-NIVEL NOT EQUAL "A" AND "O" AND "C"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "NIVEL DE OPERADOR INVALIDO !"
                  ACCEPT T-NIVEL AT LINE 5, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-MASC-DOCUMENTO NOT EQUAL "S" AND "N"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "INFORME S OU N PARA MASCARA DE CPF !"
                  ACCEPT T-MASC-DOCUMENTO AT LINE 7, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-MASC-CONTATO NOT EQUAL "S" AND "N"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "INFORME S OU N PARA MASCARA DE CONTATO !"
                  ACCEPT T-MASC-CONTATO AT LINE 9, COL 21
                  EXIT PARAGRAPH
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-MASCREGR
               MOVE SPACES            TO T-SAIDA
               MOVE SPACES            TO T-NIVEL
               MOVE SPACES            TO T-MASC-DOCUMENTO
               MOVE SPACES            TO T-MASC-CONTATO
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-SAIDA           TO MSR-SAIDA
               MOVE T-NIVEL           TO MSR-NIVEL
               MOVE T-MASC-DOCUMENTO  TO MSR-MASC-DOCUMENTO
               MOVE T-MASC-CONTATO    TO MSR-MASC-CONTATO.

       4016-CARREGA-TELA.

               MOVE MSR-SAIDA         TO T-SAIDA
               MOVE MSR-NIVEL         TO T-NIVEL
               MOVE MSR-MASC-DOCUMENTO TO T-MASC-DOCUMENTO
               MOVE MSR-MASC-CONTATO  TO T-MASC-CONTATO.
