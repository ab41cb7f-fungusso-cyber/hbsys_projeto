       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONTA.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CTBCONTA.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "CTBCONTA.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-CTBCONTA                 PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-CONTA-EXISTE               PIC X     VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELCONTA.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O CTBCONTA
               IF STAT-CTBCONTA EQUAL "35"
                  OPEN OUTPUT CTBCONTA
                  CLOSE CTBCONTA
                  OPEN I-O CTBCONTA
               END-IF
               IF STAT-CTBCONTA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CTBCONTA !"
                  "STATUS: " STAT-CTBCONTA
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Contas Contábeis por Evento"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE CTBCONTA.
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
                   MOVE SPACES          TO WS-CONTA-EXISTE
                   MOVE T-EVENTO        TO CTA-EVENTO
                   READ CTBCONTA
                   IF STAT-CTBCONTA EQUAL "00"
                      MOVE "S"          TO WS-CONTA-EXISTE
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-CONTA-EXISTE EQUAL "S"
                      REWRITE RG-CTBCONTA
                      IF STAT-CTBCONTA NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR CTBCONTA !"
                         "STATUS: " STAT-CTBCONTA
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "CONTAS ATUALIZADAS COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-CTBCONTA
                      IF STAT-CTBCONTA NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR CTBCONTA !"
                         "STATUS: " STAT-CTBCONTA
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "CONTAS GRAVADAS COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-EVENTO          TO CTA-EVENTO
               START CTBCONTA KEY IS GREATER THAN CTA-EVENTO
               IF STAT-CTBCONTA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS EVENTOS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ CTBCONTA NEXT
               IF STAT-CTBCONTA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS EVENTOS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-EVENTO          TO CTA-EVENTO
               READ CTBCONTA
               IF STAT-CTBCONTA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "EVENTO NAO ENCONTRADO !"
               ELSE
                  DELETE CTBCONTA
                  IF STAT-CTBCONTA NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR CTBCONTA !"
                     "STATUS: " STAT-CTBCONTA
                  ELSE
                     PERFORM 4006-LIMPA-TELA
                     DISPLAY MESSAGE BOX
                     "EVENTO EXCLUIDO COM SUCESSO !"
                  END-IF
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               MOVE T-EVENTO          TO CTA-EVENTO
               IF NOT CTA-EVENTO-VALIDO
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "EVENTO INVALIDO !"
                  ACCEPT T-EVENTO AT LINE 3, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-DEBITO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CONTA DEBITO NAO INFORMADA !"
                  ACCEPT T-DEBITO AT LINE 7, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-CREDITO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CONTA CREDITO NAO INFORMADA !"
                  ACCEPT T-CREDITO AT LINE 9, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-DEBITO EQUAL T-CREDITO
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CONTAS DEBITO E CREDITO DEVEM SER DIFERENTES !"
                  ACCEPT T-CREDITO AT LINE 9, COL 21
                  EXIT PARAGRAPH
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-CTBCONTA
               MOVE SPACES            TO T-EVENTO
               MOVE SPACES            TO T-HISTORICO
               MOVE SPACES            TO T-DEBITO
               MOVE SPACES            TO T-CREDITO
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-EVENTO          TO CTA-EVENTO
               MOVE T-HISTORICO       TO CTA-HISTORICO
               MOVE T-DEBITO          TO CTA-DEBITO
               MOVE T-CREDITO         TO CTA-CREDITO.

       4016-CARREGA-TELA.

               MOVE CTA-EVENTO        TO T-EVENTO
               MOVE CTA-HISTORICO     TO T-HISTORICO
               MOVE CTA-DEBITO        TO T-DEBITO
               MOVE CTA-CREDITO       TO T-CREDITO.
