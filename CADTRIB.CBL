       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTRIB.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "TRIBUTOS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "TRIBUTOS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-TRIBUTOS                 PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-REGRA-EXISTE               PIC X     VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELTRIB.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O TRIBUTOS
               IF STAT-TRIBUTOS EQUAL "35"
                  OPEN OUTPUT TRIBUTOS
                  CLOSE TRIBUTOS
                  OPEN I-O TRIBUTOS
               END-IF
               IF STAT-TRIBUTOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR TRIBUTOS !"
                  "STATUS: " STAT-TRIBUTOS
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Regras de Tributação"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE TRIBUTOS.
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
                   MOVE T-CLASSE-FISCAL TO TRB-CLASSE-FISCAL
                   MOVE T-UF-ORIGEM     TO TRB-UF-ORIGEM
                   MOVE T-UF-DESTINO    TO TRB-UF-DESTINO
                   READ TRIBUTOS
                   IF STAT-TRIBUTOS EQUAL "00"
                      MOVE "S"          TO WS-REGRA-EXISTE
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-REGRA-EXISTE EQUAL "S"
                      REWRITE RG-TRIBUTOS
                      IF STAT-TRIBUTOS NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR TRIBUTOS !"
                         "STATUS: " STAT-TRIBUTOS
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "REGRA ATUALIZADA COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-TRIBUTOS
                      IF STAT-TRIBUTOS NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR TRIBUTOS !"
                         "STATUS: " STAT-TRIBUTOS
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

               MOVE T-CLASSE-FISCAL   TO TRB-CLASSE-FISCAL
               MOVE T-UF-ORIGEM       TO TRB-UF-ORIGEM
               MOVE T-UF-DESTINO      TO TRB-UF-DESTINO
               START TRIBUTOS KEY IS GREATER THAN TRB-CHAVE
               IF STAT-TRIBUTOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS REGRAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ TRIBUTOS NEXT
               IF STAT-TRIBUTOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS REGRAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-CLASSE-FISCAL   TO TRB-CLASSE-FISCAL
               MOVE T-UF-ORIGEM       TO TRB-UF-ORIGEM
               MOVE T-UF-DESTINO      TO TRB-UF-DESTINO
               READ TRIBUTOS
               IF STAT-TRIBUTOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "REGRA NAO ENCONTRADA !"
               ELSE
                  DELETE TRIBUTOS
                  IF STAT-TRIBUTOS NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR TRIBUTOS !"
                     "STATUS: " STAT-TRIBUTOS
                  ELSE
                     PERFORM 4006-LIMPA-TELA
                     DISPLAY MESSAGE BOX
                     "REGRA EXCLUIDA COM SUCESSO !"
                  END-IF
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-CLASSE-FISCAL EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CLASSE FISCAL NAO INFORMADA !"
                  ACCEPT T-CLASSE-FISCAL AT LINE 3, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-UF-ORIGEM EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "UF DE ORIGEM NAO INFORMADA !"
                  ACCEPT T-UF-ORIGEM AT LINE 5, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-UF-DESTINO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "UF DE DESTINO NAO INFORMADA !"
                  ACCEPT T-UF-DESTINO AT LINE 5, COL 45
                  EXIT PARAGRAPH
               END-IF
               IF T-UF-ORIGEM EQUAL "**"
                  AND T-UF-DESTINO NOT EQUAL "**"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "ORIGEM ** EXIGE DESTINO ** !"
                  ACCEPT T-UF-DESTINO AT LINE 5, COL 45
                  EXIT PARAGRAPH
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-TRIBUTOS
               MOVE SPACES            TO T-CLASSE-FISCAL
               MOVE SPACES            TO T-UF-ORIGEM
               MOVE SPACES            TO T-UF-DESTINO
               MOVE SPACES            TO T-DESCRICAO
               MOVE ZEROS             TO T-ALIQ-ICMS
               MOVE ZEROS             TO T-ALIQ-IPI
               MOVE ZEROS             TO T-ALIQ-PIS
               MOVE ZEROS             TO T-ALIQ-COFINS
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-CLASSE-FISCAL   TO TRB-CLASSE-FISCAL
               MOVE T-UF-ORIGEM       TO TRB-UF-ORIGEM
               MOVE T-UF-DESTINO      TO TRB-UF-DESTINO
               MOVE T-DESCRICAO       TO TRB-DESCRICAO
               MOVE T-ALIQ-ICMS       TO TRB-ALIQ-ICMS
               MOVE T-ALIQ-IPI        TO TRB-ALIQ-IPI
               MOVE T-ALIQ-PIS        TO TRB-ALIQ-PIS
               MOVE T-ALIQ-COFINS     TO TRB-ALIQ-COFINS.

       4016-CARREGA-TELA.

               MOVE TRB-CLASSE-FISCAL TO T-CLASSE-FISCAL
               MOVE TRB-UF-ORIGEM     TO T-UF-ORIGEM
               MOVE TRB-UF-DESTINO    TO T-UF-DESTINO
               MOVE TRB-DESCRICAO     TO T-DESCRICAO
               MOVE TRB-ALIQ-ICMS     TO T-ALIQ-ICMS
               MOVE TRB-ALIQ-IPI      TO T-ALIQ-IPI
               MOVE TRB-ALIQ-PIS      TO T-ALIQ-PIS
               MOVE TRB-ALIQ-COFINS   TO T-ALIQ-COFINS.
