       IDENTIFICATION DIVISION.
       PROGRAM-ID. OREBAPU.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       77 KEYSTATUS                 PIC 9(004) SPECIAL-NAMES CRT STATUS.
              88 ESCAPE-KEY                  VALUE 27.
              88 LIMPA-KEY                                    VALUE 221.
              88 GERA-KEY                    VALUE 222.
       01 WS-CAMPOS-OK               PIC X      VALUE SPACES.
       01 WS-DATA-HOJE               PIC 9(008) VALUE ZEROS.
       01 WS-COMP-HOJE               PIC 9(004) VALUE ZEROS.
       01 WS-LIGACAO.
          05 WS-COMPETENCIA         PIC 9(004) VALUE ZEROS.
          05 WS-GERA-FILA           PIC X(001) VALUE SPACES.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.

       SCREEN SECTION.
       COPY "TELREBAP.SCR".

       PROCEDURE DIVISION.
       1000-INICIO.

           ACCEPT WS-DATA-HOJE         FROM DATE
           MOVE WS-DATA-HOJE(3:4)      TO WS-COMP-HOJE
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.

           GOBACK.

       4000-CONTROLE-TELA.

                   EVALUATE TRUE
                                WHEN GERA-KEY

                                        PERFORM 4001-VALIDA-CAMPOS
                                        PERFORM 4002-GERA-RELATORIO


                                WHEN LIMPA-KEY
                                        PERFORM 4006-LIMPA-TELA

                        END-EVALUATE.

       4001-VALIDA-CAMPOS.

                   MOVE SPACES           TO WS-CAMPOS-OK
                   IF T-COMPETENCIA EQUAL ZEROS
                      MOVE WS-COMP-HOJE  TO T-COMPETENCIA
                   END-IF
                   IF T-COMPETENCIA(3:2) EQUAL ZEROS
                      OR T-COMPETENCIA(3:2) GREATER THAN 12
                      DISPLAY MESSAGE BOX
                          "COMPETENCIA INVALIDA !"
                          ACCEPT T-COMPETENCIA AT LINE 3, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                          EXIT PARAGRAPH
                   END-IF
                   IF T-COMPETENCIA GREATER THAN WS-COMP-HOJE
                      DISPLAY MESSAGE BOX
                          "COMPETENCIA POSTERIOR A ATUAL !"
                          ACCEPT T-COMPETENCIA AT LINE 3, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                          EXIT PARAGRAPH
                   END-IF
                   IF T-GERA-FILA EQUAL SPACES OR "n"
                      MOVE "N"            TO T-GERA-FILA
                   END-IF
                   IF T-GERA-FILA EQUAL "s"
                      MOVE "S"            TO T-GERA-FILA
                   END-IF
                   IF T-GERA-FILA NOT EQUAL "S" AND "N"
                      DISPLAY MESSAGE BOX
                          "ENVIO DEVE SER S OU N !"
                          ACCEPT T-GERA-FILA AT LINE 5, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                          EXIT PARAGRAPH
                   END-IF
                   IF T-DESTINO EQUAL SPACES
                      MOVE "P"            TO T-DESTINO
                   END-IF
                   IF T-DESTINO NOT EQUAL "P" AND "T"
                      DISPLAY MESSAGE BOX
                          "DESTINO DEVE SER P OU T !"
                          ACCEPT T-DESTINO AT LINE 9, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF.

       4002-GERA-RELATORIO.
           IF WS-CAMPOS-OK EQUAL SPACES
                          MOVE T-COMPETENCIA   TO WS-COMPETENCIA
                          MOVE T-GERA-FILA     TO WS-GERA-FILA
                          MOVE T-LINHAS        TO WS-LINHAS
                          MOVE T-DESTINO       TO WS-DESTINO
                          MOVE SPACES          TO WS-RETORNO
                  CALL "REBAPUR" USING WS-LIGACAO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             WS-RETORNO
                                 PERFORM 4006-LIMPA-TELA
                             ACCEPT T-COMPETENCIA AT LINE 3, COL 38
                      ELSE
                             DISPLAY MESSAGE BOX
                             "RELATÓRIO GERADO COM SUCESSO !"
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          DISPLAY TELA.
