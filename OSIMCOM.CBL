       IDENTIFICATION DIVISION.
       PROGRAM-ID. OSIMCOM.
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
       01 WS-MESES                   PIC S9(005) VALUE ZEROS.
       01 WS-AUX-INICIAL.
          05 WS-AUX-INI-AA          PIC 9(002).
          05 WS-AUX-INI-MM          PIC 9(002).
       01 WS-AUX-FINAL.
          05 WS-AUX-FIM-AA          PIC 9(002).
          05 WS-AUX-FIM-MM          PIC 9(002).
       01 WS-LIGACAO.
          05 WS-COMP-INICIAL        PIC 9(004) VALUE ZEROS.
          05 WS-COMP-FINAL          PIC 9(004) VALUE ZEROS.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.

       SCREEN SECTION.
       COPY "TELSIMC.SCR".

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
                   IF T-COMP-INICIAL EQUAL ZEROS
                      OR T-COMP-INICIAL(3:2) EQUAL ZEROS
                      OR T-COMP-INICIAL(3:2) GREATER THAN 12
                      DISPLAY MESSAGE BOX
                          "COMPETENCIA INICIAL INVALIDA !"
                          ACCEPT T-COMP-INICIAL AT LINE 3, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                          EXIT PARAGRAPH
                   END-IF
                   IF T-COMP-FINAL EQUAL ZEROS
                      MOVE T-COMP-INICIAL TO T-COMP-FINAL
                   END-IF
                   IF T-COMP-FINAL(3:2) EQUAL ZEROS
                      OR T-COMP-FINAL(3:2) GREATER THAN 12
                      OR T-COMP-FINAL LESS THAN T-COMP-INICIAL
                      DISPLAY MESSAGE BOX
                          "COMPETENCIA FINAL INVALIDA !"
                          ACCEPT T-COMP-FINAL AT LINE 5, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                          EXIT PARAGRAPH
                   END-IF
                   IF T-COMP-FINAL GREATER THAN WS-COMP-HOJE
                      DISPLAY MESSAGE BOX
                          "COMPETENCIA FINAL POSTERIOR A ATUAL !"
                          ACCEPT T-COMP-FINAL AT LINE 5, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                          EXIT PARAGRAPH
                   END-IF
                   MOVE T-COMP-INICIAL   TO WS-AUX-INICIAL
                   MOVE T-COMP-FINAL     TO WS-AUX-FINAL
                   COMPUTE WS-MESES =
                           (WS-AUX-FIM-AA - WS-AUX-INI-AA) * 12
                         + WS-AUX-FIM-MM - WS-AUX-INI-MM
                   IF WS-MESES GREATER THAN 11
                      DISPLAY MESSAGE BOX
                          "PERIODO MAXIMO DE 12 COMPETENCIAS !"
                          ACCEPT T-COMP-FINAL AT LINE 5, COL 38
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
                          MOVE T-COMP-INICIAL  TO WS-COMP-INICIAL
                          MOVE T-COMP-FINAL    TO WS-COMP-FINAL
                          MOVE T-LINHAS        TO WS-LINHAS
                          MOVE T-DESTINO       TO WS-DESTINO
                          MOVE SPACES          TO WS-RETORNO
                  CALL "SIMCOMIS" USING WS-LIGACAO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             WS-RETORNO
                                 PERFORM 4006-LIMPA-TELA
                             ACCEPT T-COMP-INICIAL AT LINE 3, COL 38
                      ELSE
                             DISPLAY MESSAGE BOX
                             "RELATÓRIO GERADO COM SUCESSO !"
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          DISPLAY TELA.
