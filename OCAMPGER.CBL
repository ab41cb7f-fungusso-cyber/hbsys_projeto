       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCAMPGER.
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
       01 WS-MESSAGE                 PIC X(090) VALUE SPACES.
       01 WS-LIGACAO.
          05 WS-CAMPANHA            PIC 9(005) VALUE ZEROS.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.
       01 WS-RESUMO.
          05 WS-QTD-ALVO            PIC 9(006) VALUE ZEROS.
          05 WS-QTD-CONTROLE        PIC 9(006) VALUE ZEROS.
          05 WS-QTD-CARTAS          PIC 9(006) VALUE ZEROS.

       SCREEN SECTION.
       COPY "TELCAMPG.SCR".

       PROCEDURE DIVISION.
       1000-INICIO.

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
                   IF T-CAMPANHA EQUAL ZEROS
                      DISPLAY MESSAGE BOX
                          "CAMPANHA NAO INFORMADA !"
                          ACCEPT T-CAMPANHA AT LINE 3, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF.

       4002-GERA-RELATORIO.
           IF WS-CAMPOS-OK EQUAL SPACES
                          MOVE T-CAMPANHA              TO WS-CAMPANHA
                          MOVE SPACES                  TO WS-RETORNO
                  CALL "CAMPGER" USING WS-LIGACAO
                                        WS-RESUMO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             "ERRO NA GERACAO DO PUBLICO!"
                             WS-RETORNO
                                 PERFORM 4006-LIMPA-TELA
                      ELSE
                             MOVE SPACES               TO WS-MESSAGE
                             STRING "PUBLICO ALVO: "
                                 WS-QTD-ALVO
                                 " CONTROLE: "
                                 WS-QTD-CONTROLE
                                 " CARTAS: "
                                 WS-QTD-CARTAS
                                 DELIMITED BY SIZE
                               INTO WS-MESSAGE
                             END-STRING
                             DISPLAY MESSAGE BOX WS-MESSAGE
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          DISPLAY TELA.
