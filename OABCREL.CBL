       IDENTIFICATION DIVISION.
       PROGRAM-ID. OABCREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. SET-2026.
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
       01 WS-LIGACAO.
          05 WS-DATA-INICIAL        PIC 9(008) VALUE ZEROS.
          05 WS-DATA-FINAL          PIC 9(008) VALUE ZEROS.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-TIPO-SAIDA          PIC X(001) VALUE SPACES.
          05 WS-NOME-SAIDA          PIC X(030) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.

       SCREEN SECTION.
       COPY "TELABC.SCR".

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
                   IF T-DATA-INICIAL EQUAL ZEROS
                      DISPLAY MESSAGE BOX
                          "DATA INICIAL NAO INFORMADA !"
                          ACCEPT T-DATA-INICIAL AT LINE 3, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-DATA-FINAL EQUAL ZEROS
                      MOVE 99999999       TO T-DATA-FINAL
                   END-IF
                   IF T-DATA-FINAL LESS THAN T-DATA-INICIAL
                      DISPLAY MESSAGE BOX
                          "DATA FINAL MENOR QUE DATA INICIAL !"
                          ACCEPT T-DATA-FINAL AT LINE 5, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-DESTINO EQUAL SPACES
                      MOVE "P"            TO T-DESTINO
                   END-IF
                   IF T-DESTINO NOT EQUAL "P" AND "T"
                      DISPLAY MESSAGE BOX
                          "DESTINO DEVE SER P OU T !"
                          ACCEPT T-DESTINO AT LINE 9, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-TIPO-SAIDA EQUAL SPACES
                      MOVE "F"            TO T-TIPO-SAIDA
                   END-IF
                   IF T-TIPO-SAIDA NOT EQUAL "F" AND "I" AND "P"
                      DISPLAY MESSAGE BOX
                          "TIPO DE SAIDA DEVE SER F, I OU P !"
                          ACCEPT T-TIPO-SAIDA AT LINE 11, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF.

       4002-GERA-RELATORIO.
           IF WS-CAMPOS-OK EQUAL SPACES
                          MOVE T-DATA-INICIAL         TO WS-DATA-INICIAL
                          MOVE T-DATA-FINAL           TO WS-DATA-FINAL
                          MOVE T-LINHAS                TO WS-LINHAS
                          MOVE T-DESTINO               TO WS-DESTINO
                          MOVE T-TIPO-SAIDA            TO WS-TIPO-SAIDA
                          MOVE T-NOME-SAIDA            TO WS-NOME-SAIDA
                  CALL "ABCREL" USING WS-LIGACAO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             "ERRO NA EMISSÃO DO RELATÓRIO!"
                                 PERFORM 4006-LIMPA-TELA
                      ELSE
                             DISPLAY MESSAGE BOX
                             "RELATÓRIO GERADO COM SUCESSO !"
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          DISPLAY TELA.
