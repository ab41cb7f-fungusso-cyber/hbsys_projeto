       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRECREL.
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
       01 WS-MESSAGE                 PIC X(060) VALUE SPACES.
       01 WS-ED-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LIGACAO.
          05 WS-DATA-INICIAL        PIC 9(008) VALUE ZEROS.
          05 WS-DATA-FINAL          PIC 9(008) VALUE ZEROS.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.
       01 WS-RESUMO.
          05 WS-QTD-AGENDADAS       PIC 9(005) VALUE ZEROS.
          05 WS-QTD-ITENS           PIC 9(007) VALUE ZEROS.
          05 WS-VALOR-DIFERENCA     PIC S9(013)V99 VALUE ZEROS.

       SCREEN SECTION.
       COPY "TELPRER.SCR".

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
                   END-IF.

       4002-GERA-RELATORIO.
           IF WS-CAMPOS-OK EQUAL SPACES
                          MOVE T-DATA-INICIAL     TO WS-DATA-INICIAL
                          MOVE T-DATA-FINAL            TO WS-DATA-FINAL
                          MOVE T-LINHAS                TO WS-LINHAS
                          MOVE T-DESTINO               TO WS-DESTINO
                  CALL "PRECOREL" USING WS-LIGACAO
                                       WS-RESUMO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             "ERRO NA GERACAO DO RELATORIO!"
                                 PERFORM 4006-LIMPA-TELA
                      ELSE
                             MOVE WS-VALOR-DIFERENCA
                                                  TO WS-ED-VALOR
                             MOVE SPACES          TO WS-MESSAGE
                             STRING "AGENDADAS: "
                                 WS-QTD-AGENDADAS
                                 " ITENS: "
                                 WS-QTD-ITENS
                                 " DIF.: "
                                 WS-ED-VALOR
                                 DELIMITED BY SIZE
                               INTO WS-MESSAGE
                             END-STRING
                             DISPLAY MESSAGE BOX WS-MESSAGE
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          DISPLAY TELA.
