       IDENTIFICATION DIVISION.
       PROGRAM-ID. OSUGCALC.
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
       01 WS-LIGACAO.
          05 WS-MIN-COMPRAS         PIC 9(003) VALUE ZEROS.
          05 WS-PERC-SEGMENTO       PIC 9(003) VALUE ZEROS.
          05 WS-MAX-SUGESTOES       PIC 9(003) VALUE ZEROS.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.
       01 WS-RESUMO.
          05 WS-QTD-CLIENTES        PIC 9(006) VALUE ZEROS.
          05 WS-QTD-RECOMPRA        PIC 9(006) VALUE ZEROS.
          05 WS-QTD-CRUZADA         PIC 9(006) VALUE ZEROS.

       SCREEN SECTION.
       COPY "TELSUG.SCR".

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
                   IF T-MIN-COMPRAS EQUAL 1
                      DISPLAY MESSAGE BOX
                          "MINIMO DE COMPRAS DEVE SER 2 OU MAIS !"
                          ACCEPT T-MIN-COMPRAS AT LINE 3, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-PERC-SEGMENTO GREATER THAN 100
                      DISPLAY MESSAGE BOX
                          "PERCENTUAL DO SEGMENTO INVALIDO !"
                          ACCEPT T-PERC-SEGMENTO AT LINE 5, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-DESTINO EQUAL SPACES
                      MOVE "P"            TO T-DESTINO
                   END-IF
                   IF T-DESTINO NOT EQUAL "P" AND "T"
                      DISPLAY MESSAGE BOX
                          "DESTINO DEVE SER P OU T !"
                          ACCEPT T-DESTINO AT LINE 11, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF.

       4002-GERA-RELATORIO.
           IF WS-CAMPOS-OK EQUAL SPACES
                          MOVE T-MIN-COMPRAS           TO WS-MIN-COMPRAS
                          MOVE T-PERC-SEGMENTO       TO WS-PERC-SEGMENTO
                          MOVE T-MAX-SUGESTOES       TO WS-MAX-SUGESTOES
                          MOVE T-LINHAS                TO WS-LINHAS
                          MOVE T-DESTINO               TO WS-DESTINO
                  CALL "SUGCALC" USING WS-LIGACAO
                                        WS-RESUMO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             "ERRO NA GERACAO DAS SUGESTOES!"
                                 PERFORM 4006-LIMPA-TELA
                      ELSE
                             STRING "CLIENTES: "
                                 WS-QTD-CLIENTES
                                 " RECOMPRA: "
                                 WS-QTD-RECOMPRA
                                 " CRUZADA: "
                                 WS-QTD-CRUZADA
                                 DELIMITED BY SIZE
                               INTO WS-MESSAGE
                             END-STRING
                             DISPLAY MESSAGE BOX WS-MESSAGE
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          DISPLAY TELA.
