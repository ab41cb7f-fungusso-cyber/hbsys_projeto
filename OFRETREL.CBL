       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFRETREL.
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
          05 WS-TRANSPORTADORA      PIC 9(003) VALUE ZEROS.
          05 WS-TOLERANCIA          PIC 9(003) VALUE ZEROS.
          05 WS-SO-DIVERGENTES      PIC X(001) VALUE SPACES.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.
       01 WS-RESUMO.
          05 WS-QTD-PEDIDOS         PIC 9(006) VALUE ZEROS.
          05 WS-QTD-DIVERGENTES     PIC 9(006) VALUE ZEROS.

       SCREEN SECTION.
       COPY "TELFRREL.SCR".

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
                   IF T-SO-DIVERGENTES EQUAL SPACES
                      MOVE "N"            TO T-SO-DIVERGENTES
                   END-IF
                   IF T-SO-DIVERGENTES NOT EQUAL "S" AND "N"
                      DISPLAY MESSAGE BOX
                          "SOMENTE DIVERGENTES DEVE SER S OU N !"
                          ACCEPT T-SO-DIVERGENTES AT LINE 7, COL 38
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
                          MOVE T-TRANSPORTADORA     TO WS-TRANSPORTADORA
                          MOVE T-TOLERANCIA            TO WS-TOLERANCIA
                          MOVE T-SO-DIVERGENTES     TO WS-SO-DIVERGENTES
                          MOVE T-LINHAS                TO WS-LINHAS
                          MOVE T-DESTINO               TO WS-DESTINO
                  CALL "FRETEREL" USING WS-LIGACAO
                                        WS-RESUMO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             "ERRO NA GERACAO DO RELATORIO!"
                                 PERFORM 4006-LIMPA-TELA
                      ELSE
                             STRING "PEDIDOS: "
                                 WS-QTD-PEDIDOS
                                 " DIVERGENTES: "
                                 WS-QTD-DIVERGENTES
                                 DELIMITED BY SIZE
                               INTO WS-MESSAGE
                             END-STRING
                             DISPLAY MESSAGE BOX WS-MESSAGE
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          DISPLAY TELA.
