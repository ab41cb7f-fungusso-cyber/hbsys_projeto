       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCHAMREL.
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
          05 WS-DATA-REF            PIC 9(008) VALUE ZEROS.
          05 WS-SO-VENCIDOS         PIC X(001) VALUE SPACES.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.
       01 WS-RESUMO.
          05 WS-QTD-ABERTOS         PIC 9(006) VALUE ZEROS.
          05 WS-QTD-VENCIDOS        PIC 9(006) VALUE ZEROS.

       SCREEN SECTION.
       COPY "TELCHREL.SCR".

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
                   IF T-DATA-REF NOT EQUAL ZEROS
                      AND (T-DATA-REF(5:2) EQUAL ZEROS
                      OR T-DATA-REF(5:2) GREATER THAN 12
                      OR T-DATA-REF(7:2) EQUAL ZEROS
                      OR T-DATA-REF(7:2) GREATER THAN 31)
                      DISPLAY MESSAGE BOX
                          "DATA DE REFERENCIA INVALIDA !"
                          ACCEPT T-DATA-REF AT LINE 3, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-SO-VENCIDOS EQUAL SPACES
                      MOVE "N"            TO T-SO-VENCIDOS
                   END-IF
                   IF T-SO-VENCIDOS NOT EQUAL "S" AND "N"
                      DISPLAY MESSAGE BOX
                          "INFORME S OU N !"
                          ACCEPT T-SO-VENCIDOS AT LINE 5, COL 38
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
                          MOVE T-DATA-REF              TO WS-DATA-REF
                          MOVE T-SO-VENCIDOS           TO WS-SO-VENCIDOS
                          MOVE T-LINHAS                TO WS-LINHAS
                          MOVE T-DESTINO               TO WS-DESTINO
                  CALL "CHAMREL" USING WS-LIGACAO
                                        WS-RESUMO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             "ERRO NA GERACAO DO RELATORIO!"
                                 PERFORM 4006-LIMPA-TELA
                      ELSE
                             STRING "CHAMADOS ABERTOS: "
                                 WS-QTD-ABERTOS
                                 " SLA VENCIDO: "
                                 WS-QTD-VENCIDOS
                                 DELIMITED BY SIZE
                               INTO WS-MESSAGE
                             END-STRING
                             DISPLAY MESSAGE BOX WS-MESSAGE
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          DISPLAY TELA.
