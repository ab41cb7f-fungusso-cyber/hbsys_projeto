       IDENTIFICATION DIVISION.
       PROGRAM-ID. OREBLIQ.
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
       01 WS-CONFIRMA                PIC X      VALUE SPACES.
       01 WS-MESSAGE                 PIC X(060) VALUE SPACES.
       01 WS-DATA-HOJE.
          05 FILLER                 PIC 9(002).
          05 WS-HOJE-AA             PIC 9(002).
          05 WS-HOJE-MM             PIC 9(002).
          05 FILLER                 PIC 9(002).
       01 WS-LIGACAO.
          05 WS-ANO                 PIC 9(002) VALUE ZEROS.
          05 WS-OPERADOR            PIC X(010) VALUE SPACES.
          05 WS-GERA-FILA           PIC X(001) VALUE SPACES.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).

       SCREEN SECTION.
       COPY "TELREBL.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.

           ACCEPT WS-DATA-HOJE         FROM DATE
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
                   IF T-ANO EQUAL ZEROS
                      DISPLAY MESSAGE BOX
                          "ANO NAO INFORMADO !"
                          ACCEPT T-ANO AT LINE 3, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                          EXIT PARAGRAPH
                   END-IF
                   IF T-ANO GREATER THAN WS-HOJE-AA
                      OR (T-ANO EQUAL WS-HOJE-AA
                          AND WS-HOJE-MM LESS THAN 12)
                      DISPLAY MESSAGE BOX
                          "LIQUIDACAO SO A PARTIR DE DEZEMBRO !"
                          ACCEPT T-ANO AT LINE 3, COL 38
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
                          EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES           TO WS-MESSAGE
                   STRING "LIQUIDAR REBATES DO ANO " T-ANO
                          " - CONFIRMA (S/N) ?" DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   DISPLAY MESSAGE BOX WS-MESSAGE
                   MOVE SPACES           TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA AT LINE 22, COL 06
                   IF WS-CONFIRMA NOT EQUAL "S" AND "s"
                      MOVE "N"           TO WS-CAMPOS-OK
                   END-IF.

       4002-GERA-RELATORIO.
           IF WS-CAMPOS-OK EQUAL SPACES
                          MOVE T-ANO           TO WS-ANO
                          MOVE LK-OPERADOR     TO WS-OPERADOR
                          MOVE T-GERA-FILA     TO WS-GERA-FILA
                          MOVE T-LINHAS        TO WS-LINHAS
                          MOVE T-DESTINO       TO WS-DESTINO
                          MOVE SPACES          TO WS-RETORNO
                  CALL "REBLIQ" USING WS-LIGACAO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             WS-RETORNO
                                 PERFORM 4006-LIMPA-TELA
                             ACCEPT T-ANO AT LINE 3, COL 38
                      ELSE
                             DISPLAY MESSAGE BOX
                             "LIQUIDACAO EFETUADA COM SUCESSO !"
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          DISPLAY TELA.
