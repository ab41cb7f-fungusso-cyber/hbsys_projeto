       IDENTIFICATION DIVISION.
       PROGRAM-ID. OREPOREL.
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
       01 WS-LIGACAO.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.
          05 WS-DIAS-ANALISE        PIC 9(003) VALUE ZEROS.
          05 WS-SOMENTE-SUGESTAO    PIC X(001) VALUE SPACES.
          05 WS-GERA-CSV            PIC X(001) VALUE SPACES.
          05 WS-CSV-DELIM           PIC X(001) VALUE SPACES.

       SCREEN SECTION.
       COPY "TELREPO.SCR".

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
                   IF T-DESTINO EQUAL SPACES
                      MOVE "P"            TO T-DESTINO
                   END-IF
                   IF T-DESTINO NOT EQUAL "P" AND "T"
                      DISPLAY MESSAGE BOX
                          "DESTINO DEVE SER P OU T !"
                          ACCEPT T-DESTINO AT LINE 5, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-DIAS-ANALISE EQUAL ZEROS
                      MOVE 90             TO T-DIAS-ANALISE
                   END-IF
                   IF T-SOMENTE-SUGESTAO EQUAL SPACES
                      MOVE "N"            TO T-SOMENTE-SUGESTAO
                   END-IF
                   IF T-SOMENTE-SUGESTAO NOT EQUAL "S" AND "N"
                      DISPLAY MESSAGE BOX
                          "SOMENTE COM SUGESTAO DEVE SER S OU N !"
                          ACCEPT T-SOMENTE-SUGESTAO AT LINE 9, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-GERA-CSV EQUAL SPACES
                      MOVE "S"            TO T-GERA-CSV
                   END-IF
                   IF T-GERA-CSV NOT EQUAL "S" AND "N"
                      DISPLAY MESSAGE BOX
                          "GERAR ARQUIVO DEVE SER S OU N !"
                          ACCEPT T-GERA-CSV AT LINE 11, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-CSV-DELIM EQUAL SPACES
                      MOVE ";"            TO T-CSV-DELIM
                   END-IF
                   IF T-CSV-DELIM NOT EQUAL "," AND ";"
                      DISPLAY MESSAGE BOX
                          "DELIMITADOR DEVE SER , OU ; !"
                          ACCEPT T-CSV-DELIM AT LINE 13, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF.

       4002-GERA-RELATORIO.
           IF WS-CAMPOS-OK EQUAL SPACES
                          MOVE T-LINHAS                TO WS-LINHAS
                          MOVE T-DESTINO               TO WS-DESTINO
                          MOVE T-DIAS-ANALISE      TO WS-DIAS-ANALISE
                          MOVE T-SOMENTE-SUGESTAO
                                                  TO WS-SOMENTE-SUGESTAO
                          MOVE T-GERA-CSV              TO WS-GERA-CSV
                          MOVE T-CSV-DELIM             TO WS-CSV-DELIM
                          MOVE SPACES                  TO WS-RETORNO
                  CALL "REPOREL" USING WS-LIGACAO
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
