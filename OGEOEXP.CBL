       IDENTIFICATION DIVISION.
       PROGRAM-ID. OGEOEXP.
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
       01 WS-MESSAGE                 PIC X(060) VALUE SPACES.
       01 WS-LIGACAO.
          05 WS-REGIAO              PIC 9(003) VALUE ZEROS.
          05 WS-VENDEDOR            PIC 9(003) VALUE ZEROS.
          05 WS-SUPERVISOR          PIC 9(003) VALUE ZEROS.
          05 WS-FORMATO             PIC X(001) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.
       01 WS-RESUMO.
          05 WS-QTD-CLIENTES        PIC 9(006) VALUE ZEROS.
          05 WS-QTD-VENDEDORES      PIC 9(004) VALUE ZEROS.
          05 WS-QTD-DUVIDOSOS       PIC 9(006) VALUE ZEROS.
          05 WS-QTD-SEM-VENDEDOR    PIC 9(006) VALUE ZEROS.
          05 WS-QTD-SEM-COORD       PIC 9(006) VALUE ZEROS.

       SCREEN SECTION.
       COPY "TELGEOX.SCR".

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
                   IF T-FORMATO EQUAL SPACES
                      MOVE "A"            TO T-FORMATO
                   END-IF
                   IF T-FORMATO NOT EQUAL "K" AND "G" AND "A"
                      DISPLAY MESSAGE BOX
                          "FORMATO DEVE SER K, G OU A !"
                          ACCEPT T-FORMATO AT LINE 9, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF.

       4002-GERA-RELATORIO.
           IF WS-CAMPOS-OK EQUAL SPACES
                          MOVE T-REGIAO                TO WS-REGIAO
                          MOVE T-VENDEDOR              TO WS-VENDEDOR
                          MOVE T-SUPERVISOR            TO WS-SUPERVISOR
                          MOVE T-FORMATO               TO WS-FORMATO
                  CALL "GEOEXP" USING WS-LIGACAO
                                      WS-RESUMO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             "ERRO NA EXPORTACAO DO MAPA!"
                             WS-RETORNO
                                 PERFORM 4006-LIMPA-TELA
                      ELSE
                             MOVE SPACES          TO WS-MESSAGE
                             STRING "CLIENTES: "
                                 WS-QTD-CLIENTES
                                 " VEND.: "
                                 WS-QTD-VENDEDORES
                                 " DUVID.: "
                                 WS-QTD-DUVIDOSOS
                                 " S/VEND.: "
                                 WS-QTD-SEM-VENDEDOR
                                 DELIMITED BY SIZE
                               INTO WS-MESSAGE
                             END-STRING
                             DISPLAY MESSAGE BOX WS-MESSAGE
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          DISPLAY TELA.
