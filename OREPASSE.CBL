       IDENTIFICATION DIVISION.
       PROGRAM-ID. OREPASSE.
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
       01 WS-MESSAGE                 PIC X(100) VALUE SPACES.
       01 WS-DATA-HOJE               PIC 9(008) VALUE ZEROS.
       01 WS-LIGACAO.
          05 WS-VEN-SAIDA           PIC 9(003) VALUE ZEROS.
          05 WS-DATA-EFETIVA        PIC 9(008) VALUE ZEROS.
          05 WS-SUCESSOR OCCURS 3   PIC 9(003) VALUE ZEROS.
          05 WS-MODO                PIC X(001) VALUE SPACES.
          05 WS-OPERADOR            PIC X(010) VALUE SPACES.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.
       01 WS-RESUMO.
          05 WS-QTD-CLIENTES        PIC 9(006) VALUE ZEROS.
          05 WS-QTD-PEDIDOS         PIC 9(006) VALUE ZEROS.
          05 WS-QTD-COTACOES        PIC 9(006) VALUE ZEROS.
          05 WS-QTD-MODELOS         PIC 9(006) VALUE ZEROS.
          05 WS-QTD-TAREFAS         PIC 9(006) VALUE ZEROS.
          05 WS-QTD-VINCULOS        PIC 9(006) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELREPAS.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
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
                   IF T-VEN-SAIDA EQUAL ZEROS
                      DISPLAY MESSAGE BOX
                          "VENDEDOR QUE SAI NAO INFORMADO !"
                          ACCEPT T-VEN-SAIDA AT LINE 3, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-DATA-EFETIVA EQUAL ZEROS
                      OR T-DATA-EFETIVA(5:2) EQUAL ZEROS
                      OR T-DATA-EFETIVA(5:2) GREATER THAN 12
                      OR T-DATA-EFETIVA(7:2) EQUAL ZEROS
                      OR T-DATA-EFETIVA(7:2) GREATER THAN 31
                      DISPLAY MESSAGE BOX
                          "DATA EFETIVA INVALIDA !"
                          ACCEPT T-DATA-EFETIVA AT LINE 5, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-SUCESSOR-1 EQUAL ZEROS
                      AND T-SUCESSOR-2 EQUAL ZEROS
                      AND T-SUCESSOR-3 EQUAL ZEROS
                      DISPLAY MESSAGE BOX
                          "INFORME AO MENOS UM SUCESSOR !"
                          ACCEPT T-SUCESSOR-1 AT LINE 7, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-MODO EQUAL SPACES
                      MOVE "P"            TO T-MODO
                   END-IF
                   IF T-MODO NOT EQUAL "P" AND "A"
                      DISPLAY MESSAGE BOX
                          "MODO DEVE SER P OU A !"
                          ACCEPT T-MODO AT LINE 11, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-MODO EQUAL "A"
                      AND NOT LK-NIVEL-ADMIN
                      DISPLAY MESSAGE BOX
                          "ACESSO RESTRITO AO ADMINISTRADOR !"
                      MOVE "P"               TO T-MODO
                      MOVE "N"               TO WS-CAMPOS-OK
                   END-IF
                   ACCEPT WS-DATA-HOJE FROM DATE
                   IF T-MODO EQUAL "A"
                      AND T-DATA-EFETIVA GREATER THAN WS-DATA-HOJE
                      DISPLAY MESSAGE BOX
                          "DATA EFETIVA FUTURA - USE O MODO PREVIA !"
                      MOVE "P"               TO T-MODO
                      MOVE "N"               TO WS-CAMPOS-OK
                   END-IF
                   IF T-DESTINO EQUAL SPACES
                      MOVE "P"            TO T-DESTINO
                   END-IF
                   IF T-DESTINO NOT EQUAL "P" AND "T"
                      DISPLAY MESSAGE BOX
                          "DESTINO DEVE SER P OU T !"
                          ACCEPT T-DESTINO AT LINE 15, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF WS-CAMPOS-OK EQUAL SPACES
                      AND T-MODO EQUAL "A"
                      PERFORM 4018-CONFIRMA
                   END-IF.

       4018-CONFIRMA.

               DISPLAY MESSAGE BOX
                   "O REPASSE SERA GRAVADO - CONFIRMA (S/N) ?"
               MOVE SPACES           TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA AT LINE 19, COL 21
               IF WS-CONFIRMA NOT EQUAL "S" AND "s"
                  DISPLAY MESSAGE BOX
                      "REPASSE NAO EFETUADO !"
                  MOVE "N"           TO WS-CAMPOS-OK
               END-IF.

       4002-GERA-RELATORIO.
           IF WS-CAMPOS-OK EQUAL SPACES
                          MOVE T-VEN-SAIDA             TO WS-VEN-SAIDA
                          MOVE T-DATA-EFETIVA      TO WS-DATA-EFETIVA
                          MOVE T-SUCESSOR-1            TO WS-SUCESSOR(1)
                          MOVE T-SUCESSOR-2            TO WS-SUCESSOR(2)
                          MOVE T-SUCESSOR-3            TO WS-SUCESSOR(3)
                          MOVE T-MODO                  TO WS-MODO
                          MOVE LK-OPERADOR             TO WS-OPERADOR
                          MOVE T-LINHAS                TO WS-LINHAS
                          MOVE T-DESTINO               TO WS-DESTINO
                  CALL "REPASSE" USING WS-LIGACAO
                                       WS-RESUMO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
                             "ERRO NO REPASSE! " WS-RETORNO
                      ELSE
                             MOVE SPACES          TO WS-MESSAGE
                             STRING "CLIENTES: "
                                 WS-QTD-CLIENTES
                                 " PEDIDOS: "
                                 WS-QTD-PEDIDOS
                                 " COTACOES: "
                                 WS-QTD-COTACOES
                                 " MODELOS: "
                                 WS-QTD-MODELOS
                                 " TAREFAS: "
                                 WS-QTD-TAREFAS
                                 " VINCULOS: "
                                 WS-QTD-VINCULOS
                                 DELIMITED BY SIZE
                               INTO WS-MESSAGE
                             END-STRING
                             DISPLAY MESSAGE BOX WS-MESSAGE
                             PERFORM 4006-LIMPA-TELA
                      END-IF
                   END-IF.

       4006-LIMPA-TELA.

          MOVE ZEROS             TO T-VEN-SAIDA
          MOVE ZEROS             TO T-DATA-EFETIVA
          MOVE ZEROS             TO T-SUCESSOR-1
          MOVE ZEROS             TO T-SUCESSOR-2
          MOVE ZEROS             TO T-SUCESSOR-3
          MOVE SPACES            TO T-MODO
          DISPLAY TELA.
