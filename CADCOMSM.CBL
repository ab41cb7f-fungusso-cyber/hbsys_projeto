       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCOMSM.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "COMISSIM.SL".
       COPY "COMISTAB.SL".
       COPY "VENDEDOR.SL".
       COPY "PARAMETR.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "COMISSIM.FD".
       COPY "COMISTAB.FD".
       COPY "VENDEDOR.FD".
       COPY "PARAMETR.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROMOVE-KEY                 VALUE 225.
               88 COPIA-KEY                   VALUE 226.
       01  STAT-COMISSIM                 PIC XX.
       01  STAT-COMISTAB                 PIC XX.
       01  STAT-VENDEDOR                 PIC XX.
       01  STAT-PARAMETR                 PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-REGRA-EXISTE               PIC X     VALUE SPACES.
       01  WS-EOF-TAB                    PIC X     VALUE SPACES.
       01  WS-CONFIRMA                   PIC X     VALUE SPACES.
       01  WS-PERC-PARAMETRO             PIC 9(002)V99 VALUE ZEROS.
       01  WS-QTD-COPIADAS               PIC 9(005) VALUE ZEROS.
       01  WS-QTD-EDIT                   PIC ZZZZ9.
       01  WS-MESSAGE                    PIC X(060) VALUE SPACES.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELCOMSM.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O COMISSIM
               IF STAT-COMISSIM EQUAL "35"
                  OPEN OUTPUT COMISSIM
                  CLOSE COMISSIM
                  OPEN I-O COMISSIM
               END-IF
               IF STAT-COMISSIM NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR COMISSIM !"
                  "STATUS: " STAT-COMISSIM
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT VENDEDOR
               IF STAT-VENDEDOR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR VENDEDOR !"
                  "STATUS: " STAT-VENDEDOR
                  EXIT PARAGRAPH
           END-IF
               PERFORM 4010-LE-PARAMETRO
               PERFORM 4011-CARREGA-GERAL
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Tabela de Comissões Proposta"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE COMISSIM
                   CLOSE VENDEDOR.
                   GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
             WHEN WRITE-KEY
                              PERFORM 4005-VALIDA-CAMPOS
                              PERFORM 4002-GRAVAR
                         WHEN DEL-KEY

                              PERFORM 4004-DELETAR

                         WHEN PROMOVE-KEY

                              PERFORM 4007-PROMOVER

                         WHEN COPIA-KEY

                              PERFORM 4008-COPIA-ATUAL

                         WHEN CLEAR-KEY
                  PERFORM 4006-LIMPA-TELA

           END-EVALUATE.

       4002-GRAVAR.
               IF  WS-CAMPOS-OK NOT EQUAL SPACES
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
                   EXIT PARAGRAPH
               END-IF
               IF T-SEQUENCIA EQUAL ZEROS
                   PERFORM 4003-GRAVA-GERAL
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES          TO WS-REGRA-EXISTE
               MOVE T-SEQUENCIA     TO CSM-SEQUENCIA
               MOVE SPACES          TO WS-AUD-ANTES
               READ COMISSIM
               IF STAT-COMISSIM EQUAL "00"
                  MOVE "S"          TO WS-REGRA-EXISTE
                  MOVE RG-COMISSIM             TO WS-AUD-ANTES
               END-IF
               PERFORM 4014-MOVE-CAMPOS-TELA
               IF WS-REGRA-EXISTE EQUAL "S"
                  REWRITE RG-COMISSIM
                  MOVE "A"          TO WS-AUD-OPERACAO
               ELSE
                  WRITE RG-COMISSIM
                  MOVE "I"          TO WS-AUD-OPERACAO
               END-IF
               IF STAT-COMISSIM NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO GRAVAR COMISSIM !"
                  "STATUS: " STAT-COMISSIM
                  EXIT PARAGRAPH
               END-IF
               MOVE "COMISSIM"  TO WS-AUD-ARQUIVO
               MOVE LK-OPERADOR TO WS-AUD-OPERADOR
               MOVE "CADCOMSM"  TO WS-AUD-PROGRAMA
               MOVE RG-COMISSIM TO WS-AUD-DEPOIS
               CALL "GRAVAUD" USING WS-LIG-AUDITA
               PERFORM 4006-LIMPA-TELA
               DISPLAY MESSAGE BOX
               "REGRA PROPOSTA GRAVADA COM SUCESSO !".

       4003-GRAVA-GERAL.

               MOVE SPACES          TO WS-REGRA-EXISTE
               MOVE ZEROS           TO CSM-SEQUENCIA
               MOVE SPACES          TO WS-AUD-ANTES
               READ COMISSIM
               IF STAT-COMISSIM EQUAL "00"
                  MOVE "S"          TO WS-REGRA-EXISTE
                  MOVE RG-COMISSIM  TO WS-AUD-ANTES
               END-IF
               INITIALIZE RG-COMISSIM
               MOVE ZEROS           TO CSM-SEQUENCIA
               MOVE T-PERC-GERAL    TO CSM-PERCENTUAL
               IF WS-REGRA-EXISTE EQUAL "S"
                  REWRITE RG-COMISSIM
                  MOVE "A"          TO WS-AUD-OPERACAO
               ELSE
                  WRITE RG-COMISSIM
                  MOVE "I"          TO WS-AUD-OPERACAO
               END-IF
               IF STAT-COMISSIM NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO GRAVAR COMISSIM !"
                  "STATUS: " STAT-COMISSIM
                  EXIT PARAGRAPH
               END-IF
               MOVE "COMISSIM"  TO WS-AUD-ARQUIVO
               MOVE LK-OPERADOR TO WS-AUD-OPERADOR
               MOVE "CADCOMSM"  TO WS-AUD-PROGRAMA
               MOVE RG-COMISSIM TO WS-AUD-DEPOIS
               CALL "GRAVAUD" USING WS-LIG-AUDITA
               DISPLAY MESSAGE BOX
               "PERCENTUAL GERAL PROPOSTO GRAVADO !".

       4004-DELETAR.

               IF T-SEQUENCIA EQUAL ZEROS
                  DISPLAY MESSAGE BOX
                  "SEQUENCIA NAO INFORMADA !"
                  EXIT PARAGRAPH
               END-IF
               MOVE T-SEQUENCIA     TO CSM-SEQUENCIA
               READ COMISSIM
               IF STAT-COMISSIM NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "REGRA NAO ENCONTRADA !"
               ELSE
                  MOVE RG-COMISSIM              TO WS-AUD-ANTES
                  DELETE COMISSIM
                  IF STAT-COMISSIM NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR COMISSIM !"
                     "STATUS: " STAT-COMISSIM
                  ELSE
                     MOVE "COMISSIM"  TO WS-AUD-ARQUIVO
                     MOVE "E"         TO WS-AUD-OPERACAO
                     MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                     MOVE "CADCOMSM"  TO WS-AUD-PROGRAMA
                     MOVE SPACES      TO WS-AUD-DEPOIS
                     CALL "GRAVAUD" USING WS-LIG-AUDITA
                     PERFORM 4006-LIMPA-TELA
                     DISPLAY MESSAGE BOX
                     "REGRA EXCLUIDA COM SUCESSO !"
                  END-IF
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-SEQUENCIA EQUAL ZEROS
                  EXIT PARAGRAPH
               END-IF
               IF T-VEN-CODIGO NOT EQUAL ZEROS
                  MOVE T-VEN-CODIGO   TO VEN-CODIGO
                  READ VENDEDOR
                  IF STAT-VENDEDOR NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "VENDEDOR NAO CADASTRADO !"
                     ACCEPT T-VEN-CODIGO AT LINE 5, COL 26
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               IF T-PORTE NOT EQUAL SPACE AND "P" AND "M" AND "G"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PORTE DEVE SER P, M, G OU ESPACO !"
                  ACCEPT T-PORTE AT LINE 7, COL 26
                  EXIT PARAGRAPH
               END-IF
               IF T-VALOR-FINAL NOT EQUAL ZEROS
                  AND T-VALOR-FINAL LESS THAN T-VALOR-INICIAL
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "VALOR FINAL MENOR QUE VALOR INICIAL !"
                  ACCEPT T-VALOR-FINAL AT LINE 11, COL 26
                  EXIT PARAGRAPH
               END-IF
               IF T-PERCENTUAL EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PERCENTUAL INVALIDO !"
                  ACCEPT T-PERCENTUAL AT LINE 13, COL 26
                  EXIT PARAGRAPH
               END-IF
               DISPLAY TELA.

       4006-LIMPA-TELA.
               INITIALIZE RG-COMISSIM
               MOVE ZEROS             TO T-SEQUENCIA
               MOVE ZEROS             TO T-VEN-CODIGO
               MOVE SPACES            TO T-PORTE
               MOVE ZEROS             TO T-VALOR-INICIAL
               MOVE ZEROS             TO T-VALOR-FINAL
               MOVE ZEROS             TO T-PERCENTUAL
               PERFORM 4011-CARREGA-GERAL
               DISPLAY TELA.

       4007-PROMOVER.

               IF NOT LK-NIVEL-ADMIN
                  DISPLAY MESSAGE BOX
                  "ACESSO RESTRITO AO ADMINISTRADOR !"
                  EXIT PARAGRAPH
               END-IF
               DISPLAY MESSAGE BOX
               "SUBSTITUIR A TABELA ATUAL PELA PROPOSTA (S/N) ?"
               MOVE SPACES          TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA AT LINE 20, COL 06
               IF WS-CONFIRMA NOT EQUAL "S" AND "s"
                  EXIT PARAGRAPH
               END-IF
               OPEN I-O COMISTAB
               IF STAT-COMISTAB EQUAL "35"
                  OPEN OUTPUT COMISTAB
                  CLOSE COMISTAB
                  OPEN I-O COMISTAB
               END-IF
               IF STAT-COMISTAB NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR COMISTAB !"
                  "STATUS: " STAT-COMISTAB
                  EXIT PARAGRAPH
               END-IF
               MOVE "COMISTAB"      TO WS-AUD-ARQUIVO
               MOVE LK-OPERADOR     TO WS-AUD-OPERADOR
               MOVE "CADCOMSM"      TO WS-AUD-PROGRAMA

               MOVE ZEROS           TO CTB-SEQUENCIA
               START COMISTAB KEY IS GREATER THAN CTB-SEQUENCIA
               IF STAT-COMISTAB EQUAL "00"
                  MOVE SPACES       TO WS-EOF-TAB
                  READ COMISTAB NEXT
                  IF STAT-COMISTAB NOT EQUAL "00"
                     MOVE "F"       TO WS-EOF-TAB
                  END-IF
                  PERFORM UNTIL WS-EOF-TAB EQUAL "F"
                     MOVE RG-COMISTAB  TO WS-AUD-ANTES
                     DELETE COMISTAB
                     IF STAT-COMISTAB NOT EQUAL "00"
                        DISPLAY MESSAGE BOX
                        "ERRO AO EXCLUIR COMISTAB !"
                        "STATUS: " STAT-COMISTAB
                        CLOSE COMISTAB
                        EXIT PARAGRAPH
                     END-IF
                     MOVE "E"       TO WS-AUD-OPERACAO
                     MOVE SPACES    TO WS-AUD-DEPOIS
                     CALL "GRAVAUD" USING WS-LIG-AUDITA
                     READ COMISTAB NEXT AT END
                        MOVE "F"    TO WS-EOF-TAB
                     END-READ
                  END-PERFORM
               END-IF

               MOVE ZEROS           TO WS-QTD-COPIADAS
               MOVE ZEROS           TO CSM-SEQUENCIA
               START COMISSIM KEY IS GREATER THAN CSM-SEQUENCIA
               IF STAT-COMISSIM EQUAL "00"
                  MOVE SPACES       TO WS-EOF-TAB
                  READ COMISSIM NEXT
                  IF STAT-COMISSIM NOT EQUAL "00"
                     MOVE "F"       TO WS-EOF-TAB
                  END-IF
                  PERFORM UNTIL WS-EOF-TAB EQUAL "F"
                     MOVE CSM-SEQUENCIA      TO CTB-SEQUENCIA
                     MOVE CSM-VEN-CODIGO     TO CTB-VEN-CODIGO
                     MOVE CSM-PORTE          TO CTB-PORTE
                     MOVE CSM-VALOR-INICIAL  TO CTB-VALOR-INICIAL
                     MOVE CSM-VALOR-FINAL    TO CTB-VALOR-FINAL
                     MOVE CSM-PERCENTUAL     TO CTB-PERCENTUAL
                     WRITE RG-COMISTAB
                     IF STAT-COMISTAB NOT EQUAL "00"
                        DISPLAY MESSAGE BOX
                        "ERRO AO GRAVAR COMISTAB !"
                        "STATUS: " STAT-COMISTAB
                        CLOSE COMISTAB
                        EXIT PARAGRAPH
                     END-IF
                     ADD 1          TO WS-QTD-COPIADAS
                     MOVE "I"       TO WS-AUD-OPERACAO
                     MOVE SPACES    TO WS-AUD-ANTES
                     MOVE RG-COMISTAB  TO WS-AUD-DEPOIS
                     CALL "GRAVAUD" USING WS-LIG-AUDITA
                     READ COMISSIM NEXT AT END
                        MOVE "F"    TO WS-EOF-TAB
                     END-READ
                  END-PERFORM
               END-IF
               CLOSE COMISTAB

               PERFORM 4011-CARREGA-GERAL
               IF T-PERC-GERAL NOT EQUAL ZEROS
                  AND T-PERC-GERAL NOT EQUAL WS-PERC-PARAMETRO
                  PERFORM 4009-PROMOVE-PARAMETRO
               END-IF

               MOVE WS-QTD-COPIADAS TO WS-QTD-EDIT
               MOVE SPACES          TO WS-MESSAGE
               STRING "TABELA PROPOSTA PROMOVIDA ! REGRAS: "
                      WS-QTD-EDIT
                      DELIMITED BY SIZE
                 INTO WS-MESSAGE
               END-STRING
               DISPLAY MESSAGE BOX WS-MESSAGE.

       4008-COPIA-ATUAL.

               IF LK-NIVEL-CONSULTA
                  DISPLAY MESSAGE BOX
                  "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                  EXIT PARAGRAPH
               END-IF
               DISPLAY MESSAGE BOX
               "SUBSTITUIR A PROPOSTA PELA TABELA ATUAL (S/N) ?"
               MOVE SPACES          TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA AT LINE 20, COL 06
               IF WS-CONFIRMA NOT EQUAL "S" AND "s"
                  EXIT PARAGRAPH
               END-IF

               MOVE ZEROS           TO CSM-SEQUENCIA
               START COMISSIM KEY IS NOT LESS THAN CSM-SEQUENCIA
               IF STAT-COMISSIM EQUAL "00"
                  MOVE SPACES       TO WS-EOF-TAB
                  READ COMISSIM NEXT
                  IF STAT-COMISSIM NOT EQUAL "00"
                     MOVE "F"       TO WS-EOF-TAB
                  END-IF
                  PERFORM UNTIL WS-EOF-TAB EQUAL "F"
                     DELETE COMISSIM
                     READ COMISSIM NEXT AT END
                        MOVE "F"    TO WS-EOF-TAB
                     END-READ
                  END-PERFORM
               END-IF

               MOVE ZEROS           TO WS-QTD-COPIADAS
               OPEN INPUT COMISTAB
               IF STAT-COMISTAB EQUAL "00"
                  MOVE ZEROS        TO CTB-SEQUENCIA
                  START COMISTAB KEY IS GREATER THAN CTB-SEQUENCIA
                  IF STAT-COMISTAB EQUAL "00"
                     MOVE SPACES    TO WS-EOF-TAB
                     READ COMISTAB NEXT
                     IF STAT-COMISTAB NOT EQUAL "00"
                        MOVE "F"    TO WS-EOF-TAB
                     END-IF
                     PERFORM UNTIL WS-EOF-TAB EQUAL "F"
                        MOVE CTB-SEQUENCIA      TO CSM-SEQUENCIA
                        MOVE CTB-VEN-CODIGO     TO CSM-VEN-CODIGO
                        MOVE CTB-PORTE          TO CSM-PORTE
                        MOVE CTB-VALOR-INICIAL  TO CSM-VALOR-INICIAL
                        MOVE CTB-VALOR-FINAL    TO CSM-VALOR-FINAL
                        MOVE CTB-PERCENTUAL     TO CSM-PERCENTUAL
                        WRITE RG-COMISSIM
                        IF STAT-COMISSIM EQUAL "00"
                           ADD 1    TO WS-QTD-COPIADAS
                        END-IF
                        READ COMISTAB NEXT AT END
                           MOVE "F" TO WS-EOF-TAB
                        END-READ
                     END-PERFORM
                  END-IF
                  CLOSE COMISTAB
               END-IF

               PERFORM 4006-LIMPA-TELA
               MOVE WS-QTD-COPIADAS TO WS-QTD-EDIT
               MOVE SPACES          TO WS-MESSAGE
               STRING "TABELA ATUAL COPIADA ! REGRAS: "
                      WS-QTD-EDIT
                      DELIMITED BY SIZE
                 INTO WS-MESSAGE
               END-STRING
               DISPLAY MESSAGE BOX WS-MESSAGE.

       4009-PROMOVE-PARAMETRO.

               OPEN INPUT PARAMETR
               IF STAT-PARAMETR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR PARAMETR !"
                  "STATUS: " STAT-PARAMETR
                  EXIT PARAGRAPH
               END-IF
               READ PARAMETR
               IF STAT-PARAMETR NOT EQUAL "00"
                  CLOSE PARAMETR
                  DISPLAY MESSAGE BOX
                  "ERRO AO LER PARAMETR !"
                  "STATUS: " STAT-PARAMETR
                  EXIT PARAGRAPH
               END-IF
               CLOSE PARAMETR
               MOVE RG-PARAMETR     TO WS-AUD-ANTES
               MOVE T-PERC-GERAL    TO PAR-PERC-COMISSAO
               OPEN OUTPUT PARAMETR
               IF STAT-PARAMETR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR PARAMETR !"
                  "STATUS: " STAT-PARAMETR
                  EXIT PARAGRAPH
               END-IF
               WRITE RG-PARAMETR
               IF STAT-PARAMETR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO GRAVAR PARAMETR !"
                  "STATUS: " STAT-PARAMETR
               ELSE
                  MOVE "PARAMETR"   TO WS-AUD-ARQUIVO
                  MOVE "A"          TO WS-AUD-OPERACAO
                  MOVE LK-OPERADOR  TO WS-AUD-OPERADOR
                  MOVE "CADCOMSM"   TO WS-AUD-PROGRAMA
                  MOVE RG-PARAMETR  TO WS-AUD-DEPOIS
                  CALL "GRAVAUD" USING WS-LIG-AUDITA
                  MOVE T-PERC-GERAL TO WS-PERC-PARAMETRO
                  MOVE T-PERC-GERAL TO T-PERC-ATUAL
               END-IF
               CLOSE PARAMETR.

       4010-LE-PARAMETRO.

               MOVE ZEROS           TO WS-PERC-PARAMETRO
               OPEN INPUT PARAMETR
               IF STAT-PARAMETR EQUAL "00"
                  READ PARAMETR
                  IF STAT-PARAMETR EQUAL "00"
                     AND PAR-PERC-COMISSAO NUMERIC
                     MOVE PAR-PERC-COMISSAO TO WS-PERC-PARAMETRO
                  END-IF
                  CLOSE PARAMETR
               END-IF
               MOVE WS-PERC-PARAMETRO TO T-PERC-ATUAL.

       4011-CARREGA-GERAL.

               MOVE ZEROS           TO T-PERC-GERAL
               MOVE ZEROS           TO CSM-SEQUENCIA
               READ COMISSIM
               IF STAT-COMISSIM EQUAL "00"
                  MOVE CSM-PERCENTUAL TO T-PERC-GERAL
               END-IF
               INITIALIZE RG-COMISSIM.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-SEQUENCIA       TO CSM-SEQUENCIA
               MOVE T-VEN-CODIGO      TO CSM-VEN-CODIGO
               MOVE T-PORTE           TO CSM-PORTE
               MOVE T-VALOR-INICIAL   TO CSM-VALOR-INICIAL
               MOVE T-VALOR-FINAL     TO CSM-VALOR-FINAL
               MOVE T-PERCENTUAL      TO CSM-PERCENTUAL.
