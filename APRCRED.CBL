       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRCRED.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CREDITO.SL".
       COPY "CLIENTES.SL".
       COPY "ALTERLOG.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "CREDITO.FD".
       COPY "CLIENTES.FD".
       COPY "ALTERLOG.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 APROVA-KEY                          VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 REJEITA-KEY                 VALUE 223.
               88 PROX-KEY                    VALUE 227.
       01  STAT-CREDITO                  PIC XX.
       01  STAT-CLIENTES                 PIC XX.
       01  STAT-ALTERLOG                 PIC XX.
       01  WS-CONSULTA-LIDA              PIC X     VALUE SPACES.
       01  WS-EOF-CRE                    PIC X     VALUE SPACES.
       01  WS-CONFIRMA                   PIC X     VALUE SPACES.
       01  WS-MESSAGE                    PIC X(060) VALUE SPACES.
       01  WS-LIMITE-NOVO                PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOTAL-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-DATA-HOJE                  PIC 9(008) VALUE ZEROS.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).

       SCREEN SECTION.
       COPY "TELAPCR.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.
               OPEN I-O CREDITO
               IF STAT-CREDITO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CREDITO !"
                  "STATUS: " STAT-CREDITO
                  EXIT PARAGRAPH
           END-IF
               OPEN I-O CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CLIENTES !"
                  "STATUS: " STAT-CLIENTES
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Aprovação de Limite de Crédito"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE CREDITO
                   CLOSE CLIENTES.
                   GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
             WHEN APROVA-KEY

                              PERFORM 4001-LE-CONSULTA
                              PERFORM 4002-APROVAR

                         WHEN REJEITA-KEY

                              PERFORM 4001-LE-CONSULTA
                              PERFORM 4005-REJEITAR

                         WHEN PROX-KEY

                              PERFORM 4003-PROXIMO

                         WHEN CLEAR-KEY
                  PERFORM 4006-LIMPA-TELA

           END-EVALUATE.

       4001-LE-CONSULTA.

               MOVE SPACES          TO WS-CONSULTA-LIDA
               IF T-CLI-CODIGO EQUAL ZEROS
                  DISPLAY MESSAGE BOX
                  "INFORME O CODIGO DO CLIENTE !"
                  EXIT PARAGRAPH
               END-IF
               IF T-DATA-CONSULTA EQUAL ZEROS
                  PERFORM 4008-ULTIMA-PENDENTE
                  IF T-DATA-CONSULTA EQUAL ZEROS
                     DISPLAY MESSAGE BOX
                     "CLIENTE SEM CONSULTA PENDENTE !"
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               MOVE T-CLI-CODIGO    TO CRE-CLI-CODIGO
               MOVE T-DATA-CONSULTA TO CRE-DATA-CONSULTA
               READ CREDITO
               IF STAT-CREDITO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "CONSULTA DE CREDITO NAO ENCONTRADA !"
                  EXIT PARAGRAPH
               END-IF
               MOVE "S"             TO WS-CONSULTA-LIDA.

       4002-APROVAR.

               IF WS-CONSULTA-LIDA NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               IF NOT CRE-PENDENTE
                  PERFORM 4004-CARREGA-TELA
                  DISPLAY MESSAGE BOX
                  "SOMENTE CONSULTA PENDENTE PODE SER APROVADA !"
                  EXIT PARAGRAPH
               END-IF
               IF T-LIMITE-APROVADO EQUAL ZEROS
                  MOVE CRE-LIMITE-SUGERIDO TO WS-LIMITE-NOVO
               ELSE
                  MOVE T-LIMITE-APROVADO   TO WS-LIMITE-NOVO
               END-IF
               IF WS-LIMITE-NOVO EQUAL ZEROS
                  DISPLAY MESSAGE BOX
                  "INFORME O LIMITE A SER APROVADO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE CRE-CLI-CODIGO  TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "CLIENTE NAO CADASTRADO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE WS-LIMITE-NOVO  TO WS-TOTAL-EDIT
               MOVE SPACES          TO WS-MESSAGE
               STRING "NOVO LIMITE: " WS-TOTAL-EDIT
                      DELIMITED BY SIZE
                      " - CONFIRMA (S/N) ?" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               DISPLAY MESSAGE BOX WS-MESSAGE
               MOVE SPACES          TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA AT LINE 22, COL 06
               IF WS-CONFIRMA NOT EQUAL "S" AND "s"
                  EXIT PARAGRAPH
               END-IF
               MOVE RG-CLIENTES              TO WS-AUD-ANTES
               MOVE WS-LIMITE-NOVO  TO CLI-LIMITE-CREDITO
               IF CLI-COM-RESTRICAO
                  MOVE "V"          TO CLI-RESTRICAO-CREDITO
               END-IF
               REWRITE RG-CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR CLIENTES !"
                  "STATUS: " STAT-CLIENTES
                  EXIT PARAGRAPH
               END-IF
               MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
               MOVE "A"                      TO WS-AUD-OPERACAO
               MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
               MOVE "APRCRED"                TO WS-AUD-PROGRAMA
               MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
               CALL "GRAVAUD" USING WS-LIG-AUDITA
               PERFORM 4009-GRAVA-ALTERLOG
               ACCEPT WS-DATA-HOJE  FROM DATE
               MOVE "A"             TO CRE-SITUACAO
               MOVE WS-LIMITE-NOVO  TO CRE-LIMITE-APROVADO
               MOVE WS-DATA-HOJE    TO CRE-DATA-DECISAO
               MOVE LK-OPERADOR     TO CRE-OPERADOR
               REWRITE RG-CREDITO
               IF STAT-CREDITO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR CREDITO !"
                  "STATUS: " STAT-CREDITO
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4004-CARREGA-TELA
               DISPLAY MESSAGE BOX
               "LIMITE DE CREDITO APROVADO !".

       4003-PROXIMO.

               MOVE T-CLI-CODIGO    TO CRE-CLI-CODIGO
               MOVE T-DATA-CONSULTA TO CRE-DATA-CONSULTA
               START CREDITO KEY IS GREATER THAN CRE-CHAVE
               IF STAT-CREDITO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "NAO HA CONSULTAS PENDENTES !"
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES          TO WS-EOF-CRE
               READ CREDITO NEXT
               IF STAT-CREDITO NOT EQUAL "00"
                  MOVE "F"          TO WS-EOF-CRE
               END-IF
               PERFORM UNTIL WS-EOF-CRE EQUAL "F"
                          OR CRE-PENDENTE
                  READ CREDITO NEXT AT END
                     MOVE "F"       TO WS-EOF-CRE
                  END-READ
               END-PERFORM
               IF WS-EOF-CRE EQUAL "F"
                  DISPLAY MESSAGE BOX
                  "NAO HA CONSULTAS PENDENTES !"
                  EXIT PARAGRAPH
               END-IF
               MOVE "S"             TO WS-CONSULTA-LIDA
               PERFORM 4004-CARREGA-TELA.

       4004-CARREGA-TELA.

               MOVE CRE-CLI-CODIGO    TO T-CLI-CODIGO
               MOVE CRE-DATA-CONSULTA TO T-DATA-CONSULTA
               MOVE SPACES            TO T-RAZAO
               MOVE SPACES            TO T-RESTR-CLIENTE
               MOVE CRE-LIMITE-ANTERIOR TO T-LIMITE-ATUAL
               MOVE CRE-CLI-CODIGO    TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  MOVE CLI-RAZAO      TO T-RAZAO
                  MOVE CLI-RESTRICAO-CREDITO TO T-RESTR-CLIENTE
                  IF CRE-PENDENTE
                     MOVE CLI-LIMITE-CREDITO TO T-LIMITE-ATUAL
                  END-IF
               END-IF
               MOVE CRE-SCORE           TO T-SCORE
               MOVE CRE-QTD-PROTESTOS   TO T-PROTESTOS
               MOVE CRE-QTD-ACOES       TO T-ACOES
               MOVE CRE-RESTRICAO       TO T-RESTRICAO
               MOVE CRE-NOVA-RESTRICAO  TO T-NOVA-RESTRICAO
               MOVE CRE-LIMITE-SUGERIDO TO T-LIMITE-SUGERIDO
               MOVE CRE-LIMITE-APROVADO TO T-LIMITE-APROVADO
               MOVE CRE-SITUACAO        TO T-SITUACAO
               MOVE CRE-DATA-DECISAO    TO T-DATA-DECISAO
               MOVE CRE-OPERADOR        TO T-OPERADOR
               DISPLAY TELA.

       4005-REJEITAR.

               IF WS-CONSULTA-LIDA NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               IF NOT CRE-PENDENTE
                  PERFORM 4004-CARREGA-TELA
                  DISPLAY MESSAGE BOX
                  "SOMENTE CONSULTA PENDENTE PODE SER REJEITADA !"
                  EXIT PARAGRAPH
               END-IF
               MOVE CRE-CLI-CODIGO  TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  AND CLI-COM-RESTRICAO
                  MOVE RG-CLIENTES              TO WS-AUD-ANTES
                  MOVE "V"          TO CLI-RESTRICAO-CREDITO
                  REWRITE RG-CLIENTES
                  IF STAT-CLIENTES NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO REGRAVAR CLIENTES !"
                     "STATUS: " STAT-CLIENTES
                     EXIT PARAGRAPH
                  END-IF
                  MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
                  MOVE "A"                      TO WS-AUD-OPERACAO
                  MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
                  MOVE "APRCRED"                TO WS-AUD-PROGRAMA
                  MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
                  CALL "GRAVAUD" USING WS-LIG-AUDITA
                  PERFORM 4009-GRAVA-ALTERLOG
               END-IF
               MOVE "R"             TO CRE-SITUACAO
               ACCEPT CRE-DATA-DECISAO FROM DATE
               MOVE LK-OPERADOR     TO CRE-OPERADOR
               REWRITE RG-CREDITO
               IF STAT-CREDITO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR CREDITO !"
                  "STATUS: " STAT-CREDITO
               ELSE
                  PERFORM 4004-CARREGA-TELA
                  DISPLAY MESSAGE BOX
                  "SUGESTAO REJEITADA - LIMITE MANTIDO !"
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-CREDITO
               MOVE SPACES            TO WS-CONSULTA-LIDA
               MOVE ZEROS             TO T-CLI-CODIGO
               MOVE ZEROS             TO T-DATA-CONSULTA
               MOVE SPACES            TO T-RAZAO
               MOVE ZEROS             TO T-SCORE
               MOVE ZEROS             TO T-PROTESTOS
               MOVE ZEROS             TO T-ACOES
               MOVE SPACES            TO T-RESTRICAO
               MOVE SPACES            TO T-NOVA-RESTRICAO
               MOVE ZEROS             TO T-LIMITE-ATUAL
               MOVE ZEROS             TO T-LIMITE-SUGERIDO
               MOVE ZEROS             TO T-LIMITE-APROVADO
               MOVE SPACES            TO T-SITUACAO
               MOVE ZEROS             TO T-DATA-DECISAO
               MOVE SPACES            TO T-OPERADOR
               MOVE SPACES            TO T-RESTR-CLIENTE
               DISPLAY TELA.

       4008-ULTIMA-PENDENTE.

               MOVE T-CLI-CODIGO    TO CRE-CLI-CODIGO
               MOVE ZEROS           TO CRE-DATA-CONSULTA
               START CREDITO KEY IS NOT LESS THAN CRE-CHAVE
               IF STAT-CREDITO NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES          TO WS-EOF-CRE
               PERFORM UNTIL WS-EOF-CRE EQUAL "F"
                  READ CREDITO NEXT AT END
                     MOVE "F"       TO WS-EOF-CRE
                  END-READ
                  IF WS-EOF-CRE NOT EQUAL "F"
                     IF CRE-CLI-CODIGO NOT EQUAL T-CLI-CODIGO
                        MOVE "F"    TO WS-EOF-CRE
                     ELSE
                        IF CRE-PENDENTE
                           MOVE CRE-DATA-CONSULTA TO T-DATA-CONSULTA
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM.

       4009-GRAVA-ALTERLOG.

               OPEN EXTEND ALTERLOG
               IF STAT-ALTERLOG NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE "CLIENTES"         TO ALT-ARQUIVO
               MOVE SPACES             TO ALT-CHAVE
               MOVE CLI-CODIGO         TO ALT-CHAVE(1:7)
               MOVE "A"                TO ALT-OPERACAO
               ACCEPT ALT-DATA         FROM DATE
               ACCEPT ALT-HORA         FROM TIME
               MOVE LK-OPERADOR        TO ALT-OPERADOR
               WRITE RG-ALTERLOG
               CLOSE ALTERLOG.
