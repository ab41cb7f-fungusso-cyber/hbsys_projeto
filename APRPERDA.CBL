       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRPERDA.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PERDAS.SL".
       COPY "TITULOS.SL".
       COPY "CLIENTES.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "PERDAS.FD".
       COPY "TITULOS.FD".
       COPY "CLIENTES.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 APROVA-KEY                          VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 REJEITA-KEY                 VALUE 223.
               88 DESBLOQ-KEY                 VALUE 225.
               88 PROX-KEY                    VALUE 227.
       01  STAT-PERDAS                   PIC XX.
       01  STAT-TITULOS                  PIC XX.
       01  STAT-CLIENTES                 PIC XX.
       01  WS-PERDA-LIDA                 PIC X     VALUE SPACES.
       01  WS-EOF-PRD                    PIC X     VALUE SPACES.
       01  WS-CONFIRMA                   PIC X     VALUE SPACES.
       01  WS-MESSAGE                    PIC X(060) VALUE SPACES.
       01  WS-SALDO                      PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOTAL-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.

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
       COPY "TELAPRP.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.
               OPEN I-O PERDAS
               IF STAT-PERDAS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR PERDAS !"
                  "STATUS: " STAT-PERDAS
                  EXIT PARAGRAPH
           END-IF
               OPEN I-O TITULOS
               IF STAT-TITULOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR TITULOS !"
                  "STATUS: " STAT-TITULOS
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
           TITLE "Aprovação de Perdas"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE PERDAS
                   CLOSE TITULOS
                   CLOSE CLIENTES.
                   GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
             WHEN APROVA-KEY

                              PERFORM 4001-LE-PERDA
                              PERFORM 4002-APROVAR

                         WHEN REJEITA-KEY

                              PERFORM 4001-LE-PERDA
                              PERFORM 4005-REJEITAR

                         WHEN DESBLOQ-KEY

                              PERFORM 4007-DESBLOQUEIA-CLIENTE

                         WHEN PROX-KEY

                              PERFORM 4003-PROXIMO

                         WHEN CLEAR-KEY
                  PERFORM 4006-LIMPA-TELA

           END-EVALUATE.

       4001-LE-PERDA.

               MOVE SPACES          TO WS-PERDA-LIDA
               IF T-CLI-CODIGO EQUAL ZEROS
                  OR T-NUMERO EQUAL ZEROS
                  DISPLAY MESSAGE BOX
                  "INFORME CLIENTE E NUMERO DO PEDIDO !"
                  EXIT PARAGRAPH
               END-IF
               IF T-PARCELA EQUAL ZEROS
                  MOVE 1            TO T-PARCELA
               END-IF
               MOVE T-CLI-CODIGO    TO PRD-CLI-CODIGO
               MOVE T-NUMERO        TO PRD-PED-NUMERO
               MOVE T-PARCELA       TO PRD-PARCELA
               READ PERDAS
               IF STAT-PERDAS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "SOLICITACAO DE PERDA NAO ENCONTRADA !"
                  EXIT PARAGRAPH
               END-IF
               MOVE "S"             TO WS-PERDA-LIDA
               PERFORM 4004-CARREGA-TELA.

       4002-APROVAR.

               IF WS-PERDA-LIDA NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               IF NOT PRD-SOLICITADA
                  DISPLAY MESSAGE BOX
                  "SOMENTE PERDA SOLICITADA PODE SER APROVADA !"
                  EXIT PARAGRAPH
               END-IF
               MOVE PRD-CLI-CODIGO  TO TIT-CLI-CODIGO
               MOVE PRD-PED-NUMERO  TO TIT-PED-NUMERO
               MOVE PRD-PARCELA     TO TIT-PARCELA
               READ TITULOS
               IF STAT-TITULOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "TITULO NAO ENCONTRADO !"
                  EXIT PARAGRAPH
               END-IF
               IF TIT-PAGO
                  DISPLAY MESSAGE BOX
                  "TITULO JA LIQUIDADO - PERDA NAO PERMITIDA !"
                  EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SALDO = TIT-VALOR - TIT-VALOR-PAGO
               MOVE WS-SALDO        TO WS-TOTAL-EDIT
               MOVE SPACES          TO WS-MESSAGE
               STRING "SALDO: " WS-TOTAL-EDIT
                      DELIMITED BY SIZE
                      " - CONFIRMA PERDA (S/N) ?" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               DISPLAY MESSAGE BOX WS-MESSAGE
               MOVE SPACES          TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA AT LINE 22, COL 06
               IF WS-CONFIRMA NOT EQUAL "S" AND "s"
                  EXIT PARAGRAPH
               END-IF
               MOVE RG-TITULOS               TO WS-AUD-ANTES
               MOVE "D"             TO TIT-STATUS
               ACCEPT TIT-DATA-PERDA FROM DATE
               REWRITE RG-TITULOS
               IF STAT-TITULOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR TITULOS !"
                  "STATUS: " STAT-TITULOS
                  EXIT PARAGRAPH
               END-IF
               MOVE "TITULOS"                TO WS-AUD-ARQUIVO
               MOVE "A"                      TO WS-AUD-OPERACAO
               MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
               MOVE "APRPERDA"               TO WS-AUD-PROGRAMA
               MOVE RG-TITULOS               TO WS-AUD-DEPOIS
               CALL "GRAVAUD" USING WS-LIG-AUDITA
               MOVE "A"             TO PRD-STATUS
               MOVE WS-SALDO        TO PRD-VALOR-BAIXADO
               MOVE TIT-DATA-PERDA  TO PRD-DATA-APROVACAO
               MOVE LK-OPERADOR     TO PRD-OPER-APROVADOR
               REWRITE RG-PERDAS
               IF STAT-PERDAS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR PERDAS !"
                  "STATUS: " STAT-PERDAS
                  EXIT PARAGRAPH
               END-IF
               MOVE PRD-CLI-CODIGO  TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  MOVE RG-CLIENTES              TO WS-AUD-ANTES
                  MOVE "S"          TO CLI-BLOQUEIO-PERDA
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
                  MOVE "APRPERDA"               TO WS-AUD-PROGRAMA
                  MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
                  CALL "GRAVAUD" USING WS-LIG-AUDITA
               END-IF
               PERFORM 4004-CARREGA-TELA
               DISPLAY MESSAGE BOX
               "PERDA APROVADA - CLIENTE BLOQUEADO !".

       4003-PROXIMO.

               MOVE T-CLI-CODIGO    TO PRD-CLI-CODIGO
               MOVE T-NUMERO        TO PRD-PED-NUMERO
               MOVE T-PARCELA       TO PRD-PARCELA
               START PERDAS KEY IS GREATER THAN PRD-CHAVE
               IF STAT-PERDAS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "NAO HA SOLICITACOES PENDENTES !"
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES          TO WS-EOF-PRD
               READ PERDAS NEXT
               IF STAT-PERDAS NOT EQUAL "00"
                  MOVE "F"          TO WS-EOF-PRD
               END-IF
               PERFORM UNTIL WS-EOF-PRD EQUAL "F"
                          OR PRD-SOLICITADA
                  READ PERDAS NEXT AT END
                     MOVE "F"       TO WS-EOF-PRD
                  END-READ
               END-PERFORM
               IF WS-EOF-PRD EQUAL "F"
                  DISPLAY MESSAGE BOX
                  "NAO HA SOLICITACOES PENDENTES !"
                  EXIT PARAGRAPH
               END-IF
               MOVE "S"             TO WS-PERDA-LIDA
               MOVE PRD-CLI-CODIGO  TO T-CLI-CODIGO
               MOVE PRD-PED-NUMERO  TO T-NUMERO
               MOVE PRD-PARCELA     TO T-PARCELA
               PERFORM 4004-CARREGA-TELA.

       4004-CARREGA-TELA.

               MOVE SPACES            TO T-RAZAO
               MOVE SPACES            TO T-BLOQUEIO
               MOVE PRD-CLI-CODIGO    TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  MOVE CLI-RAZAO      TO T-RAZAO
                  IF CLI-BLOQUEADO-PERDA
                     MOVE "S"         TO T-BLOQUEIO
                  END-IF
               END-IF
               MOVE ZEROS             TO T-VENCIMENTO
               MOVE PRD-VALOR-BAIXADO TO T-SALDO
               MOVE PRD-CLI-CODIGO    TO TIT-CLI-CODIGO
               MOVE PRD-PED-NUMERO    TO TIT-PED-NUMERO
               MOVE PRD-PARCELA       TO TIT-PARCELA
               READ TITULOS
               IF STAT-TITULOS EQUAL "00"
                  MOVE TIT-DATA-VENCIMENTO TO T-VENCIMENTO
                  IF PRD-SOLICITADA
                     COMPUTE T-SALDO = TIT-VALOR - TIT-VALOR-PAGO
                  END-IF
               END-IF
               MOVE PRD-MOTIVO           TO T-MOTIVO
               MOVE PRD-DATA-SOLICITACAO TO T-DATA-SOLIC
               MOVE PRD-OPER-SOLICITANTE TO T-OPER-SOLIC
               MOVE PRD-STATUS           TO T-SITUACAO
               MOVE PRD-DATA-APROVACAO   TO T-DATA-APROV
               MOVE PRD-OPER-APROVADOR   TO T-OPER-APROV
               MOVE PRD-VALOR-RECUPERADO TO T-VALOR-RECUP
               MOVE PRD-DATA-RECUPERACAO TO T-DATA-RECUP
               DISPLAY TELA.

       4005-REJEITAR.

               IF WS-PERDA-LIDA NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               IF NOT PRD-SOLICITADA
                  DISPLAY MESSAGE BOX
                  "SOMENTE PERDA SOLICITADA PODE SER REJEITADA !"
                  EXIT PARAGRAPH
               END-IF
               MOVE "R"             TO PRD-STATUS
               ACCEPT PRD-DATA-APROVACAO FROM DATE
               MOVE LK-OPERADOR     TO PRD-OPER-APROVADOR
               REWRITE RG-PERDAS
               IF STAT-PERDAS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR PERDAS !"
                  "STATUS: " STAT-PERDAS
               ELSE
                  PERFORM 4004-CARREGA-TELA
                  DISPLAY MESSAGE BOX
                  "SOLICITACAO DE PERDA REJEITADA !"
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-PERDAS
               MOVE SPACES            TO WS-PERDA-LIDA
               MOVE ZEROS             TO T-CLI-CODIGO
               MOVE ZEROS             TO T-NUMERO
               MOVE ZEROS             TO T-PARCELA
               MOVE SPACES            TO T-RAZAO
               MOVE SPACES            TO T-MOTIVO
               MOVE ZEROS             TO T-DATA-SOLIC
               MOVE SPACES            TO T-OPER-SOLIC
               MOVE ZEROS             TO T-VENCIMENTO
               MOVE ZEROS             TO T-SALDO
               MOVE SPACES            TO T-SITUACAO
               MOVE ZEROS             TO T-DATA-APROV
               MOVE SPACES            TO T-OPER-APROV
               MOVE ZEROS             TO T-VALOR-RECUP
               MOVE ZEROS             TO T-DATA-RECUP
               MOVE SPACES            TO T-BLOQUEIO
               DISPLAY TELA.

       4007-DESBLOQUEIA-CLIENTE.

               IF T-CLI-CODIGO EQUAL ZEROS
                  DISPLAY MESSAGE BOX
                  "INFORME O CODIGO DO CLIENTE !"
                  EXIT PARAGRAPH
               END-IF
               MOVE T-CLI-CODIGO    TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "CLIENTE NAO CADASTRADO !"
                  EXIT PARAGRAPH
               END-IF
               IF NOT CLI-BLOQUEADO-PERDA
                  DISPLAY MESSAGE BOX
                  "CLIENTE NAO ESTA BLOQUEADO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES          TO WS-MESSAGE
               STRING "DESBLOQUEIA CLIENTE " CLI-CODIGO
                      " (S/N) ?" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               DISPLAY MESSAGE BOX WS-MESSAGE
               MOVE SPACES          TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA AT LINE 22, COL 06
               IF WS-CONFIRMA NOT EQUAL "S" AND "s"
                  EXIT PARAGRAPH
               END-IF
               MOVE RG-CLIENTES              TO WS-AUD-ANTES
               MOVE "N"             TO CLI-BLOQUEIO-PERDA
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
               MOVE "APRPERDA"               TO WS-AUD-PROGRAMA
               MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
               CALL "GRAVAUD" USING WS-LIG-AUDITA
               MOVE SPACES          TO T-BLOQUEIO
               DISPLAY TELA
               DISPLAY MESSAGE BOX
               "CLIENTE DESBLOQUEADO !".
