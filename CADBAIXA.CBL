       FILE-CONTROL.
       COPY "TITULOS.SL".
       COPY "CLIENTES.SL".
       COPY "BAIXAS.SL".
       COPY "PARAMETR.SL".
       COPY "PERDAS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "TITULOS.FD".
       COPY "CLIENTES.FD".
       COPY "BAIXAS.FD".
       COPY "PARAMETR.FD".
       COPY "PERDAS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 BAIXA-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 PERDA-KEY                   VALUE 224.
               88 HIST-KEY                    VALUE 225.
               88 PROX-KEY                    VALUE 227.
       01  STAT-TITULOS                  PIC XX.
       01  STAT-CLIENTES                 PIC XX.
       01  WS-TITULO-LIDO                PIC X     VALUE SPACES.
       01  STAT-BAIXAS                   PIC XX.
       01  STAT-PARAMETR                 PIC XX.
       01  STAT-PERDAS                   PIC XX.
       01  WS-PERDAS-ATIVO               PIC X     VALUE "N".
       01  WS-ERA-PERDA                  PIC X     VALUE SPACES.
       01  WS-MOTIVO-PERDA               PIC X(040) VALUE SPACES.
       01  WS-EOF-BXA                    PIC X     VALUE SPACES.
       01  WS-CONFIRMA                   PIC X     VALUE SPACES.
       01  WS-MESSAGE                    PIC X(060) VALUE SPACES.
       01  WS-PERC-MULTA                 PIC 9(002)V99 VALUE ZEROS.
       01  WS-JUROS-DIA                  PIC 9(001)V9999 VALUE ZEROS.
       01  WS-TAXA-MULTA                 PIC 9(001)V9(006) VALUE ZEROS.
       01  WS-TAXA-JUROS                 PIC 9(003)V9(006) VALUE ZEROS.
       01  WS-DIAS-ATRASO                PIC 9(005) VALUE ZEROS.
       01  WS-SALDO                      PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOTAL-DEVIDO               PIC 9(011)V99 VALUE ZEROS.
       01  WS-TOTAL-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-PRINCIPAL                  PIC 9(009)V99 VALUE ZEROS.
       01  WS-MULTA                      PIC 9(009)V99 VALUE ZEROS.
       01  WS-JUROS                      PIC 9(009)V99 VALUE ZEROS.
       01  WS-HIST-INICIO                PIC 9(003) VALUE ZEROS.
       01  WS-IND-HIST                   PIC 9(002) VALUE ZEROS.
       01  WS-LINHA-HIST.
           05 LHI-SEQUENCIA              PIC ZZ9.
           05 FILLER                     PIC X(002) VALUE SPACES.
           05 LHI-DATA                   PIC 9(008).
           05 FILLER                     PIC X(002) VALUE SPACES.
           05 LHI-PRINCIPAL              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                     PIC X(001) VALUE SPACES.
           05 LHI-MULTA                  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                     PIC X(001) VALUE SPACES.
           05 LHI-JUROS                  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                     PIC X(001) VALUE SPACES.
           05 LHI-DIAS                   PIC ZZZZ9.
       01  WS-SERIAL-PAGTO               PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-VENCTO              PIC 9(007) VALUE ZEROS.
       01  WS-DATA-CONV.
           05 FILLER                     PIC 9(002).
           05 WS-CONV-AA                 PIC 9(002).
           05 WS-CONV-MM                 PIC 9(002).
           05 WS-CONV-DD                 PIC 9(002).
       01  WS-DIAS-SERIAL                PIC 9(007) VALUE ZEROS.
       01  WS-CONV-ANO                   PIC 9(004) VALUE ZEROS.
       01  WS-CONV-MES                   PIC 9(002) VALUE ZEROS.
       01  WS-QUOC-4                     PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-100                   PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-400                   PIC 9(004) VALUE ZEROS.
       01  TABELA-MES-ACUM.
           05 PIC X(036) VALUE "000031059090120151181212243273304334".
       01  FILLER REDEFINES TABELA-MES-ACUM.
           05 TAB-MES-ACUM OCCURS 12     PIC 9(003).

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
       COPY "TELBAIXA.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.
               OPEN I-O TITULOS
               IF STAT-TITULOS NOT EQUAL "00"
                  "STATUS: " STAT-CLIENTES
                  EXIT PARAGRAPH
           END-IF
               OPEN I-O BAIXAS
               IF STAT-BAIXAS EQUAL "35"
                  OPEN OUTPUT BAIXAS
                  CLOSE BAIXAS
                  OPEN I-O BAIXAS
               END-IF
               IF STAT-BAIXAS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR BAIXAS !"
                  "STATUS: " STAT-BAIXAS
                  EXIT PARAGRAPH
           END-IF
               OPEN I-O PERDAS
               IF STAT-PERDAS EQUAL "35"
                  OPEN OUTPUT PERDAS
                  CLOSE PERDAS
                  OPEN I-O PERDAS
               END-IF
               IF STAT-PERDAS EQUAL "00"
                  MOVE "S"          TO WS-PERDAS-ATIVO
               END-IF
               PERFORM 1001-LE-PARAMETRO
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Baixa de Títulos"
           DISPLAY TELA.

       3000-FINALIZA.
                   CLOSE TITULOS
                   CLOSE CLIENTES
                   CLOSE BAIXAS
                   IF WS-PERDAS-ATIVO EQUAL "S"
                      CLOSE PERDAS
                   END-IF.
                   GOBACK.

       1001-LE-PARAMETRO.

               MOVE ZEROS          TO WS-PERC-MULTA
               MOVE ZEROS          TO WS-JUROS-DIA
               OPEN INPUT PARAMETR
               IF  STAT-PARAMETR EQUAL "00"
                   READ PARAMETR
                   IF STAT-PARAMETR EQUAL "00"
                      IF PAR-PERC-MULTA NUMERIC
                         MOVE PAR-PERC-MULTA TO WS-PERC-MULTA
                      END-IF
                      IF PAR-JUROS-DIA NUMERIC
                         MOVE PAR-JUROS-DIA  TO WS-JUROS-DIA
                      END-IF
                   END-IF
                   CLOSE PARAMETR
               END-IF.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
                              PERFORM 4001-LE-TITULO
                              PERFORM 4002-BAIXAR

                         WHEN PERDA-KEY

                              MOVE T-MOTIVO-PERDA TO WS-MOTIVO-PERDA
                              PERFORM 4001-LE-TITULO
                              PERFORM 4013-SOLICITA-PERDA

                         WHEN HIST-KEY

                              PERFORM 4009-PAGINA-HISTORICO

                         WHEN PROX-KEY

                              PERFORM 4003-PROXIMO-TITULO

           END-EVALUATE.


       4001-LE-TITULO.

               MOVE SPACES          TO WS-TITULO-LIDO
                  "INFORME CLIENTE E NUMERO DO PEDIDO !"
                  EXIT PARAGRAPH
               END-IF
               IF T-PARCELA EQUAL ZEROS
                  MOVE 1            TO T-PARCELA
               END-IF
               MOVE T-CLI-CODIGO    TO TIT-CLI-CODIGO
               MOVE T-NUMERO        TO TIT-PED-NUMERO
               MOVE T-PARCELA       TO TIT-PARCELA
               READ TITULOS
               IF STAT-TITULOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
               IF T-DATA-PAGTO EQUAL ZEROS
                  ACCEPT T-DATA-PAGTO FROM DATE
               END-IF
               PERFORM 4007-CALCULA-ENCARGOS
               IF T-VALOR-PAGO EQUAL ZEROS
                  MOVE WS-TOTAL-DEVIDO TO T-VALOR-PAGO
               END-IF
               IF T-VALOR-PAGO GREATER THAN WS-TOTAL-DEVIDO
                  MOVE WS-TOTAL-DEVIDO TO WS-TOTAL-EDIT
                  MOVE SPACES       TO WS-MESSAGE
                  STRING "VALOR PAGO SUPERIOR AO DEVIDO: "
                         WS-TOTAL-EDIT DELIMITED BY SIZE
                      INTO WS-MESSAGE
                  END-STRING
                  DISPLAY MESSAGE BOX WS-MESSAGE
                  ACCEPT T-VALOR-PAGO AT LINE 11, COL 22
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4011-RATEIA-PAGAMENTO
               DISPLAY TELA
               MOVE WS-TOTAL-DEVIDO TO WS-TOTAL-EDIT
               MOVE SPACES          TO WS-MESSAGE
               STRING "TOTAL DEVIDO: " WS-TOTAL-EDIT
                      DELIMITED BY SIZE
                      " - CONFIRMA BAIXA (S/N) ?" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               DISPLAY MESSAGE BOX WS-MESSAGE
               MOVE SPACES          TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA AT LINE 22, COL 06
               IF WS-CONFIRMA NOT EQUAL "S" AND "s"
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4012-GRAVA-BAIXA.

       4003-PROXIMO-TITULO.

               MOVE T-CLI-CODIGO    TO TIT-CLI-CODIGO
               MOVE T-NUMERO        TO TIT-PED-NUMERO
               MOVE T-PARCELA       TO TIT-PARCELA
               START TITULOS KEY IS GREATER THAN TIT-CHAVE
               IF STAT-TITULOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
               MOVE "S"             TO WS-TITULO-LIDO
               MOVE TIT-CLI-CODIGO  TO T-CLI-CODIGO
               MOVE TIT-PED-NUMERO  TO T-NUMERO
               MOVE TIT-PARCELA     TO T-PARCELA
               MOVE ZEROS           TO T-DATA-PAGTO
               MOVE ZEROS           TO T-VALOR-PAGO
               PERFORM 4004-CARREGA-TELA.

       4004-CARREGA-TELA.
               MOVE TIT-DATA-EMISSAO    TO T-EMISSAO
               MOVE TIT-DATA-VENCIMENTO TO T-VENCIMENTO
               MOVE TIT-VALOR           TO T-VALOR
               COMPUTE T-SALDO = TIT-VALOR - TIT-VALOR-PAGO
               MOVE TIT-STATUS          TO T-SITUACAO
               MOVE TIT-QTD-BAIXAS      TO T-QTD-BAIXAS
               MOVE ZEROS               TO T-DIAS-ATRASO
               MOVE ZEROS               TO T-PRINCIPAL
               MOVE ZEROS               TO T-MULTA
               MOVE ZEROS               TO T-JUROS
               MOVE SPACES              TO T-MOTIVO-PERDA
               MOVE SPACES              TO T-SIT-PERDA
               IF WS-PERDAS-ATIVO EQUAL "S"
                  MOVE TIT-CLI-CODIGO   TO PRD-CLI-CODIGO
                  MOVE TIT-PED-NUMERO   TO PRD-PED-NUMERO
                  MOVE TIT-PARCELA      TO PRD-PARCELA
                  READ PERDAS
                  IF STAT-PERDAS EQUAL "00"
                     MOVE PRD-MOTIVO    TO T-MOTIVO-PERDA
                     MOVE PRD-STATUS    TO T-SIT-PERDA
                  END-IF
               END-IF
               MOVE 1                   TO WS-HIST-INICIO
               PERFORM 4008-CARREGA-HISTORICO
               DISPLAY TELA.

       4006-LIMPA-TELA.
               MOVE SPACES            TO WS-TITULO-LIDO
               MOVE ZEROS             TO T-CLI-CODIGO
               MOVE ZEROS             TO T-NUMERO
               MOVE ZEROS             TO T-PARCELA
               MOVE SPACES            TO T-RAZAO
               MOVE ZEROS             TO T-EMISSAO
               MOVE ZEROS             TO T-VENCIMENTO
               MOVE ZEROS             TO T-VALOR
               MOVE ZEROS             TO T-SALDO
               MOVE ZEROS             TO T-DATA-PAGTO
               MOVE ZEROS             TO T-VALOR-PAGO
               MOVE ZEROS             TO T-DIAS-ATRASO
               MOVE ZEROS             TO T-PRINCIPAL
               MOVE ZEROS             TO T-MULTA
               MOVE ZEROS             TO T-JUROS
               MOVE SPACES            TO T-SITUACAO
               MOVE ZEROS             TO T-QTD-BAIXAS
               MOVE SPACES            TO T-MOTIVO-PERDA
               MOVE SPACES            TO T-SIT-PERDA
               MOVE SPACES            TO T-HIST-01
               MOVE SPACES            TO T-HIST-02
               MOVE SPACES            TO T-HIST-03
               MOVE SPACES            TO T-HIST-04
               MOVE SPACES            TO T-HIST-05
               DISPLAY TELA.

       4007-CALCULA-ENCARGOS.

               COMPUTE WS-SALDO = TIT-VALOR - TIT-VALOR-PAGO
               MOVE T-DATA-PAGTO        TO WS-DATA-CONV
               PERFORM 4010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL      TO WS-SERIAL-PAGTO
               MOVE TIT-DATA-VENCIMENTO TO WS-DATA-CONV
               PERFORM 4010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL      TO WS-SERIAL-VENCTO
               MOVE ZEROS               TO WS-DIAS-ATRASO
               MOVE ZEROS               TO WS-TAXA-MULTA
               MOVE ZEROS               TO WS-TAXA-JUROS
               IF WS-SERIAL-PAGTO GREATER THAN WS-SERIAL-VENCTO
                  COMPUTE WS-DIAS-ATRASO =
                          WS-SERIAL-PAGTO - WS-SERIAL-VENCTO
                  COMPUTE WS-TAXA-MULTA = WS-PERC-MULTA / 100
                  COMPUTE WS-TAXA-JUROS =
                          WS-JUROS-DIA * WS-DIAS-ATRASO / 100
               END-IF
               COMPUTE WS-TOTAL-DEVIDO ROUNDED =
                       WS-SALDO * (1 + WS-TAXA-MULTA + WS-TAXA-JUROS)
               MOVE WS-DIAS-ATRASO      TO T-DIAS-ATRASO.

       4008-CARREGA-HISTORICO.

               MOVE SPACES            TO T-HIST-01
               MOVE SPACES            TO T-HIST-02
               MOVE SPACES            TO T-HIST-03
               MOVE SPACES            TO T-HIST-04
               MOVE SPACES            TO T-HIST-05
               MOVE ZEROS             TO WS-IND-HIST
               MOVE TIT-CLI-CODIGO    TO BXA-CLI-CODIGO
               MOVE TIT-PED-NUMERO    TO BXA-PED-NUMERO
               MOVE TIT-PARCELA       TO BXA-PARCELA
               MOVE WS-HIST-INICIO    TO BXA-SEQUENCIA
               START BAIXAS KEY IS NOT LESS THAN BXA-CHAVE
               IF STAT-BAIXAS NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES            TO WS-EOF-BXA
               PERFORM UNTIL WS-EOF-BXA EQUAL "F"
                          OR WS-IND-HIST EQUAL 5
                  READ BAIXAS NEXT
                  IF STAT-BAIXAS NOT EQUAL "00"
                     OR BXA-CLI-CODIGO NOT EQUAL TIT-CLI-CODIGO
                     OR BXA-PED-NUMERO NOT EQUAL TIT-PED-NUMERO
                     OR BXA-PARCELA NOT EQUAL TIT-PARCELA
                     MOVE "F"         TO WS-EOF-BXA
                  ELSE
                     ADD 1            TO WS-IND-HIST
                     MOVE BXA-SEQUENCIA       TO LHI-SEQUENCIA
                     MOVE BXA-DATA-PAGAMENTO  TO LHI-DATA
                     MOVE BXA-VALOR-PRINCIPAL TO LHI-PRINCIPAL
                     MOVE BXA-VALOR-MULTA     TO LHI-MULTA
                     MOVE BXA-VALOR-JUROS     TO LHI-JUROS
                     MOVE BXA-DIAS-ATRASO     TO LHI-DIAS
                     EVALUATE WS-IND-HIST
                        WHEN 1 MOVE WS-LINHA-HIST TO T-HIST-01
                        WHEN 2 MOVE WS-LINHA-HIST TO T-HIST-02
                        WHEN 3 MOVE WS-LINHA-HIST TO T-HIST-03
                        WHEN 4 MOVE WS-LINHA-HIST TO T-HIST-04
                        WHEN 5 MOVE WS-LINHA-HIST TO T-HIST-05
                     END-EVALUATE
                  END-IF
               END-PERFORM.

       4009-PAGINA-HISTORICO.

               IF WS-TITULO-LIDO NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               ADD 5                  TO WS-HIST-INICIO
               IF WS-HIST-INICIO GREATER THAN TIT-QTD-BAIXAS
                  MOVE 1              TO WS-HIST-INICIO
               END-IF
               PERFORM 4008-CARREGA-HISTORICO
               DISPLAY TELA.

       4010-CALCULA-SERIAL.

           COMPUTE WS-CONV-ANO = 2000 + WS-CONV-AA
           MOVE WS-CONV-MM           TO WS-CONV-MES
           IF WS-CONV-MES EQUAL ZEROS
              OR WS-CONV-MES GREATER THAN 12
              MOVE 1                 TO WS-CONV-MES
           END-IF
           DIVIDE WS-CONV-ANO BY 4   GIVING WS-QUOC-4
           DIVIDE WS-CONV-ANO BY 100 GIVING WS-QUOC-100
           DIVIDE WS-CONV-ANO BY 400 GIVING WS-QUOC-400
           COMPUTE WS-DIAS-SERIAL =
                   (WS-CONV-ANO * 365)
                 + WS-QUOC-4 - WS-QUOC-100 + WS-QUOC-400
                 + TAB-MES-ACUM(WS-CONV-MES)
                 + WS-CONV-DD.

       4011-RATEIA-PAGAMENTO.

               IF T-VALOR-PAGO EQUAL WS-TOTAL-DEVIDO
                  MOVE WS-SALDO       TO WS-PRINCIPAL
               ELSE
                  COMPUTE WS-PRINCIPAL ROUNDED = T-VALOR-PAGO /
                          (1 + WS-TAXA-MULTA + WS-TAXA-JUROS)
               END-IF
               IF WS-PRINCIPAL GREATER THAN WS-SALDO
                  MOVE WS-SALDO       TO WS-PRINCIPAL
               END-IF
               COMPUTE WS-MULTA ROUNDED = WS-PRINCIPAL * WS-TAXA-MULTA
               IF WS-PRINCIPAL + WS-MULTA GREATER THAN T-VALOR-PAGO
                  COMPUTE WS-MULTA = T-VALOR-PAGO - WS-PRINCIPAL
               END-IF
               COMPUTE WS-JUROS = T-VALOR-PAGO - WS-PRINCIPAL - WS-MULTA
               MOVE WS-PRINCIPAL      TO T-PRINCIPAL
               MOVE WS-MULTA          TO T-MULTA
               MOVE WS-JUROS          TO T-JUROS.

       4012-GRAVA-BAIXA.

               MOVE SPACES             TO WS-ERA-PERDA
               IF TIT-PERDA
                  MOVE "S"             TO WS-ERA-PERDA
               END-IF
               MOVE RG-TITULOS               TO WS-AUD-ANTES
               ADD 1                   TO TIT-QTD-BAIXAS
               MOVE TIT-CLI-CODIGO     TO BXA-CLI-CODIGO
               MOVE TIT-PED-NUMERO     TO BXA-PED-NUMERO
               MOVE TIT-PARCELA        TO BXA-PARCELA
               MOVE TIT-QTD-BAIXAS     TO BXA-SEQUENCIA
               MOVE T-DATA-PAGTO       TO BXA-DATA-PAGAMENTO
               MOVE WS-DIAS-ATRASO     TO BXA-DIAS-ATRASO
               MOVE T-VALOR-PAGO       TO BXA-VALOR-RECEBIDO
               MOVE WS-PRINCIPAL       TO BXA-VALOR-PRINCIPAL
               MOVE WS-MULTA           TO BXA-VALOR-MULTA
               MOVE WS-JUROS           TO BXA-VALOR-JUROS
               COMPUTE BXA-SALDO-APOS = WS-SALDO - WS-PRINCIPAL
               ACCEPT BXA-DATA-LANCAMENTO FROM DATE
               ACCEPT BXA-HORA-LANCAMENTO FROM TIME
               MOVE "M"                TO BXA-ORIGEM
               WRITE RG-BAIXAS
               IF STAT-BAIXAS NOT EQUAL "00"
                  SUBTRACT 1           FROM TIT-QTD-BAIXAS
                  DISPLAY MESSAGE BOX
                  "ERRO AO GRAVAR BAIXAS !"
                  "STATUS: " STAT-BAIXAS
                  EXIT PARAGRAPH
               END-IF
               ADD WS-PRINCIPAL        TO TIT-VALOR-PAGO
               ADD WS-MULTA            TO TIT-MULTA-PAGA
               ADD WS-JUROS            TO TIT-JUROS-PAGOS
               MOVE T-DATA-PAGTO       TO TIT-DATA-PAGAMENTO
               IF TIT-VALOR-PAGO NOT LESS THAN TIT-VALOR
                  MOVE "P"             TO TIT-STATUS
               END-IF
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
               MOVE "CADBAIXA"               TO WS-AUD-PROGRAMA
               MOVE RG-TITULOS               TO WS-AUD-DEPOIS
               CALL "GRAVAUD" USING WS-LIG-AUDITA
               IF WS-ERA-PERDA EQUAL "S"
                  PERFORM 4014-REGISTRA-RECUPERACAO
               END-IF
               MOVE ZEROS              TO T-DATA-PAGTO
               MOVE ZEROS              TO T-VALOR-PAGO
               PERFORM 4004-CARREGA-TELA
               IF TIT-PAGO
                  DISPLAY MESSAGE BOX
                  "BAIXA EFETUADA - TITULO LIQUIDADO !"
               ELSE
                  DISPLAY MESSAGE BOX
                  "BAIXA PARCIAL EFETUADA COM SUCESSO !"
               END-IF.

       4013-SOLICITA-PERDA.

               IF WS-TITULO-LIDO NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               IF WS-PERDAS-ATIVO NOT EQUAL "S"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR PERDAS !"
                  "STATUS: " STAT-PERDAS
                  EXIT PARAGRAPH
               END-IF
               IF TIT-PAGO
                  DISPLAY MESSAGE BOX
                  "TITULO JA LIQUIDADO !"
                  EXIT PARAGRAPH
               END-IF
               IF TIT-PERDA
                  DISPLAY MESSAGE BOX
                  "TITULO JA BAIXADO COMO PERDA !"
                  EXIT PARAGRAPH
               END-IF
               MOVE TIT-CLI-CODIGO  TO PRD-CLI-CODIGO
               MOVE TIT-PED-NUMERO  TO PRD-PED-NUMERO
               MOVE TIT-PARCELA     TO PRD-PARCELA
               READ PERDAS
               IF STAT-PERDAS EQUAL "00"
                  AND PRD-SOLICITADA
                  DISPLAY MESSAGE BOX
                  "SOLICITACAO DE PERDA JA PENDENTE DE APROVACAO !"
                  EXIT PARAGRAPH
               END-IF
               IF WS-MOTIVO-PERDA EQUAL SPACES
                  DISPLAY MESSAGE BOX
                  "INFORME O MOTIVO DA PERDA !"
                  ACCEPT T-MOTIVO-PERDA AT LINE 9, COL 22
                  EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SALDO = TIT-VALOR - TIT-VALOR-PAGO
               MOVE WS-SALDO        TO WS-TOTAL-EDIT
               MOVE SPACES          TO WS-MESSAGE
               STRING "SALDO: " WS-TOTAL-EDIT
                      DELIMITED BY SIZE
                      " - SOLICITA PERDA (S/N) ?" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               DISPLAY MESSAGE BOX WS-MESSAGE
               MOVE SPACES          TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA AT LINE 22, COL 06
               IF WS-CONFIRMA NOT EQUAL "S" AND "s"
                  EXIT PARAGRAPH
               END-IF
               INITIALIZE RG-PERDAS
               MOVE TIT-CLI-CODIGO  TO PRD-CLI-CODIGO
               MOVE TIT-PED-NUMERO  TO PRD-PED-NUMERO
               MOVE TIT-PARCELA     TO PRD-PARCELA
               MOVE "S"             TO PRD-STATUS
               MOVE WS-MOTIVO-PERDA TO PRD-MOTIVO
               ACCEPT PRD-DATA-SOLICITACAO FROM DATE
               MOVE LK-OPERADOR     TO PRD-OPER-SOLICITANTE
               MOVE WS-SALDO        TO PRD-VALOR-BAIXADO
               IF STAT-PERDAS EQUAL "00"
                  REWRITE RG-PERDAS
               ELSE
                  WRITE RG-PERDAS
               END-IF
               IF STAT-PERDAS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO GRAVAR PERDAS !"
                  "STATUS: " STAT-PERDAS
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4004-CARREGA-TELA
               DISPLAY MESSAGE BOX
               "PERDA SOLICITADA - AGUARDANDO APROVACAO !".

       4014-REGISTRA-RECUPERACAO.

               IF WS-PERDAS-ATIVO NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               MOVE TIT-CLI-CODIGO     TO PRD-CLI-CODIGO
               MOVE TIT-PED-NUMERO     TO PRD-PED-NUMERO
               MOVE TIT-PARCELA        TO PRD-PARCELA
               READ PERDAS
               IF STAT-PERDAS NOT EQUAL "00"
                  OR NOT PRD-APROVADA
                  EXIT PARAGRAPH
               END-IF
               ADD WS-PRINCIPAL        TO PRD-VALOR-RECUPERADO
               MOVE T-DATA-PAGTO       TO PRD-DATA-RECUPERACAO
               REWRITE RG-PERDAS
               IF STAT-PERDAS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR PERDAS !"
                  "STATUS: " STAT-PERDAS
               END-IF.
