           COPY "PARAMETR.SL".
           COPY "COMISLED.SL".
           COPY "COMISTAB.SL".
           COPY "CANALCOM.SL".
           COPY "DEVOLUCA.SL".
           COPY "TITULOS.SL".
           COPY "BAIXAS.SL".
           COPY "FILADOC.SL".
           COPY "SAIDA.SL".
           COPY "WORKCOM.SL".
           COPY "PARAMETR.FD".
           COPY "COMISLED.FD".
           COPY "COMISTAB.FD".
           COPY "CANALCOM.FD".
           COPY "DEVOLUCA.FD".
           COPY "TITULOS.FD".
           COPY "BAIXAS.FD".
           COPY "FILADOC.FD".
           COPY "SAIDA.FD".
           COPY "WORKCOM.FD".
              10  TAB-RGR-PERCENTUAL         PIC 9(002)V99.
       01  WS-EOF-TAB                     PIC X      VALUE SPACES.
       01  WS-PERC-APLICADO               PIC 9(002)V99 VALUE ZEROS.
       01  STAT-CANALCOM                  PIC XX.
       01  WS-QTD-CANAIS                  PIC 9(003) VALUE ZEROS.
       01  WS-IND-CANAL                   PIC 9(003) VALUE ZEROS.
       01  WS-IND-MELHOR-CANAL            PIC 9(003) VALUE ZEROS.
       01  WS-AUX-CANAL                   PIC X(001) VALUE SPACES.
       01  TABELA-CANAIS.
           05 WS-CANAL OCCURS 200.
              10  TAB-CCN-CANAL              PIC X(001).
              10  TAB-CCN-VENDEDOR           PIC 9(003).
              10  TAB-CCN-TIPO               PIC X(001).
              10  TAB-CCN-PERCENTUAL         PIC 9(003)V99.
       01  WS-PONTOS-REGRA                PIC 9(001) VALUE ZEROS.
       01  WS-PONTOS-MELHOR               PIC 9(001) VALUE ZEROS.
       01  WS-ACHOU-REGRA                 PIC X      VALUE "N".
       01  STAT-DEVOLUCA                  PIC XX.
       01  WS-DEVOLUCA-ATIVO              PIC X      VALUE "N".
       01  WS-EOF-DEV                     PIC X      VALUE SPACES.
       01  STAT-TITULOS                   PIC XX.
       01  WS-TITULOS-ATIVO               PIC X      VALUE "N".
       01  WS-EOF-TIT                     PIC X      VALUE SPACES.
       01  STAT-BAIXAS                    PIC XX.
       01  WS-BAIXAS-ATIVO                PIC X      VALUE "N".
       01  WS-EOF-BXA                     PIC X      VALUE SPACES.
       01  WS-MODO-COMISSAO               PIC X      VALUE "F".
           88 WS-MODO-CAIXA                          VALUE "C".
       01  WS-SALDO-TITULO                PIC 9(009)V99 VALUE ZEROS.
       01  WS-BASE-TITULO                 PIC 9(009)V99 VALUE ZEROS.
       01  WS-ORDEM-ANT                   PIC 9(001) VALUE ZEROS.
       01  WS-PED-ANT                     PIC 9(007) VALUE ZEROS.
       01  WS-PARC-ANT                    PIC 9(002) VALUE ZEROS.
       01  WS-PEND-VENDEDOR               PIC S9(011)V99 VALUE ZEROS.
       01  WS-PEND-COMISSAO               PIC S9(011)V99 VALUE ZEROS.
       01  WS-TEM-VENDEDOR                PIC X      VALUE "N".
       01  WS-TEM-CLIENTE                 PIC X      VALUE "N".
       01  WS-VEN-ANT                     PIC 9(003) VALUE ZEROS.
       01  WS-TOT-VENDEDOR                PIC S9(011)V99 VALUE ZEROS.
       01  WS-QTD-CLI-VENDEDOR            PIC 9(005) VALUE ZEROS.
       01  WS-COMISSAO                    PIC S9(011)V99 VALUE ZEROS.
       01  WS-COMISSAO-LIQUIDA            PIC S9(011)V99 VALUE ZEROS.
       01  WS-SALDO-ANTERIOR              PIC 9(011)V99 VALUE ZEROS.
       01  WS-SALDO-DEVEDOR               PIC 9(011)V99 VALUE ZEROS.
       01  WS-COMP-ANTERIOR               PIC 9(004) VALUE ZEROS.
       01  FILLER REDEFINES WS-COMP-ANTERIOR.
           05 WS-COMP-ANT-AA              PIC 9(002).
           05 WS-COMP-ANT-MM              PIC 9(002).
       01  WS-VEN-SALDO                   PIC 9(003) VALUE ZEROS.
       01  WS-TOT-GERAL                   PIC S9(013)V99 VALUE ZEROS.
       01  WS-COM-GERAL                   PIC S9(013)V99 VALUE ZEROS.
       01  WS-QTD-VENDEDORES              PIC 9(005) VALUE ZEROS.
       01  WS-SUPERV-ATUAL                PIC 9(003) VALUE ZEROS.
       01  STAT-FILADOC                   PIC XX.
       01  WS-FILADOC-ATIVO               PIC X      VALUE "N".
       01  WS-LIG-ESCOPO.
           05 WS-ESC-VEN-CODIGO           PIC 9(003) VALUE ZEROS.
           05 WS-ESC-REGISTRA             PIC X(001) VALUE "N".
           05 WS-ESC-PROGRAMA             PIC X(010) VALUE "COMISREL".
           05 WS-ESC-CHAVE                PIC X(015) VALUE SPACES.
           05 WS-ESC-RESTRITO             PIC X(001) VALUE "N".
           05 WS-ESC-PERMITIDO            PIC X(001) VALUE "S".
           05 WS-ESC-OPERADOR             PIC X(010) VALUE SPACES.
       01  WS-PROX-FILA                   PIC 9(007) VALUE ZEROS.
       01  WS-LIG-EMPRESA.
           05 WS-EMPRESA-ATUAL            PIC 9(002).
               05 PIC X(010).
               05 PIC X(016)               VALUE "PERC. COMISSAO: ".
               05 CAB01A-PERC              PIC Z9,99.
               05 PIC X(004).
               05 PIC X(008)               VALUE "REGIME: ".
               05 CAB01A-REGIME            PIC X(012).
           01  CAB03.
               05 PIC X(010)               VALUE "VENDEDOR: ".
               05 CAB03-CODIGO             PIC ZZ9.
           05 LDT-QTD                     PIC ZZ.ZZ9.
           05 PIC X(009).
           05 LDT-VALOR                   PIC ZZZ.ZZZ.ZZ9,99-.
       01  LDT-TIT.
           05 PIC X(001).
           05 LDT-TIT-CLIENTE             PIC ZZZZZZ9.
           05 PIC X(001).
           05 LDT-TIT-RAZAO               PIC X(025).
           05 PIC X(001).
           05 LDT-TIT-PEDIDO              PIC 9(007).
           05 PIC X(001)                  VALUE "/".
           05 LDT-TIT-PARCELA             PIC 9(002).
           05 PIC X(001).
           05 LDT-TIT-VALOR               PIC ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(001).
           05 LDT-TIT-COMISSAO            PIC ZZ.ZZZ.ZZ9,99-.
       01  CAB-SECAO.
           05 PIC X(001).
           05 CAB-SECAO-TITULO            PIC X(060).
       01  CAB-SECAO-COL.
           05 PIC X(035)
              VALUE " CLIENTE RAZAO SOCIAL".
           05 PIC X(011)                  VALUE "PEDIDO/PC".
           05 PIC X(015)                  VALUE "     VALOR BASE".
           05 PIC X(015)                  VALUE "      COMISSAO".
       01  TOTPEND.
           05 PIC X(004).
           05 PIC X(020) VALUE "AGUARDANDO PAGTO.: ".
           05 TOTP-VALOR                  PIC ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(004).
           05 PIC X(011) VALUE "PREVISTA: ".
           05 TOTP-COMISSAO               PIC ZZZ.ZZZ.ZZ9,99-.
       01  TOTVEN.
           05 PIC X(004).
           05 PIC X(020) VALUE "TOTAL DO VENDEDOR: ".
           05 PIC X(004).
           05 PIC X(011) VALUE "COMISSAO: ".
           05 TOTV-COMISSAO               PIC ZZZ.ZZZ.ZZ9,99-.
       01  TOTSALDO.
           05 PIC X(004).
           05 PIC X(020) VALUE "SALDO DEVEDOR ANT.: ".
           05 TOTS-ANTERIOR               PIC ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(004).
           05 PIC X(011) VALUE "A PAGAR: ".
           05 TOTS-LIQUIDO                PIC ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(004).
           05 PIC X(019) VALUE "SALDO A COMPENSAR: ".
           05 TOTS-COMPENSAR              PIC ZZZ.ZZZ.ZZ9,99-.
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(013) VALUE "TOTAL GERAL: ".
               END-IF
               CALL "LEEMPRES" USING WS-LIG-EMPRESA
               PERFORM 1001-LE-PARAMETRO
               CALL "VERESCOP" USING WS-LIG-ESCOPO
               IF WS-ESC-RESTRITO NOT EQUAL "S"
                  PERFORM 1002-VERIFICA-LEDGER
               END-IF
               PERFORM 1003-CARREGA-REGRAS
               PERFORM 1006-CARREGA-CANAIS
               OPEN INPUT VENDEDOR
               IF  STAT-VENDEDOR NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VENDEDOR ! "
               IF STAT-DEVOLUCA EQUAL "00"
                  MOVE "S"                TO WS-DEVOLUCA-ATIVO
               END-IF
               MOVE "N"                   TO WS-TITULOS-ATIVO
               OPEN INPUT TITULOS
               IF STAT-TITULOS EQUAL "00"
                  MOVE "S"                TO WS-TITULOS-ATIVO
               END-IF
               MOVE "N"                   TO WS-BAIXAS-ATIVO
               IF WS-MODO-CAIXA
                  OPEN INPUT BAIXAS
                  IF STAT-BAIXAS EQUAL "00"
                     MOVE "S"             TO WS-BAIXAS-ATIVO
                  END-IF
               END-IF
               MOVE "N"                   TO WS-FILADOC-ATIVO
               IF WS-ESC-RESTRITO NOT EQUAL "S"
                  OPEN I-O FILADOC
                  IF STAT-FILADOC EQUAL "35"
                     OPEN OUTPUT FILADOC
                     CLOSE FILADOC
                     OPEN I-O FILADOC
                  END-IF
                  IF STAT-FILADOC EQUAL "00"
                     MOVE "S"             TO WS-FILADOC-ATIVO
                     PERFORM 1004-MAIOR-NUMERO-FILA
                  END-IF
               END-IF
               OPEN OUTPUT SAIDA
               IF  STAT-SAIDA NOT EQUAL "00"
                      IF PAR-PERC-COMISSAO NUMERIC
                         MOVE PAR-PERC-COMISSAO TO WS-PERC-COMISSAO
                      END-IF
                      IF PAR-COMISSAO-CAIXA
                         MOVE "C"       TO WS-MODO-COMISSAO
                      END-IF
                   END-IF
                   CLOSE PARAMETR
               END-IF
                  END-STRING
                  GOBACK
               END-IF
               MOVE LK-COMPETENCIA       TO WS-COMP-ANTERIOR
               IF WS-COMP-ANT-MM EQUAL 1
                  MOVE 12                TO WS-COMP-ANT-MM
                  IF WS-COMP-ANT-AA EQUAL ZEROS
                     MOVE 99             TO WS-COMP-ANT-AA
                  ELSE
                     SUBTRACT 1          FROM WS-COMP-ANT-AA
                  END-IF
               ELSE
                  SUBTRACT 1             FROM WS-COMP-ANT-MM
               END-IF
               MOVE "N"                  TO WS-LEDGER-TRAVADO
               MOVE LK-COMPETENCIA       TO CML-COMPETENCIA
               MOVE ZEROS                TO CML-VEN-CODIGO
               END-PERFORM
               CLOSE COMISTAB.

       1006-CARREGA-CANAIS.

               MOVE ZEROS          TO WS-QTD-CANAIS
               OPEN INPUT CANALCOM
               IF STAT-CANALCOM NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE LOW-VALUES     TO CCN-CHAVE
               START CANALCOM KEY IS GREATER THAN CCN-CHAVE
               IF STAT-CANALCOM NOT EQUAL "00"
                  CLOSE CANALCOM
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES         TO WS-EOF-TAB
               READ CANALCOM NEXT
               IF STAT-CANALCOM NOT EQUAL "00"
                  MOVE "F"         TO WS-EOF-TAB
               END-IF
               PERFORM UNTIL WS-EOF-TAB EQUAL "F"
                  IF WS-QTD-CANAIS LESS THAN 200
                     ADD 1         TO WS-QTD-CANAIS
                     MOVE CCN-CANAL
                          TO TAB-CCN-CANAL(WS-QTD-CANAIS)
                     MOVE CCN-VEN-CODIGO
                          TO TAB-CCN-VENDEDOR(WS-QTD-CANAIS)
                     MOVE CCN-TIPO
                          TO TAB-CCN-TIPO(WS-QTD-CANAIS)
                     MOVE CCN-PERCENTUAL
                          TO TAB-CCN-PERCENTUAL(WS-QTD-CANAIS)
                  END-IF
                  READ CANALCOM NEXT AT END
                     MOVE "F"      TO WS-EOF-TAB
                  END-READ
               END-PERFORM
               CLOSE CANALCOM.

       1004-MAIOR-NUMERO-FILA.

           MOVE ZEROS             TO WS-PROX-FILA
       2000-PROCESSA.

           SORT WORKCOM ON ASCENDING SORC-VEN-CODIGO
                                     SORC-ORDEM
                                     SORC-CLI-CODIGO
                                     SORC-PED-NUMERO
                                     SORC-PARCELA
                INPUT PROCEDURE 2001-EXTRAI-PEDIDOS
                OUTPUT PROCEDURE 2002-EMITE-DEMONSTRATIVOS.

       2001-EXTRAI-PEDIDOS SECTION.

           IF WS-MODO-CAIXA
              PERFORM 2017-EXTRAI-BAIXAS
              PERFORM 2019-EXTRAI-PENDENTES
              PERFORM 2018-EXTRAI-PERDAS
              GO TO 2001-EXTRAI-PEDIDOS-FIM
           END-IF

           MOVE ZEROS      TO PED-CHAVE
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00" AND "23"

           IF WS-DEVOLUCA-ATIVO EQUAL "S"
              PERFORM 2013-EXTRAI-DEVOLUCOES
           END-IF

           PERFORM 2018-EXTRAI-PERDAS.

       2001-EXTRAI-PEDIDOS-FIM.

           IF WS-DEVOLUCA-ATIVO EQUAL "S"
              CLOSE DEVOLUCA
           END-IF
           IF WS-TITULOS-ATIVO EQUAL "S"
              CLOSE TITULOS
           END-IF
           IF WS-BAIXAS-ATIVO EQUAL "S"
              CLOSE BAIXAS
           END-IF
           CLOSE PEDIDOS.

       2001-EXTRAI-PEDIDOS-EXIT. EXIT.

       2017-EXTRAI-BAIXAS SECTION.

           IF WS-BAIXAS-ATIVO NOT EQUAL "S"
              GO TO 2017-EXTRAI-BAIXAS-EXIT
           END-IF
           MOVE ZEROS      TO BXA-CHAVE
           START BAIXAS KEY IS GREATER THAN BXA-CHAVE
           IF STAT-BAIXAS NOT EQUAL "00"
              GO TO 2017-EXTRAI-BAIXAS-EXIT
           END-IF
           MOVE SPACES     TO WS-EOF-BXA
           READ BAIXAS NEXT
           IF STAT-BAIXAS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-BXA
           END-IF
           PERFORM UNTIL WS-EOF-BXA EQUAL "F"

               IF BXA-DATA-PAGAMENTO(3:4) EQUAL LK-COMPETENCIA
                  AND BXA-VALOR-PRINCIPAL GREATER THAN ZEROS
                  AND NOT BXA-REBATE
                  MOVE BXA-CLI-CODIGO      TO PED-CLI-CODIGO
                  MOVE BXA-PED-NUMERO      TO PED-NUMERO
                  MOVE BXA-PARCELA         TO SORC-PARCELA
                  MOVE BXA-VALOR-PRINCIPAL TO WS-BASE-TITULO
                  MOVE 1                   TO SORC-ORDEM
                  PERFORM 2020-LIBERA-TITULO
               END-IF

               READ BAIXAS NEXT AT END
                   MOVE "F" TO WS-EOF-BXA
           END-PERFORM.

       2017-EXTRAI-BAIXAS-EXIT. EXIT.

       2018-EXTRAI-PERDAS SECTION.

           IF WS-TITULOS-ATIVO NOT EQUAL "S"
              GO TO 2018-EXTRAI-PERDAS-EXIT
           END-IF
           MOVE ZEROS      TO TIT-CHAVE
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              GO TO 2018-EXTRAI-PERDAS-EXIT
           END-IF
           MOVE SPACES     TO WS-EOF-TIT
           READ TITULOS NEXT
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-TIT
           END-IF
           PERFORM UNTIL WS-EOF-TIT EQUAL "F"

               IF TIT-PERDA
                  AND TIT-DATA-PERDA(3:4) EQUAL LK-COMPETENCIA
                  IF WS-MODO-CAIXA
                     MOVE TIT-VALOR-PAGO   TO WS-BASE-TITULO
                  ELSE
                     MOVE ZEROS            TO WS-BASE-TITULO
                     IF TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                        COMPUTE WS-BASE-TITULO =
                                TIT-VALOR - TIT-VALOR-PAGO
                     END-IF
                  END-IF
                  IF WS-BASE-TITULO GREATER THAN ZEROS
                     MOVE TIT-CLI-CODIGO   TO PED-CLI-CODIGO
                     MOVE TIT-PED-NUMERO   TO PED-NUMERO
                     MOVE TIT-PARCELA      TO SORC-PARCELA
                     MOVE 2                TO SORC-ORDEM
                     PERFORM 2020-LIBERA-TITULO
                  END-IF
               END-IF

               READ TITULOS NEXT AT END
                   MOVE "F" TO WS-EOF-TIT
           END-PERFORM.

       2018-EXTRAI-PERDAS-EXIT. EXIT.

       2019-EXTRAI-PENDENTES SECTION.

           IF WS-TITULOS-ATIVO NOT EQUAL "S"
              GO TO 2019-EXTRAI-PENDENTES-EXIT
           END-IF
           MOVE ZEROS      TO TIT-CHAVE
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              GO TO 2019-EXTRAI-PENDENTES-EXIT
           END-IF
           MOVE SPACES     TO WS-EOF-TIT
           READ TITULOS NEXT
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-TIT
           END-IF
           PERFORM UNTIL WS-EOF-TIT EQUAL "F"

               IF NOT TIT-PAGO
                  AND NOT TIT-PERDA
                  AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                  COMPUTE WS-BASE-TITULO = TIT-VALOR - TIT-VALOR-PAGO
                  MOVE TIT-CLI-CODIGO      TO PED-CLI-CODIGO
                  MOVE TIT-PED-NUMERO      TO PED-NUMERO
                  MOVE TIT-PARCELA         TO SORC-PARCELA
                  MOVE 3                   TO SORC-ORDEM
                  PERFORM 2020-LIBERA-TITULO
               END-IF

               READ TITULOS NEXT AT END
                   MOVE "F" TO WS-EOF-TIT
           END-PERFORM.

       2019-EXTRAI-PENDENTES-EXIT. EXIT.

       2020-LIBERA-TITULO SECTION.

           READ PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              GO TO 2020-LIBERA-TITULO-EXIT
           END-IF
           IF PED-EMPRESA NOT EQUAL WS-EMPRESA-ATUAL
              AND NOT (PED-EMPRESA EQUAL ZEROS
                       AND WS-EMPRESA-ATUAL EQUAL 1)
              GO TO 2020-LIBERA-TITULO-EXIT
           END-IF

           MOVE PED-VEN-CODIGO  TO WS-ESC-VEN-CODIGO
           CALL "VERESCOP" USING WS-LIG-ESCOPO
           IF WS-ESC-PERMITIDO NOT EQUAL "S"
              GO TO 2020-LIBERA-TITULO-EXIT
           END-IF

           MOVE SPACES          TO WS-AUX-PORTE
           MOVE PED-CLI-CODIGO  TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              MOVE CLI-PORTE    TO WS-AUX-PORTE
           END-IF
           PERFORM 2012-RESOLVE-PERCENTUAL
           COMPUTE WS-COMIS-PEDIDO ROUNDED =
                   WS-BASE-TITULO * WS-PERC-APLICADO / 100

           MOVE PED-VEN-CODIGO  TO SORC-VEN-CODIGO
           MOVE PED-CLI-CODIGO  TO SORC-CLI-CODIGO
           MOVE PED-NUMERO      TO SORC-PED-NUMERO
           IF SORC-ORDEM EQUAL 2
              COMPUTE SORC-VALOR = ZERO - WS-BASE-TITULO
              COMPUTE SORC-COMISSAO = ZERO - WS-COMIS-PEDIDO
           ELSE
              MOVE WS-BASE-TITULO  TO SORC-VALOR
              MOVE WS-COMIS-PEDIDO TO SORC-COMISSAO
           END-IF
           RELEASE SORC-REC.

       2020-LIBERA-TITULO-EXIT. EXIT.

       2013-EXTRAI-DEVOLUCOES SECTION.

           MOVE ZEROS      TO DEV-CHAVE
              GO TO 2014-LIBERA-DEVOLUCAO-EXIT
           END-IF

           MOVE PED-VEN-CODIGO  TO WS-ESC-VEN-CODIGO
           CALL "VERESCOP" USING WS-LIG-ESCOPO
           IF WS-ESC-PERMITIDO NOT EQUAL "S"
              GO TO 2014-LIBERA-DEVOLUCAO-EXIT
           END-IF

           MOVE SPACES          TO WS-AUX-PORTE
           MOVE DEV-CLI-CODIGO  TO CLI-CODIGO
           READ CLIENTES

           MOVE PED-VEN-CODIGO  TO SORC-VEN-CODIGO
           MOVE DEV-CLI-CODIGO  TO SORC-CLI-CODIGO
           MOVE 1               TO SORC-ORDEM
           MOVE ZEROS           TO SORC-PED-NUMERO
           MOVE ZEROS           TO SORC-PARCELA
           COMPUTE SORC-VALOR = ZERO - DEV-VALOR
           COMPUTE SORC-COMISSAO = ZERO - WS-COMIS-PEDIDO
           RELEASE SORC-REC.

       2003-LIBERA-PEDIDO SECTION.

           MOVE PED-VEN-CODIGO  TO WS-ESC-VEN-CODIGO
           CALL "VERESCOP" USING WS-LIG-ESCOPO
           IF WS-ESC-PERMITIDO NOT EQUAL "S"
              GO TO 2003-LIBERA-PEDIDO-EXIT
           END-IF

           MOVE SPACES          TO WS-AUX-PORTE
           MOVE PED-CLI-CODIGO  TO CLI-CODIGO
           READ CLIENTES

           MOVE PED-VEN-CODIGO  TO SORC-VEN-CODIGO
           MOVE PED-CLI-CODIGO  TO SORC-CLI-CODIGO
           MOVE 1               TO SORC-ORDEM
           MOVE ZEROS           TO SORC-PED-NUMERO
           MOVE ZEROS           TO SORC-PARCELA
           MOVE PED-VALOR       TO SORC-VALOR
           MOVE WS-COMIS-PEDIDO TO SORC-COMISSAO
           RELEASE SORC-REC.
                         TO WS-PERC-APLICADO
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 2022-APLICA-CANAL.

       2012-RESOLVE-PERCENTUAL-EXIT. EXIT.

       2022-APLICA-CANAL SECTION.

           IF WS-QTD-CANAIS EQUAL ZEROS
              GO TO 2022-APLICA-CANAL-EXIT
           END-IF
           MOVE PED-ORIGEM         TO WS-AUX-CANAL
           IF WS-AUX-CANAL EQUAL SPACE
              MOVE "I"             TO WS-AUX-CANAL
           END-IF
           MOVE ZEROS              TO WS-IND-MELHOR-CANAL
           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                   UNTIL WS-IND-CANAL > WS-QTD-CANAIS
              IF TAB-CCN-CANAL(WS-IND-CANAL) EQUAL WS-AUX-CANAL
                 IF TAB-CCN-VENDEDOR(WS-IND-CANAL) EQUAL
                    PED-VEN-CODIGO
                    MOVE WS-IND-CANAL TO WS-IND-MELHOR-CANAL
                 ELSE
                    IF TAB-CCN-VENDEDOR(WS-IND-CANAL) EQUAL ZEROS
                       AND WS-IND-MELHOR-CANAL EQUAL ZEROS
                       MOVE WS-IND-CANAL TO WS-IND-MELHOR-CANAL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-IND-MELHOR-CANAL EQUAL ZEROS
              GO TO 2022-APLICA-CANAL-EXIT
           END-IF
           IF TAB-CCN-TIPO(WS-IND-MELHOR-CANAL) EQUAL "F"
              MOVE TAB-CCN-PERCENTUAL(WS-IND-MELHOR-CANAL)
                   TO WS-PERC-APLICADO
           ELSE
              COMPUTE WS-PERC-APLICADO ROUNDED =
                      WS-PERC-APLICADO
                    * TAB-CCN-PERCENTUAL(WS-IND-MELHOR-CANAL) / 100
           END-IF.

       2022-APLICA-CANAL-EXIT. EXIT.

       2002-EMITE-DEMONSTRATIVOS SECTION.

           MOVE "N"        TO WS-TEM-VENDEDOR
              PERFORM 2010-QUEBRA-VENDEDOR
           END-IF

           IF WS-ESC-RESTRITO NOT EQUAL "S"
              PERFORM 2024-TRANSPORTA-SALDOS
           END-IF

           PERFORM 2015-RESUMO-SUPERVISOR

           PERFORM 2006-RODAPE

           CLOSE VENDEDOR
           CLOSE CLIENTES
           IF WS-ESC-RESTRITO NOT EQUAL "S"
              CLOSE COMISLED
           END-IF
           IF WS-FILADOC-ATIVO EQUAL "S"
              CLOSE FILADOC
           END-IF
                 PERFORM 2007-CABECALHO-VENDEDOR
              ELSE
                 IF SORC-CLI-CODIGO NOT EQUAL WS-CLI-ANT
                    OR SORC-ORDEM NOT EQUAL WS-ORDEM-ANT
                    OR SORC-PED-NUMERO NOT EQUAL WS-PED-ANT
                    OR SORC-PARCELA NOT EQUAL WS-PARC-ANT
                    PERFORM 2005-QUEBRA-CLIENTE
                 END-IF
              END-IF
              PERFORM 2007-CABECALHO-VENDEDOR
           END-IF

           IF SORC-ORDEM NOT EQUAL WS-ORDEM-ANT
              PERFORM 2021-CABECALHO-SECAO
           END-IF

           MOVE "S"             TO WS-TEM-CLIENTE
           MOVE SORC-VEN-CODIGO TO WS-VEN-ANT
           MOVE SORC-CLI-CODIGO TO WS-CLI-ANT
           MOVE SORC-ORDEM      TO WS-ORDEM-ANT
           MOVE SORC-PED-NUMERO TO WS-PED-ANT
           MOVE SORC-PARCELA    TO WS-PARC-ANT
           ADD 1                TO WS-QTD-PED-CLIENTE
           ADD SORC-VALOR       TO WS-VAL-CLIENTE
           ADD SORC-COMISSAO    TO WS-COM-CLIENTE.
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           IF WS-PED-ANT NOT EQUAL ZEROS
              MOVE WS-CLI-ANT         TO LDT-TIT-CLIENTE
              MOVE LDT-RAZAO          TO LDT-TIT-RAZAO
              MOVE WS-PED-ANT         TO LDT-TIT-PEDIDO
              MOVE WS-PARC-ANT        TO LDT-TIT-PARCELA
              MOVE WS-VAL-CLIENTE     TO LDT-TIT-VALOR
              MOVE WS-COM-CLIENTE     TO LDT-TIT-COMISSAO
              ADD 1 TO LINHAS
              WRITE RG-SAIDA FROM LDT-TIT AFTER 1
           ELSE
              ADD 1 TO LINHAS, WS-QTD-CLI-VENDEDOR
              WRITE RG-SAIDA FROM LDT AFTER 1
           END-IF
           IF WS-ORDEM-ANT EQUAL 3
              ADD WS-VAL-CLIENTE TO WS-PEND-VENDEDOR
              ADD WS-COM-CLIENTE TO WS-PEND-COMISSAO
           ELSE
              ADD WS-VAL-CLIENTE TO WS-TOT-VENDEDOR
              ADD WS-COM-CLIENTE TO WS-COMISSAO
           END-IF

           MOVE ZEROS           TO WS-QTD-PED-CLIENTE
           MOVE ZEROS           TO WS-VAL-CLIENTE

       2010-QUEBRA-VENDEDOR SECTION.

           PERFORM 2023-APURA-SALDO

           MOVE WS-TOT-VENDEDOR    TO TOTV-VALOR
           MOVE WS-COMISSAO        TO TOTV-COMISSAO
           WRITE RG-SAIDA          FROM TRACOS AFTER 1
           WRITE RG-SAIDA          FROM TOTVEN AFTER 1
           ADD 2                   TO LINHAS
           IF WS-SALDO-ANTERIOR NOT EQUAL ZEROS
              OR WS-SALDO-DEVEDOR NOT EQUAL ZEROS
              MOVE WS-SALDO-ANTERIOR  TO TOTS-ANTERIOR
              MOVE WS-COMISSAO-LIQUIDA TO TOTS-LIQUIDO
              MOVE WS-SALDO-DEVEDOR   TO TOTS-COMPENSAR
              WRITE RG-SAIDA       FROM TOTSALDO AFTER 1
              ADD 1                TO LINHAS
           END-IF
           IF WS-PEND-VENDEDOR NOT EQUAL ZEROS
              MOVE WS-PEND-VENDEDOR   TO TOTP-VALOR
              MOVE WS-PEND-COMISSAO   TO TOTP-COMISSAO
              WRITE RG-SAIDA       FROM TOTPEND AFTER 1
              ADD 1                TO LINHAS
           END-IF

           ADD WS-TOT-VENDEDOR     TO WS-TOT-GERAL
           ADD WS-COMISSAO         TO WS-COM-GERAL
              ADD 1                TO TAB-SUP-QTD-VEND(WS-SUPERV-ATUAL)
           END-IF

           IF (WS-TOT-VENDEDOR NOT EQUAL ZEROS
               OR WS-COMISSAO NOT EQUAL ZEROS
               OR WS-SALDO-ANTERIOR NOT EQUAL ZEROS)
              AND WS-ESC-RESTRITO NOT EQUAL "S"
              PERFORM 2011-GRAVA-LEDGER
           END-IF


           MOVE ZEROS              TO WS-TOT-VENDEDOR
           MOVE ZEROS              TO WS-COMISSAO
           MOVE ZEROS              TO WS-PEND-VENDEDOR
           MOVE ZEROS              TO WS-PEND-COMISSAO
           MOVE ZEROS              TO WS-QTD-CLI-VENDEDOR.

       2010-QUEBRA-VENDEDOR-EXIT. EXIT.
           END-IF
           MOVE LK-COMPETENCIA     TO CML-COMPETENCIA
           MOVE WS-VEN-ANT         TO CML-VEN-CODIGO
           IF WS-TOT-VENDEDOR LESS THAN ZEROS
              MOVE ZEROS           TO CML-VALOR-BASE
           ELSE
              MOVE WS-TOT-VENDEDOR TO CML-VALOR-BASE
           END-IF
           MOVE WS-COMISSAO-LIQUIDA TO CML-VALOR-COMISSAO
           MOVE WS-SALDO-DEVEDOR   TO CML-SALDO-DEVEDOR
           ACCEPT WS-DATA-HOJE     FROM DATE
           MOVE WS-DATA-HOJE       TO CML-DATA-CALCULO
           MOVE ZEROS              TO CML-DATA-APROVACAO

       2011-GRAVA-LEDGER-EXIT. EXIT.

       2023-APURA-SALDO SECTION.

           MOVE ZEROS              TO WS-SALDO-ANTERIOR
           IF WS-ESC-RESTRITO NOT EQUAL "S"
              MOVE WS-COMP-ANTERIOR TO CML-COMPETENCIA
              MOVE WS-VEN-ANT      TO CML-VEN-CODIGO
              READ COMISLED
              IF STAT-COMISLED EQUAL "00"
                 AND CML-SALDO-DEVEDOR NUMERIC
                 MOVE CML-SALDO-DEVEDOR TO WS-SALDO-ANTERIOR
              END-IF
           END-IF
           MOVE ZEROS              TO WS-SALDO-DEVEDOR
           COMPUTE WS-COMISSAO-LIQUIDA =
                   WS-COMISSAO - WS-SALDO-ANTERIOR
           IF WS-COMISSAO-LIQUIDA LESS THAN ZEROS
              COMPUTE WS-SALDO-DEVEDOR = 0 - WS-COMISSAO-LIQUIDA
              MOVE ZEROS           TO WS-COMISSAO-LIQUIDA
           END-IF.

       2023-APURA-SALDO-EXIT. EXIT.

       2024-TRANSPORTA-SALDOS SECTION.

           MOVE WS-COMP-ANTERIOR   TO CML-COMPETENCIA
           MOVE ZEROS              TO CML-VEN-CODIGO
           START COMISLED KEY IS GREATER THAN CML-CHAVE
           IF STAT-COMISLED NOT EQUAL "00"
              GO TO 2024-TRANSPORTA-SALDOS-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF-LED
           READ COMISLED NEXT
           IF STAT-COMISLED NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-LED
           END-IF
           PERFORM UNTIL WS-EOF-LED EQUAL "F"
              IF CML-COMPETENCIA NOT EQUAL WS-COMP-ANTERIOR
                 MOVE "F"          TO WS-EOF-LED
              ELSE
                 MOVE CML-VEN-CODIGO TO WS-VEN-SALDO
                 IF CML-SALDO-DEVEDOR NUMERIC
                    AND CML-SALDO-DEVEDOR GREATER THAN ZEROS
                    MOVE CML-SALDO-DEVEDOR TO WS-SALDO-DEVEDOR
                    PERFORM 2025-GRAVA-SALDO
                 END-IF
                 MOVE WS-COMP-ANTERIOR TO CML-COMPETENCIA
                 MOVE WS-VEN-SALDO TO CML-VEN-CODIGO
                 START COMISLED KEY IS GREATER THAN CML-CHAVE
                 IF STAT-COMISLED NOT EQUAL "00"
                    MOVE "F"       TO WS-EOF-LED
                 ELSE
                    READ COMISLED NEXT AT END
                       MOVE "F"    TO WS-EOF-LED
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.

       2024-TRANSPORTA-SALDOS-EXIT. EXIT.

       2025-GRAVA-SALDO SECTION.

           MOVE LK-COMPETENCIA     TO CML-COMPETENCIA
           MOVE WS-VEN-SALDO       TO CML-VEN-CODIGO
           READ COMISLED
           IF STAT-COMISLED EQUAL "00"
              GO TO 2025-GRAVA-SALDO-EXIT
           END-IF
           MOVE LK-COMPETENCIA     TO CML-COMPETENCIA
           MOVE WS-VEN-SALDO       TO CML-VEN-CODIGO
           MOVE ZEROS              TO CML-VALOR-BASE
           MOVE ZEROS              TO CML-VALOR-COMISSAO
           MOVE WS-SALDO-DEVEDOR   TO CML-SALDO-DEVEDOR
           ACCEPT WS-DATA-HOJE     FROM DATE
           MOVE WS-DATA-HOJE       TO CML-DATA-CALCULO
           MOVE ZEROS              TO CML-DATA-APROVACAO
           MOVE SPACES             TO CML-OPER-APROVADOR
           MOVE ZEROS              TO CML-DATA-PAGAMENTO
           MOVE ZEROS              TO CML-NUM-REMESSA
           MOVE "C"                TO CML-STATUS
           WRITE RG-COMISLED
           IF STAT-COMISLED NOT EQUAL "00"
              STRING "ERRO AO GRAVAR COMISLED ! "
                     STAT-COMISLED
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2025-GRAVA-SALDO-EXIT. EXIT.

       2007-CABECALHO-VENDEDOR SECTION.

           PERFORM 2008-CABECALHO
           MOVE SORC-VEN-CODIGO    TO CAB03-CODIGO
           WRITE RG-SAIDA          FROM CAB03 AFTER 1
           WRITE RG-SAIDA          FROM SPACES AFTER 1
           ADD 2                   TO LINHAS
           MOVE ZEROS              TO WS-ORDEM-ANT.

       2007-CABECALHO-VENDEDOR-EXIT. EXIT.

       2021-CABECALHO-SECAO SECTION.

           EVALUATE SORC-ORDEM
              WHEN 1
                 IF NOT WS-MODO-CAIXA
                    GO TO 2021-CABECALHO-SECAO-EXIT
                 END-IF
                 MOVE "TITULOS QUE LIBERARAM COMISSAO NO MES"
                                   TO CAB-SECAO-TITULO
              WHEN 2
                 MOVE "ESTORNO - TITULOS BAIXADOS COMO PERDA"
                                   TO CAB-SECAO-TITULO
              WHEN OTHER
                 MOVE "TITULOS AGUARDANDO PAGAMENTO"
                                   TO CAB-SECAO-TITULO
           END-EVALUATE
           IF LINHAS > WS-MAX-LINHAS - 3
              PERFORM 2008-CABECALHO
           END-IF
           WRITE RG-SAIDA          FROM CAB-SECAO AFTER 1
           WRITE RG-SAIDA          FROM CAB-SECAO-COL AFTER 1
           ADD 2                   TO LINHAS.

       2021-CABECALHO-SECAO-EXIT. EXIT.

       2008-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE LK-COMPETENCIA          TO CAB01A-COMPETENCIA
           MOVE WS-PERC-COMISSAO        TO CAB01A-PERC
           IF WS-MODO-CAIXA
              MOVE "CAIXA"              TO CAB01A-REGIME
           ELSE
              MOVE "FATURAMENTO"        TO CAB01A-REGIME
           END-IF

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
