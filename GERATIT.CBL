           COPY "PEDIDOS.SL".
           COPY "TITULOS.SL".
           COPY "PARAMETR.SL".
           COPY "CLIENTES.SL".
           COPY "CONDPAG.SL".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS.FD".
           COPY "TITULOS.FD".
           COPY "PARAMETR.FD".
           COPY "CLIENTES.FD".
           COPY "CONDPAG.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PEDIDOS                   PIC XX.
       01  STAT-TITULOS                   PIC XX.
       01  STAT-PARAMETR                  PIC XX.
       01  STAT-CLIENTES                  PIC XX.
       01  WS-CLIENTES-ATIVO              PIC X      VALUE "N".
       01  STAT-CONDPAG                   PIC XX.
       01  WS-CONDPAG-ATIVO               PIC X      VALUE "N".
       01  WS-CPG-USADA                   PIC 9(003) VALUE ZEROS.
       01  WS-QTD-PARC                    PIC 9(002) VALUE ZEROS.
       01  WS-IND-PARC                    PIC 9(002) VALUE ZEROS.
       01  WS-DIAS-PARCELA                PIC 9(003) VALUE ZEROS.
       01  WS-VALOR-PARCELA               PIC 9(009)V99 VALUE ZEROS.
       01  WS-VALOR-ACUM                  PIC 9(009)V99 VALUE ZEROS.
       01  TABELA-PARCELAS.
           05 TAB-PARCELA OCCURS 12.
              10 TAB-PARC-DIAS            PIC 9(003).
              10 TAB-PARC-PERC            PIC 9(003)V99.
       01  WS-EOF-PED                     PIC X      VALUE SPACES.
       01  WS-EOF-TIT                     PIC X      VALUE SPACES.
       01  WS-DIAS-VENCTO                 PIC 9(003) VALUE 30.
           05 WS-SOMA-AA                  PIC 9(002).
           05 WS-SOMA-MM                  PIC 9(002).
           05 WS-SOMA-DD                  PIC 9(002).
       01  WS-DD-ACUM                     PIC 9(004) VALUE ZEROS.
       01  WS-DATA-VENCTO.
           05 WS-VCT-SECULO               PIC 9(002).
           05 WS-VCT-AA                   PIC 9(002).
       01  WS-RESTO-100                   PIC 9(004) VALUE ZEROS.
       01  WS-RESTO-400                   PIC 9(004) VALUE ZEROS.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-RETORNO                              PIC X(030).
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"            TO WS-CLIENTES-ATIVO
               OPEN INPUT CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  MOVE "S"         TO WS-CLIENTES-ATIVO
               END-IF
               MOVE "N"            TO WS-CONDPAG-ATIVO
               OPEN INPUT CONDPAG
               IF STAT-CONDPAG EQUAL "00"
                  MOVE "S"         TO WS-CONDPAG-ATIVO
               END-IF.

       1001-LE-PARAMETRO.

           PERFORM 2002-MARCA-VENCIDOS

           CLOSE PEDIDOS
           IF WS-CLIENTES-ATIVO EQUAL "S"
              CLOSE CLIENTES
           END-IF
           IF WS-CONDPAG-ATIVO EQUAL "S"
              CLOSE CONDPAG
           END-IF
           CLOSE TITULOS
           IF  STAT-TITULOS NOT EQUAL "00"
               STRING "ERRO AO FECHAR TITULOS ! "
           PERFORM UNTIL WS-EOF-PED = "F"

               IF PED-FATURADO
                  PERFORM 2004-GERA-PARCELAS
               END-IF

               READ  PEDIDOS NEXT AT END
                   MOVE "F" TO WS-EOF-PED
           END-PERFORM.

       2004-GERA-PARCELAS.

           MOVE PED-CLI-CODIGO    TO TIT-CLI-CODIGO
           MOVE PED-NUMERO        TO TIT-PED-NUMERO
           MOVE 1                 TO TIT-PARCELA
           READ TITULOS
           IF STAT-TITULOS EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 2005-CONDICAO-PEDIDO
           MOVE ZEROS             TO WS-VALOR-ACUM
           PERFORM VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL WS-IND-PARC > WS-QTD-PARC
              IF WS-IND-PARC EQUAL WS-QTD-PARC
                 COMPUTE WS-VALOR-PARCELA =
                         PED-VALOR - WS-VALOR-ACUM
              ELSE
                 COMPUTE WS-VALOR-PARCELA ROUNDED =
                         PED-VALOR * TAB-PARC-PERC(WS-IND-PARC) / 100
              END-IF
              ADD WS-VALOR-PARCELA   TO WS-VALOR-ACUM
              MOVE TAB-PARC-DIAS(WS-IND-PARC) TO WS-DIAS-PARCELA
              PERFORM 2003-GERA-UM-TITULO
           END-PERFORM.

       2005-CONDICAO-PEDIDO.

           MOVE 1                 TO WS-QTD-PARC
           MOVE WS-DIAS-VENCTO    TO TAB-PARC-DIAS(1)
           MOVE 100               TO TAB-PARC-PERC(1)
           MOVE ZEROS             TO WS-CPG-USADA
           IF PED-CPG-CODIGO NUMERIC
              AND PED-CPG-CODIGO NOT EQUAL ZEROS
              MOVE PED-CPG-CODIGO TO WS-CPG-USADA
           ELSE
              IF WS-CLIENTES-ATIVO EQUAL "S"
                 MOVE PED-CLI-CODIGO TO CLI-CODIGO
                 READ CLIENTES
                 IF STAT-CLIENTES EQUAL "00"
                    AND CLI-CPG-CODIGO NUMERIC
                    MOVE CLI-CPG-CODIGO TO WS-CPG-USADA
                 END-IF
              END-IF
           END-IF
           IF WS-CPG-USADA EQUAL ZEROS
              OR WS-CONDPAG-ATIVO NOT EQUAL "S"
              MOVE ZEROS          TO WS-CPG-USADA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CPG-USADA      TO CPG-CODIGO
           READ CONDPAG
           IF STAT-CONDPAG NOT EQUAL "00"
              OR CPG-QTD-PARCELAS EQUAL ZEROS
              OR CPG-QTD-PARCELAS GREATER THAN 12
              MOVE ZEROS          TO WS-CPG-USADA
              EXIT PARAGRAPH
           END-IF
           MOVE CPG-QTD-PARCELAS  TO WS-QTD-PARC
           PERFORM VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL WS-IND-PARC > WS-QTD-PARC
              MOVE CPG-DIAS(WS-IND-PARC)
                                  TO TAB-PARC-DIAS(WS-IND-PARC)
              MOVE CPG-PERCENTUAL(WS-IND-PARC)
                                  TO TAB-PARC-PERC(WS-IND-PARC)
           END-PERFORM.

       2003-GERA-UM-TITULO.

           MOVE PED-CLI-CODIGO    TO TIT-CLI-CODIGO
           MOVE PED-NUMERO        TO TIT-PED-NUMERO
           MOVE WS-IND-PARC       TO TIT-PARCELA
           MOVE PED-DATA          TO TIT-DATA-EMISSAO
           MOVE PED-DATA          TO WS-SOMA-DATA
           PERFORM 2011-SOMA-DIAS
           MOVE WS-DATA-VENCTO    TO TIT-DATA-VENCIMENTO
           MOVE WS-VALOR-PARCELA  TO TIT-VALOR
           MOVE ZEROS             TO TIT-DATA-PAGAMENTO
           MOVE ZEROS             TO TIT-VALOR-PAGO
           MOVE "A"               TO TIT-STATUS
           MOVE WS-QTD-PARC       TO TIT-QTD-PARCELAS
           MOVE WS-CPG-USADA      TO TIT-CPG-CODIGO
           MOVE ZEROS             TO TIT-MULTA-PAGA
           MOVE ZEROS             TO TIT-JUROS-PAGOS
           MOVE ZEROS             TO TIT-QTD-BAIXAS
           MOVE ZEROS             TO TIT-NUM-REMESSA
           MOVE ZEROS             TO TIT-ESTAGIO-COBR
           MOVE ZEROS             TO TIT-DATA-COBR
           MOVE ZEROS             TO TIT-DATA-PERDA
           WRITE RG-TITULOS
           IF STAT-TITULOS NOT EQUAL "00"
              STRING "ERRO AO GRAVAR TITULOS ! "
              END-STRING
              GOBACK
           END-IF
           MOVE SPACES            TO WS-AUD-ANTES
           MOVE "TITULOS"                TO WS-AUD-ARQUIVO
           MOVE "I"                      TO WS-AUD-OPERACAO
           MOVE "GERATIT"                TO WS-AUD-OPERADOR
           MOVE "GERATIT"                TO WS-AUD-PROGRAMA
           MOVE RG-TITULOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           ADD 1                  TO LK-QTD-GERADOS.

       2002-MARCA-VENCIDOS.
                  PERFORM 2010-CALCULA-SERIAL
                  MOVE WS-DIAS-SERIAL      TO WS-SERIAL-VENCTO
                  IF WS-SERIAL-HOJE GREATER THAN WS-SERIAL-VENCTO
                     MOVE RG-TITULOS       TO WS-AUD-ANTES
                     MOVE "V"              TO TIT-STATUS
                     REWRITE RG-TITULOS
                     IF STAT-TITULOS EQUAL "00"
                        MOVE "TITULOS"             TO WS-AUD-ARQUIVO
                        MOVE "A"                   TO WS-AUD-OPERACAO
                        MOVE "GERATIT"             TO WS-AUD-OPERADOR
                        MOVE "GERATIT"             TO WS-AUD-PROGRAMA
                        MOVE RG-TITULOS            TO WS-AUD-DEPOIS
                        CALL "GRAVAUD" USING WS-LIG-AUDITA
                     END-IF
                     ADD 1                 TO LK-QTD-VENCIDOS
                  END-IF
               END-IF
       2011-SOMA-DIAS.

           MOVE WS-SOMA-DD           TO WS-DD-ACUM
           ADD WS-DIAS-PARCELA       TO WS-DD-ACUM
           PERFORM 2013-DIAS-DO-MES
           PERFORM 2012-AJUSTA-MES
              UNTIL WS-DD-ACUM NOT GREATER THAN WS-DIAS-MES
