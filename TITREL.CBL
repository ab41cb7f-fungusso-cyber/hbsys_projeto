           01  WS-PAUSA                    PIC X      VALUE SPACES.
       01  WS-CLIENTE-ANT                 PIC 9(007) VALUE ZEROS.
       01  WS-TEM-CLIENTE                 PIC X      VALUE "N".
       01  WS-ESC-CLIENTE-ANT             PIC X(007) VALUE SPACES.
       01  WS-LIG-ESCOPO.
           05 WS-ESC-VEN-CODIGO           PIC 9(003).
           05 WS-ESC-REGISTRA             PIC X(001) VALUE "N".
           05 WS-ESC-PROGRAMA             PIC X(010) VALUE "TITREL".
           05 WS-ESC-CHAVE                PIC X(015).
           05 WS-ESC-RESTRITO             PIC X(001).
           05 WS-ESC-PERMITIDO            PIC X(001).
           05 WS-ESC-OPERADOR             PIC X(010).
       01  STAT-GRUPOS                    PIC XX.
       01  WS-GRUPOS-ATIVO                PIC X      VALUE "N".
       01  WS-RAIZ-CNPJ                   PIC 9(008) VALUE ZEROS.
       01  WS-FX-ATE60                    PIC 9(013)V99 VALUE ZEROS.
       01  WS-FX-MAIS60                   PIC 9(013)V99 VALUE ZEROS.
       01  WS-DIAS-ATRASO                 PIC S9(005) VALUE ZEROS.
       01  WS-SALDO-TITULO                PIC 9(009)V99 VALUE ZEROS.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-HOJE                 PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-VENCTO               PIC 9(007) VALUE ZEROS.
               05 PIC X(003).
               05 CAB03-RAZAO              PIC X(040).
           01  CAB02.
               05 PIC X(011)                    VALUE "  PEDIDO/PC".
               05 PIC X(003).
               05 PIC X(010)                  VALUE "VENCIMENTO".
               05 PIC X(006).
               05 PIC X(011)                  VALUE "      SALDO".
               05 PIC X(003).
               05 PIC X(004)                  VALUE "SIT".
               05 PIC X(012)                  VALUE "DIAS ATRASO".
       01  LDT.
           05 PIC X(001).
           05 LDT-PEDIDO                  PIC ZZZZZZ9.
           05 PIC X(001)                  VALUE "/".
           05 LDT-PARCELA                 PIC 9(002).
           05 PIC X(003).
           05 LDT-VENCIMENTO              PIC 9(008).
           05 PIC X(003).
           PERFORM UNTIL WS-EOF-TIT = "F"

               IF NOT TIT-PAGO
                  AND NOT TIT-PERDA
                  PERFORM 2017-VERIFICA-ESCOPO
                  IF WS-ESC-PERMITIDO EQUAL "S"
                     PERFORM 2001-LINHA-TITULO
                  END-IF
               END-IF

               READ  TITULOS NEXT AT END
              PERFORM 2007-CABECALHO-CLIENTE
           END-IF

           COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
           MOVE TIT-DATA-VENCIMENTO  TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL       TO WS-SERIAL-VENCTO

           EVALUATE TRUE
              WHEN WS-DIAS-ATRASO EQUAL ZEROS
                   ADD WS-SALDO-TITULO TO WS-FX-AVENCER
              WHEN WS-DIAS-ATRASO NOT GREATER THAN 30
                   ADD WS-SALDO-TITULO TO WS-FX-ATE30
              WHEN WS-DIAS-ATRASO NOT GREATER THAN 60
                   ADD WS-SALDO-TITULO TO WS-FX-ATE60
              WHEN OTHER
                   ADD WS-SALDO-TITULO TO WS-FX-MAIS60
           END-EVALUATE

           MOVE TIT-PED-NUMERO       TO LDT-PEDIDO
           MOVE TIT-PARCELA          TO LDT-PARCELA
           MOVE TIT-DATA-VENCIMENTO  TO LDT-VENCIMENTO
           MOVE WS-SALDO-TITULO      TO LDT-VALOR
           MOVE TIT-STATUS           TO LDT-SIT
           MOVE WS-DIAS-ATRASO       TO LDT-DIAS

              PERFORM 2008-CABECALHO
           END-IF
           ADD 1 TO LINHAS, WS-QTD-TITULOS
           ADD WS-SALDO-TITULO       TO WS-TOT-CLIENTE
           ADD WS-SALDO-TITULO       TO WS-TOT-GERAL
           IF WS-GRUPOS-ATIVO EQUAL "S"
              PERFORM 2015-ACUMULA-GRUPO
           END-IF
                      OR WS-ACHOU-GRUPO EQUAL "S"
              IF TAB-GRU-RAIZ(WS-IND-GRUPO) EQUAL WS-RAIZ-CNPJ
                 MOVE "S"          TO WS-ACHOU-GRUPO
                 ADD WS-SALDO-TITULO TO TAB-GRU-VALOR(WS-IND-GRUPO)
                 ADD 1             TO TAB-GRU-QTD(WS-IND-GRUPO)
              END-IF
           END-PERFORM
              AND WS-QTD-GRUPOS LESS THAN 300
              ADD 1                TO WS-QTD-GRUPOS
              MOVE WS-RAIZ-CNPJ    TO TAB-GRU-RAIZ(WS-QTD-GRUPOS)
              MOVE WS-SALDO-TITULO TO TAB-GRU-VALOR(WS-QTD-GRUPOS)
              MOVE 1               TO TAB-GRU-QTD(WS-QTD-GRUPOS)
           END-IF.

              WRITE RG-SAIDA FROM LGR AFTER 1
           END-PERFORM.

       2017-VERIFICA-ESCOPO.

           IF TIT-CLI-CODIGO NOT EQUAL WS-ESC-CLIENTE-ANT
              MOVE TIT-CLI-CODIGO    TO WS-ESC-CLIENTE-ANT
              MOVE TIT-CLI-CODIGO    TO WS-ESC-CHAVE
              MOVE ZEROS             TO WS-ESC-VEN-CODIGO
              MOVE TIT-CLI-CODIGO    TO CLI-CODIGO
              READ CLIENTES
              IF STAT-CLIENTES EQUAL "00"
                 MOVE CLI-ON-VENDEDOR TO WS-ESC-VEN-CODIGO
              END-IF
              CALL "VERESCOP" USING WS-LIG-ESCOPO
           END-IF.

       2007-CABECALHO-CLIENTE.

           MOVE TIT-CLI-CODIGO       TO WS-CLIENTE-ANT
