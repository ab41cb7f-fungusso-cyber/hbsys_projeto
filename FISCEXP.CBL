           COPY "CLIENTES.FD".
       FD  FISCSAI
           LABEL RECORD IS STANDARD.
       01  RG-FISCSAI                      PIC X(200).

       WORKING-STORAGE SECTION.
       01  STAT-PEDIDOS                   PIC XX.
       01  WS-EOF-PED                     PIC X      VALUE SPACES.
       01  WS-QTD-EXPORTADOS              PIC 9(006) VALUE ZEROS.
       01  WS-TOT-EXPORTADO               PIC 9(013)V99 VALUE ZEROS.
       01  WS-LINHA                       PIC X(200) VALUE SPACES.
       01  WS-ED-VALOR                    PIC 9(009),99.
       01  WS-ED-ICMS                     PIC 9(009),99.
       01  WS-ED-IPI                      PIC 9(009),99.
       01  WS-ED-PIS                      PIC 9(009),99.
       01  WS-ED-COFINS                   PIC 9(009),99.
       01  WS-ED-TOTAL                    PIC 9(013),99.
       01  WS-ED-QTD                      PIC 9(006).

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
           END-IF

           MOVE PED-VALOR         TO WS-ED-VALOR
           MOVE PED-VALOR-ICMS    TO WS-ED-ICMS
           MOVE PED-VALOR-IPI     TO WS-ED-IPI
           MOVE PED-VALOR-PIS     TO WS-ED-PIS
           MOVE PED-VALOR-COFINS  TO WS-ED-COFINS
           MOVE SPACES            TO WS-LINHA
           STRING "D;"            DELIMITED BY SIZE
                  PED-CLI-CODIGO  DELIMITED BY SIZE
                  PED-DATA        DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-ED-VALOR     DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-ED-ICMS      DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-ED-IPI       DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-ED-PIS       DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-ED-COFINS    DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           WRITE RG-FISCSAI FROM WS-LINHA
              GOBACK
           END-IF

           MOVE RG-PEDIDOS        TO WS-AUD-ANTES
           MOVE "E"               TO PED-SIT-FISCAL
           REWRITE RG-PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              END-STRING
              GOBACK
           END-IF
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "FISCEXP"                TO WS-AUD-OPERADOR
           MOVE "FISCEXP"                TO WS-AUD-PROGRAMA
           MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           ADD 1                  TO WS-QTD-EXPORTADOS
           ADD PED-VALOR          TO WS-TOT-EXPORTADO.

