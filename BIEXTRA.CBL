           01  WS-EOF                        PIC X         VALUE SPACES.
           01  CONTADOR                       PIC 9(007)    VALUE 0.
           01  WS-VEN-NOME                    PIC X(040) VALUE SPACES.
           01  WS-CLI-DOCUMENTO               PIC X(014) VALUE SPACES.
           01  WS-LINHA                       PIC X(260) VALUE SPACES.
       01  STAT-ALTERLOG                      PIC XX.
       01  STAT-BIEXTCTL                      PIC XX.
                      DEPENDING ON  WS-QTD-VEN-ALT.
               05  TAB-VEN-ALTERADO           PIC 9(003).
       01  WS-REGISTRO-MUDOU                  PIC X      VALUE "N".
       01  WS-LIG-MASCARA.
           05 WS-MSC-FUNCAO                   PIC X(001).
           05 WS-MSC-SAIDA                    PIC X(008)
                                              VALUE "BIEXTRA".
           05 WS-MSC-VALOR                    PIC X(040).
           05 WS-MSC-DOCUMENTO                PIC X(001).
           05 WS-MSC-CONTATO                  PIC X(001).
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-RETORNO                                   PIC X(030).
               END-STRING
                   GOBACK
           END-IF
               MOVE "I"        TO WS-MSC-FUNCAO
               CALL "MASCDADO" USING WS-LIG-MASCARA
               OPEN OUTPUT BIEXTRA
               IF  STAT-BIEXTRA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. BIEXTRA ! "
           END-IF

           MOVE SPACES              TO WS-VEN-NOME
           IF CLI-ON-VENDEDOR NOT EQUAL ZEROS
              MOVE CLI-ON-VENDEDOR   TO VEN-CODIGO
              READ VENDEDOR
              IF STAT-VENDEDOR EQUAL "00"
                 MOVE VEN-NOME       TO WS-VEN-NOME
              END-IF
           END-IF

           MOVE CLI-CNPJ             TO WS-CLI-DOCUMENTO
           IF CLI-PESSOA-FISICA
              AND WS-MSC-DOCUMENTO EQUAL "S"
              MOVE "D"               TO WS-MSC-FUNCAO
              MOVE CLI-CNPJ (4:11)   TO WS-MSC-VALOR
              CALL "MASCDADO" USING WS-LIG-MASCARA
              MOVE WS-MSC-VALOR (1:11) TO WS-CLI-DOCUMENTO (4:11)
           END-IF

           STRING CLI-CODIGO             DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  WS-CLI-DOCUMENTO       DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  CLI-RAZAO              DELIMITED BY SPACE
                  ","                    DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  WS-VEN-NOME            DELIMITED BY SPACE
                  ","                    DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  CLI-DISTANCIA-VENDEDOR DELIMITED BY SIZE
               INTO WS-LINHA
