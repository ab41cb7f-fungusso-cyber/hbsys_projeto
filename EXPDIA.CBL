           COPY "CONTATOS.SL".
           COPY "PEDIDOS.SL".
           COPY "VISITAS.SL".
           COPY "COBVEN.SL".
           COPY "SUGEST.SL".
           SELECT DAYPACK ASSIGN TO "DAYPACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-DAYPACK.
           COPY "CONTATOS.FD".
           COPY "PEDIDOS.FD".
           COPY "VISITAS.FD".
           COPY "COBVEN.FD".
           COPY "SUGEST.FD".
       FD  DAYPACK
           LABEL RECORD IS STANDARD.
       01  RG-DAYPACK                      PIC X(300).
       01  STAT-PEDIDOS                   PIC XX.
       01  STAT-VISITAS                   PIC XX.
       01  STAT-DAYPACK                   PIC XX.
       01  STAT-COBVEN                    PIC XX.
       01  WS-COBVEN-ATIVO                PIC X      VALUE "N".
       01  WS-EOF-COB                     PIC X      VALUE SPACES.
       01  WS-ED-SALDO-COB                PIC 9(011),99.
       01  STAT-SUGEST                    PIC XX.
       01  WS-SUGEST-ATIVO                PIC X      VALUE "N".
       01  WS-EOF-SUG                     PIC X      VALUE SPACES.
       01  WS-QTD-SUGESTOES               PIC 9(003) VALUE 5.
       01  WS-EOF                         PIC X      VALUE SPACES.
       01  WS-EOF-SD                      PIC X      VALUE SPACES.
       01  WS-EOF-AUX                     PIC X      VALUE SPACES.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-VENDEDOR                             PIC 9(003).
          05 LK-QTD-SUGESTOES                        PIC 9(003).
          05 LK-RETORNO                              PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-LINHAS                           PIC 9(006).
               END-STRING
                   GOBACK
           END-IF
               IF LK-QTD-SUGESTOES NOT EQUAL ZEROS
                  MOVE LK-QTD-SUGESTOES TO WS-QTD-SUGESTOES
               END-IF
               MOVE "N"            TO WS-SUGEST-ATIVO
               OPEN INPUT SUGEST
               IF STAT-SUGEST EQUAL "00"
                  MOVE "S"         TO WS-SUGEST-ATIVO
               END-IF
               MOVE "N"            TO WS-COBVEN-ATIVO
               OPEN INPUT COBVEN
               IF STAT-COBVEN EQUAL "00"
                  MOVE "S"         TO WS-COBVEN-ATIVO
               END-IF
               OPEN OUTPUT DAYPACK
               IF  STAT-DAYPACK NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. DAYPACK ! "
               PERFORM 2003-LINHA-CLIENTE
               RETURN WORKDIA AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM
           IF WS-VEN-ANT NOT EQUAL ZEROS
              PERFORM 2007-LINHAS-COBRANCA
           END-IF

           CLOSE DAYPACK
           IF  STAT-DAYPACK NOT EQUAL "00"
           CLOSE CONTATOS
           CLOSE PEDIDOS
           CLOSE VISITAS
           IF WS-COBVEN-ATIVO EQUAL "S"
              CLOSE COBVEN
           END-IF
           IF WS-SUGEST-ATIVO EQUAL "S"
              CLOSE SUGEST
           END-IF

           MOVE SPACES                                    TO LK-RETORNO.

       2003-LINHA-CLIENTE SECTION.

           IF SORD-VEN-CODIGO NOT EQUAL WS-VEN-ANT
              IF WS-VEN-ANT NOT EQUAL ZEROS
                 PERFORM 2007-LINHAS-COBRANCA
              END-IF
              MOVE SORD-VEN-CODIGO TO WS-VEN-ANT
              MOVE ZEROS           TO WS-SEQUENCIA
           END-IF
              END-STRING
              GOBACK
           END-IF
           ADD 1                   TO LK-QTD-LINHAS
           PERFORM 2009-LINHAS-SUGESTAO.

       2003-LINHA-CLIENTE-EXIT. EXIT.


       2006-ULTIMA-VISITA-EXIT. EXIT.

       2007-LINHAS-COBRANCA SECTION.

           IF WS-COBVEN-ATIVO NOT EQUAL "S"
              GO TO 2007-LINHAS-COBRANCA-EXIT
           END-IF
           MOVE WS-VEN-ANT         TO CBV-VEN-CODIGO
           MOVE ZEROS              TO CBV-CLI-CODIGO
           START COBVEN KEY IS GREATER THAN CBV-CHAVE
           IF STAT-COBVEN NOT EQUAL "00"
              GO TO 2007-LINHAS-COBRANCA-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF-COB
           READ COBVEN NEXT
           IF STAT-COBVEN NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-COB
           END-IF
           PERFORM UNTIL WS-EOF-COB EQUAL "F"
              IF CBV-VEN-CODIGO NOT EQUAL WS-VEN-ANT
                 MOVE "F"          TO WS-EOF-COB
              ELSE
                 PERFORM 2008-LINHA-COBRANCA
                 READ COBVEN NEXT AT END
                    MOVE "F"       TO WS-EOF-COB
                 END-READ
              END-IF
           END-PERFORM.

       2007-LINHAS-COBRANCA-EXIT. EXIT.

       2008-LINHA-COBRANCA SECTION.

           MOVE CBV-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE SPACES          TO CLI-RAZAO
           END-IF
           PERFORM 2004-PRIMEIRO-CONTATO

           MOVE CBV-SALDO-VENCIDO  TO WS-ED-SALDO-COB
           MOVE SPACES             TO WS-LINHA
           STRING CBV-VEN-CODIGO   DELIMITED BY SIZE
                  ";COB;"          DELIMITED BY SIZE
                  CBV-CLI-CODIGO   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CLI-RAZAO        DELIMITED BY "  "
                  ";"              DELIMITED BY SIZE
                  WS-CON-NOME      DELIMITED BY "  "
                  ";"              DELIMITED BY SIZE
                  WS-CON-FONE      DELIMITED BY "  "
                  ";"              DELIMITED BY SIZE
                  CBV-QTD-TITULOS  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-ED-SALDO-COB  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CBV-VENCTO-ANTIGO DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CBV-MAIOR-ATRASO DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CBV-ESTAGIO      DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           WRITE RG-DAYPACK FROM WS-LINHA
           IF STAT-DAYPACK NOT EQUAL "00"
              STRING "ERRO AO GRAVAR ARQ. DAYPACK ! "
                     STAT-DAYPACK
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           ADD 1                   TO LK-QTD-LINHAS.

       2008-LINHA-COBRANCA-EXIT. EXIT.

       2009-LINHAS-SUGESTAO SECTION.

           IF WS-SUGEST-ATIVO NOT EQUAL "S"
              GO TO 2009-LINHAS-SUGESTAO-EXIT
           END-IF
           MOVE CLI-CODIGO         TO SUG-CLI-CODIGO
           MOVE ZEROS              TO SUG-ORDEM
           START SUGEST KEY IS GREATER THAN SUG-CHAVE
           IF STAT-SUGEST NOT EQUAL "00"
              GO TO 2009-LINHAS-SUGESTAO-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF-SUG
           READ SUGEST NEXT
           IF STAT-SUGEST NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-SUG
           END-IF
           PERFORM UNTIL WS-EOF-SUG EQUAL "F"
              IF SUG-CLI-CODIGO NOT EQUAL CLI-CODIGO
                 OR SUG-ORDEM GREATER THAN WS-QTD-SUGESTOES
                 MOVE "F"          TO WS-EOF-SUG
              ELSE
                 PERFORM 2010-LINHA-SUGESTAO
                 READ SUGEST NEXT AT END
                    MOVE "F"       TO WS-EOF-SUG
                 END-READ
              END-IF
           END-PERFORM.

       2009-LINHAS-SUGESTAO-EXIT. EXIT.

       2010-LINHA-SUGESTAO SECTION.

           MOVE SPACES             TO WS-LINHA
           STRING SORD-VEN-CODIGO  DELIMITED BY SIZE
                  ";SUG;"          DELIMITED BY SIZE
                  SUG-CLI-CODIGO   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  SUG-ORDEM        DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  SUG-TIPO         DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  SUG-PRO-CODIGO   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  SUG-DESCRICAO    DELIMITED BY "  "
                  ";"              DELIMITED BY SIZE
                  SUG-QTD-SUGERIDA DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  SUG-ULT-COMPRA   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  SUG-DIAS-ATRASO  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  SUG-PERC-SEGMENTO DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           WRITE RG-DAYPACK FROM WS-LINHA
           IF STAT-DAYPACK NOT EQUAL "00"
              STRING "ERRO AO GRAVAR ARQ. DAYPACK ! "
                     STAT-DAYPACK
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           ADD 1                   TO LK-QTD-LINHAS.

       2010-LINHA-SUGESTAO-EXIT. EXIT.

       3000-FINALIZA SECTION.

           GOBACK.
