       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDIDOS.SL".
           COPY "PEDITENS.SL".
           COPY "PRODUTOS.SL".
           COPY "LINPROD.SL".
           COPY "VENDEDOR.SL".
           COPY "SAIDA.SL".
           COPY "WORKABC.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "PEDIDOS.FD".
           COPY "PEDITENS.FD".
           COPY "PRODUTOS.FD".
           COPY "LINPROD.FD".
           COPY "VENDEDOR.FD".
           COPY "SAIDA.FD".
           COPY "WORKABC.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-PEDITENS                      PIC XX.
       01  STAT-PRODUTOS                      PIC XX.
       01  STAT-LINPROD                       PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
           01  WS-EOF-ITE                    PIC X         VALUE SPACES.
       01  WS-PRODUTOS-ATIVO                  PIC X      VALUE "N".
       01  WS-LINPROD-ATIVO                   PIC X      VALUE "N".
       01  WS-VENDEDOR-ATIVO                  PIC X      VALUE "N".
       01  WS-QTD-PRODUTOS                    PIC 9(004) VALUE ZEROS.
       01  WS-IND-PRODUTO                     PIC 9(004) VALUE ZEROS.
       01  WS-ACHOU-PRODUTO                   PIC X      VALUE "N".
       01  WS-QTD-MIX                         PIC 9(004) VALUE ZEROS.
       01  WS-IND-MIX                         PIC 9(004) VALUE ZEROS.
       01  WS-ACHOU-MIX                       PIC X      VALUE "N".
       01  WS-IND-LINHA                       PIC 9(004) VALUE ZEROS.
       01  WS-IND-VENDEDOR                    PIC 9(004) VALUE ZEROS.
       01  WS-LINHA-ITEM                      PIC 9(003) VALUE ZEROS.
       01  TABELA-PRODUTOS.
           05 WS-PRODUTO OCCURS 5000.
              10  TAB-PRO-CODIGO              PIC 9(007).
              10  TAB-PRO-DESCRICAO           PIC X(030).
              10  TAB-PRO-LINHA               PIC 9(003).
              10  TAB-PRO-VALOR               PIC 9(013)V99.
              10  TAB-PRO-QTD                 PIC 9(009).
       01  TABELA-LINHAS.
           05 WS-LINHA-PRO OCCURS 1000.
              10  TAB-LIN-VALOR               PIC 9(013)V99.
              10  TAB-LIN-QTD                 PIC 9(009).
       01  TABELA-VENDEDORES.
           05 WS-VENDEDOR-TAB OCCURS 1000.
              10  TAB-VEN-VALOR               PIC 9(013)V99.
       01  TABELA-MIX.
           05 WS-MIX OCCURS 5000.
              10  TAB-MIX-VENDEDOR            PIC 9(003).
              10  TAB-MIX-LINHA               PIC 9(003).
              10  TAB-MIX-VALOR               PIC 9(013)V99.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(080) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-PARAMETROS.
               05 WS-PAR-LINHAS-PAGINA     PIC 9(003).
               05 WS-PAR-DIST-MAXIMA       PIC 9(005).
               05 WS-PAR-DELIMITADOR       PIC X(001).
           01  WS-SAIDA-PATH               PIC X(040) VALUE SPACES.
       01  WS-LIG-EMPRESA.
           05 WS-EMPRESA-ATUAL            PIC 9(002).
       01  WS-TIPO-ANT                    PIC 9(001) VALUE ZEROS.
       01  WS-VENDEDOR-ANT                PIC 9(003) VALUE ZEROS.
       01  WS-RANKING                     PIC 9(005) VALUE ZEROS.
       01  WS-ACUMULADO                   PIC 9(013)V99 VALUE ZEROS.
       01  WS-BASE-SECAO                  PIC 9(013)V99 VALUE ZEROS.
       01  WS-PERC                        PIC 9(003)V99 VALUE ZEROS.
       01  WS-PERC-ANT                    PIC 9(003)V99 VALUE ZEROS.
       01  WS-PERC-ACUM                   PIC 9(003)V99 VALUE ZEROS.
       01  WS-PERC-VENDEDOR               PIC 9(003)V99 VALUE ZEROS.
       01  WS-PERC-EMPRESA                PIC 9(003)V99 VALUE ZEROS.
       01  WS-PERC-DIFERENCA              PIC S9(003)V99 VALUE ZEROS.
       01  WS-ED-VALOR                    PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-ED-QTD                      PIC ZZZ.ZZZ.ZZ9.
       01  WS-TOT-GERAL                   PIC 9(013)V99 VALUE ZEROS.
       01  WS-QTD-GERAL                   PIC 9(009) VALUE ZEROS.
       01  WS-PED-GERAL                   PIC 9(007) VALUE ZEROS.
           01  CAB01.
        05 PIC X(068)   VALUE "CURVA ABC E MIX DE PRODUTOS".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(009)               VALUE "PERIODO: ".
               05 CAB01A-DATA-INI          PIC 9(008).
               05 PIC X(003)               VALUE " A ".
               05 CAB01A-DATA-FIM          PIC 9(008).
           01  CABSEC.
               05 CABSEC-TITULO            PIC X(080).
           01  CABCOL.
               05 PIC X(006)               VALUE "RANK".
               05 CABCOL-CODIGO            PIC X(008).
               05 PIC X(031)               VALUE "DESCRICAO".
               05 CABCOL-MEDIDA            PIC X(017) JUSTIFIED RIGHT.
               05 PIC X(017)               VALUE "      %   % ACUM".
               05 PIC X(001)               VALUE "C".
           01  CABMIX.
               05 PIC X(003).
               05 PIC X(004)               VALUE "LIN".
               05 PIC X(031)               VALUE "DESCRICAO".
               05 PIC X(017)
                  VALUE "     VALOR VEND.".
               05 PIC X(008)               VALUE "  %VEND".
               05 PIC X(008)               VALUE "  %EMPR".
               05 PIC X(007)               VALUE " DIFER.".
           01  CABVEN.
               05 PIC X(010)               VALUE "VENDEDOR: ".
               05 CABVEN-CODIGO            PIC ZZ9.
               05 PIC X(001).
               05 CABVEN-NOME              PIC X(040).
               05 PIC X(009)               VALUE "  TOTAL: ".
               05 CABVEN-VALOR             PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  LABC.
           05 LABC-RANK                   PIC ZZZZ9.
           05 PIC X(001).
           05 LABC-CODIGO                 PIC ZZZZZZ9.
           05 PIC X(001).
           05 LABC-DESCRICAO              PIC X(030).
           05 PIC X(001).
           05 LABC-MEDIDA                 PIC X(016) JUSTIFIED RIGHT.
           05 PIC X(002).
           05 LABC-PERC                   PIC ZZ9,99.
           05 PIC X(002).
           05 LABC-ACUM                   PIC ZZ9,99.
           05 PIC X(002).
           05 LABC-CLASSE                 PIC X(001).
       01  LMIX.
           05 PIC X(003).
           05 LMIX-LINHA                  PIC ZZ9.
           05 PIC X(001).
           05 LMIX-DESCRICAO              PIC X(030).
           05 PIC X(001).
           05 LMIX-VALOR                  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LMIX-PERC-VEND              PIC ZZ9,99.
           05 PIC X(002).
           05 LMIX-PERC-EMPR              PIC ZZ9,99.
           05 PIC X(001).
           05 LMIX-DIFERENCA              PIC -ZZ9,99.
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(013) VALUE "TOTAL GERAL: ".
           05 ROD-VALOR                   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(003).
           05 PIC X(006) VALUE "QTDE: ".
           05 ROD-QTD                     PIC ZZZ.ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(009) VALUE "PEDIDOS: ".
           05 ROD-PEDIDOS                 PIC ZZZ.ZZ9.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-INICIAL                             PIC 9(008).
          05 LK-DATA-FINAL                               PIC 9(008).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-TIPO-SAIDA                               PIC X(001).
          05 LK-NOME-SAIDA                               PIC X(030).
          05 LK-RETORNO                                  PIC X(030).
       PROCEDURE DIVISION USING LIN-LIGACAO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               CALL "LEEMPRES" USING WS-LIG-EMPRESA
               CALL "LEPARAM" USING WS-PARAMETROS
               MOVE WS-PAR-LINHAS-PAGINA   TO WS-MAX-LINHAS
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               EVALUATE LK-TIPO-SAIDA
                   WHEN "I"
                        IF LK-NOME-SAIDA EQUAL SPACES
                           MOVE "IMPRESSORA"    TO WS-SAIDA-PATH
                        ELSE
                           MOVE LK-NOME-SAIDA   TO WS-SAIDA-PATH
                        END-IF
                   WHEN "P"
                        IF LK-NOME-SAIDA EQUAL SPACES
                           MOVE "SAIDA.PDF"     TO WS-SAIDA-PATH
                        ELSE
                           STRING LK-NOME-SAIDA DELIMITED BY SPACE
                                  ".PDF"        DELIMITED BY SIZE
                             INTO WS-SAIDA-PATH
                        END-IF
                   WHEN OTHER
                        MOVE "SAIDA"            TO WS-SAIDA-PATH
               END-EVALUATE
               INITIALIZE TABELA-PRODUTOS
               INITIALIZE TABELA-LINHAS
               INITIALIZE TABELA-VENDEDORES
               INITIALIZE TABELA-MIX
               OPEN INPUT PEDIDOS
               IF  STAT-PEDIDOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PEDIDOS ! "
                      STAT-PEDIDOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT PEDITENS
               IF  STAT-PEDITENS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PEDITENS ! "
                      STAT-PEDITENS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"                   TO WS-PRODUTOS-ATIVO
               OPEN INPUT PRODUTOS
               IF STAT-PRODUTOS EQUAL "00"
                  MOVE "S"                TO WS-PRODUTOS-ATIVO
               END-IF
               MOVE "N"                   TO WS-LINPROD-ATIVO
               OPEN INPUT LINPROD
               IF STAT-LINPROD EQUAL "00"
                  MOVE "S"                TO WS-LINPROD-ATIVO
               END-IF
               MOVE "N"                   TO WS-VENDEDOR-ATIVO
               OPEN INPUT VENDEDOR
               IF STAT-VENDEDOR EQUAL "00"
                  MOVE "S"                TO WS-VENDEDOR-ATIVO
               END-IF.

       2000-PROCESSA.

           SORT WORKABC ON ASCENDING SORB-TIPO
                           DESCENDING SORB-ORDEM
                           ASCENDING SORB-VENDEDOR
                                     SORB-CODIGO
                INPUT PROCEDURE 2000-SORTIN
                OUTPUT PROCEDURE 2000-SORTOUT.

       2000-SORTIN SECTION.

            MOVE ZEROS      TO PED-CHAVE
            START PEDIDOS KEY IS GREATER THAN PED-CHAVE
            IF STAT-PEDIDOS NOT EQUAL "00" AND "23"
               STRING "ERRO NO START PEDIDOS ! "
                           STAT-PEDIDOS
                         DELIMITED BY SIZE
                         INTO LK-RETORNO
                END-STRING
                GOBACK
             END-IF

            MOVE SPACES     TO WS-EOF
            READ  PEDIDOS NEXT
                   IF STAT-PEDIDOS NOT EQUAL "00"
                      MOVE "F" TO WS-EOF
                   END-IF

           PERFORM UNTIL WS-EOF = "F"

               IF  PED-FATURADO
               AND PED-DATA NOT LESS THAN LK-DATA-INICIAL
               AND PED-DATA NOT GREATER THAN LK-DATA-FINAL
               AND (PED-EMPRESA EQUAL WS-EMPRESA-ATUAL
                    OR (PED-EMPRESA EQUAL ZEROS
                        AND WS-EMPRESA-ATUAL EQUAL 1))
                   ADD 1           TO WS-PED-GERAL
                   PERFORM 2001-LE-ITENS
               END-IF

               READ  PEDIDOS NEXT AT END
                   MOVE "F" TO WS-EOF
           END-PERFORM

           PERFORM 2005-LIBERA-PRODUTOS
           PERFORM 2006-LIBERA-LINHAS
           PERFORM 2010-LIBERA-MIX.

       2000-SORTIN-FIM.

           CLOSE PEDIDOS
           CLOSE PEDITENS.

       2000-SORTIN-EXIT. EXIT.

       2001-LE-ITENS SECTION.

           MOVE PED-CLI-CODIGO     TO ITE-CLI-CODIGO
           MOVE PED-NUMERO         TO ITE-PED-NUMERO
           MOVE ZEROS              TO ITE-SEQUENCIA
           START PEDITENS KEY IS GREATER THAN ITE-CHAVE
           IF STAT-PEDITENS NOT EQUAL "00"
              GO TO 2001-LE-ITENS-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF-ITE
           READ PEDITENS NEXT
           IF STAT-PEDITENS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-ITE
           END-IF
           PERFORM UNTIL WS-EOF-ITE EQUAL "F"
              IF ITE-CLI-CODIGO NOT EQUAL PED-CLI-CODIGO
                 OR ITE-PED-NUMERO NOT EQUAL PED-NUMERO
                 MOVE "F"          TO WS-EOF-ITE
              ELSE
                 PERFORM 2002-ACUMULA-PRODUTO
                 PERFORM 2003-ACUMULA-MIX
                 ADD ITE-VALOR-TOTAL TO WS-TOT-GERAL
                 ADD ITE-QUANTIDADE  TO WS-QTD-GERAL
                 READ PEDITENS NEXT AT END
                    MOVE "F"       TO WS-EOF-ITE
                 END-READ
              END-IF
           END-PERFORM.

       2001-LE-ITENS-EXIT. EXIT.

       2002-ACUMULA-PRODUTO SECTION.

           MOVE "N"                TO WS-ACHOU-PRODUTO
           PERFORM VARYING WS-IND-PRODUTO FROM 1 BY 1
                   UNTIL WS-IND-PRODUTO > WS-QTD-PRODUTOS
                      OR WS-ACHOU-PRODUTO EQUAL "S"
              IF TAB-PRO-CODIGO(WS-IND-PRODUTO) EQUAL ITE-PRO-CODIGO
                 MOVE "S"          TO WS-ACHOU-PRODUTO
                 MOVE TAB-PRO-LINHA(WS-IND-PRODUTO) TO WS-LINHA-ITEM
                 ADD ITE-VALOR-TOTAL
                                   TO TAB-PRO-VALOR(WS-IND-PRODUTO)
                 ADD ITE-QUANTIDADE
                                   TO TAB-PRO-QTD(WS-IND-PRODUTO)
              END-IF
           END-PERFORM
           IF WS-ACHOU-PRODUTO NOT EQUAL "S"
              PERFORM 2004-BUSCA-LINHA
              IF WS-QTD-PRODUTOS LESS THAN 5000
                 ADD 1             TO WS-QTD-PRODUTOS
                 MOVE ITE-PRO-CODIGO
                                   TO TAB-PRO-CODIGO(WS-QTD-PRODUTOS)
                 MOVE ITE-DESCRICAO
                                   TO TAB-PRO-DESCRICAO(WS-QTD-PRODUTOS)
                 MOVE WS-LINHA-ITEM
                                   TO TAB-PRO-LINHA(WS-QTD-PRODUTOS)
                 MOVE ITE-VALOR-TOTAL
                                   TO TAB-PRO-VALOR(WS-QTD-PRODUTOS)
                 MOVE ITE-QUANTIDADE
                                   TO TAB-PRO-QTD(WS-QTD-PRODUTOS)
              END-IF
           END-IF
           COMPUTE WS-IND-LINHA = WS-LINHA-ITEM + 1
           ADD ITE-VALOR-TOTAL     TO TAB-LIN-VALOR(WS-IND-LINHA)
           ADD ITE-QUANTIDADE      TO TAB-LIN-QTD(WS-IND-LINHA).

       2002-ACUMULA-PRODUTO-EXIT. EXIT.

       2003-ACUMULA-MIX SECTION.

           COMPUTE WS-IND-VENDEDOR = PED-VEN-CODIGO + 1
           ADD ITE-VALOR-TOTAL     TO TAB-VEN-VALOR(WS-IND-VENDEDOR)
           MOVE "N"                TO WS-ACHOU-MIX
           PERFORM VARYING WS-IND-MIX FROM 1 BY 1
                   UNTIL WS-IND-MIX > WS-QTD-MIX
                      OR WS-ACHOU-MIX EQUAL "S"
              IF TAB-MIX-VENDEDOR(WS-IND-MIX) EQUAL PED-VEN-CODIGO
                 AND TAB-MIX-LINHA(WS-IND-MIX) EQUAL WS-LINHA-ITEM
                 MOVE "S"          TO WS-ACHOU-MIX
                 ADD ITE-VALOR-TOTAL TO TAB-MIX-VALOR(WS-IND-MIX)
              END-IF
           END-PERFORM
           IF WS-ACHOU-MIX NOT EQUAL "S"
              AND WS-QTD-MIX LESS THAN 5000
              ADD 1                TO WS-QTD-MIX
              MOVE PED-VEN-CODIGO  TO TAB-MIX-VENDEDOR(WS-QTD-MIX)
              MOVE WS-LINHA-ITEM   TO TAB-MIX-LINHA(WS-QTD-MIX)
              MOVE ITE-VALOR-TOTAL TO TAB-MIX-VALOR(WS-QTD-MIX)
           END-IF.

       2003-ACUMULA-MIX-EXIT. EXIT.

       2004-BUSCA-LINHA SECTION.

           MOVE ZEROS              TO WS-LINHA-ITEM
           IF WS-PRODUTOS-ATIVO NOT EQUAL "S"
              GO TO 2004-BUSCA-LINHA-EXIT
           END-IF
           MOVE ITE-PRO-CODIGO     TO PRO-CODIGO
           READ PRODUTOS
           IF STAT-PRODUTOS EQUAL "00"
              AND PRO-LINHA NUMERIC
              MOVE PRO-LINHA       TO WS-LINHA-ITEM
           END-IF.

       2004-BUSCA-LINHA-EXIT. EXIT.

       2005-LIBERA-PRODUTOS SECTION.

           PERFORM VARYING WS-IND-PRODUTO FROM 1 BY 1
                   UNTIL WS-IND-PRODUTO > WS-QTD-PRODUTOS
              MOVE ZEROS           TO SORB-VENDEDOR
              MOVE TAB-PRO-CODIGO(WS-IND-PRODUTO)    TO SORB-CODIGO
              MOVE TAB-PRO-DESCRICAO(WS-IND-PRODUTO) TO SORB-DESCRICAO
              MOVE TAB-PRO-VALOR(WS-IND-PRODUTO)     TO SORB-VALOR
              MOVE TAB-PRO-QTD(WS-IND-PRODUTO)       TO SORB-QTD
              MOVE 1               TO SORB-TIPO
              MOVE SORB-VALOR      TO SORB-ORDEM
              RELEASE SORB-REC
              MOVE 2               TO SORB-TIPO
              MOVE SORB-QTD        TO SORB-ORDEM
              RELEASE SORB-REC
           END-PERFORM.

       2005-LIBERA-PRODUTOS-EXIT. EXIT.

       2006-LIBERA-LINHAS SECTION.

           PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > 1000
              IF TAB-LIN-VALOR(WS-IND-LINHA) NOT EQUAL ZEROS
                 OR TAB-LIN-QTD(WS-IND-LINHA) NOT EQUAL ZEROS
                 MOVE ZEROS        TO SORB-VENDEDOR
                 COMPUTE SORB-CODIGO = WS-IND-LINHA - 1
                 MOVE SORB-CODIGO  TO WS-LINHA-ITEM
                 PERFORM 2011-NOME-LINHA
                 MOVE TAB-LIN-VALOR(WS-IND-LINHA) TO SORB-VALOR
                 MOVE TAB-LIN-QTD(WS-IND-LINHA)   TO SORB-QTD
                 MOVE 3            TO SORB-TIPO
                 MOVE SORB-VALOR   TO SORB-ORDEM
                 RELEASE SORB-REC
                 MOVE 4            TO SORB-TIPO
                 MOVE SORB-QTD     TO SORB-ORDEM
                 RELEASE SORB-REC
              END-IF
           END-PERFORM.

       2006-LIBERA-LINHAS-EXIT. EXIT.

       2010-LIBERA-MIX SECTION.

           PERFORM VARYING WS-IND-MIX FROM 1 BY 1
                   UNTIL WS-IND-MIX > WS-QTD-MIX
              MOVE 5               TO SORB-TIPO
              MOVE ZEROS           TO SORB-ORDEM
              MOVE TAB-MIX-VENDEDOR(WS-IND-MIX) TO SORB-VENDEDOR
              MOVE TAB-MIX-LINHA(WS-IND-MIX)    TO SORB-CODIGO
              MOVE TAB-MIX-LINHA(WS-IND-MIX)    TO WS-LINHA-ITEM
              PERFORM 2011-NOME-LINHA
              MOVE TAB-MIX-VALOR(WS-IND-MIX)    TO SORB-VALOR
              MOVE ZEROS           TO SORB-QTD
              RELEASE SORB-REC
           END-PERFORM.

       2010-LIBERA-MIX-EXIT. EXIT.

       2011-NOME-LINHA SECTION.

           MOVE SPACES             TO SORB-DESCRICAO
           IF WS-LINHA-ITEM EQUAL ZEROS
              MOVE "*** SEM LINHA ***" TO SORB-DESCRICAO
              GO TO 2011-NOME-LINHA-EXIT
           END-IF
           IF WS-LINPROD-ATIVO EQUAL "S"
              MOVE WS-LINHA-ITEM   TO LPR-CODIGO
              READ LINPROD
              IF STAT-LINPROD EQUAL "00"
                 MOVE LPR-DESCRICAO TO SORB-DESCRICAO
              END-IF
           END-IF.

       2011-NOME-LINHA-EXIT. EXIT.

       2000-SORTOUT SECTION.

           OPEN OUTPUT SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
               STRING "ERRO AO ABRIR ARQ. SAIDA ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF

           PERFORM 2008-CABECALHO

           RETURN WORKABC AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"

               IF SORB-TIPO NOT EQUAL WS-TIPO-ANT
                  PERFORM 2012-CABECALHO-SECAO
               END-IF
               IF SORB-MIX-VENDEDOR
                  PERFORM 2014-IMPRIME-MIX
               ELSE
                  PERFORM 2013-IMPRIME-ABC
               END-IF
               RETURN WORKABC AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           PERFORM 2007-RODAPE

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           IF WS-PRODUTOS-ATIVO EQUAL "S"
              CLOSE PRODUTOS
           END-IF
           IF WS-LINPROD-ATIVO EQUAL "S"
              CLOSE LINPROD
           END-IF
           IF WS-VENDEDOR-ATIVO EQUAL "S"
              CLOSE VENDEDOR
           END-IF

           MOVE SPACES                                    TO LK-RETORNO.

       2000-SORTOUT-EXIT. EXIT.

       2012-CABECALHO-SECAO SECTION.

           MOVE SORB-TIPO          TO WS-TIPO-ANT
           MOVE ZEROS              TO WS-RANKING
           MOVE ZEROS              TO WS-ACUMULADO
           MOVE 999                TO WS-VENDEDOR-ANT
           EVALUATE TRUE
               WHEN SORB-PRODUTO-VALOR
                    MOVE "CURVA ABC DE PRODUTOS POR FATURAMENTO"
                                       TO CABSEC-TITULO
                    MOVE "PRODUTO"     TO CABCOL-CODIGO
                    MOVE "VALOR"       TO CABCOL-MEDIDA
                    MOVE WS-TOT-GERAL  TO WS-BASE-SECAO
               WHEN SORB-PRODUTO-QTD
                    MOVE "CURVA ABC DE PRODUTOS POR QUANTIDADE"
                                       TO CABSEC-TITULO
                    MOVE "PRODUTO"     TO CABCOL-CODIGO
                    MOVE "QUANTIDADE"  TO CABCOL-MEDIDA
                    MOVE WS-QTD-GERAL  TO WS-BASE-SECAO
               WHEN SORB-LINHA-VALOR
                    MOVE "CURVA ABC DE LINHAS POR FATURAMENTO"
                                       TO CABSEC-TITULO
                    MOVE "LINHA"       TO CABCOL-CODIGO
                    MOVE "VALOR"       TO CABCOL-MEDIDA
                    MOVE WS-TOT-GERAL  TO WS-BASE-SECAO
               WHEN SORB-LINHA-QTD
                    MOVE "CURVA ABC DE LINHAS POR QUANTIDADE"
                                       TO CABSEC-TITULO
                    MOVE "LINHA"       TO CABCOL-CODIGO
                    MOVE "QUANTIDADE"  TO CABCOL-MEDIDA
                    MOVE WS-QTD-GERAL  TO WS-BASE-SECAO
               WHEN OTHER
                    MOVE "MIX DE LINHAS POR VENDEDOR X MEDIA DA EMPRESA"
                                       TO CABSEC-TITULO
           END-EVALUATE
           IF LINHAS > WS-MAX-LINHAS - 4
              PERFORM 2008-CABECALHO
           END-IF
           ADD 3                   TO LINHAS
           WRITE RG-SAIDA FROM SPACES AFTER 1
           WRITE RG-SAIDA FROM CABSEC AFTER 1
           IF SORB-MIX-VENDEDOR
              WRITE RG-SAIDA FROM CABMIX AFTER 1
           ELSE
              WRITE RG-SAIDA FROM CABCOL AFTER 1
           END-IF.

       2012-CABECALHO-SECAO-EXIT. EXIT.

       2013-IMPRIME-ABC SECTION.

           ADD 1                   TO WS-RANKING
           MOVE WS-PERC-ACUM       TO WS-PERC-ANT
           IF WS-RANKING EQUAL 1
              MOVE ZEROS           TO WS-PERC-ANT
           END-IF
           MOVE ZEROS              TO WS-PERC
           MOVE ZEROS              TO WS-PERC-ACUM
           ADD SORB-ORDEM          TO WS-ACUMULADO
           IF WS-BASE-SECAO NOT EQUAL ZEROS
              COMPUTE WS-PERC ROUNDED =
                      SORB-ORDEM * 100 / WS-BASE-SECAO
              COMPUTE WS-PERC-ACUM ROUNDED =
                      WS-ACUMULADO * 100 / WS-BASE-SECAO
           END-IF
           MOVE WS-RANKING         TO LABC-RANK
           MOVE SORB-CODIGO        TO LABC-CODIGO
           MOVE SORB-DESCRICAO     TO LABC-DESCRICAO
           IF SORB-PRODUTO-VALOR OR SORB-LINHA-VALOR
              MOVE SORB-VALOR      TO WS-ED-VALOR
              MOVE WS-ED-VALOR     TO LABC-MEDIDA
           ELSE
              MOVE SORB-QTD        TO WS-ED-QTD
              MOVE WS-ED-QTD       TO LABC-MEDIDA
           END-IF
           MOVE WS-PERC            TO LABC-PERC
           MOVE WS-PERC-ACUM       TO LABC-ACUM
           EVALUATE TRUE
               WHEN WS-PERC-ANT LESS THAN 80
                    MOVE "A"       TO LABC-CLASSE
               WHEN WS-PERC-ANT LESS THAN 95
                    MOVE "B"       TO LABC-CLASSE
               WHEN OTHER
                    MOVE "C"       TO LABC-CLASSE
           END-EVALUATE
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LABC AFTER 1.

       2013-IMPRIME-ABC-EXIT. EXIT.

       2014-IMPRIME-MIX SECTION.

           COMPUTE WS-IND-VENDEDOR = SORB-VENDEDOR + 1
           IF SORB-VENDEDOR NOT EQUAL WS-VENDEDOR-ANT
              MOVE SORB-VENDEDOR   TO WS-VENDEDOR-ANT
              MOVE SORB-VENDEDOR   TO CABVEN-CODIGO
              MOVE SPACES          TO CABVEN-NOME
              IF WS-VENDEDOR-ATIVO EQUAL "S"
                 MOVE SORB-VENDEDOR TO VEN-CODIGO
                 READ VENDEDOR
                 IF STAT-VENDEDOR EQUAL "00"
                    MOVE VEN-NOME  TO CABVEN-NOME
                 END-IF
              END-IF
              MOVE TAB-VEN-VALOR(WS-IND-VENDEDOR) TO CABVEN-VALOR
              IF LINHAS > WS-MAX-LINHAS - 1
                 PERFORM 2008-CABECALHO
              END-IF
              ADD 2                TO LINHAS
              WRITE RG-SAIDA FROM SPACES AFTER 1
              WRITE RG-SAIDA FROM CABVEN AFTER 1
           END-IF
           MOVE ZEROS              TO WS-PERC-VENDEDOR
           MOVE ZEROS              TO WS-PERC-EMPRESA
           IF TAB-VEN-VALOR(WS-IND-VENDEDOR) NOT EQUAL ZEROS
              COMPUTE WS-PERC-VENDEDOR ROUNDED =
                      SORB-VALOR * 100 / TAB-VEN-VALOR(WS-IND-VENDEDOR)
           END-IF
           COMPUTE WS-IND-LINHA = SORB-CODIGO + 1
           IF WS-TOT-GERAL NOT EQUAL ZEROS
              COMPUTE WS-PERC-EMPRESA ROUNDED =
                      TAB-LIN-VALOR(WS-IND-LINHA) * 100 / WS-TOT-GERAL
           END-IF
           COMPUTE WS-PERC-DIFERENCA =
                   WS-PERC-VENDEDOR - WS-PERC-EMPRESA
           MOVE SORB-CODIGO        TO LMIX-LINHA
           MOVE SORB-DESCRICAO     TO LMIX-DESCRICAO
           MOVE SORB-VALOR         TO LMIX-VALOR
           MOVE WS-PERC-VENDEDOR   TO LMIX-PERC-VEND
           MOVE WS-PERC-EMPRESA    TO LMIX-PERC-EMPR
           MOVE WS-PERC-DIFERENCA  TO LMIX-DIFERENCA
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LMIX AFTER 1.

       2014-IMPRIME-MIX-EXIT. EXIT.

       2008-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE LK-DATA-INICIAL         TO CAB01A-DATA-INI
           MOVE LK-DATA-FINAL           TO CAB01A-DATA-FIM

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB01A AFTER 1
           WRITE RG-SAIDA     FROM TRACOS AFTER 1.

       2008-CABECALHO-EXIT. EXIT.

       2007-RODAPE SECTION.

           MOVE WS-TOT-GERAL       TO ROD-VALOR
           MOVE WS-QTD-GERAL       TO ROD-QTD
           MOVE WS-PED-GERAL       TO ROD-PEDIDOS
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.

       2007-RODAPE-EXIT. EXIT.

       2009-PREVIEW-TELA SECTION.

           OPEN INPUT SAIDA
           IF STAT-SAIDA NOT EQUAL "00"
              GOBACK
           END-IF

           MOVE SPACES             TO WS-EOF
           MOVE ZEROS              TO WS-LINHAS-TELA
           READ SAIDA AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              DISPLAY RG-SAIDA
              ADD 1                TO WS-LINHAS-TELA
              IF WS-LINHAS-TELA >= WS-MAX-LINHAS
                 DISPLAY "PRESSIONE ENTER PARA CONTINUAR..."
                 ACCEPT WS-PAUSA
                 MOVE ZEROS        TO WS-LINHAS-TELA
              END-IF
              READ SAIDA AT END MOVE "F" TO WS-EOF
           END-PERFORM

           CLOSE SAIDA.

       2009-PREVIEW-TELA-EXIT. EXIT.

       3000-FINALIZA SECTION.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2009-PREVIEW-TELA
           END-IF

           GOBACK.
