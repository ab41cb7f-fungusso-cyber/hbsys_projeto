       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOREL.
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
           COPY "ESTOQUE.SL".
           COPY "LINPROD.SL".
           COPY "SAIDA.SL".
           COPY "SAIDACSV.SL".
           COPY "WORKRPO.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "PEDIDOS.FD".
           COPY "PEDITENS.FD".
           COPY "PRODUTOS.FD".
           COPY "ESTOQUE.FD".
           COPY "LINPROD.FD".
           COPY "SAIDA.FD".
           COPY "SAIDACSV.FD".
           COPY "WORKRPO.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-PEDITENS                      PIC XX.
       01  STAT-PRODUTOS                      PIC XX.
       01  STAT-ESTOQUE                       PIC XX.
       01  STAT-LINPROD                       PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  STAT-SAIDACSV                      PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
           01  WS-EOF-ITE                    PIC X         VALUE SPACES.
       01  WS-ESTOQUE-ATIVO                   PIC X      VALUE "N".
       01  WS-LINPROD-ATIVO                   PIC X      VALUE "N".
       01  WS-CSV-DELIM                       PIC X      VALUE ";".
       01  WS-CSV-LINHA                       PIC X(132) VALUE SPACES.
       01  WS-MAX-PRODUTOS                    PIC 9(004) VALUE 5000.
       01  WS-QTD-PRODUTOS                    PIC 9(004) VALUE ZEROS.
       01  WS-IND-PRODUTO                     PIC 9(004) VALUE ZEROS.
       01  TABELA-REPOSICAO OCCURS 0 TO 5000
                      DEPENDING ON  WS-QTD-PRODUTOS
                                  ASCENDING TAB-RPO-CODIGO
                                  INDEXED BY WS-IND-RPO.
               05  TAB-RPO-CODIGO             PIC 9(007).
               05  TAB-RPO-DESCRICAO          PIC X(030).
               05  TAB-RPO-UNIDADE            PIC X(003).
               05  TAB-RPO-LINHA              PIC 9(003).
               05  TAB-RPO-PRAZO              PIC 9(003).
               05  TAB-RPO-MINIMO             PIC 9(007).
               05  TAB-RPO-VENDIDO            PIC 9(009).
               05  TAB-RPO-DEMANDA            PIC 9(009).
       01  WS-DIAS-ANALISE                    PIC 9(003) VALUE 90.
       01  WS-CICLO-COMPRA                    PIC 9(003) VALUE 7.
       01  WS-SOMA-VENDA                      PIC X      VALUE "N".
       01  WS-SOMA-DEMANDA                    PIC X      VALUE "N".
       01  WS-DATA-HOJE                       PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-HOJE                     PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-INICIO                   PIC 9(007) VALUE ZEROS.
       01  WS-DATA-CONV.
           05 FILLER                          PIC 9(002).
           05 WS-CONV-AA                      PIC 9(002).
           05 WS-CONV-MM                      PIC 9(002).
           05 WS-CONV-DD                      PIC 9(002).
       01  WS-DIAS-SERIAL                     PIC 9(007) VALUE ZEROS.
       01  WS-CONV-ANO                        PIC 9(004) VALUE ZEROS.
       01  WS-CONV-MES                        PIC 9(002) VALUE ZEROS.
       01  WS-QUOC-4                          PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-100                        PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-400                        PIC 9(004) VALUE ZEROS.
       01  TABELA-MES-ACUM.
           05 PIC X(036) VALUE "000031059090120151181212243273304334".
       01  FILLER REDEFINES TABELA-MES-ACUM.
           05 TAB-MES-ACUM OCCURS 12          PIC 9(003).
       01  WS-LIQUIDO                         PIC S9(009) VALUE ZEROS.
       01  WS-NECESSIDADE                     PIC 9(009)V99 VALUE ZEROS.
       01  WS-COBERTURA                       PIC 9(009) VALUE ZEROS.
       01  WS-LINHA-ANT                       PIC 9(003) VALUE ZEROS.
       01  WS-PRIMEIRA-LINHA                  PIC X      VALUE "S".
       01  WS-SUB-PRODUTOS                    PIC 9(005) VALUE ZEROS.
       01  WS-SUB-SUGESTAO                    PIC 9(011) VALUE ZEROS.
       01  WS-TOT-PRODUTOS                    PIC 9(005) VALUE ZEROS.
       01  WS-TOT-COM-SUGESTAO                PIC 9(005) VALUE ZEROS.
       01  WS-TOT-SUGESTAO                    PIC 9(011) VALUE ZEROS.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(090) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-PARAMETROS.
               05 WS-PAR-LINHAS-PAGINA     PIC 9(003).
               05 WS-PAR-DIST-MAXIMA       PIC 9(005).
               05 WS-PAR-DELIMITADOR       PIC X(001).
           01  WS-SAIDA-PATH               PIC X(040) VALUE SPACES.
           01  CAB01.
        05 PIC X(078)   VALUE "SUGESTAO DE REPOSICAO DE COMPRAS".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(006)               VALUE "DATA: ".
               05 CAB01A-DATA              PIC 9(008).
               05 PIC X(004).
               05 PIC X(017)               VALUE "VENDAS ANALISADAS".
               05 PIC X(002)               VALUE ": ".
               05 CAB01A-DIAS              PIC ZZ9.
               05 PIC X(005)               VALUE " DIAS".
               05 PIC X(004).
               05 PIC X(017)               VALUE "CICLO DE COMPRA: ".
               05 CAB01A-CICLO             PIC ZZ9.
               05 PIC X(005)               VALUE " DIAS".
           01  CAB02.
               05 PIC X(008)               VALUE "  CODIGO".
               05 PIC X(021)               VALUE " DESCRICAO".
               05 PIC X(004)               VALUE " UN".
               05 PIC X(010)               VALUE "   MED/DIA".
               05 PIC X(006)               VALUE " COBER".
               05 PIC X(009)               VALUE "    SALDO".
               05 PIC X(008)               VALUE " DEMANDA".
               05 PIC X(004)               VALUE " PRZ".
               05 PIC X(008)               VALUE "  MINIMO".
               05 PIC X(009)               VALUE " SUGESTAO".
           01  CABLIN.
               05 PIC X(007)               VALUE "LINHA: ".
               05 CABLIN-CODIGO            PIC ZZ9.
               05 PIC X(003)               VALUE " - ".
               05 CABLIN-DESCRICAO         PIC X(030).
       01  LDT.
           05 PIC X(001).
           05 LDT-CODIGO                  PIC ZZZZZZ9.
           05 PIC X(001).
           05 LDT-DESCRICAO               PIC X(020).
           05 PIC X(001).
           05 LDT-UNIDADE                 PIC X(003).
           05 LDT-MEDIA                   PIC ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-COBERTURA               PIC ZZZZ9.
           05 PIC X(001).
           05 LDT-SALDO                   PIC -ZZZZZZ9.
           05 PIC X(001).
           05 LDT-DEMANDA                 PIC ZZZZZZ9.
           05 PIC X(001).
           05 LDT-PRAZO                   PIC ZZ9.
           05 PIC X(001).
           05 LDT-MINIMO                  PIC ZZZZZZ9.
           05 PIC X(001).
           05 LDT-SUGESTAO                PIC ZZZZZZZ9.
       01  SUBLIN.
           05 PIC X(010).
           05 PIC X(020) VALUE "TOTAL DA LINHA  -  ".
           05 PIC X(010) VALUE "PRODUTOS: ".
           05 SUB-PRODUTOS                PIC ZZ.ZZ9.
           05 PIC X(004).
           05 PIC X(010) VALUE "SUGESTAO: ".
           05 SUB-SUGESTAO                PIC ZZZ.ZZZ.ZZ9.
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(020) VALUE "PRODUTOS ANALISADOS:".
           05 ROD-PRODUTOS                PIC ZZ.ZZ9.
           05 PIC X(004).
           05 PIC X(015) VALUE "COM SUGESTAO: ".
           05 ROD-COM-SUGESTAO            PIC ZZ.ZZ9.
           05 PIC X(004).
           05 PIC X(016) VALUE "QTDE SUGERIDA: ".
           05 ROD-SUGESTAO                PIC ZZZ.ZZZ.ZZ9.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
          05 LK-DIAS-ANALISE                             PIC 9(003).
          05 LK-SOMENTE-SUGESTAO                         PIC X(001).
          05 LK-GERA-CSV                                 PIC X(001).
          05 LK-CSV-DELIM                                PIC X(001).
       PROCEDURE DIVISION USING LIN-LIGACAO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               CALL "LEPARAM" USING WS-PARAMETROS
               MOVE WS-PAR-LINHAS-PAGINA   TO WS-MAX-LINHAS
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               IF LK-CSV-DELIM EQUAL ","
                  MOVE ","                TO WS-CSV-DELIM
               ELSE
                  MOVE ";"                TO WS-CSV-DELIM
               END-IF
               IF LK-DIAS-ANALISE NOT EQUAL ZEROS
                  MOVE LK-DIAS-ANALISE    TO WS-DIAS-ANALISE
               END-IF
               MOVE "SAIDA"               TO WS-SAIDA-PATH
               ACCEPT WS-DATA-HOJE        FROM DATE
               MOVE WS-DATA-HOJE          TO WS-DATA-CONV
               PERFORM 2010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL        TO WS-SERIAL-HOJE
               COMPUTE WS-SERIAL-INICIO = WS-SERIAL-HOJE
                                        - WS-DIAS-ANALISE + 1
               OPEN INPUT PRODUTOS
               IF  STAT-PRODUTOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PRODUTOS ! "
                      STAT-PRODUTOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
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
               MOVE "N"                   TO WS-ESTOQUE-ATIVO
               OPEN INPUT ESTOQUE
               IF STAT-ESTOQUE EQUAL "00"
                  MOVE "S"                TO WS-ESTOQUE-ATIVO
               END-IF
               MOVE "N"                   TO WS-LINPROD-ATIVO
               OPEN INPUT LINPROD
               IF STAT-LINPROD EQUAL "00"
                  MOVE "S"                TO WS-LINPROD-ATIVO
               END-IF.

       2000-PROCESSA.

           PERFORM 2001-CARREGA-PRODUTOS
           PERFORM 2002-LE-PEDIDOS

           SORT WORKRPO ON ASCENDING SORR-LINHA
                                     SORR-CODIGO
                INPUT PROCEDURE 2000-SORTIN
                OUTPUT PROCEDURE 2000-SORTOUT.

       2001-CARREGA-PRODUTOS SECTION.

           MOVE ZEROS              TO WS-QTD-PRODUTOS
           MOVE ZEROS              TO PRO-CODIGO
           START PRODUTOS KEY IS GREATER THAN PRO-CODIGO
           IF STAT-PRODUTOS NOT EQUAL "00"
              GO TO 2001-CARREGA-PRODUTOS-EXIT
           END-IF

           MOVE SPACES             TO WS-EOF
           READ PRODUTOS NEXT
           IF STAT-PRODUTOS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL "F"
              IF PRO-ATIVO
                 AND WS-QTD-PRODUTOS LESS THAN WS-MAX-PRODUTOS
                 ADD 1             TO WS-QTD-PRODUTOS
                 MOVE PRO-CODIGO
                              TO TAB-RPO-CODIGO(WS-QTD-PRODUTOS)
                 MOVE PRO-DESCRICAO
                              TO TAB-RPO-DESCRICAO(WS-QTD-PRODUTOS)
                 MOVE PRO-UNIDADE
                              TO TAB-RPO-UNIDADE(WS-QTD-PRODUTOS)
                 MOVE PRO-LINHA
                              TO TAB-RPO-LINHA(WS-QTD-PRODUTOS)
                 MOVE ZEROS   TO TAB-RPO-PRAZO(WS-QTD-PRODUTOS)
                 IF PRO-PRAZO-REPOSICAO NUMERIC
                    MOVE PRO-PRAZO-REPOSICAO
                              TO TAB-RPO-PRAZO(WS-QTD-PRODUTOS)
                 END-IF
                 MOVE ZEROS   TO TAB-RPO-MINIMO(WS-QTD-PRODUTOS)
                 IF PRO-ESTOQUE-MINIMO NUMERIC
                    MOVE PRO-ESTOQUE-MINIMO
                              TO TAB-RPO-MINIMO(WS-QTD-PRODUTOS)
                 END-IF
                 MOVE ZEROS   TO TAB-RPO-VENDIDO(WS-QTD-PRODUTOS)
                 MOVE ZEROS   TO TAB-RPO-DEMANDA(WS-QTD-PRODUTOS)
              END-IF
              READ PRODUTOS NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2001-CARREGA-PRODUTOS-EXIT. EXIT.

       2002-LE-PEDIDOS SECTION.

           IF WS-QTD-PRODUTOS EQUAL ZEROS
              GO TO 2002-LE-PEDIDOS-EXIT
           END-IF

           MOVE ZEROS              TO PED-CHAVE
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              GO TO 2002-LE-PEDIDOS-EXIT
           END-IF

           MOVE SPACES             TO WS-EOF
           READ PEDIDOS NEXT
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE "N"             TO WS-SOMA-VENDA
              MOVE "N"             TO WS-SOMA-DEMANDA
              IF NOT PED-CANCELADO
                 IF PED-DATA NUMERIC
                    AND PED-DATA NOT EQUAL ZEROS
                    MOVE PED-DATA  TO WS-DATA-CONV
                    PERFORM 2010-CALCULA-SERIAL
                    IF WS-DIAS-SERIAL NOT LESS THAN WS-SERIAL-INICIO
                       AND WS-DIAS-SERIAL NOT GREATER THAN
                                                 WS-SERIAL-HOJE
                       MOVE "S"    TO WS-SOMA-VENDA
                    END-IF
                 END-IF
                 IF PED-ABERTO OR PED-PENDENTE
                    MOVE "S"       TO WS-SOMA-DEMANDA
                 END-IF
              END-IF
              IF WS-SOMA-VENDA EQUAL "S"
                 OR WS-SOMA-DEMANDA EQUAL "S"
                 PERFORM 2003-LE-ITENS
              END-IF
              READ PEDIDOS NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2002-LE-PEDIDOS-EXIT. EXIT.

       2003-LE-ITENS SECTION.

           MOVE PED-CLI-CODIGO     TO ITE-CLI-CODIGO
           MOVE PED-NUMERO         TO ITE-PED-NUMERO
           MOVE ZEROS              TO ITE-SEQUENCIA
           START PEDITENS KEY IS GREATER THAN ITE-CHAVE
           IF STAT-PEDITENS NOT EQUAL "00"
              GO TO 2003-LE-ITENS-EXIT
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
                 SEARCH ALL TABELA-REPOSICAO
                    WHEN TAB-RPO-CODIGO(WS-IND-RPO) EQUAL ITE-PRO-CODIGO
                         IF WS-SOMA-VENDA EQUAL "S"
                            ADD ITE-QUANTIDADE
                                   TO TAB-RPO-VENDIDO(WS-IND-RPO)
                         END-IF
                         IF WS-SOMA-DEMANDA EQUAL "S"
                            ADD ITE-QUANTIDADE
                                   TO TAB-RPO-DEMANDA(WS-IND-RPO)
                         END-IF
                 END-SEARCH
                 READ PEDITENS NEXT AT END
                    MOVE "F"       TO WS-EOF-ITE
                 END-READ
              END-IF
           END-PERFORM.

       2003-LE-ITENS-EXIT. EXIT.

       2010-CALCULA-SERIAL SECTION.

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

       2010-CALCULA-SERIAL-EXIT. EXIT.

       2000-SORTIN SECTION.

           PERFORM VARYING WS-IND-PRODUTO FROM 1 BY 1
                   UNTIL WS-IND-PRODUTO > WS-QTD-PRODUTOS
              PERFORM 2004-CALCULA-SUGESTAO
              IF LK-SOMENTE-SUGESTAO NOT EQUAL "S"
                 OR SORR-SUGESTAO GREATER THAN ZEROS
                 RELEASE SORR-REC
              END-IF
           END-PERFORM

           CLOSE PEDIDOS
           CLOSE PEDITENS
           CLOSE PRODUTOS
           IF WS-ESTOQUE-ATIVO EQUAL "S"
              CLOSE ESTOQUE
           END-IF.

       2000-SORTIN-EXIT. EXIT.

       2004-CALCULA-SUGESTAO SECTION.

           MOVE TAB-RPO-LINHA(WS-IND-PRODUTO)     TO SORR-LINHA
           MOVE TAB-RPO-CODIGO(WS-IND-PRODUTO)    TO SORR-CODIGO
           MOVE TAB-RPO-DESCRICAO(WS-IND-PRODUTO) TO SORR-DESCRICAO
           MOVE TAB-RPO-UNIDADE(WS-IND-PRODUTO)   TO SORR-UNIDADE
           MOVE TAB-RPO-PRAZO(WS-IND-PRODUTO)     TO SORR-PRAZO
           MOVE TAB-RPO-MINIMO(WS-IND-PRODUTO)    TO SORR-MINIMO
           MOVE TAB-RPO-DEMANDA(WS-IND-PRODUTO)   TO SORR-DEMANDA

           INITIALIZE RG-ESTOQUE
           IF WS-ESTOQUE-ATIVO EQUAL "S"
              MOVE TAB-RPO-CODIGO(WS-IND-PRODUTO) TO EST-PRO-CODIGO
              READ ESTOQUE
              IF STAT-ESTOQUE NOT EQUAL "00"
                 INITIALIZE RG-ESTOQUE
              END-IF
           END-IF
           MOVE EST-SALDO          TO SORR-SALDO

           COMPUTE SORR-MEDIA ROUNDED =
                   TAB-RPO-VENDIDO(WS-IND-PRODUTO) / WS-DIAS-ANALISE
           COMPUTE WS-LIQUIDO = EST-SALDO
                              - TAB-RPO-DEMANDA(WS-IND-PRODUTO)

           IF TAB-RPO-VENDIDO(WS-IND-PRODUTO) EQUAL ZEROS
              MOVE 99999           TO SORR-COBERTURA
           ELSE
              IF WS-LIQUIDO NOT GREATER THAN ZEROS
                 MOVE ZEROS        TO SORR-COBERTURA
              ELSE
                 COMPUTE WS-COBERTURA =
                         WS-LIQUIDO * WS-DIAS-ANALISE
                       / TAB-RPO-VENDIDO(WS-IND-PRODUTO)
                 IF WS-COBERTURA GREATER THAN 99999
                    MOVE 99999     TO SORR-COBERTURA
                 ELSE
                    MOVE WS-COBERTURA TO SORR-COBERTURA
                 END-IF
              END-IF
           END-IF

           COMPUTE WS-NECESSIDADE =
                   TAB-RPO-VENDIDO(WS-IND-PRODUTO)
                 * (TAB-RPO-PRAZO(WS-IND-PRODUTO) + WS-CICLO-COMPRA)
                 / WS-DIAS-ANALISE
                 + TAB-RPO-MINIMO(WS-IND-PRODUTO)

           MOVE ZEROS              TO SORR-SUGESTAO
           IF WS-NECESSIDADE GREATER THAN WS-LIQUIDO
              COMPUTE SORR-SUGESTAO ROUNDED =
                      WS-NECESSIDADE - WS-LIQUIDO
           END-IF.

       2004-CALCULA-SUGESTAO-EXIT. EXIT.

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

           IF LK-GERA-CSV EQUAL "S"
              OPEN OUTPUT SAIDACSV
              IF  STAT-SAIDACSV NOT EQUAL "00"
                  STRING "ERRO AO ABRIR ARQ. SAIDACSV ! "
                         STAT-SAIDACSV
                    DELIMITED BY SIZE
                    INTO LK-RETORNO
                 END-STRING
                 GOBACK
              END-IF
           END-IF

           PERFORM 2008-CABECALHO

           RETURN WORKRPO AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"

               IF WS-PRIMEIRA-LINHA EQUAL "S"
                  OR SORR-LINHA NOT EQUAL WS-LINHA-ANT
                  IF WS-PRIMEIRA-LINHA NOT EQUAL "S"
                     PERFORM 2006-SUBTOTAL-LINHA
                  END-IF
                  PERFORM 2005-CABECALHO-LINHA
               END-IF
               PERFORM 2007-IMPRIME-PRODUTO
               RETURN WORKRPO AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-PRIMEIRA-LINHA NOT EQUAL "S"
              PERFORM 2006-SUBTOTAL-LINHA
           END-IF

           PERFORM 2009-RODAPE

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           IF LK-GERA-CSV EQUAL "S"
              CLOSE SAIDACSV
              IF  STAT-SAIDACSV NOT EQUAL "00"
                  STRING "ERRO AO FECHAR ARQ. SAIDACSV ! "
                         STAT-SAIDACSV
                           DELIMITED BY SIZE
                           INTO LK-RETORNO
                  END-STRING
                  GOBACK
              END-IF
           END-IF

           IF WS-LINPROD-ATIVO EQUAL "S"
              CLOSE LINPROD
           END-IF

           MOVE SPACES                                    TO LK-RETORNO.

       2000-SORTOUT-EXIT. EXIT.

       2005-CABECALHO-LINHA SECTION.

           MOVE "N"                TO WS-PRIMEIRA-LINHA
           MOVE SORR-LINHA         TO WS-LINHA-ANT
           MOVE ZEROS              TO WS-SUB-PRODUTOS
           MOVE ZEROS              TO WS-SUB-SUGESTAO
           MOVE SORR-LINHA         TO CABLIN-CODIGO
           MOVE SPACES             TO CABLIN-DESCRICAO
           IF SORR-LINHA EQUAL ZEROS
              MOVE "*** SEM LINHA ***" TO CABLIN-DESCRICAO
           ELSE
              IF WS-LINPROD-ATIVO EQUAL "S"
                 MOVE SORR-LINHA   TO LPR-CODIGO
                 READ LINPROD
                 IF STAT-LINPROD EQUAL "00"
                    MOVE LPR-DESCRICAO TO CABLIN-DESCRICAO
                 END-IF
              END-IF
           END-IF
           IF LINHAS > WS-MAX-LINHAS - 3
              PERFORM 2008-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA     FROM SPACES AFTER 1
           WRITE RG-SAIDA     FROM CABLIN AFTER 1.

       2005-CABECALHO-LINHA-EXIT. EXIT.

       2006-SUBTOTAL-LINHA SECTION.

           MOVE WS-SUB-PRODUTOS    TO SUB-PRODUTOS
           MOVE WS-SUB-SUGESTAO    TO SUB-SUGESTAO
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA     FROM SUBLIN AFTER 1.

       2006-SUBTOTAL-LINHA-EXIT. EXIT.

       2007-IMPRIME-PRODUTO SECTION.

           MOVE SORR-CODIGO        TO LDT-CODIGO
           MOVE SORR-DESCRICAO     TO LDT-DESCRICAO
           MOVE SORR-UNIDADE       TO LDT-UNIDADE
           MOVE SORR-MEDIA         TO LDT-MEDIA
           MOVE SORR-COBERTURA     TO LDT-COBERTURA
           MOVE SORR-SALDO         TO LDT-SALDO
           MOVE SORR-DEMANDA       TO LDT-DEMANDA
           MOVE SORR-PRAZO         TO LDT-PRAZO
           MOVE SORR-MINIMO        TO LDT-MINIMO
           MOVE SORR-SUGESTAO      TO LDT-SUGESTAO
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1 TO LINHAS, WS-SUB-PRODUTOS, WS-TOT-PRODUTOS
           ADD SORR-SUGESTAO       TO WS-SUB-SUGESTAO
           ADD SORR-SUGESTAO       TO WS-TOT-SUGESTAO
           IF SORR-SUGESTAO GREATER THAN ZEROS
              ADD 1                TO WS-TOT-COM-SUGESTAO
           END-IF
           WRITE RG-SAIDA FROM LDT AFTER 1

           IF LK-GERA-CSV EQUAL "S"
              PERFORM 2011-GRAVA-CSV
           END-IF.

       2007-IMPRIME-PRODUTO-EXIT. EXIT.

       2008-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-DATA-HOJE            TO CAB01A-DATA
           MOVE WS-DIAS-ANALISE         TO CAB01A-DIAS
           MOVE WS-CICLO-COMPRA         TO CAB01A-CICLO

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB01A AFTER 1
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.

       2008-CABECALHO-EXIT. EXIT.

       2009-RODAPE SECTION.

           MOVE WS-TOT-PRODUTOS     TO ROD-PRODUTOS
           MOVE WS-TOT-COM-SUGESTAO TO ROD-COM-SUGESTAO
           MOVE WS-TOT-SUGESTAO     TO ROD-SUGESTAO
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.

       2009-RODAPE-EXIT. EXIT.

       2011-GRAVA-CSV SECTION.

           MOVE SPACES                 TO WS-CSV-LINHA
           STRING SORR-LINHA            DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  SORR-CODIGO           DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  SORR-DESCRICAO        DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  SORR-UNIDADE          DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-MEDIA             DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-COBERTURA         DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-SALDO             DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-DEMANDA           DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-PRAZO             DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-MINIMO            DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-SUGESTAO          DELIMITED BY SIZE
               INTO WS-CSV-LINHA
           END-STRING

           WRITE RG-SAIDACSV FROM WS-CSV-LINHA
           IF  STAT-SAIDACSV NOT EQUAL "00"
               STRING "ERRO AO GRAVAR ARQ. SAIDACSV ! "
                      STAT-SAIDACSV
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF.

       2011-GRAVA-CSV-EXIT. EXIT.

       2012-PREVIEW-TELA SECTION.

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

       2012-PREVIEW-TELA-EXIT. EXIT.

       3000-FINALIZA SECTION.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2012-PREVIEW-TELA
           END-IF

           GOBACK.
