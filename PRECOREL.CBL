       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRECOAGE.SL".
           COPY "PEDIDOS.SL".
           COPY "PEDITENS.SL".
           COPY "PRODUTOS.SL".
           COPY "LINPROD.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "PRECOAGE.FD".
           COPY "PEDIDOS.FD".
           COPY "PEDITENS.FD".
           COPY "PRODUTOS.FD".
           COPY "LINPROD.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PRECOAGE                      PIC XX.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-PEDITENS                      PIC XX.
       01  STAT-PRODUTOS                      PIC XX.
       01  STAT-LINPROD                       PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  WS-PRECOAGE-ATIVO                  PIC X      VALUE "N".
       01  WS-PEDITENS-ATIVO                  PIC X      VALUE "N".
       01  WS-PRODUTOS-ATIVO                  PIC X      VALUE "N".
       01  WS-LINPROD-ATIVO                   PIC X      VALUE "N".
           01  WS-EOF                        PIC X         VALUE SPACES.
       01  WS-EOF-ITE                         PIC X      VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(126) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
       01  WS-LIG-EMPRESA.
           05 WS-EMPRESA-ATUAL            PIC 9(002).
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SECAO                       PIC X(001) VALUE SPACES.
       01  WS-DIFERENCA                   PIC S9(011)V99 VALUE ZEROS.
       01  WS-TOT-A-MENOR                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-A-MAIOR                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-QTD-A-MENOR                 PIC 9(007) VALUE ZEROS.
       01  WS-QTD-A-MAIOR                 PIC 9(007) VALUE ZEROS.

       01  WS-LIG-PRECOVIG.
           05 WS-PVG-PRO-CODIGO          PIC 9(007).
           05 WS-PVG-DATA-REFERENCIA     PIC 9(008).
           05 WS-PVG-PRECO               PIC 9(007)V99.
           05 WS-PVG-DATA-INICIO         PIC 9(008).
           05 WS-PVG-PRECO-ANTERIOR      PIC 9(007)V99.
           05 WS-PVG-ORIGEM              PIC X(001).
           05 WS-PVG-RETORNO             PIC X(030).

           01  CAB01.
               05 PIC X(114)               VALUE
                  "AGENDA DE PRECOS E PEDIDOS DESATUALIZADOS".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(010)               VALUE "EMISSAO: ".
               05 CAB01A-DATA              PIC 9(008).
               05 PIC X(012)               VALUE "  PERIODO: ".
               05 CAB01A-DATA-INI          PIC 9(008).
               05 PIC X(003)               VALUE " A ".
               05 CAB01A-DATA-FIM          PIC 9(008).
           01  CAB02A.
               05 PIC X(015)               VALUE " VIGENCIA  T".
               05 PIC X(042)               VALUE "REFERENCIA DESCRICAO".
               05 PIC X(013)               VALUE "PRECO ATUAL".
               05 PIC X(013)               VALUE " NOVO PRECO".
               05 PIC X(012)               VALUE "PERC.  S".
               05 PIC X(010)               VALUE "OPERADOR".
           01  CAB02B.
               05 PIC X(018)               VALUE " CLIENTE  PEDIDO".
               05 PIC X(010)               VALUE "DATA".
               05 PIC X(036)               VALUE "PRODUTO DESCRICAO".
               05 PIC X(008)               VALUE "  QTDE".
               05 PIC X(012)               VALUE "  PRECO PED.".
               05 PIC X(012)               VALUE "  VIGENTE".
               05 PIC X(015)               VALUE "      DIFERENCA".
       01  LSEC.
           05 PIC X(001).
           05 LSEC-TITULO                 PIC X(060).
       01  LAG.
           05 PIC X(001).
           05 LAG-VIGENCIA                PIC 9(008).
           05 PIC X(002).
           05 LAG-TIPO                    PIC X(001).
           05 PIC X(002).
           05 LAG-REFERENCIA              PIC ZZZZZZ9.
           05 PIC X(003).
           05 LAG-DESCRICAO               PIC X(030).
           05 PIC X(003).
           05 LAG-PRECO-ATUAL             PIC ZZZ.ZZ9,99.
           05 PIC X(003).
           05 LAG-PRECO-NOVO              PIC ZZZ.ZZ9,99.
           05 PIC X(003).
           05 LAG-PERCENTUAL              PIC ZZ9,99.
           05 PIC X(002).
           05 LAG-SENTIDO                 PIC X(001).
           05 PIC X(003).
           05 LAG-OPERADOR                PIC X(010).
       01  LPD.
           05 PIC X(001).
           05 LPD-CLIENTE                 PIC ZZZZZZ9.
           05 PIC X(002).
           05 LPD-PEDIDO                  PIC ZZZZZZ9.
           05 PIC X(002).
           05 LPD-DATA                    PIC 9(008).
           05 PIC X(002).
           05 LPD-PRODUTO                 PIC ZZZZZZ9.
           05 PIC X(002).
           05 LPD-DESCRICAO               PIC X(025).
           05 PIC X(002).
           05 LPD-QTD                     PIC ZZ.ZZ9.
           05 PIC X(002).
           05 LPD-PRECO-PEDIDO            PIC ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LPD-PRECO-VIGENTE           PIC ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LPD-DIFERENCA               PIC -ZZZ.ZZZ.ZZ9,99.
       01  RODAPE.
           05 PIC X(001).
           05 ROD-DESCRICAO               PIC X(050).
           05 PIC X(002).
           05 ROD-QTD                     PIC ZZZ.ZZ9.
           05 PIC X(002).
           05 ROD-VALOR                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-INICIAL                             PIC 9(008).
          05 LK-DATA-FINAL                               PIC 9(008).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-AGENDADAS                            PIC 9(005).
          05 LK-QTD-ITENS                                PIC 9(007).
          05 LK-VALOR-DIFERENCA                          PIC S9(013)V99.
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               MOVE SPACES                TO LK-RETORNO
               INITIALIZE LIN-RESUMO
               ACCEPT WS-DATA-HOJE        FROM DATE
               CALL "LEEMPRES" USING WS-LIG-EMPRESA
               OPEN INPUT PEDIDOS
               IF  STAT-PEDIDOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PEDIDOS ! "
                      STAT-PEDIDOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"                   TO WS-PRECOAGE-ATIVO
               OPEN INPUT PRECOAGE
               IF STAT-PRECOAGE EQUAL "00"
                  MOVE "S"                TO WS-PRECOAGE-ATIVO
               END-IF
               MOVE "N"                   TO WS-PEDITENS-ATIVO
               OPEN INPUT PEDITENS
               IF STAT-PEDITENS EQUAL "00"
                  MOVE "S"                TO WS-PEDITENS-ATIVO
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
               OPEN OUTPUT SAIDA
               IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. SAIDA ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2000-PROCESSA.

           MOVE "A"                TO WS-SECAO
           PERFORM 2008-CABECALHO
           IF WS-PRECOAGE-ATIVO EQUAL "S"
              PERFORM 2001-LISTA-AGENDA
           END-IF

           MOVE "P"                TO WS-SECAO
           PERFORM 2008-CABECALHO
           IF WS-PEDITENS-ATIVO EQUAL "S"
              PERFORM 2003-LISTA-PEDIDOS
           END-IF

           PERFORM 2006-RODAPE

           CLOSE PEDIDOS
           IF WS-PRECOAGE-ATIVO EQUAL "S"
              CLOSE PRECOAGE
           END-IF
           IF WS-PEDITENS-ATIVO EQUAL "S"
              CLOSE PEDITENS
           END-IF
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              CLOSE PRODUTOS
           END-IF
           IF WS-LINPROD-ATIVO EQUAL "S"
              CLOSE LINPROD
           END-IF

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           MOVE SPACES                                    TO LK-RETORNO.

       2001-LISTA-AGENDA.

           MOVE ZEROS              TO PAG-DATA-VIGENCIA
           MOVE SPACES             TO PAG-TIPO
           MOVE ZEROS              TO PAG-REFERENCIA
           START PRECOAGE KEY IS NOT LESS THAN PAG-CHAVE
           IF STAT-PRECOAGE NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           ELSE
              MOVE SPACES          TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ PRECOAGE NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
              IF WS-EOF NOT EQUAL "F"
                 AND PAG-PENDENTE
                 PERFORM 2002-IMPRIME-AGENDA
              END-IF
           END-PERFORM.

       2002-IMPRIME-AGENDA.

           MOVE SPACES             TO LAG
           MOVE PAG-DATA-VIGENCIA  TO LAG-VIGENCIA
           MOVE PAG-TIPO           TO LAG-TIPO
           MOVE PAG-REFERENCIA     TO LAG-REFERENCIA
           MOVE ZEROS              TO LAG-PRECO-ATUAL
           MOVE PAG-PRECO-NOVO     TO LAG-PRECO-NOVO
           MOVE PAG-PERCENTUAL     TO LAG-PERCENTUAL
           MOVE PAG-SENTIDO        TO LAG-SENTIDO
           MOVE PAG-OPERADOR       TO LAG-OPERADOR
           IF PAG-TIPO-PRODUTO
              AND WS-PRODUTOS-ATIVO EQUAL "S"
              MOVE PAG-REFERENCIA  TO PRO-CODIGO
              READ PRODUTOS
              IF STAT-PRODUTOS EQUAL "00"
                 MOVE PRO-DESCRICAO   TO LAG-DESCRICAO
                 MOVE PRO-PRECO-LISTA TO LAG-PRECO-ATUAL
                 IF PAG-PRECO-NOVO EQUAL ZEROS
                    IF PAG-REDUCAO
                       COMPUTE LAG-PRECO-NOVO ROUNDED =
                          PRO-PRECO-LISTA * (100 - PAG-PERCENTUAL) / 100
                    ELSE
                       COMPUTE LAG-PRECO-NOVO ROUNDED =
                          PRO-PRECO-LISTA * (100 + PAG-PERCENTUAL) / 100
                    END-IF
                 END-IF
              ELSE
                 MOVE "*** NAO CADASTRADO ***" TO LAG-DESCRICAO
              END-IF
           END-IF
           IF PAG-TIPO-LINHA
              AND WS-LINPROD-ATIVO EQUAL "S"
              AND PAG-REFERENCIA NOT GREATER THAN 999
              MOVE PAG-REFERENCIA  TO LPR-CODIGO
              READ LINPROD
              IF STAT-LINPROD EQUAL "00"
                 MOVE LPR-DESCRICAO TO LAG-DESCRICAO
              ELSE
                 MOVE "*** NAO CADASTRADA ***" TO LAG-DESCRICAO
              END-IF
           END-IF

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           ADD 1                   TO LK-QTD-AGENDADAS
           WRITE RG-SAIDA FROM LAG AFTER 1.

       2003-LISTA-PEDIDOS.

           MOVE ZEROS              TO PED-CHAVE
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           ELSE
              MOVE SPACES          TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ PEDIDOS NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
              IF WS-EOF NOT EQUAL "F"
                 AND NOT PED-CANCELADO
                 AND PED-DATA NOT LESS THAN LK-DATA-INICIAL
                 AND PED-DATA NOT GREATER THAN LK-DATA-FINAL
                 AND (PED-EMPRESA EQUAL WS-EMPRESA-ATUAL
                      OR (PED-EMPRESA EQUAL ZEROS
                          AND WS-EMPRESA-ATUAL EQUAL 1))
                 PERFORM 2004-VERIFICA-ITENS
              END-IF
           END-PERFORM.

       2004-VERIFICA-ITENS.

           MOVE PED-CLI-CODIGO     TO ITE-CLI-CODIGO
           MOVE PED-NUMERO         TO ITE-PED-NUMERO
           MOVE ZEROS              TO ITE-SEQUENCIA
           START PEDITENS KEY IS GREATER THAN ITE-CHAVE
           IF STAT-PEDITENS NOT EQUAL "00"
              EXIT PARAGRAPH
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
                 PERFORM 2005-VERIFICA-ITEM
                 READ PEDITENS NEXT AT END
                    MOVE "F"       TO WS-EOF-ITE
                 END-READ
              END-IF
           END-PERFORM.

       2005-VERIFICA-ITEM.

           MOVE ITE-PRO-CODIGO     TO WS-PVG-PRO-CODIGO
           MOVE PED-DATA           TO WS-PVG-DATA-REFERENCIA
           CALL "PRECOVIG" USING WS-LIG-PRECOVIG
           IF WS-PVG-RETORNO NOT EQUAL SPACES
              OR WS-PVG-ORIGEM NOT EQUAL "H"
              OR WS-PVG-PRECO-ANTERIOR EQUAL ZEROS
              OR ITE-VALOR-UNITARIO NOT EQUAL WS-PVG-PRECO-ANTERIOR
              OR ITE-VALOR-UNITARIO EQUAL WS-PVG-PRECO
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIFERENCA =
                   (WS-PVG-PRECO - ITE-VALOR-UNITARIO)
                 * ITE-QUANTIDADE
           IF WS-DIFERENCA GREATER THAN ZEROS
              ADD 1                TO WS-QTD-A-MENOR
              ADD WS-DIFERENCA     TO WS-TOT-A-MENOR
           ELSE
              ADD 1                TO WS-QTD-A-MAIOR
              SUBTRACT WS-DIFERENCA FROM WS-TOT-A-MAIOR
           END-IF
           ADD 1                   TO LK-QTD-ITENS
           ADD WS-DIFERENCA        TO LK-VALOR-DIFERENCA

           MOVE SPACES             TO LPD
           MOVE PED-CLI-CODIGO     TO LPD-CLIENTE
           MOVE PED-NUMERO         TO LPD-PEDIDO
           MOVE PED-DATA           TO LPD-DATA
           MOVE ITE-PRO-CODIGO     TO LPD-PRODUTO
           MOVE ITE-DESCRICAO      TO LPD-DESCRICAO
           MOVE ITE-QUANTIDADE     TO LPD-QTD
           MOVE ITE-VALOR-UNITARIO TO LPD-PRECO-PEDIDO
           MOVE WS-PVG-PRECO       TO LPD-PRECO-VIGENTE
           MOVE WS-DIFERENCA       TO LPD-DIFERENCA

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LPD AFTER 1.

       2008-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 8                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-DATA-HOJE            TO CAB01A-DATA
           MOVE LK-DATA-INICIAL         TO CAB01A-DATA-INI
           MOVE LK-DATA-FINAL           TO CAB01A-DATA-FIM

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1.
           WRITE RG-SAIDA     FROM CAB01A AFTER 1.
           WRITE RG-SAIDA     FROM TRACOS AFTER 1.
           MOVE SPACES             TO LSEC
           IF WS-SECAO EQUAL "A"
              MOVE "ALTERACOES DE PRECO AGENDADAS (PENDENTES)"
                                   TO LSEC-TITULO
              WRITE RG-SAIDA  FROM LSEC AFTER 1
              WRITE RG-SAIDA  FROM CAB02A AFTER 1
           ELSE
              MOVE "PEDIDOS COM PRECO DESATUALIZADO"
                                   TO LSEC-TITULO
              WRITE RG-SAIDA  FROM LSEC AFTER 1
              WRITE RG-SAIDA  FROM CAB02B AFTER 1
           END-IF
           WRITE RG-SAIDA     FROM SPACES AFTER 1.

       2006-RODAPE.

           IF LINHAS > WS-MAX-LINHAS - 6
              PERFORM 2008-CABECALHO
           END-IF
           WRITE RG-SAIDA     FROM TRACOS AFTER 2.
           MOVE SPACES             TO RODAPE
           MOVE "ALTERACOES AGENDADAS PENDENTES"
                                   TO ROD-DESCRICAO
           MOVE LK-QTD-AGENDADAS   TO ROD-QTD
           MOVE ZEROS              TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "ITENS VENDIDOS ABAIXO DO PRECO VIGENTE"
                                   TO ROD-DESCRICAO
           MOVE WS-QTD-A-MENOR     TO ROD-QTD
           MOVE WS-TOT-A-MENOR     TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "ITENS VENDIDOS ACIMA DO PRECO VIGENTE"
                                   TO ROD-DESCRICAO
           MOVE WS-QTD-A-MAIOR     TO ROD-QTD
           MOVE WS-TOT-A-MAIOR     TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "DIFERENCA LIQUIDA NO PERIODO"
                                   TO ROD-DESCRICAO
           MOVE LK-QTD-ITENS       TO ROD-QTD
           MOVE LK-VALOR-DIFERENCA TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 2.

       2009-PREVIEW-TELA.

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

       3000-FINALIZA.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2009-PREVIEW-TELA
           END-IF

           GOBACK.
