       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCREL.
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
           COPY "CLIENTES.SL".
           COPY "VENDEDOR.SL".
           COPY "MOTCANC.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "PEDIDOS.FD".
           COPY "PEDITENS.FD".
           COPY "PRODUTOS.FD".
           COPY "LINPROD.FD".
           COPY "CLIENTES.FD".
           COPY "VENDEDOR.FD".
           COPY "MOTCANC.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-PEDITENS                      PIC XX.
       01  STAT-PRODUTOS                      PIC XX.
       01  STAT-LINPROD                       PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-MOTCANC                       PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  WS-PEDITENS-ATIVO                  PIC X      VALUE "N".
       01  WS-PRODUTOS-ATIVO                  PIC X      VALUE "N".
       01  WS-LINPROD-ATIVO                   PIC X      VALUE "N".
       01  WS-VENDEDOR-ATIVO                  PIC X      VALUE "N".
       01  WS-MOTCANC-ATIVO                   PIC X      VALUE "N".
           01  WS-EOF                        PIC X         VALUE SPACES.
       01  WS-EOF-ITE                         PIC X      VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(126) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-LIG-EMPRESA.
           05 WS-EMPRESA-ATUAL            PIC 9(002).
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-DATA-REF                    PIC 9(008) VALUE ZEROS.
       01  WS-CATEGORIA                   PIC X(001) VALUE SPACES.
       01  WS-VALOR-ITEM                  PIC 9(011)V99 VALUE ZEROS.
       01  WS-SOMA-ITENS                  PIC 9(011)V99 VALUE ZEROS.
       01  WS-QTD-ITENS-PED               PIC 9(005) VALUE ZEROS.
       01  WS-IND                         PIC 9(004) VALUE ZEROS.
       01  WS-IND-MOT                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-VEN                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-REG                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-LIN                     PIC 9(004) VALUE ZEROS.
       01  WS-SECAO                       PIC X(001) VALUE SPACES.
       01  WS-QTD-ESTOQUE                 PIC 9(007) VALUE ZEROS.
       01  WS-QTD-CREDITO                 PIC 9(007) VALUE ZEROS.
       01  WS-QTD-DESIST                  PIC 9(007) VALUE ZEROS.
       01  WS-QTD-OUTROS                  PIC 9(007) VALUE ZEROS.
       01  WS-TOT-ESTOQUE                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-CREDITO                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-DESIST                  PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-OUTROS                  PIC 9(013)V99 VALUE ZEROS.
       01  TABELA-MOTIVOS.
           05 WS-MOTIVO-TAB OCCURS 1000.
              10  TAB-MOT-QTD                 PIC 9(007).
              10  TAB-MOT-CATEGORIA           PIC X(001).
              10  TAB-MOT-VALOR               PIC 9(013)V99.
       01  TABELA-VENDEDORES.
           05 WS-VENDEDOR-TAB OCCURS 1000.
              10  TAB-VEN-QTD                 PIC 9(007).
              10  TAB-VEN-OPER                PIC 9(013)V99.
              10  TAB-VEN-DESIST              PIC 9(013)V99.
              10  TAB-VEN-OUTROS              PIC 9(013)V99.
       01  TABELA-REGIOES.
           05 WS-REGIAO-TAB OCCURS 1000.
              10  TAB-REG-QTD                 PIC 9(007).
              10  TAB-REG-OPER                PIC 9(013)V99.
              10  TAB-REG-DESIST              PIC 9(013)V99.
              10  TAB-REG-OUTROS              PIC 9(013)V99.
       01  TABELA-LINHAS.
           05 WS-LINHA-TAB OCCURS 1000.
              10  TAB-LIN-QTD                 PIC 9(007).
              10  TAB-LIN-OPER                PIC 9(013)V99.
              10  TAB-LIN-DESIST              PIC 9(013)V99.
              10  TAB-LIN-OUTROS              PIC 9(013)V99.
           01  CAB01.
        05 PIC X(114)   VALUE "ANALISE DE VENDAS PERDIDAS".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(010)               VALUE "EMISSAO: ".
               05 CAB01A-DATA              PIC 9(008).
               05 PIC X(012)               VALUE "  PERIODO: ".
               05 CAB01A-DATA-INI          PIC 9(008).
               05 PIC X(003)               VALUE " A ".
               05 CAB01A-DATA-FIM          PIC 9(008).
           01  CAB02.
               05 PIC X(038)               VALUE " COD DESCRICAO".
               05 PIC X(014)               VALUE "CATEGORIA".
               05 PIC X(009)               VALUE "   QTDE".
               05 PIC X(016)               VALUE "   VALOR TOTAL".
               05 PIC X(016)               VALUE "   OPERACIONAL".
               05 PIC X(016)               VALUE "   DESISTENCIA".
               05 PIC X(014)               VALUE "        OUTROS".
       01  LSEC.
           05 PIC X(001).
           05 LSEC-TITULO                 PIC X(060).
       01  LDT.
           05 PIC X(001).
           05 LDT-CODIGO                  PIC ZZ9.
           05 PIC X(002).
           05 LDT-DESCRICAO               PIC X(030).
           05 PIC X(002).
           05 LDT-CATEGORIA               PIC X(012).
           05 PIC X(002).
           05 LDT-QTD                     PIC ZZZ.ZZ9.
           05 PIC X(002).
           05 LDT-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-OPER                    PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-DESIST                  PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-OUTROS                  PIC ZZZ.ZZZ.ZZ9,99.
       01  RODAPE.
           05 PIC X(001).
           05 ROD-DESCRICAO               PIC X(050).
           05 PIC X(002).
           05 ROD-QTD                     PIC ZZZ.ZZ9.
           05 PIC X(002).
           05 ROD-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-INICIAL                             PIC 9(008).
          05 LK-DATA-FINAL                               PIC 9(008).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-PEDIDOS                              PIC 9(007).
          05 LK-VALOR-TOTAL                              PIC 9(013)V99.
          05 LK-VALOR-OPERACIONAL                        PIC 9(013)V99.
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
               INITIALIZE TABELA-MOTIVOS
               INITIALIZE TABELA-VENDEDORES
               INITIALIZE TABELA-REGIOES
               INITIALIZE TABELA-LINHAS
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
               OPEN INPUT CLIENTES
               IF  STAT-CLIENTES NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CLIENTES ! "
                      STAT-CLIENTES
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
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
               MOVE "N"                   TO WS-VENDEDOR-ATIVO
               OPEN INPUT VENDEDOR
               IF STAT-VENDEDOR EQUAL "00"
                  MOVE "S"                TO WS-VENDEDOR-ATIVO
               END-IF
               MOVE "N"                   TO WS-MOTCANC-ATIVO
               OPEN INPUT MOTCANC
               IF STAT-MOTCANC EQUAL "00"
                  MOVE "S"                TO WS-MOTCANC-ATIVO
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
                 AND PED-CANCELADO
                 AND (PED-EMPRESA EQUAL WS-EMPRESA-ATUAL
                      OR (PED-EMPRESA EQUAL ZEROS
                          AND WS-EMPRESA-ATUAL EQUAL 1))
                 IF PED-DATA-CANCEL NUMERIC
                    AND PED-DATA-CANCEL NOT EQUAL ZEROS
                    MOVE PED-DATA-CANCEL   TO WS-DATA-REF
                 ELSE
                    MOVE PED-DATA          TO WS-DATA-REF
                 END-IF
                 IF WS-DATA-REF NOT LESS THAN LK-DATA-INICIAL
                    AND WS-DATA-REF NOT GREATER THAN LK-DATA-FINAL
                    PERFORM 2001-ACUMULA-PEDIDO
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 2008-CABECALHO
           MOVE "M"                TO WS-SECAO
           PERFORM 2020-IMPRIME-SECAO
           MOVE "V"                TO WS-SECAO
           PERFORM 2020-IMPRIME-SECAO
           MOVE "L"                TO WS-SECAO
           PERFORM 2020-IMPRIME-SECAO
           MOVE "R"                TO WS-SECAO
           PERFORM 2020-IMPRIME-SECAO
           PERFORM 2006-RODAPE

           CLOSE PEDIDOS
           CLOSE CLIENTES
           IF WS-PEDITENS-ATIVO EQUAL "S"
              CLOSE PEDITENS
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
           IF WS-MOTCANC-ATIVO EQUAL "S"
              CLOSE MOTCANC
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

       2001-ACUMULA-PEDIDO.

           MOVE "O"                TO WS-CATEGORIA
           IF PED-MOT-CANCEL NOT NUMERIC
              MOVE ZEROS           TO PED-MOT-CANCEL
           END-IF
           IF PED-MOT-CANCEL NOT EQUAL ZEROS
              AND WS-MOTCANC-ATIVO EQUAL "S"
              MOVE PED-MOT-CANCEL  TO MOT-CODIGO
              READ MOTCANC
              IF STAT-MOTCANC EQUAL "00"
                 AND MOT-CATEGORIA-VALIDA
                 MOVE MOT-CATEGORIA TO WS-CATEGORIA
              END-IF
           END-IF
           ADD 1                   TO LK-QTD-PEDIDOS
           ADD PED-VALOR           TO LK-VALOR-TOTAL
           EVALUATE WS-CATEGORIA
              WHEN "E"
                   ADD 1           TO WS-QTD-ESTOQUE
                   ADD PED-VALOR   TO WS-TOT-ESTOQUE
                   ADD PED-VALOR   TO LK-VALOR-OPERACIONAL
              WHEN "C"
                   ADD 1           TO WS-QTD-CREDITO
                   ADD PED-VALOR   TO WS-TOT-CREDITO
                   ADD PED-VALOR   TO LK-VALOR-OPERACIONAL
              WHEN "D"
                   ADD 1           TO WS-QTD-DESIST
                   ADD PED-VALOR   TO WS-TOT-DESIST
              WHEN OTHER
                   ADD 1           TO WS-QTD-OUTROS
                   ADD PED-VALOR   TO WS-TOT-OUTROS
           END-EVALUATE

           COMPUTE WS-IND-MOT = PED-MOT-CANCEL + 1
           ADD 1                   TO TAB-MOT-QTD(WS-IND-MOT)
           ADD PED-VALOR           TO TAB-MOT-VALOR(WS-IND-MOT)
           MOVE WS-CATEGORIA       TO TAB-MOT-CATEGORIA(WS-IND-MOT)

           COMPUTE WS-IND-VEN = PED-VEN-CODIGO + 1
           ADD 1                   TO TAB-VEN-QTD(WS-IND-VEN)
           EVALUATE WS-CATEGORIA
              WHEN "E"
              WHEN "C"
                   ADD PED-VALOR   TO TAB-VEN-OPER(WS-IND-VEN)
              WHEN "D"
                   ADD PED-VALOR   TO TAB-VEN-DESIST(WS-IND-VEN)
              WHEN OTHER
                   ADD PED-VALOR   TO TAB-VEN-OUTROS(WS-IND-VEN)
           END-EVALUATE

           MOVE PED-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              COMPUTE WS-IND-REG = CLI-REGIAO + 1
           ELSE
              MOVE 1               TO WS-IND-REG
           END-IF
           ADD 1                   TO TAB-REG-QTD(WS-IND-REG)
           EVALUATE WS-CATEGORIA
              WHEN "E"
              WHEN "C"
                   ADD PED-VALOR   TO TAB-REG-OPER(WS-IND-REG)
              WHEN "D"
                   ADD PED-VALOR   TO TAB-REG-DESIST(WS-IND-REG)
              WHEN OTHER
                   ADD PED-VALOR   TO TAB-REG-OUTROS(WS-IND-REG)
           END-EVALUATE

           PERFORM 2002-ACUMULA-LINHAS.

       2002-ACUMULA-LINHAS.

           MOVE ZEROS              TO WS-SOMA-ITENS
           MOVE ZEROS              TO WS-QTD-ITENS-PED
           IF WS-PEDITENS-ATIVO EQUAL "S"
              MOVE PED-CLI-CODIGO  TO ITE-CLI-CODIGO
              MOVE PED-NUMERO      TO ITE-PED-NUMERO
              MOVE ZEROS           TO ITE-SEQUENCIA
              START PEDITENS KEY IS GREATER THAN ITE-CHAVE
              IF STAT-PEDITENS EQUAL "00"
                 MOVE SPACES       TO WS-EOF-ITE
                 READ PEDITENS NEXT
                 IF STAT-PEDITENS NOT EQUAL "00"
                    MOVE "F"       TO WS-EOF-ITE
                 END-IF
                 PERFORM UNTIL WS-EOF-ITE EQUAL "F"
                    IF ITE-CLI-CODIGO NOT EQUAL PED-CLI-CODIGO
                       OR ITE-PED-NUMERO NOT EQUAL PED-NUMERO
                       MOVE "F"    TO WS-EOF-ITE
                    ELSE
                       PERFORM 2003-ACUMULA-ITEM
                       READ PEDITENS NEXT AT END
                          MOVE "F" TO WS-EOF-ITE
                       END-READ
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF WS-QTD-ITENS-PED EQUAL ZEROS
              MOVE 1               TO WS-IND-LIN
              MOVE PED-VALOR       TO WS-VALOR-ITEM
              ADD 1                TO TAB-LIN-QTD(WS-IND-LIN)
              PERFORM 2004-SOMA-LINHA
           ELSE
              IF PED-VALOR GREATER THAN WS-SOMA-ITENS
                 MOVE 1            TO WS-IND-LIN
                 COMPUTE WS-VALOR-ITEM = PED-VALOR - WS-SOMA-ITENS
                 PERFORM 2004-SOMA-LINHA
              END-IF
           END-IF.

       2003-ACUMULA-ITEM.

           ADD 1                   TO WS-QTD-ITENS-PED
           ADD ITE-VALOR-TOTAL     TO WS-SOMA-ITENS
           MOVE 1                  TO WS-IND-LIN
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              MOVE ITE-PRO-CODIGO  TO PRO-CODIGO
              READ PRODUTOS
              IF STAT-PRODUTOS EQUAL "00"
                 COMPUTE WS-IND-LIN = PRO-LINHA + 1
              END-IF
           END-IF
           MOVE ITE-VALOR-TOTAL    TO WS-VALOR-ITEM
           ADD 1                   TO TAB-LIN-QTD(WS-IND-LIN)
           PERFORM 2004-SOMA-LINHA.

       2004-SOMA-LINHA.

           EVALUATE WS-CATEGORIA
              WHEN "E"
              WHEN "C"
                   ADD WS-VALOR-ITEM TO TAB-LIN-OPER(WS-IND-LIN)
              WHEN "D"
                   ADD WS-VALOR-ITEM TO TAB-LIN-DESIST(WS-IND-LIN)
              WHEN OTHER
                   ADD WS-VALOR-ITEM TO TAB-LIN-OUTROS(WS-IND-LIN)
           END-EVALUATE.

       2020-IMPRIME-SECAO.

           MOVE SPACES             TO LSEC
           EVALUATE WS-SECAO
              WHEN "M"
                   MOVE "PERDAS POR MOTIVO DE CANCELAMENTO"
                                   TO LSEC-TITULO
              WHEN "V"
                   MOVE "PERDAS POR VENDEDOR"    TO LSEC-TITULO
              WHEN "L"
                   MOVE "PERDAS POR LINHA DE PRODUTO (QTDE = ITENS)"
                                   TO LSEC-TITULO
              WHEN "R"
                   MOVE "PERDAS POR REGIAO"      TO LSEC-TITULO
           END-EVALUATE
           IF LINHAS > WS-MAX-LINHAS - 3
              PERFORM 2008-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LSEC AFTER 2
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 1000
              PERFORM 2021-LINHA-SECAO
           END-PERFORM.

       2021-LINHA-SECAO.

           MOVE SPACES             TO LDT
           COMPUTE LDT-CODIGO = WS-IND - 1
           EVALUATE WS-SECAO
              WHEN "M"
                   IF TAB-MOT-QTD(WS-IND) EQUAL ZEROS
                      EXIT PARAGRAPH
                   END-IF
                   PERFORM 2022-DESCRICAO-MOTIVO
                   MOVE TAB-MOT-QTD(WS-IND)   TO LDT-QTD
                   MOVE TAB-MOT-VALOR(WS-IND) TO LDT-TOTAL
                   MOVE ZEROS      TO LDT-OPER
                   MOVE ZEROS      TO LDT-DESIST
                   MOVE ZEROS      TO LDT-OUTROS
                   EVALUATE TAB-MOT-CATEGORIA(WS-IND)
                      WHEN "E"
                           MOVE "FALTA ESTOQ."  TO LDT-CATEGORIA
                           MOVE TAB-MOT-VALOR(WS-IND) TO LDT-OPER
                      WHEN "C"
                           MOVE "BLOQ.CREDITO"  TO LDT-CATEGORIA
                           MOVE TAB-MOT-VALOR(WS-IND) TO LDT-OPER
                      WHEN "D"
                           MOVE "DESISTENCIA"   TO LDT-CATEGORIA
                           MOVE TAB-MOT-VALOR(WS-IND) TO LDT-DESIST
                      WHEN OTHER
                           MOVE "OUTROS"        TO LDT-CATEGORIA
                           MOVE TAB-MOT-VALOR(WS-IND) TO LDT-OUTROS
                   END-EVALUATE
              WHEN "V"
                   IF TAB-VEN-QTD(WS-IND) EQUAL ZEROS
                      EXIT PARAGRAPH
                   END-IF
                   MOVE "VENDEDOR NAO CADASTRADO" TO LDT-DESCRICAO
                   IF WS-VENDEDOR-ATIVO EQUAL "S"
                      COMPUTE VEN-CODIGO = WS-IND - 1
                      READ VENDEDOR
                      IF STAT-VENDEDOR EQUAL "00"
                         MOVE VEN-NOME     TO LDT-DESCRICAO
                      END-IF
                   END-IF
                   MOVE TAB-VEN-QTD(WS-IND)    TO LDT-QTD
                   COMPUTE LDT-TOTAL = TAB-VEN-OPER(WS-IND)
                                     + TAB-VEN-DESIST(WS-IND)
                                     + TAB-VEN-OUTROS(WS-IND)
                   MOVE TAB-VEN-OPER(WS-IND)   TO LDT-OPER
                   MOVE TAB-VEN-DESIST(WS-IND) TO LDT-DESIST
                   MOVE TAB-VEN-OUTROS(WS-IND) TO LDT-OUTROS
              WHEN "L"
                   IF TAB-LIN-QTD(WS-IND) EQUAL ZEROS
                      AND TAB-LIN-OPER(WS-IND) EQUAL ZEROS
                      AND TAB-LIN-DESIST(WS-IND) EQUAL ZEROS
                      AND TAB-LIN-OUTROS(WS-IND) EQUAL ZEROS
                      EXIT PARAGRAPH
                   END-IF
                   IF WS-IND EQUAL 1
                      MOVE "SEM LINHA / NAO DETALHADO" TO LDT-DESCRICAO
                   ELSE
                      MOVE "LINHA NAO CADASTRADA"  TO LDT-DESCRICAO
                      IF WS-LINPROD-ATIVO EQUAL "S"
                         COMPUTE LPR-CODIGO = WS-IND - 1
                         READ LINPROD
                         IF STAT-LINPROD EQUAL "00"
                            MOVE LPR-DESCRICAO TO LDT-DESCRICAO
                         END-IF
                      END-IF
                   END-IF
                   MOVE TAB-LIN-QTD(WS-IND)    TO LDT-QTD
                   COMPUTE LDT-TOTAL = TAB-LIN-OPER(WS-IND)
                                     + TAB-LIN-DESIST(WS-IND)
                                     + TAB-LIN-OUTROS(WS-IND)
                   MOVE TAB-LIN-OPER(WS-IND)   TO LDT-OPER
                   MOVE TAB-LIN-DESIST(WS-IND) TO LDT-DESIST
                   MOVE TAB-LIN-OUTROS(WS-IND) TO LDT-OUTROS
              WHEN "R"
                   IF TAB-REG-QTD(WS-IND) EQUAL ZEROS
                      EXIT PARAGRAPH
                   END-IF
                   IF WS-IND EQUAL 1
                      MOVE "SEM REGIAO"      TO LDT-DESCRICAO
                   ELSE
                      MOVE "REGIAO"          TO LDT-DESCRICAO
                   END-IF
                   MOVE TAB-REG-QTD(WS-IND)    TO LDT-QTD
                   COMPUTE LDT-TOTAL = TAB-REG-OPER(WS-IND)
                                     + TAB-REG-DESIST(WS-IND)
                                     + TAB-REG-OUTROS(WS-IND)
                   MOVE TAB-REG-OPER(WS-IND)   TO LDT-OPER
                   MOVE TAB-REG-DESIST(WS-IND) TO LDT-DESIST
                   MOVE TAB-REG-OUTROS(WS-IND) TO LDT-OUTROS
           END-EVALUATE
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2022-DESCRICAO-MOTIVO.

           IF WS-IND EQUAL 1
              MOVE "SEM MOTIVO INFORMADO"   TO LDT-DESCRICAO
              EXIT PARAGRAPH
           END-IF
           MOVE "MOTIVO NAO CADASTRADO"     TO LDT-DESCRICAO
           IF WS-MOTCANC-ATIVO EQUAL "S"
              COMPUTE MOT-CODIGO = WS-IND - 1
              READ MOTCANC
              IF STAT-MOTCANC EQUAL "00"
                 MOVE MOT-DESCRICAO         TO LDT-DESCRICAO
              END-IF
           END-IF.

       2008-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 7                       TO LINHAS
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
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.
           WRITE RG-SAIDA     FROM SPACES AFTER 1.

       2006-RODAPE.

           IF LINHAS > WS-MAX-LINHAS - 10
              PERFORM 2008-CABECALHO
           END-IF
           WRITE RG-SAIDA     FROM TRACOS AFTER 2.
           MOVE SPACES             TO RODAPE
           MOVE "PERDA OPERACIONAL - FALTA DE ESTOQUE"
                                   TO ROD-DESCRICAO
           MOVE WS-QTD-ESTOQUE     TO ROD-QTD
           MOVE WS-TOT-ESTOQUE     TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "PERDA OPERACIONAL - BLOQUEIO DE CREDITO"
                                   TO ROD-DESCRICAO
           MOVE WS-QTD-CREDITO     TO ROD-QTD
           MOVE WS-TOT-CREDITO     TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "TOTAL DE PERDAS OPERACIONAIS"
                                   TO ROD-DESCRICAO
           COMPUTE ROD-QTD = WS-QTD-ESTOQUE + WS-QTD-CREDITO
           MOVE LK-VALOR-OPERACIONAL TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "DESISTENCIA DO CLIENTE"
                                   TO ROD-DESCRICAO
           MOVE WS-QTD-DESIST      TO ROD-QTD
           MOVE WS-TOT-DESIST      TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 2.
           MOVE "OUTROS MOTIVOS / SEM MOTIVO"
                                   TO ROD-DESCRICAO
           MOVE WS-QTD-OUTROS      TO ROD-QTD
           MOVE WS-TOT-OUTROS      TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "TOTAL CANCELADO NO PERIODO"
                                   TO ROD-DESCRICAO
           MOVE LK-QTD-PEDIDOS     TO ROD-QTD
           MOVE LK-VALOR-TOTAL     TO ROD-VALOR
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
