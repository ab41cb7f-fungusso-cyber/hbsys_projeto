       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPASSE.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES.SL".
           COPY "VENDEDOR.SL".
           COPY "PEDIDOS.SL".
           COPY "COTACAO.SL".
           COPY "PEDMODEL.SL".
           COPY "TAREFAS.SL".
           COPY "FORCAVEN.SL".
           COPY "ALTERLOG.SL".
           COPY "COMISLED.SL".
           COPY "SAIDA.SL".
           COPY "WORKREP.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "CLIENTES.FD".
           COPY "VENDEDOR.FD".
           COPY "PEDIDOS.FD".
           COPY "COTACAO.FD".
           COPY "PEDMODEL.FD".
           COPY "TAREFAS.FD".
           COPY "FORCAVEN.FD".
           COPY "ALTERLOG.FD".
           COPY "COMISLED.FD".
           COPY "SAIDA.FD".
           COPY "WORKREP.FD".

       WORKING-STORAGE SECTION.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-COTACAO                       PIC XX.
       01  STAT-PEDMODEL                      PIC XX.
       01  STAT-TAREFAS                       PIC XX.
       01  STAT-FORCAVEN                      PIC XX.
       01  STAT-ALTERLOG                      PIC XX.
       01  STAT-COMISLED                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  WS-PEDIDOS-ATIVO                   PIC X      VALUE "N".
       01  WS-COTACAO-ATIVO                   PIC X      VALUE "N".
       01  WS-PEDMODEL-ATIVO                  PIC X      VALUE "N".
       01  WS-TAREFAS-ATIVO                   PIC X      VALUE "N".
       01  WS-FORCAVEN-ATIVO                  PIC X      VALUE "N".
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
           01  WS-EOF-LED                    PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(112) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-NOME-SAIDA                  PIC X(040) VALUE SPACES.
       01  WS-QTD-SUC                     PIC 9(001) VALUE ZEROS.
       01  WS-IND-SUC                     PIC 9(001) VALUE ZEROS.
       01  WS-IND-ESC                     PIC 9(001) VALUE ZEROS.
       01  WS-IND-TIPO                    PIC 9(001) VALUE ZEROS.
       01  WS-SUCESSOR                    PIC 9(003) VALUE ZEROS.
       01  WS-CLI-LIDO                    PIC 9(007) VALUE ZEROS.
       01  WS-QUOC                        PIC 9(007) VALUE ZEROS.
       01  WS-RESTO                       PIC 9(001) VALUE ZEROS.
       01  WS-SUC-ANT                     PIC 9(003) VALUE ZEROS.
       01  WS-PRIMEIRO                    PIC X      VALUE "S".
       01  WS-COMP-EFETIVA                PIC 9(004) VALUE ZEROS.
       01  WS-LEDGER-TRAVADO              PIC X      VALUE "N".
       01  TABELA-SUCESSOR.
           05 TAB-SUC OCCURS 3.
              10 TAB-SUC-CODIGO              PIC 9(003).
              10 TAB-SUC-NOME                PIC X(040).
              10 TAB-SUC-REGIAO              PIC 9(003).
              10 TAB-SUC-QTD-CLI             PIC 9(005).
       01  TABELA-TIPO.
           05 PIC X(030) VALUE "CLIENTE   PEDIDO    COTACAO   ".
           05 PIC X(030) VALUE "PED.MODELOTAREFA    VINCULO   ".
       01  FILLER REDEFINES TABELA-TIPO.
           05 TAB-TIPO-NOME OCCURS 6      PIC X(010).
       01  TABELA-TOTAL-TIPO.
           05 TAB-TOT-TIPO OCCURS 6.
              10 TAB-TOT-QTD                 PIC 9(006).
              10 TAB-TOT-VALOR               PIC 9(011)V99.
           01  CAB01.
               05 PIC X(100)   VALUE
                  "TERMO DE REPASSE DE CARTEIRA".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(006)               VALUE "MODO: ".
               05 CAB01A-MODO              PIC X(012).
               05 PIC X(016)               VALUE "DATA EFETIVA: ".
               05 CAB01A-DATA              PIC 9(008).
           01  CAB01B.
               05 PIC X(020)               VALUE "VENDEDOR ANTERIOR: ".
               05 CAB01B-CODIGO            PIC ZZ9.
               05 PIC X(003)               VALUE " - ".
               05 CAB01B-NOME              PIC X(040).
           01  CAB01C.
               05 PIC X(020)               VALUE "SUCESSOR.........: ".
               05 CAB01C-CODIGO            PIC ZZ9.
               05 PIC X(003)               VALUE " - ".
               05 CAB01C-NOME              PIC X(040).
           01  CAB02.
               05 PIC X(008)                  VALUE "CLIENTE".
               05 PIC X(031)                  VALUE "RAZAO SOCIAL".
               05 PIC X(011)                  VALUE "TIPO".
               05 PIC X(008)                  VALUE "DOCTO".
               05 PIC X(009)                  VALUE "DATA".
               05 PIC X(015)                  VALUE "          VALOR".
               05 PIC X(030)                  VALUE " DESCRICAO".
       01  LDT.
           05 LDT-CLIENTE                 PIC 9(007).
           05 PIC X(001).
           05 LDT-RAZAO                   PIC X(030).
           05 PIC X(001).
           05 LDT-TIPO                    PIC X(010).
           05 PIC X(001).
           05 LDT-DOCUMENTO               PIC ZZZZZZ9.
           05 PIC X(001).
           05 LDT-DATA                    PIC 9(008).
           05 PIC X(001).
           05 LDT-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-DESCRICAO               PIC X(030).
       01  LTOT.
           05 PIC X(004).
           05 LTOT-TIPO                   PIC X(010).
           05 PIC X(008)                  VALUE " QTDE: ".
           05 LTOT-QTD                    PIC ZZZ.ZZ9.
           05 PIC X(010)                  VALUE "  VALOR: ".
           05 LTOT-VALOR                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LVIS1.
           05 PIC X(060) VALUE
              "ENTREGUE POR: ______________________________".
           05 PIC X(016) VALUE "DATA: __/__/__".
       01  LVIS2.
           05 PIC X(060) VALUE
              "RECEBIDO POR: ______________________________".
           05 PIC X(016) VALUE "DATA: __/__/__".
       01  LVAZIO.
           05 PIC X(060) VALUE
              "NENHUM ITEM EM ABERTO A REPASSAR".
       01  WS-DATA-EDT.
           05 WS-DATA-EDT-DD              PIC 9(002).
           05 PIC X(001)                  VALUE "/".
           05 WS-DATA-EDT-MM              PIC 9(002).
           05 PIC X(001)                  VALUE "/".
           05 WS-DATA-EDT-AA              PIC 9(002).
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-VEN-SAIDA                                PIC 9(003).
          05 LK-DATA-EFETIVA                             PIC 9(008).
          05 LK-SUCESSOR OCCURS 3                        PIC 9(003).
          05 LK-MODO                                     PIC X(001).
          05 LK-OPERADOR                                 PIC X(010).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-CLIENTES                             PIC 9(006).
          05 LK-QTD-PEDIDOS                              PIC 9(006).
          05 LK-QTD-COTACOES                             PIC 9(006).
          05 LK-QTD-MODELOS                              PIC 9(006).
          05 LK-QTD-TAREFAS                              PIC 9(006).
          05 LK-QTD-VINCULOS                             PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 1001-VALIDA-VENDEDORES
           PERFORM 1002-VERIFICA-LEDGER
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               MOVE SPACES                TO LK-RETORNO
               INITIALIZE LIN-RESUMO
               INITIALIZE TABELA-SUCESSOR
               INITIALIZE TABELA-TOTAL-TIPO
               IF LK-MODO NOT EQUAL "P" AND "A"
                  MOVE "P"                TO LK-MODO
               END-IF
               IF LK-MODO EQUAL "A"
                  OPEN I-O CLIENTES
               ELSE
                  OPEN INPUT CLIENTES
               END-IF
               IF  STAT-CLIENTES NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CLIENTES ! "
                      STAT-CLIENTES
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               IF LK-MODO EQUAL "A"
                  OPEN I-O VENDEDOR
               ELSE
                  OPEN INPUT VENDEDOR
               END-IF
               IF  STAT-VENDEDOR NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VENDEDOR ! "
                      STAT-VENDEDOR
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               IF LK-MODO EQUAL "A"
                  OPEN I-O PEDIDOS
                  OPEN I-O COTACAO
                  OPEN I-O PEDMODEL
                  OPEN I-O TAREFAS
                  OPEN I-O FORCAVEN
               ELSE
                  OPEN INPUT PEDIDOS
                  OPEN INPUT COTACAO
                  OPEN INPUT PEDMODEL
                  OPEN INPUT TAREFAS
                  OPEN INPUT FORCAVEN
               END-IF
               IF STAT-PEDIDOS EQUAL "00"
                  MOVE "S"                TO WS-PEDIDOS-ATIVO
               END-IF
               IF STAT-COTACAO EQUAL "00"
                  MOVE "S"                TO WS-COTACAO-ATIVO
               END-IF
               IF STAT-PEDMODEL EQUAL "00"
                  MOVE "S"                TO WS-PEDMODEL-ATIVO
               END-IF
               IF STAT-TAREFAS EQUAL "00"
                  MOVE "S"                TO WS-TAREFAS-ATIVO
               END-IF
               IF STAT-FORCAVEN EQUAL "00"
                  MOVE "S"                TO WS-FORCAVEN-ATIVO
               END-IF.

       1001-VALIDA-VENDEDORES.
               MOVE LK-VEN-SAIDA          TO VEN-CODIGO
               READ VENDEDOR
               IF STAT-VENDEDOR NOT EQUAL "00"
                  MOVE "VENDEDOR ANTERIOR NAO CADASTR."
                                          TO LK-RETORNO
                  GOBACK
               END-IF
               MOVE VEN-NOME              TO WS-NOME-SAIDA
               MOVE ZEROS                 TO WS-QTD-SUC
               PERFORM VARYING WS-IND-SUC FROM 1 BY 1
                       UNTIL WS-IND-SUC > 3
                  IF LK-SUCESSOR(WS-IND-SUC) NOT EQUAL ZEROS
                     IF LK-SUCESSOR(WS-IND-SUC) EQUAL LK-VEN-SAIDA
                        MOVE "SUCESSOR IGUAL AO ANTERIOR"
                                          TO LK-RETORNO
                        GOBACK
                     END-IF
                     MOVE LK-SUCESSOR(WS-IND-SUC) TO VEN-CODIGO
                     READ VENDEDOR
                     IF STAT-VENDEDOR NOT EQUAL "00"
                        OR NOT VEN-ATIVO
                        MOVE "SUCESSOR INEXISTENTE/INATIVO"
                                          TO LK-RETORNO
                        GOBACK
                     END-IF
                     ADD 1                TO WS-QTD-SUC
                     MOVE VEN-CODIGO      TO TAB-SUC-CODIGO(WS-QTD-SUC)
                     MOVE VEN-NOME        TO TAB-SUC-NOME(WS-QTD-SUC)
                     MOVE VEN-REGIAO      TO TAB-SUC-REGIAO(WS-QTD-SUC)
                  END-IF
               END-PERFORM
               IF WS-QTD-SUC EQUAL ZEROS
                  MOVE "NENHUM SUCESSOR INFORMADO"
                                          TO LK-RETORNO
                  GOBACK
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

       1002-VERIFICA-LEDGER.

               MOVE "N"                   TO WS-LEDGER-TRAVADO
               MOVE LK-DATA-EFETIVA(3:4)  TO WS-COMP-EFETIVA
               OPEN INPUT COMISLED
               IF STAT-COMISLED NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE WS-COMP-EFETIVA       TO CML-COMPETENCIA
               MOVE ZEROS                 TO CML-VEN-CODIGO
               START COMISLED KEY IS NOT LESS THAN CML-CHAVE
               IF STAT-COMISLED EQUAL "00"
                  MOVE SPACES             TO WS-EOF-LED
                  READ COMISLED NEXT
                  IF STAT-COMISLED NOT EQUAL "00"
                     MOVE "F"             TO WS-EOF-LED
                  END-IF
                  PERFORM UNTIL WS-EOF-LED EQUAL "F"
                     IF NOT CML-CALCULADO
                        MOVE "S"          TO WS-LEDGER-TRAVADO
                        MOVE "F"          TO WS-EOF-LED
                     ELSE
                        READ COMISLED NEXT AT END
                           MOVE "F"       TO WS-EOF-LED
                        END-READ
                     END-IF
                  END-PERFORM
               END-IF
               CLOSE COMISLED
               IF WS-LEDGER-TRAVADO EQUAL "S"
                  MOVE "COMISSAO APROVADA APOS A DATA"
                                          TO LK-RETORNO
                  GOBACK
               END-IF.

       2000-PROCESSA.

           SORT WORKREP ON ASCENDING SORW-SUCESSOR
                                     SORW-CLI-CODIGO
                                     SORW-TIPO
                                     SORW-DOCUMENTO
                                     SORW-DATA
                INPUT PROCEDURE 2001-SORTIN-REPASSE
                OUTPUT PROCEDURE 2002-SORTOUT.

       2001-SORTIN-REPASSE SECTION.

           PERFORM 2110-CLIENTES
           IF WS-PEDIDOS-ATIVO EQUAL "S"
              PERFORM 2120-PEDIDOS
           END-IF
           IF WS-COTACAO-ATIVO EQUAL "S"
              PERFORM 2130-COTACOES
           END-IF
           IF WS-PEDMODEL-ATIVO EQUAL "S"
              PERFORM 2140-MODELOS
           END-IF
           IF WS-TAREFAS-ATIVO EQUAL "S"
              PERFORM 2150-TAREFAS
           END-IF
           IF WS-FORCAVEN-ATIVO EQUAL "S"
              PERFORM 2160-VINCULOS
           END-IF
           IF LK-MODO EQUAL "A"
              PERFORM 2170-ATUALIZA-CARTEIRAS
           END-IF.

       2001-SORTIN-REPASSE-EXIT. EXIT.

       2110-CLIENTES SECTION.

           MOVE ZEROS              TO CLI-CODIGO
           START CLIENTES KEY IS GREATER THAN CLI-CODIGO
           IF STAT-CLIENTES NOT EQUAL "00"
              GO TO 2110-CLIENTES-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ CLIENTES NEXT
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF CLI-ON-VENDEDOR EQUAL LK-VEN-SAIDA
                 AND NOT CLI-INATIVO
                 PERFORM 2050-ESCOLHE-SUCESSOR
                 ADD 1             TO TAB-SUC-QTD-CLI(WS-IND-ESC)
                 ADD 1             TO LK-QTD-CLIENTES
                 MOVE WS-SUCESSOR  TO SORW-SUCESSOR
                 MOVE CLI-CODIGO   TO SORW-CLI-CODIGO
                 MOVE 1            TO SORW-TIPO
                 MOVE ZEROS        TO SORW-DOCUMENTO
                 MOVE ZEROS        TO SORW-DATA
                 MOVE CLI-LIMITE-CREDITO TO SORW-VALOR
                 MOVE CLI-RAZAO    TO SORW-RAZAO
                 MOVE CLI-CIDADE   TO SORW-DESCRICAO
                 IF LK-MODO EQUAL "A"
                    MOVE RG-CLIENTES    TO WS-AUD-ANTES
                    MOVE WS-SUCESSOR    TO CLI-ON-VENDEDOR
                    REWRITE RG-CLIENTES
                    IF STAT-CLIENTES NOT EQUAL "00"
                       STRING "ERRO AO REGRAVAR CLIENTES ! "
                              STAT-CLIENTES
                         DELIMITED BY SIZE
                         INTO LK-RETORNO
                       END-STRING
                       GOBACK
                    END-IF
                    MOVE "CLIENTES"     TO WS-AUD-ARQUIVO
                    MOVE RG-CLIENTES    TO WS-AUD-DEPOIS
                    PERFORM 2090-AUDITA
                    MOVE SPACES         TO ALT-CHAVE
                    MOVE CLI-CODIGO     TO ALT-CHAVE(1:7)
                    MOVE "CLIENTES"     TO ALT-ARQUIVO
                    PERFORM 2091-GRAVA-ALTERLOG
                 END-IF
                 RELEASE SORW-REC
              END-IF
              READ CLIENTES NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2110-CLIENTES-EXIT. EXIT.

       2120-PEDIDOS SECTION.

           MOVE ZEROS              TO PED-CHAVE
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              GO TO 2120-PEDIDOS-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ PEDIDOS NEXT
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF PED-VEN-CODIGO EQUAL LK-VEN-SAIDA
                 AND (PED-ABERTO OR PED-PENDENTE
                      OR (PED-FATURADO
                          AND PED-DATA-NF NOT LESS THAN
                              LK-DATA-EFETIVA))
                 MOVE PED-CLI-CODIGO TO WS-CLI-LIDO
                 PERFORM 2051-LE-CLIENTE
                 PERFORM 2050-ESCOLHE-SUCESSOR
                 ADD 1             TO LK-QTD-PEDIDOS
                 MOVE WS-SUCESSOR  TO SORW-SUCESSOR
                 MOVE PED-CLI-CODIGO TO SORW-CLI-CODIGO
                 MOVE 2            TO SORW-TIPO
                 MOVE PED-NUMERO   TO SORW-DOCUMENTO
                 MOVE PED-DATA     TO SORW-DATA
                 MOVE PED-VALOR    TO SORW-VALOR
                 MOVE CLI-RAZAO    TO SORW-RAZAO
                 EVALUATE TRUE
                    WHEN PED-PENDENTE
                       MOVE "PEDIDO PENDENTE DE LIBERACAO"
                                   TO SORW-DESCRICAO
                    WHEN PED-FATURADO
                       MOVE "FATURADO APOS A DATA EFETIVA"
                                   TO SORW-DESCRICAO
                    WHEN OTHER
                       MOVE "PEDIDO EM ABERTO"
                                   TO SORW-DESCRICAO
                 END-EVALUATE
                 IF LK-MODO EQUAL "A"
                    MOVE RG-PEDIDOS     TO WS-AUD-ANTES
                    MOVE WS-SUCESSOR    TO PED-VEN-CODIGO
                    REWRITE RG-PEDIDOS
                    IF STAT-PEDIDOS NOT EQUAL "00"
                       STRING "ERRO AO REGRAVAR PEDIDOS ! "
                              STAT-PEDIDOS
                         DELIMITED BY SIZE
                         INTO LK-RETORNO
                       END-STRING
                       GOBACK
                    END-IF
                    MOVE "PEDIDOS"      TO WS-AUD-ARQUIVO
                    MOVE RG-PEDIDOS     TO WS-AUD-DEPOIS
                    PERFORM 2090-AUDITA
                    MOVE SPACES         TO ALT-CHAVE
                    MOVE PED-CLI-CODIGO TO ALT-CHAVE(1:7)
                    MOVE PED-NUMERO     TO ALT-CHAVE(8:7)
                    MOVE "PEDIDOS"      TO ALT-ARQUIVO
                    PERFORM 2091-GRAVA-ALTERLOG
                 END-IF
                 RELEASE SORW-REC
              END-IF
              READ PEDIDOS NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2120-PEDIDOS-EXIT. EXIT.

       2130-COTACOES SECTION.

           MOVE ZEROS              TO COT-CHAVE
           START COTACAO KEY IS GREATER THAN COT-CHAVE
           IF STAT-COTACAO NOT EQUAL "00"
              GO TO 2130-COTACOES-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ COTACAO NEXT
           IF STAT-COTACAO NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF COT-VEN-CODIGO EQUAL LK-VEN-SAIDA
                 AND COT-ABERTA
                 MOVE COT-CLI-CODIGO TO WS-CLI-LIDO
                 PERFORM 2051-LE-CLIENTE
                 PERFORM 2050-ESCOLHE-SUCESSOR
                 ADD 1             TO LK-QTD-COTACOES
                 MOVE WS-SUCESSOR  TO SORW-SUCESSOR
                 MOVE COT-CLI-CODIGO TO SORW-CLI-CODIGO
                 MOVE 3            TO SORW-TIPO
                 MOVE COT-NUMERO   TO SORW-DOCUMENTO
                 MOVE COT-DATA     TO SORW-DATA
                 MOVE COT-VALOR    TO SORW-VALOR
                 MOVE CLI-RAZAO    TO SORW-RAZAO
                 MOVE COT-VALIDADE(7:2) TO WS-DATA-EDT-DD
                 MOVE COT-VALIDADE(5:2) TO WS-DATA-EDT-MM
                 MOVE COT-VALIDADE(3:2) TO WS-DATA-EDT-AA
                 MOVE SPACES       TO SORW-DESCRICAO
                 STRING "VALIDA ATE " WS-DATA-EDT
                        DELIMITED BY SIZE
                        INTO SORW-DESCRICAO
                 END-STRING
                 IF LK-MODO EQUAL "A"
                    MOVE WS-SUCESSOR    TO COT-VEN-CODIGO
                    REWRITE RG-COTACAO
                    IF STAT-COTACAO NOT EQUAL "00"
                       STRING "ERRO AO REGRAVAR COTACAO ! "
                              STAT-COTACAO
                         DELIMITED BY SIZE
                         INTO LK-RETORNO
                       END-STRING
                       GOBACK
                    END-IF
                 END-IF
                 RELEASE SORW-REC
              END-IF
              READ COTACAO NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2130-COTACOES-EXIT. EXIT.

       2140-MODELOS SECTION.

           MOVE ZEROS              TO MDL-CHAVE
           START PEDMODEL KEY IS GREATER THAN MDL-CHAVE
           IF STAT-PEDMODEL NOT EQUAL "00"
              GO TO 2140-MODELOS-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ PEDMODEL NEXT
           IF STAT-PEDMODEL NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF MDL-VEN-CODIGO EQUAL LK-VEN-SAIDA
                 AND MDL-ATIVO
                 MOVE MDL-CLI-CODIGO TO WS-CLI-LIDO
                 PERFORM 2051-LE-CLIENTE
                 PERFORM 2050-ESCOLHE-SUCESSOR
                 ADD 1             TO LK-QTD-MODELOS
                 MOVE WS-SUCESSOR  TO SORW-SUCESSOR
                 MOVE MDL-CLI-CODIGO TO SORW-CLI-CODIGO
                 MOVE 4            TO SORW-TIPO
                 MOVE MDL-SEQUENCIA TO SORW-DOCUMENTO
                 MOVE MDL-ULT-GERACAO TO SORW-DATA
                 MOVE MDL-VALOR    TO SORW-VALOR
                 MOVE CLI-RAZAO    TO SORW-RAZAO
                 MOVE SPACES       TO SORW-DESCRICAO
                 STRING "GERACAO TODO DIA " MDL-DIA-MES
                        DELIMITED BY SIZE
                        INTO SORW-DESCRICAO
                 END-STRING
                 IF LK-MODO EQUAL "A"
                    MOVE WS-SUCESSOR    TO MDL-VEN-CODIGO
                    REWRITE RG-PEDMODEL
                    IF STAT-PEDMODEL NOT EQUAL "00"
                       STRING "ERRO AO REGRAVAR PEDMODEL ! "
                              STAT-PEDMODEL
                         DELIMITED BY SIZE
                         INTO LK-RETORNO
                       END-STRING
                       GOBACK
                    END-IF
                 END-IF
                 RELEASE SORW-REC
              END-IF
              READ PEDMODEL NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2140-MODELOS-EXIT. EXIT.

       2150-TAREFAS SECTION.

           MOVE ZEROS              TO TAR-CHAVE
           START TAREFAS KEY IS GREATER THAN TAR-CHAVE
           IF STAT-TAREFAS NOT EQUAL "00"
              GO TO 2150-TAREFAS-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ TAREFAS NEXT
           IF STAT-TAREFAS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF TAR-VEN-CODIGO EQUAL LK-VEN-SAIDA
                 AND TAR-PENDENTE
                 MOVE TAR-CLI-CODIGO TO WS-CLI-LIDO
                 PERFORM 2051-LE-CLIENTE
                 PERFORM 2050-ESCOLHE-SUCESSOR
                 ADD 1             TO LK-QTD-TAREFAS
                 MOVE WS-SUCESSOR  TO SORW-SUCESSOR
                 MOVE TAR-CLI-CODIGO TO SORW-CLI-CODIGO
                 MOVE 5            TO SORW-TIPO
                 MOVE ZEROS        TO SORW-DOCUMENTO
                 MOVE TAR-DATA-LIMITE TO SORW-DATA
                 MOVE ZEROS        TO SORW-VALOR
                 MOVE CLI-RAZAO    TO SORW-RAZAO
                 MOVE TAR-DESCRICAO TO SORW-DESCRICAO
                 IF LK-MODO EQUAL "A"
                    MOVE WS-SUCESSOR    TO TAR-VEN-CODIGO
                    REWRITE RG-TAREFAS
                    IF STAT-TAREFAS NOT EQUAL "00"
                       STRING "ERRO AO REGRAVAR TAREFAS ! "
                              STAT-TAREFAS
                         DELIMITED BY SIZE
                         INTO LK-RETORNO
                       END-STRING
                       GOBACK
                    END-IF
                 END-IF
                 RELEASE SORW-REC
              END-IF
              READ TAREFAS NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2150-TAREFAS-EXIT. EXIT.

       2160-VINCULOS SECTION.

           MOVE ZEROS              TO FOR-CLI-CODIGO
           START FORCAVEN KEY IS GREATER THAN FOR-CLI-CODIGO
           IF STAT-FORCAVEN NOT EQUAL "00"
              GO TO 2160-VINCULOS-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ FORCAVEN NEXT
           IF STAT-FORCAVEN NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF FOR-VEN-CODIGO EQUAL LK-VEN-SAIDA
                 AND FOR-APROVADO
                 AND (FOR-DATA-FIM EQUAL ZEROS
                      OR FOR-DATA-FIM NOT LESS THAN LK-DATA-EFETIVA)
                 MOVE FOR-CLI-CODIGO TO WS-CLI-LIDO
                 PERFORM 2051-LE-CLIENTE
                 PERFORM 2050-ESCOLHE-SUCESSOR
                 ADD 1             TO LK-QTD-VINCULOS
                 MOVE WS-SUCESSOR  TO SORW-SUCESSOR
                 MOVE FOR-CLI-CODIGO TO SORW-CLI-CODIGO
                 MOVE 6            TO SORW-TIPO
                 MOVE ZEROS        TO SORW-DOCUMENTO
                 MOVE FOR-DATA-FIM TO SORW-DATA
                 MOVE ZEROS        TO SORW-VALOR
                 MOVE CLI-RAZAO    TO SORW-RAZAO
                 MOVE "VINCULO FIXO APROVADO"
                                   TO SORW-DESCRICAO
                 IF LK-MODO EQUAL "A"
                    MOVE WS-SUCESSOR     TO FOR-VEN-CODIGO
                    MOVE LK-DATA-EFETIVA TO FOR-DATA-INICIO
                    MOVE LK-OPERADOR     TO FOR-OPER-APROVADOR
                    REWRITE RG-FORCAVEN
                    IF STAT-FORCAVEN NOT EQUAL "00"
                       STRING "ERRO AO REGRAVAR FORCAVEN ! "
                              STAT-FORCAVEN
                         DELIMITED BY SIZE
                         INTO LK-RETORNO
                       END-STRING
                       GOBACK
                    END-IF
                 END-IF
                 RELEASE SORW-REC
              END-IF
              READ FORCAVEN NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2160-VINCULOS-EXIT. EXIT.

       2170-ATUALIZA-CARTEIRAS SECTION.

           IF LK-QTD-CLIENTES EQUAL ZEROS
              GO TO 2170-ATUALIZA-CARTEIRAS-EXIT
           END-IF
           MOVE LK-VEN-SAIDA       TO VEN-CODIGO
           READ VENDEDOR
           IF STAT-VENDEDOR EQUAL "00"
              MOVE RG-VENDEDOR     TO WS-AUD-ANTES
              IF VEN-QTD-CLIENTES GREATER THAN LK-QTD-CLIENTES
                 SUBTRACT LK-QTD-CLIENTES FROM VEN-QTD-CLIENTES
              ELSE
                 MOVE ZEROS        TO VEN-QTD-CLIENTES
              END-IF
              REWRITE RG-VENDEDOR
              IF STAT-VENDEDOR EQUAL "00"
                 MOVE "VENDEDOR"   TO WS-AUD-ARQUIVO
                 MOVE RG-VENDEDOR  TO WS-AUD-DEPOIS
                 PERFORM 2090-AUDITA
              END-IF
           END-IF
           PERFORM VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC > WS-QTD-SUC
              IF TAB-SUC-QTD-CLI(WS-IND-SUC) NOT EQUAL ZEROS
                 MOVE TAB-SUC-CODIGO(WS-IND-SUC) TO VEN-CODIGO
                 READ VENDEDOR
                 IF STAT-VENDEDOR EQUAL "00"
                    MOVE RG-VENDEDOR  TO WS-AUD-ANTES
                    ADD TAB-SUC-QTD-CLI(WS-IND-SUC)
                                      TO VEN-QTD-CLIENTES
                    REWRITE RG-VENDEDOR
                    IF STAT-VENDEDOR EQUAL "00"
                       MOVE "VENDEDOR"  TO WS-AUD-ARQUIVO
                       MOVE RG-VENDEDOR TO WS-AUD-DEPOIS
                       PERFORM 2090-AUDITA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2170-ATUALIZA-CARTEIRAS-EXIT. EXIT.

       2050-ESCOLHE-SUCESSOR SECTION.

           MOVE ZEROS              TO WS-IND-ESC
           IF CLI-REGIAO NOT EQUAL ZEROS
              PERFORM VARYING WS-IND-SUC FROM 1 BY 1
                      UNTIL WS-IND-SUC > WS-QTD-SUC
                         OR WS-IND-ESC NOT EQUAL ZEROS
                 IF TAB-SUC-REGIAO(WS-IND-SUC) EQUAL CLI-REGIAO
                    MOVE WS-IND-SUC TO WS-IND-ESC
                 END-IF
              END-PERFORM
           END-IF
           IF WS-IND-ESC EQUAL ZEROS
              DIVIDE CLI-CODIGO BY WS-QTD-SUC GIVING WS-QUOC
                                              REMAINDER WS-RESTO
              COMPUTE WS-IND-ESC = WS-RESTO + 1
           END-IF
           MOVE TAB-SUC-CODIGO(WS-IND-ESC) TO WS-SUCESSOR.

       2050-ESCOLHE-SUCESSOR-EXIT. EXIT.

       2051-LE-CLIENTE SECTION.

           MOVE WS-CLI-LIDO        TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE SPACES          TO CLI-RAZAO
              MOVE ZEROS           TO CLI-REGIAO
              MOVE WS-CLI-LIDO     TO CLI-CODIGO
           END-IF.

       2051-LE-CLIENTE-EXIT. EXIT.

       2090-AUDITA SECTION.

           MOVE "A"                TO WS-AUD-OPERACAO
           MOVE LK-OPERADOR        TO WS-AUD-OPERADOR
           MOVE "REPASSE"          TO WS-AUD-PROGRAMA
           CALL "GRAVAUD" USING WS-LIG-AUDITA.

       2090-AUDITA-EXIT. EXIT.

       2091-GRAVA-ALTERLOG SECTION.

           OPEN EXTEND ALTERLOG
           IF STAT-ALTERLOG NOT EQUAL "00"
              GO TO 2091-GRAVA-ALTERLOG-EXIT
           END-IF
           MOVE "A"                TO ALT-OPERACAO
           ACCEPT ALT-DATA         FROM DATE
           ACCEPT ALT-HORA         FROM TIME
           MOVE LK-OPERADOR        TO ALT-OPERADOR
           WRITE RG-ALTERLOG
           CLOSE ALTERLOG.

       2091-GRAVA-ALTERLOG-EXIT. EXIT.

       2002-SORTOUT SECTION.

           MOVE "S"                TO WS-PRIMEIRO
           MOVE SPACES             TO WS-EOF-SD

           RETURN WORKREP AT END MOVE "F" TO WS-EOF-SD

           IF WS-EOF-SD EQUAL "F"
              MOVE ZEROS           TO CAB01C-CODIGO
              MOVE SPACES          TO CAB01C-NOME
              PERFORM 2013-CABECALHO
              WRITE RG-SAIDA FROM LVAZIO AFTER 2
           END-IF

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               IF WS-PRIMEIRO EQUAL "S"
                  OR SORW-SUCESSOR NOT EQUAL WS-SUC-ANT
                  IF WS-PRIMEIRO NOT EQUAL "S"
                     PERFORM 2007-FECHA-SUCESSOR
                  END-IF
                  PERFORM 2006-NOVO-SUCESSOR
               END-IF
               PERFORM 2011-IMPRIME-DETALHE
               RETURN WORKREP AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-PRIMEIRO NOT EQUAL "S"
              PERFORM 2007-FECHA-SUCESSOR
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

           CLOSE CLIENTES
           CLOSE VENDEDOR
           IF WS-PEDIDOS-ATIVO EQUAL "S"
              CLOSE PEDIDOS
           END-IF
           IF WS-COTACAO-ATIVO EQUAL "S"
              CLOSE COTACAO
           END-IF
           IF WS-PEDMODEL-ATIVO EQUAL "S"
              CLOSE PEDMODEL
           END-IF
           IF WS-TAREFAS-ATIVO EQUAL "S"
              CLOSE TAREFAS
           END-IF
           IF WS-FORCAVEN-ATIVO EQUAL "S"
              CLOSE FORCAVEN
           END-IF

           MOVE SPACES                                    TO LK-RETORNO.

       2002-SORTOUT-EXIT. EXIT.

       2006-NOVO-SUCESSOR SECTION.

           MOVE "N"                TO WS-PRIMEIRO
           MOVE SORW-SUCESSOR      TO WS-SUC-ANT
           INITIALIZE TABELA-TOTAL-TIPO
           MOVE SORW-SUCESSOR      TO CAB01C-CODIGO
           MOVE SPACES             TO CAB01C-NOME
           PERFORM VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC > WS-QTD-SUC
              IF TAB-SUC-CODIGO(WS-IND-SUC) EQUAL SORW-SUCESSOR
                 MOVE TAB-SUC-NOME(WS-IND-SUC) TO CAB01C-NOME
              END-IF
           END-PERFORM
           PERFORM 2013-CABECALHO.

       2006-NOVO-SUCESSOR-EXIT. EXIT.

       2011-IMPRIME-DETALHE SECTION.

           MOVE SORW-CLI-CODIGO    TO LDT-CLIENTE
           MOVE SORW-RAZAO         TO LDT-RAZAO
           MOVE TAB-TIPO-NOME(SORW-TIPO) TO LDT-TIPO
           MOVE SORW-DOCUMENTO     TO LDT-DOCUMENTO
           MOVE SORW-DATA          TO LDT-DATA
           MOVE SORW-VALOR         TO LDT-VALOR
           MOVE SORW-DESCRICAO     TO LDT-DESCRICAO
           ADD 1                   TO TAB-TOT-QTD(SORW-TIPO)
           ADD SORW-VALOR          TO TAB-TOT-VALOR(SORW-TIPO)
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2011-IMPRIME-DETALHE-EXIT. EXIT.

       2007-FECHA-SUCESSOR SECTION.

           IF LINHAS > WS-MAX-LINHAS - 14
              PERFORM 2013-CABECALHO
           END-IF
           WRITE RG-SAIDA          FROM TRACOS AFTER 2
           ADD 2                   TO LINHAS
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > 6
              MOVE TAB-TIPO-NOME(WS-IND-TIPO) TO LTOT-TIPO
              MOVE TAB-TOT-QTD(WS-IND-TIPO)   TO LTOT-QTD
              MOVE TAB-TOT-VALOR(WS-IND-TIPO) TO LTOT-VALOR
              WRITE RG-SAIDA       FROM LTOT AFTER 1
              ADD 1                TO LINHAS
           END-PERFORM
           WRITE RG-SAIDA          FROM LVIS1 AFTER 3
           WRITE RG-SAIDA          FROM LVIS2 AFTER 2
           ADD 5                   TO LINHAS.

       2007-FECHA-SUCESSOR-EXIT. EXIT.

       2013-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 8                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE LK-DATA-EFETIVA         TO CAB01A-DATA
           IF LK-MODO EQUAL "A"
              MOVE "EFETIVADO"          TO CAB01A-MODO
           ELSE
              MOVE "PREVIA"             TO CAB01A-MODO
           END-IF
           MOVE LK-VEN-SAIDA            TO CAB01B-CODIGO
           MOVE WS-NOME-SAIDA           TO CAB01B-NOME

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB01A AFTER 1
           WRITE RG-SAIDA     FROM CAB01B AFTER 1
           WRITE RG-SAIDA     FROM CAB01C AFTER 1
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.

       2013-CABECALHO-EXIT. EXIT.

       2021-PREVIEW-TELA SECTION.

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

       2021-PREVIEW-TELA-EXIT. EXIT.

       3000-FINALIZA SECTION.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2021-PREVIEW-TELA
           END-IF

           GOBACK.
