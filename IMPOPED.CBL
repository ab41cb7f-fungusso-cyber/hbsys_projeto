       COPY "ORDCSV.SL".
       COPY "REJPED.SL".
       COPY "ALTERLOG.SL".
       COPY "PEDITENS.SL".
       COPY "PRODUTOS.SL".
       COPY "ITECSV.SL".
       COPY "STATLOJA.SL".
       COPY "MOTCANC.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "PEDIDOS.FD".
       COPY "ORDCSV.FD".
       COPY "REJPED.FD".
       COPY "ALTERLOG.FD".
       COPY "PEDITENS.FD".
       COPY "PRODUTOS.FD".
       COPY "ITECSV.FD".
       COPY "STATLOJA.FD".
       COPY "MOTCANC.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PEDIDOS                   PIC XX.
       01  STAT-REJPED                    PIC XX.
       01  STAT-ALTERLOG                  PIC XX.
       01  WS-FECHAMES-ATIVO              PIC X      VALUE "N".
       01  STAT-PEDITENS                  PIC XX.
       01  STAT-PRODUTOS                  PIC XX.
       01  STAT-ITECSV                    PIC XX.
       01  WS-ITECSV-ATIVO                PIC X      VALUE "N".
       01  WS-PRODUTOS-ATIVO              PIC X      VALUE "N".
       01  STAT-STATLOJA                  PIC XX.
       01  WS-STATLOJA-ATIVO              PIC X      VALUE "N".
       01  WS-EVENTO-LOJA                 PIC X(001) VALUE SPACES.
       01  STAT-MOTCANC                   PIC XX.
       01  WS-MOTCANC-ATIVO               PIC X      VALUE "N".
       01  WS-PEDITENS-ATIVO              PIC X      VALUE "N".
       01  WS-OPER-ALTERLOG               PIC X(001) VALUE "I".
       01  WS-EOF-ITE                     PIC X      VALUE SPACES.
       01  WS-LINHA-ITE                   PIC 9(006) VALUE ZEROS.
       01  WS-QTD-ITENS-IMP               PIC 9(006) VALUE ZEROS.
       01  WS-PROX-SEQ                    PIC 9(003) VALUE ZEROS.
           01  WS-CAMPOS-OK                   PIC X      VALUE SPACES.
           01  WS-EOF                         PIC X      VALUE SPACES.
       01  WS-LINHA                       PIC 9(006) VALUE ZEROS.
                   05 WS-DATA                     PIC 9(008).
                   05 WS-QTD-ITENS                PIC 9(005).
                   05 WS-VALOR                    PIC 9(009)V99.
                   05 WS-SITUACAO                 PIC X(001).
                   05 WS-MOT-CANCEL               PIC 9(003).
           01  SEPARATE-ITE.
                   05 WS-ITE-CLI-CODIGO           PIC 9(007).
                   05 WS-ITE-PED-NUMERO           PIC 9(007).
                   05 WS-ITE-PRO-CODIGO           PIC 9(007).
                   05 WS-ITE-QUANTIDADE           PIC 9(005).
                   05 WS-ITE-VALOR-UNIT           PIC 9(007)V99.
                   05 WS-ITE-DESCRICAO            PIC X(030).
       01  WS-LIG-MOVEST.
           05 WS-MOV-OPERACAO             PIC X(001).
           05 WS-MOV-PRO-CODIGO           PIC 9(007).
           05 WS-MOV-QUANTIDADE           PIC 9(007).
           05 WS-MOV-CLI-CODIGO           PIC 9(007).
           05 WS-MOV-PED-NUMERO           PIC 9(007).
           05 WS-MOV-OPERADOR             PIC X(010).
           05 WS-MOV-HISTORICO            PIC X(030).
           05 WS-MOV-SALDO                PIC S9(009).
           05 WS-MOV-RESERVADO            PIC 9(009).
           05 WS-MOV-DISPONIVEL           PIC S9(009).
           05 WS-MOV-INSUFICIENTE         PIC X(001).
           05 WS-MOV-RETORNO              PIC X(030).
       01  WS-DATA-ATUAL                  PIC 9(008) VALUE ZEROS.
       01  WS-HORA-ATUAL                  PIC 9(008) VALUE ZEROS.
       01  WS-LIG-PRECOVIG.
           05 WS-PVG-PRO-CODIGO           PIC 9(007).
           05 WS-PVG-DATA-REFERENCIA     PIC 9(008).
           05 WS-PVG-PRECO                PIC 9(007)V99.
           05 WS-PVG-DATA-INICIO         PIC 9(008).
           05 WS-PVG-PRECO-ANTERIOR      PIC 9(007)V99.
           05 WS-PVG-ORIGEM               PIC X(001).
           05 WS-PVG-RETORNO              PIC X(030).
       01  WS-LIG-CALCENT.
           05 WS-ENT-CLI-CODIGO           PIC 9(007).
           05 WS-ENT-END-SEQUENCIA        PIC 9(003).
           05 WS-ENT-DATA-PEDIDO          PIC 9(008).
           05 WS-ENT-HORA-PEDIDO          PIC 9(004).
           05 WS-ENT-REGIAO               PIC 9(003).
           05 WS-ENT-DATA-PREVISTA        PIC 9(008).
           05 WS-ENT-SEM-CALENDARIO       PIC X(001).
           05 WS-ENT-RETORNO              PIC X(030).
       01  WS-LIG-CALCIMP.
           05 WS-IMP-EMPRESA              PIC 9(002).
           05 WS-IMP-CLI-CODIGO           PIC 9(007).
           05 WS-IMP-PRO-CODIGO           PIC 9(007).
           05 WS-IMP-VALOR-BASE           PIC 9(009)V99.
           05 WS-IMP-VALOR-ICMS           PIC 9(009)V99.
           05 WS-IMP-VALOR-IPI            PIC 9(009)V99.
           05 WS-IMP-VALOR-PIS            PIC 9(009)V99.
           05 WS-IMP-VALOR-COFINS         PIC 9(009)V99.
           05 WS-IMP-SEM-REGRA            PIC X(001).
           05 WS-IMP-RETORNO              PIC X(030).

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
           05 LK-QTD-LIDOS                            PIC 9(006).
           05 LK-QTD-IMPORTADOS                       PIC 9(006).
           05 LK-QTD-REJEITADOS                       PIC 9(006).
           05 LK-QTD-ITENS                            PIC 9(006).
       01 LIN-OPCOES.
           05 LK-DELIMITADOR                          PIC X(001).
           05 LK-TEM-CABECALHO                        PIC X(001).
                   GOBACK
           END-IF.

           MOVE "N"               TO WS-ITECSV-ATIVO
           OPEN INPUT ITECSV
           IF STAT-ITECSV EQUAL "00"
              MOVE "S"            TO WS-ITECSV-ATIVO
           END-IF.

           IF WS-ITECSV-ATIVO EQUAL "S"
              OPEN I-O PEDITENS
              IF STAT-PEDITENS EQUAL "35"
                 OPEN OUTPUT PEDITENS
                 CLOSE PEDITENS
                 OPEN I-O PEDITENS
              END-IF
              IF  STAT-PEDITENS NOT EQUAL "00"
                  STRING "ERRO AO ABRIR PEDITENS ! "
                         STAT-PEDITENS
                        DELIMITED BY SIZE
                        INTO LK-RETORNO
                  END-STRING
                  GOBACK
              END-IF
              MOVE "S"            TO WS-PEDITENS-ATIVO
              MOVE "N"            TO WS-PRODUTOS-ATIVO
              OPEN INPUT PRODUTOS
              IF STAT-PRODUTOS EQUAL "00"
                 MOVE "S"         TO WS-PRODUTOS-ATIVO
              END-IF
           END-IF.

           IF WS-ITECSV-ATIVO NOT EQUAL "S"
              AND LK-SOMENTE-VALIDA NOT EQUAL "S"
              OPEN INPUT PEDITENS
              IF STAT-PEDITENS EQUAL "00"
                 MOVE "S"         TO WS-PEDITENS-ATIVO
              END-IF
           END-IF.

           MOVE "N"               TO WS-MOTCANC-ATIVO
           OPEN INPUT MOTCANC
           IF STAT-MOTCANC EQUAL "00"
              MOVE "S"            TO WS-MOTCANC-ATIVO
           END-IF.

           MOVE "N"               TO WS-STATLOJA-ATIVO
           IF LK-SOMENTE-VALIDA NOT EQUAL "S"
              OPEN I-O STATLOJA
              IF STAT-STATLOJA EQUAL "35"
                 OPEN OUTPUT STATLOJA
                 CLOSE STATLOJA
                 OPEN I-O STATLOJA
              END-IF
              IF STAT-STATLOJA EQUAL "00"
                 MOVE "S"         TO WS-STATLOJA-ATIVO
              END-IF
           END-IF.

       2000-PROCESSA.

               MOVE ","            TO WS-DELIMITADOR
                    MOVE "F" TO WS-EOF
           END-PERFORM.

           IF WS-ITECSV-ATIVO EQUAL "S"
              PERFORM 2010-IMPORTA-ITENS
              CLOSE ITECSV
              CLOSE PEDITENS
              IF WS-PRODUTOS-ATIVO EQUAL "S"
                 CLOSE PRODUTOS
              END-IF
           ELSE
              IF WS-PEDITENS-ATIVO EQUAL "S"
                 CLOSE PEDITENS
              END-IF
           END-IF

           IF WS-MOTCANC-ATIVO EQUAL "S"
              CLOSE MOTCANC
           END-IF
           IF WS-STATLOJA-ATIVO EQUAL "S"
              CLOSE STATLOJA
           END-IF
           CLOSE REJPED
           CLOSE ORDCSV
           CLOSE CLIENTES
           INITIALIZE SEPARATE-PED
           UNSTRING RG-ORDCSV DELIMITED BY WS-DELIMITADOR
           INTO WS-CLI-CODIGO, WS-NUMERO, WS-DATA, WS-QTD-ITENS,
                WS-VALOR, WS-SITUACAO, WS-MOT-CANCEL.

       2002-CONSISTE-DADOS.

              MOVE "CLIENTE NAO INFORMADO" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF WS-SITUACAO EQUAL "C"
              PERFORM 2007-CONSISTE-CANCELAMENTO
              EXIT PARAGRAPH
           END-IF
           IF WS-SITUACAO NOT EQUAL SPACE AND "A"
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "SITUACAO INVALIDA" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "CLIENTE INATIVO" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF CLI-BLOQUEADO-PERDA
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "CLIENTE BLOQUEADO POR PERDA" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF CLI-ON-VENDEDOR EQUAL ZEROS
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "CLIENTE SEM VENDEDOR" TO WS-MOTIVO-REJEICAO

       2004-GRAVA-PEDIDO.

           IF  WS-CAMPOS-OK EQUAL SPACES
               AND WS-SITUACAO EQUAL "C"
               IF  LK-SOMENTE-VALIDA NOT EQUAL "S"
                   PERFORM 2008-CANCELA-PEDIDO
               END-IF
               ADD 1 TO WS-QTD-IMPORTADOS
               EXIT PARAGRAPH
           END-IF
           IF  WS-CAMPOS-OK EQUAL SPACES
               IF  LK-SOMENTE-VALIDA NOT EQUAL "S"
                   INITIALIZE RG-PEDIDOS
                   MOVE WS-QTD-ITENS      TO PED-QTD-ITENS
                   MOVE WS-VALOR          TO PED-VALOR
                   MOVE "A"               TO PED-STATUS
                   IF CLI-COM-RESTRICAO
                      MOVE "P"            TO PED-STATUS
                   END-IF
                   MOVE WS-EMPRESA-ATUAL  TO PED-EMPRESA
                   MOVE "W"               TO PED-ORIGEM
                   MOVE "A"               TO PED-SIT-LOJA
                   PERFORM 2018-CALCULA-PREVISAO
                   WRITE RG-PEDIDOS
                   IF  STAT-PEDIDOS NOT EQUAL "00"
                       STRING "ERRO AO GRAVAR PEDIDOS ! "
                       END-STRING
                       GOBACK
                   END-IF
                   MOVE SPACES            TO WS-AUD-ANTES
                   MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
                   MOVE "I"                      TO WS-AUD-OPERACAO
                   MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
                   MOVE "IMPOPED"                TO WS-AUD-PROGRAMA
                   MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
                   CALL "GRAVAUD" USING WS-LIG-AUDITA
                   MOVE "I"               TO WS-OPER-ALTERLOG
                   PERFORM 2005-GRAVA-ALTERLOG
                   MOVE "A"               TO WS-EVENTO-LOJA
                   PERFORM 2006-GRAVA-STATLOJA
               END-IF
               ADD 1 TO WS-QTD-IMPORTADOS
           ELSE
                   END-STRING
                   GOBACK
               END-IF
               IF  LK-SOMENTE-VALIDA NOT EQUAL "S"
                   AND WS-NUMERO NOT EQUAL ZEROS
                   AND WS-SITUACAO NOT EQUAL "C"
                   AND WS-MOTIVO-REJEICAO NOT EQUAL
                       "PEDIDO JA CADASTRADO"
                   MOVE "R"               TO WS-EVENTO-LOJA
                   PERFORM 2006-GRAVA-STATLOJA
               END-IF
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

           MOVE SPACES            TO ALT-CHAVE
           MOVE PED-CLI-CODIGO    TO ALT-CHAVE(1:7)
           MOVE PED-NUMERO        TO ALT-CHAVE(8:7)
           MOVE WS-OPER-ALTERLOG  TO ALT-OPERACAO
           ACCEPT ALT-DATA        FROM DATE
           ACCEPT ALT-HORA        FROM TIME
           MOVE LK-OPERADOR       TO ALT-OPERADOR
           WRITE RG-ALTERLOG
           CLOSE ALTERLOG.

       2006-GRAVA-STATLOJA.

           IF WS-STATLOJA-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           INITIALIZE RG-STATLOJA
           MOVE WS-CLI-CODIGO     TO SLJ-CLI-CODIGO
           MOVE WS-NUMERO         TO SLJ-PED-NUMERO
           MOVE WS-EVENTO-LOJA    TO SLJ-EVENTO
           ACCEPT SLJ-DATA-EVENTO FROM DATE
           IF SLJ-REJEITADO
              MOVE WS-MOTIVO-REJEICAO TO SLJ-MOTIVO
           END-IF
           WRITE RG-STATLOJA.

       2007-CONSISTE-CANCELAMENTO.

           IF WS-NUMERO EQUAL ZEROS
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "NUMERO NAO INFORMADO" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLI-CODIGO     TO PED-CLI-CODIGO
           MOVE WS-NUMERO         TO PED-NUMERO
           READ PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "PEDIDO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF PED-FATURADO OR PED-CANCELADO
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "PEDIDO JA ENCERRADO" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF WS-FECHAMES-ATIVO EQUAL "S"
              MOVE PED-DATA(3:4)  TO FEC-COMPETENCIA
              READ FECHAMES
              IF STAT-FECHAMES EQUAL "00"
                 MOVE "N"  TO WS-CAMPOS-OK
                 MOVE "COMPETENCIA FECHADA" TO WS-MOTIVO-REJEICAO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-MOT-CANCEL EQUAL ZEROS
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "MOTIVO CANCELAMENTO AUSENTE" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF WS-MOTCANC-ATIVO NOT EQUAL "S"
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "MOTIVOS NAO DISPONIVEIS" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MOT-CANCEL     TO MOT-CODIGO
           READ MOTCANC
           IF STAT-MOTCANC NOT EQUAL "00"
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "MOTIVO CANCELAMENTO INVALIDO" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF.

       2008-CANCELA-PEDIDO.

           MOVE RG-PEDIDOS        TO WS-AUD-ANTES
           MOVE "C"               TO PED-STATUS
           MOVE WS-MOT-CANCEL     TO PED-MOT-CANCEL
           ACCEPT PED-DATA-CANCEL FROM DATE
           MOVE LK-OPERADOR       TO PED-OPER-CANCEL
           REWRITE RG-PEDIDOS
           IF  STAT-PEDIDOS NOT EQUAL "00"
               STRING "ERRO AO REGRAVAR PEDIDOS ! "
                      STAT-PEDIDOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
           MOVE "IMPOPED"                TO WS-AUD-PROGRAMA
           MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           MOVE "A"               TO WS-OPER-ALTERLOG
           PERFORM 2005-GRAVA-ALTERLOG
           PERFORM 2009-LIBERA-ESTOQUE
           IF PED-ORIGEM-LOJA
              MOVE "C"            TO WS-EVENTO-LOJA
              PERFORM 2006-GRAVA-STATLOJA
           END-IF.

       2009-LIBERA-ESTOQUE.

           IF WS-PEDITENS-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLI-CODIGO     TO ITE-CLI-CODIGO
           MOVE WS-NUMERO         TO ITE-PED-NUMERO
           MOVE ZEROS             TO ITE-SEQUENCIA
           START PEDITENS KEY IS GREATER THAN ITE-CHAVE
           IF STAT-PEDITENS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO WS-EOF-ITE
           READ PEDITENS NEXT
           IF STAT-PEDITENS NOT EQUAL "00"
              MOVE "F"            TO WS-EOF-ITE
           END-IF
           PERFORM UNTIL WS-EOF-ITE EQUAL "F"
              IF ITE-CLI-CODIGO NOT EQUAL WS-CLI-CODIGO
                 OR ITE-PED-NUMERO NOT EQUAL WS-NUMERO
                 MOVE "F"         TO WS-EOF-ITE
              ELSE
                 IF ITE-PRO-CODIGO NOT EQUAL ZEROS
                    MOVE "L"               TO WS-MOV-OPERACAO
                    MOVE ITE-PRO-CODIGO    TO WS-MOV-PRO-CODIGO
                    MOVE ITE-QUANTIDADE    TO WS-MOV-QUANTIDADE
                    MOVE WS-CLI-CODIGO     TO WS-MOV-CLI-CODIGO
                    MOVE WS-NUMERO         TO WS-MOV-PED-NUMERO
                    MOVE LK-OPERADOR       TO WS-MOV-OPERADOR
                    MOVE "CANCELAMENTO DE PEDIDO" TO WS-MOV-HISTORICO
                    CALL "MOVEST" USING WS-LIG-MOVEST
                 END-IF
                 READ PEDITENS NEXT AT END
                    MOVE "F"      TO WS-EOF-ITE
                 END-READ
              END-IF
           END-PERFORM.

       2010-IMPORTA-ITENS.

           MOVE "S"               TO WS-PRIMEIRA-LINHA
           MOVE SPACES            TO WS-EOF-ITE
           READ ITECSV AT END MOVE "F" TO WS-EOF-ITE

           PERFORM UNTIL WS-EOF-ITE EQUAL "F"

               IF LK-TEM-CABECALHO EQUAL "S"
                  AND WS-PRIMEIRA-LINHA EQUAL "S"
                  CONTINUE
               ELSE
                  PERFORM 2011-CARREGA-ITEM
                  PERFORM 2012-CONSISTE-ITEM
                  PERFORM 2013-GRAVA-ITEM
               END-IF
               MOVE "N"           TO WS-PRIMEIRA-LINHA

               READ ITECSV AT END MOVE "F" TO WS-EOF-ITE
           END-PERFORM.

       2011-CARREGA-ITEM.

           ADD 1 TO WS-LINHA-ITE
           INITIALIZE SEPARATE-ITE
           UNSTRING RG-ITECSV DELIMITED BY WS-DELIMITADOR
           INTO WS-ITE-CLI-CODIGO, WS-ITE-PED-NUMERO, WS-ITE-PRO-CODIGO,
                WS-ITE-QUANTIDADE, WS-ITE-VALOR-UNIT.

       2012-CONSISTE-ITEM.

           MOVE SPACES TO WS-CAMPOS-OK
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           IF WS-ITE-CLI-CODIGO EQUAL ZEROS
              OR WS-ITE-PED-NUMERO EQUAL ZEROS
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "ITEM SEM CLIENTE/PEDIDO" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF LK-SOMENTE-VALIDA NOT EQUAL "S"
              MOVE WS-ITE-CLI-CODIGO TO PED-CLI-CODIGO
              MOVE WS-ITE-PED-NUMERO TO PED-NUMERO
              READ PEDIDOS
              IF STAT-PEDIDOS NOT EQUAL "00"
                 MOVE "N"  TO WS-CAMPOS-OK
                 MOVE "ITEM DE PEDIDO INEXISTENTE" TO WS-MOTIVO-REJEICAO
                 EXIT PARAGRAPH
              END-IF
              IF PED-FATURADO OR PED-CANCELADO
                 MOVE "N"  TO WS-CAMPOS-OK
                 MOVE "ITEM DE PEDIDO ENCERRADO" TO WS-MOTIVO-REJEICAO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-ITE-PRO-CODIGO EQUAL ZEROS
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "ITEM SEM PRODUTO" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              MOVE WS-ITE-PRO-CODIGO TO PRO-CODIGO
              READ PRODUTOS
              IF STAT-PRODUTOS NOT EQUAL "00"
                 MOVE "N"  TO WS-CAMPOS-OK
                 MOVE "ITEM PRODUTO NAO CADASTRADO" TO
                                              WS-MOTIVO-REJEICAO
                 EXIT PARAGRAPH
              END-IF
              IF NOT PRO-ATIVO
                 MOVE "N"  TO WS-CAMPOS-OK
                 MOVE "ITEM PRODUTO INATIVO" TO WS-MOTIVO-REJEICAO
                 EXIT PARAGRAPH
              END-IF
              MOVE PRO-DESCRICAO  TO WS-ITE-DESCRICAO
              IF WS-ITE-VALOR-UNIT EQUAL ZEROS
                 MOVE PRO-PRECO-LISTA TO WS-ITE-VALOR-UNIT
                 MOVE PRO-CODIGO  TO WS-PVG-PRO-CODIGO
                 MOVE ZEROS       TO WS-PVG-DATA-REFERENCIA
                 IF LK-SOMENTE-VALIDA NOT EQUAL "S"
                    MOVE PED-DATA TO WS-PVG-DATA-REFERENCIA
                 END-IF
                 CALL "PRECOVIG" USING WS-LIG-PRECOVIG
                 IF WS-PVG-RETORNO EQUAL SPACES
                    AND WS-PVG-PRECO NOT EQUAL ZEROS
                    MOVE WS-PVG-PRECO TO WS-ITE-VALOR-UNIT
                 END-IF
              END-IF
           END-IF
           IF WS-ITE-QUANTIDADE EQUAL ZEROS
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "ITEM QUANTIDADE INVALIDA" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF WS-ITE-VALOR-UNIT EQUAL ZEROS
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "ITEM VALOR INVALIDO" TO WS-MOTIVO-REJEICAO
              EXIT PARAGRAPH
           END-IF.

       2013-GRAVA-ITEM.

           IF  WS-CAMPOS-OK EQUAL SPACES
               IF  LK-SOMENTE-VALIDA NOT EQUAL "S"
                   PERFORM 2014-PROXIMA-SEQUENCIA
                   INITIALIZE RG-PEDITENS
                   MOVE WS-ITE-CLI-CODIGO TO ITE-CLI-CODIGO
                   MOVE WS-ITE-PED-NUMERO TO ITE-PED-NUMERO
                   MOVE WS-PROX-SEQ       TO ITE-SEQUENCIA
                   MOVE WS-ITE-PRO-CODIGO TO ITE-PRO-CODIGO
                   MOVE WS-ITE-DESCRICAO  TO ITE-DESCRICAO
                   MOVE WS-ITE-QUANTIDADE TO ITE-QUANTIDADE
                   MOVE WS-ITE-VALOR-UNIT TO ITE-VALOR-UNITARIO
                   COMPUTE ITE-VALOR-TOTAL =
                           WS-ITE-QUANTIDADE * WS-ITE-VALOR-UNIT
                   PERFORM 2016-CALCULA-IMPOSTOS
                   WRITE RG-PEDITENS
                   IF  STAT-PEDITENS NOT EQUAL "00"
                       STRING "ERRO AO GRAVAR PEDITENS ! "
                              STAT-PEDITENS
                         DELIMITED BY SIZE
                         INTO LK-RETORNO
                       END-STRING
                       GOBACK
                   END-IF
                   PERFORM 2017-ACUMULA-IMPOSTOS
                   PERFORM 2015-RESERVA-ESTOQUE
               END-IF
               ADD 1 TO WS-QTD-ITENS-IMP
           ELSE
               MOVE SPACES TO RG-REJPED
               STRING "ITEM "           DELIMITED BY SIZE
                      WS-LINHA-ITE      DELIMITED BY SIZE
                      " - "             DELIMITED BY SIZE
                      WS-MOTIVO-REJEICAO DELIMITED BY SIZE
                   INTO RG-REJPED
               END-STRING
               WRITE RG-REJPED
               IF  STAT-REJPED NOT EQUAL "00"
                   STRING "ERRO AO GRAVAR ARQUIVO REJPED ! "
                          STAT-REJPED
                     DELIMITED BY SIZE
                     INTO LK-RETORNO
                   END-STRING
                   GOBACK
               END-IF
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

       2014-PROXIMA-SEQUENCIA.

           MOVE 1                 TO WS-PROX-SEQ
           MOVE WS-ITE-CLI-CODIGO TO ITE-CLI-CODIGO
           MOVE WS-ITE-PED-NUMERO TO ITE-PED-NUMERO
           MOVE 999               TO ITE-SEQUENCIA
           START PEDITENS KEY IS LESS THAN ITE-CHAVE
           IF STAT-PEDITENS EQUAL "00"
              READ PEDITENS PREVIOUS
              IF STAT-PEDITENS EQUAL "00"
                 AND ITE-CLI-CODIGO EQUAL WS-ITE-CLI-CODIGO
                 AND ITE-PED-NUMERO EQUAL WS-ITE-PED-NUMERO
                 COMPUTE WS-PROX-SEQ = ITE-SEQUENCIA + 1
              END-IF
           END-IF.

       2015-RESERVA-ESTOQUE.

           MOVE "R"               TO WS-MOV-OPERACAO
           MOVE WS-ITE-PRO-CODIGO TO WS-MOV-PRO-CODIGO
           MOVE WS-ITE-QUANTIDADE TO WS-MOV-QUANTIDADE
           MOVE WS-ITE-CLI-CODIGO TO WS-MOV-CLI-CODIGO
           MOVE WS-ITE-PED-NUMERO TO WS-MOV-PED-NUMERO
           MOVE LK-OPERADOR       TO WS-MOV-OPERADOR
           MOVE "IMPORTACAO DE PEDIDOS" TO WS-MOV-HISTORICO
           CALL "MOVEST" USING WS-LIG-MOVEST
           IF WS-MOV-RETORNO NOT EQUAL SPACES
              MOVE WS-MOV-RETORNO TO LK-RETORNO
              GOBACK
           END-IF.

       2016-CALCULA-IMPOSTOS.

           MOVE PED-EMPRESA       TO WS-IMP-EMPRESA
           MOVE WS-ITE-CLI-CODIGO TO WS-IMP-CLI-CODIGO
           MOVE WS-ITE-PRO-CODIGO TO WS-IMP-PRO-CODIGO
           MOVE ITE-VALOR-TOTAL   TO WS-IMP-VALOR-BASE
           CALL "CALCIMP" USING WS-LIG-CALCIMP
           IF WS-IMP-RETORNO NOT EQUAL SPACES
              MOVE WS-IMP-RETORNO TO LK-RETORNO
              GOBACK
           END-IF
           MOVE WS-IMP-VALOR-ICMS TO ITE-VALOR-ICMS
           MOVE WS-IMP-VALOR-IPI  TO ITE-VALOR-IPI
           MOVE WS-IMP-VALOR-PIS  TO ITE-VALOR-PIS
           MOVE WS-IMP-VALOR-COFINS TO ITE-VALOR-COFINS.

       2017-ACUMULA-IMPOSTOS.

           MOVE WS-ITE-CLI-CODIGO TO PED-CLI-CODIGO
           MOVE WS-ITE-PED-NUMERO TO PED-NUMERO
           READ PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE RG-PEDIDOS        TO WS-AUD-ANTES
           ADD ITE-VALOR-ICMS     TO PED-VALOR-ICMS
           ADD ITE-VALOR-IPI      TO PED-VALOR-IPI
           ADD ITE-VALOR-PIS      TO PED-VALOR-PIS
           ADD ITE-VALOR-COFINS   TO PED-VALOR-COFINS
           REWRITE RG-PEDIDOS
           IF  STAT-PEDIDOS NOT EQUAL "00"
               STRING "ERRO AO REGRAVAR PEDIDOS ! "
                      STAT-PEDIDOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
           MOVE "IMPOPED"                TO WS-AUD-PROGRAMA
           MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA.

       2018-CALCULA-PREVISAO.
           ACCEPT WS-DATA-ATUAL   FROM DATE
           ACCEPT WS-HORA-ATUAL   FROM TIME
           MOVE PED-CLI-CODIGO    TO WS-ENT-CLI-CODIGO
           MOVE PED-END-ENTREGA   TO WS-ENT-END-SEQUENCIA
           MOVE PED-DATA          TO WS-ENT-DATA-PEDIDO
           MOVE ZEROS             TO WS-ENT-HORA-PEDIDO
           IF PED-DATA EQUAL WS-DATA-ATUAL
              MOVE WS-HORA-ATUAL(1:4) TO WS-ENT-HORA-PEDIDO
           END-IF
           CALL "CALCENT" USING WS-LIG-CALCENT
           IF WS-ENT-RETORNO EQUAL SPACES
              MOVE WS-ENT-DATA-PREVISTA TO PED-DATA-PREVISTA
           END-IF.

       3000-FINALIZA.
          MOVE SPACES                  TO LK-RETORNO
          MOVE WS-QTD-LIDOS            TO LK-QTD-LIDOS
          MOVE WS-QTD-IMPORTADOS       TO LK-QTD-IMPORTADOS
          MOVE WS-QTD-REJEITADOS       TO LK-QTD-REJEITADOS
          MOVE WS-QTD-ITENS-IMP        TO LK-QTD-ITENS.
          GOBACK.
