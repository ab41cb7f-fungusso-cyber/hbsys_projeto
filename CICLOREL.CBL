       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLOREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDIDOS.SL".
           COPY "COTACAO.SL".
           COPY "TITULOS.SL".
           COPY "ROMANEIO.SL".
           COPY "CLIENTES.SL".
           COPY "VENDEDOR.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "PEDIDOS.FD".
           COPY "COTACAO.FD".
           COPY "TITULOS.FD".
           COPY "ROMANEIO.FD".
           COPY "CLIENTES.FD".
           COPY "VENDEDOR.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-COTACAO                       PIC XX.
       01  STAT-TITULOS                       PIC XX.
       01  STAT-ROMANEIO                      PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  WS-COTACAO-ATIVO                   PIC X      VALUE "N".
       01  WS-TITULOS-ATIVO                   PIC X      VALUE "N".
       01  WS-ROMANEIO-ATIVO                  PIC X      VALUE "N".
       01  WS-VENDEDOR-ATIVO                  PIC X      VALUE "N".
           01  WS-EOF                        PIC X         VALUE SPACES.
       01  WS-EOF-AUX                         PIC X      VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(126) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-LIG-EMPRESA.
           05 WS-EMPRESA-ATUAL            PIC 9(002).
       01  WS-LIG-ESCOPO.
           05 WS-ESC-VEN-CODIGO           PIC 9(003) VALUE ZEROS.
           05 WS-ESC-REGISTRA             PIC X(001) VALUE "N".
           05 WS-ESC-PROGRAMA             PIC X(010) VALUE "CICLOREL".
           05 WS-ESC-CHAVE                PIC X(015) VALUE SPACES.
           05 WS-ESC-RESTRITO             PIC X(001) VALUE "N".
           05 WS-ESC-PERMITIDO            PIC X(001) VALUE "S".
           05 WS-ESC-OPERADOR             PIC X(010) VALUE SPACES.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-HOJE                 PIC 9(007) VALUE ZEROS.
       01  WS-DATA-CONV.
           05 FILLER                      PIC 9(002).
           05 WS-CONV-AA                  PIC 9(002).
           05 WS-CONV-MM                  PIC 9(002).
           05 WS-CONV-DD                  PIC 9(002).
       01  WS-DIAS-SERIAL                 PIC 9(007) VALUE ZEROS.
       01  WS-CONV-ANO                    PIC 9(004) VALUE ZEROS.
       01  WS-CONV-MES                    PIC 9(002) VALUE ZEROS.
       01  WS-QUOC-4                      PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-100                    PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-400                    PIC 9(004) VALUE ZEROS.
       01  TABELA-MES-ACUM.
           05 PIC X(036) VALUE "000031059090120151181212243273304334".
       01  FILLER REDEFINES TABELA-MES-ACUM.
           05 TAB-MES-ACUM OCCURS 12          PIC 9(003).
       01  WS-IND                         PIC 9(004) VALUE ZEROS.
       01  WS-IND-ETP                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-GRP                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-INI                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-FIM                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-POS                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-ANT                     PIC 9(004) VALUE ZEROS.
       01  WS-GRP-INI                     PIC 9(004) VALUE ZEROS.
       01  WS-GRP-FIM                     PIC 9(004) VALUE ZEROS.
       01  WS-QTD-TOP                     PIC 9(004) VALUE 10.
       01  WS-FIM-DESLOCA                 PIC X(001) VALUE SPACES.
       01  WS-SECAO                       PIC X(001) VALUE SPACES.
       01  WS-PARTE                       PIC X(001) VALUE "E".
       01  WS-DIAS                        PIC S9(007) VALUE ZEROS.
       01  WS-DIAS-MEDIA                  PIC 9(007) VALUE ZEROS.
       01  WS-QTD-PEDIDOS                 PIC 9(007) VALUE ZEROS.
       01  WS-PED-PORTE                   PIC X(001) VALUE SPACES.
       01  WS-PED-REGIAO                  PIC 9(003) VALUE ZEROS.
       01  WS-TIT-QTD                     PIC 9(003) VALUE ZEROS.
       01  WS-TIT-ABERTOS                 PIC 9(003) VALUE ZEROS.
       01  WS-TIT-PERDA                   PIC X(001) VALUE SPACES.
       01  WS-TIT-MAX-VENC                PIC 9(008) VALUE ZEROS.
       01  WS-TIT-MAX-PAGTO               PIC 9(008) VALUE ZEROS.
       01  WS-TIT-MIN-EMISSAO             PIC 9(008) VALUE ZEROS.
       01  WS-TIT-MIN-ABERTO              PIC 9(008) VALUE ZEROS.
       01  TABELA-MARCOS.
           05 TAB-MARCO OCCURS 9.
              10  TAB-MARCO-DATA              PIC 9(008).
              10  TAB-MARCO-SERIAL            PIC 9(007).
       01  TABELA-ETAPAS.
           05 PIC X(028) VALUE "0102COTACAO ATE PEDIDO      ".
           05 PIC X(028) VALUE "0203PEDIDO ATE LIBERACAO    ".
           05 PIC X(028) VALUE "0304LIBERACAO ATE NF        ".
           05 PIC X(028) VALUE "0405NF ATE DESPACHO         ".
           05 PIC X(028) VALUE "0506DESPACHO ATE ENTREGA    ".
           05 PIC X(028) VALUE "0407NF ATE VENCIMENTO       ".
           05 PIC X(028) VALUE "0708VENCIMENTO ATE QUITACAO ".
           05 PIC X(028) VALUE "0108CICLO TOTAL             ".
       01  FILLER REDEFINES TABELA-ETAPAS.
           05 TAB-ETP OCCURS 8.
              10  TAB-ETP-INICIO              PIC 9(002).
              10  TAB-ETP-FIM                 PIC 9(002).
              10  TAB-ETP-NOME                PIC X(024).
       01  WS-MEDICAO.
           05 WS-MED OCCURS 8.
              10  WS-MED-OK                   PIC X(001).
              10  WS-MED-DIAS                 PIC 9(005).
       01  TABELA-GRUPOS.
           05 TAB-GRP OCCURS 2005.
              10  TAB-GRP-PEDIDOS             PIC 9(007).
              10  TAB-GRP-ETAPA OCCURS 8.
                  15  TAB-GRP-QTD             PIC 9(007).
                  15  TAB-GRP-SOMA            PIC 9(011).
                  15  TAB-GRP-MAX             PIC 9(005).
       01  TABELA-PARADOS.
           05 TAB-PAR-ETAPA OCCURS 8.
              10  TAB-PAR-QTD                 PIC 9(004).
              10  TAB-PAR OCCURS 10.
                  15  TAB-PAR-CLI             PIC 9(007).
                  15  TAB-PAR-PED             PIC 9(007).
                  15  TAB-PAR-VEN             PIC 9(003).
                  15  TAB-PAR-DATA            PIC 9(008).
                  15  TAB-PAR-DIAS            PIC 9(005).
                  15  TAB-PAR-VALOR           PIC 9(009)V99.
       01  WS-PAR-NOVO.
           05 WS-PAR-CLI                  PIC 9(007).
           05 WS-PAR-PED                  PIC 9(007).
           05 WS-PAR-VEN                  PIC 9(003).
           05 WS-PAR-DATA                 PIC 9(008).
           05 WS-PAR-DIAS                 PIC 9(005).
           05 WS-PAR-VALOR                PIC 9(009)V99.
           01  CAB01.
        05 PIC X(114)   VALUE "CICLO DO PEDIDO AO RECEBIMENTO".
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
               05 PIC X(025)               VALUE " COD DESCRICAO".
               05 PIC X(008)               VALUE " PEDIDOS".
               05 PIC X(011)               VALUE "    COT-PED".
               05 PIC X(011)               VALUE "    PED-LIB".
               05 PIC X(011)               VALUE "     LIB-NF".
               05 PIC X(011)               VALUE "    NF-DESP".
               05 PIC X(011)               VALUE "   DESP-ENT".
               05 PIC X(011)               VALUE "    NF-VENC".
               05 PIC X(011)               VALUE "   VENC-PAG".
               05 PIC X(011)               VALUE "      TOTAL".
           01  CAB03.
               05 PIC X(060)               VALUE
                  " (MEDIA/MAIOR PRAZO EM DIAS - ETAPAS CONCLUIDAS)".
           01  CAB02P.
               05 PIC X(010)               VALUE " CLIENTE".
               05 PIC X(032)               VALUE "RAZAO SOCIAL".
               05 PIC X(009)               VALUE " PEDIDO".
               05 PIC X(005)               VALUE "VEN".
               05 PIC X(010)               VALUE "DESDE".
               05 PIC X(008)               VALUE "  DIAS".
               05 PIC X(014)               VALUE "         VALOR".
       01  LSEC.
           05 PIC X(001).
           05 LSEC-TITULO                 PIC X(060).
       01  LDT.
           05 PIC X(001).
           05 LDT-CODIGO                  PIC ZZ9.
           05 PIC X(001).
           05 LDT-DESCRICAO               PIC X(020).
           05 PIC X(002).
           05 LDT-QTD                     PIC ZZZZZ9.
           05 LDT-ETAPA OCCURS 8.
              10 PIC X(002).
              10 LDT-MEDIA                PIC ZZZ9.
              10 LDT-BARRA                PIC X(001).
              10 LDT-MAXIMO               PIC ZZZ9.
       01  LPAR.
           05 PIC X(001).
           05 LPAR-CLIENTE                PIC ZZZZZZ9.
           05 PIC X(002).
           05 LPAR-RAZAO                  PIC X(030).
           05 PIC X(002).
           05 LPAR-PEDIDO                 PIC ZZZZZZ9.
           05 PIC X(002).
           05 LPAR-VENDEDOR               PIC ZZ9.
           05 PIC X(002).
           05 LPAR-DATA                   PIC 9(008).
           05 PIC X(002).
           05 LPAR-DIAS                   PIC ZZ.ZZ9.
           05 PIC X(002).
           05 LPAR-VALOR                  PIC ZZZ.ZZZ.ZZ9,99.
       01  RODAPE.
           05 PIC X(001).
           05 ROD-DESCRICAO               PIC X(050).
           05 PIC X(002).
           05 ROD-QTD                     PIC ZZZ.ZZ9.

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-INICIAL                             PIC 9(008).
          05 LK-DATA-FINAL                               PIC 9(008).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       PROCEDURE DIVISION USING LIN-LIGACAO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               MOVE SPACES                TO LK-RETORNO
               INITIALIZE TABELA-GRUPOS
               INITIALIZE TABELA-PARADOS
               MOVE ZEROS                 TO WS-QTD-PEDIDOS
               ACCEPT WS-DATA-HOJE        FROM DATE
               MOVE WS-DATA-HOJE          TO WS-DATA-CONV
               PERFORM 2010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL        TO WS-SERIAL-HOJE
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
               MOVE "N"                   TO WS-COTACAO-ATIVO
               OPEN INPUT COTACAO
               IF STAT-COTACAO EQUAL "00"
                  MOVE "S"                TO WS-COTACAO-ATIVO
               END-IF
               MOVE "N"                   TO WS-TITULOS-ATIVO
               OPEN INPUT TITULOS
               IF STAT-TITULOS EQUAL "00"
                  MOVE "S"                TO WS-TITULOS-ATIVO
               END-IF
               MOVE "N"                   TO WS-ROMANEIO-ATIVO
               OPEN INPUT ROMANEIO
               IF STAT-ROMANEIO EQUAL "00"
                  MOVE "S"                TO WS-ROMANEIO-ATIVO
               END-IF
               MOVE "N"                   TO WS-VENDEDOR-ATIVO
               OPEN INPUT VENDEDOR
               IF STAT-VENDEDOR EQUAL "00"
                  MOVE "S"                TO WS-VENDEDOR-ATIVO
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
                 AND NOT PED-CANCELADO
                 AND (PED-EMPRESA EQUAL WS-EMPRESA-ATUAL
                      OR (PED-EMPRESA EQUAL ZEROS
                          AND WS-EMPRESA-ATUAL EQUAL 1))
                 AND PED-DATA NOT LESS THAN LK-DATA-INICIAL
                 AND PED-DATA NOT GREATER THAN LK-DATA-FINAL
                 PERFORM 2001-ANALISA-PEDIDO
              END-IF
           END-PERFORM

           MOVE "E"                TO WS-PARTE
           PERFORM 2008-CABECALHO
           MOVE "G"                TO WS-SECAO
           PERFORM 2020-IMPRIME-SECAO
           MOVE "V"                TO WS-SECAO
           PERFORM 2020-IMPRIME-SECAO
           MOVE "R"                TO WS-SECAO
           PERFORM 2020-IMPRIME-SECAO
           MOVE "P"                TO WS-SECAO
           PERFORM 2020-IMPRIME-SECAO

           MOVE "P"                TO WS-PARTE
           PERFORM 2008-CABECALHO
           PERFORM VARYING WS-IND-ETP FROM 2 BY 1 UNTIL WS-IND-ETP > 7
              IF WS-IND-ETP NOT EQUAL 6
                 PERFORM 2030-IMPRIME-PARADOS
              END-IF
           END-PERFORM
           PERFORM 2006-RODAPE

           CLOSE PEDIDOS
           CLOSE CLIENTES
           IF WS-COTACAO-ATIVO EQUAL "S"
              CLOSE COTACAO
           END-IF
           IF WS-TITULOS-ATIVO EQUAL "S"
              CLOSE TITULOS
           END-IF
           IF WS-ROMANEIO-ATIVO EQUAL "S"
              CLOSE ROMANEIO
           END-IF
           IF WS-VENDEDOR-ATIVO EQUAL "S"
              CLOSE VENDEDOR
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

       2001-ANALISA-PEDIDO.

           MOVE PED-VEN-CODIGO     TO WS-ESC-VEN-CODIGO
           CALL "VERESCOP" USING WS-LIG-ESCOPO
           IF WS-ESC-PERMITIDO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           ADD 1                   TO WS-QTD-PEDIDOS
           INITIALIZE TABELA-MARCOS
           INITIALIZE WS-MEDICAO
           MOVE SPACES             TO WS-PED-PORTE
           MOVE ZEROS              TO WS-PED-REGIAO
           MOVE PED-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              MOVE CLI-PORTE       TO WS-PED-PORTE
              MOVE CLI-REGIAO      TO WS-PED-REGIAO
           END-IF

           PERFORM 2002-BUSCA-COTACAO
           MOVE PED-DATA           TO TAB-MARCO-DATA(2)
           IF PED-DATA-LIBERACAO NUMERIC
              AND PED-DATA-LIBERACAO NOT EQUAL ZEROS
              MOVE PED-DATA-LIBERACAO TO TAB-MARCO-DATA(3)
           ELSE
              IF NOT PED-PENDENTE
                 MOVE PED-DATA     TO TAB-MARCO-DATA(3)
              END-IF
           END-IF
           PERFORM 2003-LE-TITULOS
           IF PED-DATA-NF NUMERIC
              AND PED-DATA-NF NOT EQUAL ZEROS
              MOVE PED-DATA-NF     TO TAB-MARCO-DATA(4)
           ELSE
              IF PED-NUM-NF NOT EQUAL ZEROS
                 MOVE WS-TIT-MIN-EMISSAO TO TAB-MARCO-DATA(4)
              END-IF
           END-IF
           IF PED-ROMANEIO NOT EQUAL ZEROS
              AND WS-ROMANEIO-ATIVO EQUAL "S"
              MOVE PED-ROMANEIO    TO ROM-NUMERO
              READ ROMANEIO
              IF STAT-ROMANEIO EQUAL "00"
                 MOVE ROM-DATA     TO TAB-MARCO-DATA(5)
              END-IF
           END-IF
           IF PED-ENT-ENTREGUE
              MOVE PED-DATA-ENTREGA TO TAB-MARCO-DATA(6)
           END-IF
           IF WS-TIT-QTD GREATER THAN ZEROS
              MOVE WS-TIT-MAX-VENC TO TAB-MARCO-DATA(7)
              IF WS-TIT-ABERTOS EQUAL ZEROS
                 AND WS-TIT-PERDA NOT EQUAL "S"
                 MOVE WS-TIT-MAX-PAGTO TO TAB-MARCO-DATA(8)
              END-IF
           END-IF

           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 9
              IF TAB-MARCO-DATA(WS-IND) NOT EQUAL ZEROS
                 MOVE TAB-MARCO-DATA(WS-IND) TO WS-DATA-CONV
                 PERFORM 2010-CALCULA-SERIAL
                 MOVE WS-DIAS-SERIAL TO TAB-MARCO-SERIAL(WS-IND)
              END-IF
           END-PERFORM

           PERFORM VARYING WS-IND-ETP FROM 1 BY 1 UNTIL WS-IND-ETP > 8
              PERFORM 2004-MEDE-ETAPA
           END-PERFORM

           MOVE 1                  TO WS-IND-GRP
           PERFORM 2005-ACUMULA-GRUPO
           COMPUTE WS-IND-GRP = PED-VEN-CODIGO + 2
           PERFORM 2005-ACUMULA-GRUPO
           COMPUTE WS-IND-GRP = WS-PED-REGIAO + 1002
           PERFORM 2005-ACUMULA-GRUPO
           EVALUATE WS-PED-PORTE
              WHEN "P"
                   MOVE 2002       TO WS-IND-GRP
              WHEN "M"
                   MOVE 2003       TO WS-IND-GRP
              WHEN "G"
                   MOVE 2004       TO WS-IND-GRP
              WHEN OTHER
                   MOVE 2005       TO WS-IND-GRP
           END-EVALUATE
           PERFORM 2005-ACUMULA-GRUPO

           PERFORM 2007-VERIFICA-PARADOS.

       2002-BUSCA-COTACAO.

           IF WS-COTACAO-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE PED-CLI-CODIGO     TO COT-CLI-CODIGO
           MOVE ZEROS              TO COT-NUMERO
           START COTACAO KEY IS NOT LESS THAN COT-CHAVE
           IF STAT-COTACAO NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX EQUAL "F"
              READ COTACAO NEXT AT END
                 MOVE "F"          TO WS-EOF-AUX
              END-READ
              IF WS-EOF-AUX NOT EQUAL "F"
                 IF COT-CLI-CODIGO NOT EQUAL PED-CLI-CODIGO
                    MOVE "F"       TO WS-EOF-AUX
                 ELSE
                    IF COT-PED-NUMERO EQUAL PED-NUMERO
                       MOVE COT-DATA TO TAB-MARCO-DATA(1)
                       MOVE "F"    TO WS-EOF-AUX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2003-LE-TITULOS.

           MOVE ZEROS              TO WS-TIT-QTD
           MOVE ZEROS              TO WS-TIT-ABERTOS
           MOVE SPACES             TO WS-TIT-PERDA
           MOVE ZEROS              TO WS-TIT-MAX-VENC
           MOVE ZEROS              TO WS-TIT-MAX-PAGTO
           MOVE ZEROS              TO WS-TIT-MIN-EMISSAO
           MOVE ZEROS              TO WS-TIT-MIN-ABERTO
           IF WS-TITULOS-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE PED-CLI-CODIGO     TO TIT-CLI-CODIGO
           MOVE PED-NUMERO         TO TIT-PED-NUMERO
           MOVE ZEROS              TO TIT-PARCELA
           START TITULOS KEY IS NOT LESS THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX EQUAL "F"
              READ TITULOS NEXT AT END
                 MOVE "F"          TO WS-EOF-AUX
              END-READ
              IF WS-EOF-AUX NOT EQUAL "F"
                 IF TIT-CLI-CODIGO NOT EQUAL PED-CLI-CODIGO
                    OR TIT-PED-NUMERO NOT EQUAL PED-NUMERO
                    MOVE "F"       TO WS-EOF-AUX
                 ELSE
                    PERFORM 2009-ACUMULA-TITULO
                 END-IF
              END-IF
           END-PERFORM.

       2009-ACUMULA-TITULO.

           ADD 1                   TO WS-TIT-QTD
           IF TIT-DATA-VENCIMENTO GREATER THAN WS-TIT-MAX-VENC
              MOVE TIT-DATA-VENCIMENTO TO WS-TIT-MAX-VENC
           END-IF
           IF TIT-DATA-EMISSAO NOT EQUAL ZEROS
              AND (WS-TIT-MIN-EMISSAO EQUAL ZEROS
                   OR TIT-DATA-EMISSAO LESS THAN WS-TIT-MIN-EMISSAO)
              MOVE TIT-DATA-EMISSAO TO WS-TIT-MIN-EMISSAO
           END-IF
           EVALUATE TRUE
              WHEN TIT-PAGO
                   IF TIT-DATA-PAGAMENTO GREATER THAN WS-TIT-MAX-PAGTO
                      MOVE TIT-DATA-PAGAMENTO TO WS-TIT-MAX-PAGTO
                   END-IF
              WHEN TIT-PERDA
                   MOVE "S"        TO WS-TIT-PERDA
              WHEN OTHER
                   ADD 1           TO WS-TIT-ABERTOS
                   IF WS-TIT-MIN-ABERTO EQUAL ZEROS
                      OR TIT-DATA-VENCIMENTO LESS THAN
                                             WS-TIT-MIN-ABERTO
                      MOVE TIT-DATA-VENCIMENTO TO WS-TIT-MIN-ABERTO
                   END-IF
           END-EVALUATE.

       2004-MEDE-ETAPA.

           MOVE TAB-ETP-INICIO(WS-IND-ETP) TO WS-IND-INI
           MOVE TAB-ETP-FIM(WS-IND-ETP)    TO WS-IND-FIM
           IF WS-IND-ETP EQUAL 8
              AND TAB-MARCO-SERIAL(1) EQUAL ZEROS
              MOVE 2               TO WS-IND-INI
           END-IF
           IF TAB-MARCO-SERIAL(WS-IND-INI) EQUAL ZEROS
              OR TAB-MARCO-SERIAL(WS-IND-FIM) EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS = TAB-MARCO-SERIAL(WS-IND-FIM)
                           - TAB-MARCO-SERIAL(WS-IND-INI)
           IF WS-DIAS LESS THAN ZEROS
              MOVE ZEROS           TO WS-DIAS
           END-IF
           IF WS-DIAS GREATER THAN 99999
              MOVE 99999           TO WS-DIAS
           END-IF
           MOVE "S"                TO WS-MED-OK(WS-IND-ETP)
           MOVE WS-DIAS            TO WS-MED-DIAS(WS-IND-ETP).

       2005-ACUMULA-GRUPO.

           ADD 1                   TO TAB-GRP-PEDIDOS(WS-IND-GRP)
           PERFORM VARYING WS-IND-ETP FROM 1 BY 1 UNTIL WS-IND-ETP > 8
              IF WS-MED-OK(WS-IND-ETP) EQUAL "S"
                 ADD 1 TO TAB-GRP-QTD(WS-IND-GRP, WS-IND-ETP)
                 ADD WS-MED-DIAS(WS-IND-ETP)
                       TO TAB-GRP-SOMA(WS-IND-GRP, WS-IND-ETP)
                 IF WS-MED-DIAS(WS-IND-ETP) GREATER THAN
                    TAB-GRP-MAX(WS-IND-GRP, WS-IND-ETP)
                    MOVE WS-MED-DIAS(WS-IND-ETP)
                       TO TAB-GRP-MAX(WS-IND-GRP, WS-IND-ETP)
                 END-IF
              END-IF
           END-PERFORM.

       2007-VERIFICA-PARADOS.

           MOVE PED-CLI-CODIGO     TO WS-PAR-CLI
           MOVE PED-NUMERO         TO WS-PAR-PED
           MOVE PED-VEN-CODIGO     TO WS-PAR-VEN
           MOVE PED-VALOR          TO WS-PAR-VALOR
           IF PED-PENDENTE
              MOVE 2               TO WS-IND-ETP
              MOVE 2               TO WS-IND-INI
              PERFORM 2011-REGISTRA-PARADO
           ELSE
              IF PED-NUM-NF EQUAL ZEROS
                 MOVE 3            TO WS-IND-ETP
                 MOVE 3            TO WS-IND-INI
                 PERFORM 2011-REGISTRA-PARADO
              ELSE
                 IF PED-ROMANEIO EQUAL ZEROS
                    MOVE 4         TO WS-IND-ETP
                    MOVE 4         TO WS-IND-INI
                    PERFORM 2011-REGISTRA-PARADO
                 ELSE
                    IF NOT PED-ENT-ENTREGUE
                       MOVE 5      TO WS-IND-ETP
                       MOVE 5      TO WS-IND-INI
                       PERFORM 2011-REGISTRA-PARADO
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-TIT-ABERTOS GREATER THAN ZEROS
              AND WS-TIT-MIN-ABERTO NOT EQUAL ZEROS
              MOVE WS-TIT-MIN-ABERTO TO TAB-MARCO-DATA(9)
              MOVE WS-TIT-MIN-ABERTO TO WS-DATA-CONV
              PERFORM 2010-CALCULA-SERIAL
              MOVE WS-DIAS-SERIAL  TO TAB-MARCO-SERIAL(9)
              MOVE 7               TO WS-IND-ETP
              MOVE 9               TO WS-IND-INI
              PERFORM 2011-REGISTRA-PARADO
           END-IF.

       2011-REGISTRA-PARADO.

           IF TAB-MARCO-SERIAL(WS-IND-INI) EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS = WS-SERIAL-HOJE
                           - TAB-MARCO-SERIAL(WS-IND-INI)
           IF WS-DIAS NOT GREATER THAN ZEROS
              EXIT PARAGRAPH
           END-IF
           IF WS-DIAS GREATER THAN 99999
              MOVE 99999           TO WS-DIAS
           END-IF
           MOVE WS-DIAS            TO WS-PAR-DIAS
           MOVE TAB-MARCO-DATA(WS-IND-INI) TO WS-PAR-DATA
           IF TAB-PAR-QTD(WS-IND-ETP) LESS THAN WS-QTD-TOP
              ADD 1                TO TAB-PAR-QTD(WS-IND-ETP)
              MOVE TAB-PAR-QTD(WS-IND-ETP) TO WS-IND-POS
           ELSE
              IF WS-PAR-DIAS NOT GREATER THAN
                 TAB-PAR-DIAS(WS-IND-ETP, WS-QTD-TOP)
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-QTD-TOP      TO WS-IND-POS
           END-IF
           MOVE SPACES             TO WS-FIM-DESLOCA
           PERFORM UNTIL WS-FIM-DESLOCA EQUAL "S"
              IF WS-IND-POS EQUAL 1
                 MOVE "S"          TO WS-FIM-DESLOCA
              ELSE
                 COMPUTE WS-IND-ANT = WS-IND-POS - 1
                 IF TAB-PAR-DIAS(WS-IND-ETP, WS-IND-ANT)
                    NOT LESS THAN WS-PAR-DIAS
                    MOVE "S"       TO WS-FIM-DESLOCA
                 ELSE
                    MOVE TAB-PAR(WS-IND-ETP, WS-IND-ANT)
                                   TO TAB-PAR(WS-IND-ETP, WS-IND-POS)
                    MOVE WS-IND-ANT TO WS-IND-POS
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-PAR-NOVO        TO TAB-PAR(WS-IND-ETP, WS-IND-POS).

       2010-CALCULA-SERIAL.

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

       2020-IMPRIME-SECAO.

           MOVE SPACES             TO LSEC
           EVALUATE WS-SECAO
              WHEN "G"
                   MOVE "PRAZOS GERAIS DO CICLO"  TO LSEC-TITULO
                   MOVE 1          TO WS-GRP-INI
                   MOVE 1          TO WS-GRP-FIM
              WHEN "V"
                   MOVE "PRAZOS POR VENDEDOR"     TO LSEC-TITULO
                   MOVE 2          TO WS-GRP-INI
                   MOVE 1001       TO WS-GRP-FIM
              WHEN "R"
                   MOVE "PRAZOS POR REGIAO"       TO LSEC-TITULO
                   MOVE 1002       TO WS-GRP-INI
                   MOVE 2001       TO WS-GRP-FIM
              WHEN "P"
                   MOVE "PRAZOS POR PORTE DO CLIENTE"
                                   TO LSEC-TITULO
                   MOVE 2002       TO WS-GRP-INI
                   MOVE 2005       TO WS-GRP-FIM
           END-EVALUATE
           IF LINHAS > WS-MAX-LINHAS - 3
              PERFORM 2008-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LSEC AFTER 2
           PERFORM VARYING WS-IND FROM WS-GRP-INI BY 1
                   UNTIL WS-IND > WS-GRP-FIM
              PERFORM 2021-LINHA-SECAO
           END-PERFORM.

       2021-LINHA-SECAO.

           IF TAB-GRP-PEDIDOS(WS-IND) EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO LDT
           EVALUATE WS-SECAO
              WHEN "G"
                   MOVE "TODOS OS PEDIDOS"     TO LDT-DESCRICAO
              WHEN "V"
                   COMPUTE LDT-CODIGO = WS-IND - 2
                   MOVE "VENDEDOR NAO CADASTRADO" TO LDT-DESCRICAO
                   IF WS-VENDEDOR-ATIVO EQUAL "S"
                      COMPUTE VEN-CODIGO = WS-IND - 2
                      READ VENDEDOR
                      IF STAT-VENDEDOR EQUAL "00"
                         MOVE VEN-NOME     TO LDT-DESCRICAO
                      END-IF
                   END-IF
              WHEN "R"
                   COMPUTE LDT-CODIGO = WS-IND - 1002
                   IF WS-IND EQUAL 1002
                      MOVE "SEM REGIAO"      TO LDT-DESCRICAO
                   ELSE
                      MOVE "REGIAO"          TO LDT-DESCRICAO
                   END-IF
              WHEN "P"
                   EVALUATE WS-IND
                      WHEN 2002
                           MOVE "PEQUENO"       TO LDT-DESCRICAO
                      WHEN 2003
                           MOVE "MEDIO"         TO LDT-DESCRICAO
                      WHEN 2004
                           MOVE "GRANDE"        TO LDT-DESCRICAO
                      WHEN OTHER
                           MOVE "NAO INFORMADO" TO LDT-DESCRICAO
                   END-EVALUATE
           END-EVALUATE
           MOVE TAB-GRP-PEDIDOS(WS-IND) TO LDT-QTD
           PERFORM VARYING WS-IND-ETP FROM 1 BY 1 UNTIL WS-IND-ETP > 8
              IF TAB-GRP-QTD(WS-IND, WS-IND-ETP) GREATER THAN ZEROS
                 COMPUTE WS-DIAS-MEDIA ROUNDED =
                         TAB-GRP-SOMA(WS-IND, WS-IND-ETP)
                       / TAB-GRP-QTD(WS-IND, WS-IND-ETP)
                 IF WS-DIAS-MEDIA GREATER THAN 9999
                    MOVE 9999      TO WS-DIAS-MEDIA
                 END-IF
                 MOVE WS-DIAS-MEDIA TO LDT-MEDIA(WS-IND-ETP)
                 MOVE "/"          TO LDT-BARRA(WS-IND-ETP)
                 IF TAB-GRP-MAX(WS-IND, WS-IND-ETP) GREATER THAN 9999
                    MOVE 9999      TO LDT-MAXIMO(WS-IND-ETP)
                 ELSE
                    MOVE TAB-GRP-MAX(WS-IND, WS-IND-ETP)
                                   TO LDT-MAXIMO(WS-IND-ETP)
                 END-IF
              END-IF
           END-PERFORM
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2030-IMPRIME-PARADOS.

           MOVE SPACES             TO LSEC
           STRING "PEDIDOS PARADOS HA MAIS TEMPO - "
                  TAB-ETP-NOME(WS-IND-ETP)
                  DELIMITED BY SIZE
                  INTO LSEC-TITULO
           END-STRING
           IF LINHAS > WS-MAX-LINHAS - 3
              PERFORM 2008-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LSEC AFTER 2
           IF TAB-PAR-QTD(WS-IND-ETP) EQUAL ZEROS
              MOVE SPACES          TO LSEC
              MOVE "NENHUM PEDIDO PARADO NESTA ETAPA"
                                   TO LSEC-TITULO
              ADD 1                TO LINHAS
              WRITE RG-SAIDA FROM LSEC AFTER 1
           ELSE
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > TAB-PAR-QTD(WS-IND-ETP)
                 PERFORM 2031-LINHA-PARADO
              END-PERFORM
           END-IF.

       2031-LINHA-PARADO.

           MOVE SPACES             TO LPAR
           MOVE TAB-PAR-CLI(WS-IND-ETP, WS-IND)   TO LPAR-CLIENTE
           MOVE TAB-PAR-PED(WS-IND-ETP, WS-IND)   TO LPAR-PEDIDO
           MOVE TAB-PAR-VEN(WS-IND-ETP, WS-IND)   TO LPAR-VENDEDOR
           MOVE TAB-PAR-DATA(WS-IND-ETP, WS-IND)  TO LPAR-DATA
           MOVE TAB-PAR-DIAS(WS-IND-ETP, WS-IND)  TO LPAR-DIAS
           MOVE TAB-PAR-VALOR(WS-IND-ETP, WS-IND) TO LPAR-VALOR
           MOVE "CLIENTE NAO CADASTRADO"          TO LPAR-RAZAO
           MOVE TAB-PAR-CLI(WS-IND-ETP, WS-IND)   TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              MOVE CLI-RAZAO       TO LPAR-RAZAO
           END-IF
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LPAR AFTER 1.

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
           IF WS-PARTE EQUAL "P"
              WRITE RG-SAIDA  FROM CAB02P AFTER 1
           ELSE
              WRITE RG-SAIDA  FROM CAB02 AFTER 1
              WRITE RG-SAIDA  FROM CAB03 AFTER 1
              ADD 1                     TO LINHAS
           END-IF
           WRITE RG-SAIDA     FROM SPACES AFTER 1.

       2006-RODAPE.

           IF LINHAS > WS-MAX-LINHAS - 8
              PERFORM 2008-CABECALHO
           END-IF
           WRITE RG-SAIDA     FROM TRACOS AFTER 2.
           MOVE SPACES             TO RODAPE
           MOVE "PEDIDOS ANALISADOS NO PERIODO"
                                   TO ROD-DESCRICAO
           MOVE WS-QTD-PEDIDOS     TO ROD-QTD
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "PEDIDOS COM CICLO CONCLUIDO (QUITADOS)"
                                   TO ROD-DESCRICAO
           MOVE TAB-GRP-QTD(1, 8)  TO ROD-QTD
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           IF TAB-GRP-QTD(1, 8) GREATER THAN ZEROS
              MOVE "CICLO MEDIO DO PEDIDO AO RECEBIMENTO (DIAS)"
                                   TO ROD-DESCRICAO
              COMPUTE ROD-QTD ROUNDED = TAB-GRP-SOMA(1, 8)
                                      / TAB-GRP-QTD(1, 8)
              WRITE RG-SAIDA  FROM RODAPE AFTER 1
              MOVE "MAIOR CICLO DO PEDIDO AO RECEBIMENTO (DIAS)"
                                   TO ROD-DESCRICAO
              MOVE TAB-GRP-MAX(1, 8) TO ROD-QTD
              WRITE RG-SAIDA  FROM RODAPE AFTER 1
           END-IF.

       2012-PREVIEW-TELA.

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
              PERFORM 2012-PREVIEW-TELA
           END-IF

           GOBACK.
