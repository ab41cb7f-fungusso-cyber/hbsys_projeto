       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TITULOS.SL".
           COPY "CLIENTES.SL".
           COPY "VENDEDOR.SL".
           COPY "GRUPOS.SL".
           COPY "SAIDA.SL".
           COPY "SAIDACSV.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "TITULOS.FD".
           COPY "CLIENTES.FD".
           COPY "VENDEDOR.FD".
           COPY "GRUPOS.FD".
           COPY "SAIDA.FD".
           COPY "SAIDACSV.FD".

       WORKING-STORAGE SECTION.
       01  STAT-TITULOS                       PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-GRUPOS                        PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  STAT-SAIDACSV                      PIC XX.
       01  WS-VENDEDOR-ATIVO                  PIC X      VALUE "N".
       01  WS-GRUPOS-ATIVO                    PIC X      VALUE "N".
       01  WS-CSV-DELIM                       PIC X      VALUE ",".
       01  WS-CSV-LINHA                       PIC X(132) VALUE SPACES.
           01  WS-EOF-TIT                    PIC X         VALUE SPACES.
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
       01  WS-DATA-REF                        PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-REF                      PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-INICIO                   PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-EMISSAO                  PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-VENCTO                   PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-PAGTO                    PIC 9(007) VALUE ZEROS.
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
       01  WS-MES-AA                          PIC 9(002) VALUE ZEROS.
       01  WS-MES-MM                          PIC 9(002) VALUE ZEROS.
       01  WS-IND-MES                         PIC 9(002) VALUE ZEROS.
       01  WS-IND-VEN                         PIC 9(003) VALUE ZEROS.
       01  WS-IND-REG                         PIC 9(003) VALUE ZEROS.
       01  WS-IND-GRU                         PIC 9(003) VALUE ZEROS.
       01  WS-QTD-GRU                         PIC 9(003) VALUE ZEROS.
       01  WS-CLI-ATUAL                       PIC 9(007) VALUE ZEROS.
       01  WS-CLI-VENDEDOR                    PIC 9(003) VALUE ZEROS.
       01  WS-CLI-REGIAO                      PIC 9(003) VALUE ZEROS.
       01  WS-CLI-RAIZ                        PIC 9(008) VALUE ZEROS.
       01  WS-CLI-NOME                        PIC X(030) VALUE SPACES.
       01  WS-DIAS-PRAZO                      PIC 9(005) VALUE ZEROS.
       01  WS-DIAS-ATRASO                     PIC 9(005) VALUE ZEROS.
       01  WS-SALDO-TITULO                    PIC 9(009)V99 VALUE ZEROS.
       01  WS-MEDIA-PRAZO                     PIC 9(004)V9 VALUE ZEROS.
       01  WS-MEDIA-ATRASO                    PIC 9(004)V9 VALUE ZEROS.
       01  WS-PERC-EM-DIA                     PIC 9(003)V9 VALUE ZEROS.
       01  WS-DSO                             PIC 9(004) VALUE ZEROS.
       01  WS-DIAS-PERIODO                    PIC 9(003) VALUE 365.
       01  WS-TIPO-LINHA                      PIC X(008) VALUE SPACES.
       01  WS-COD-LINHA                       PIC 9(008) VALUE ZEROS.
       01  WS-NOME-LINHA                      PIC X(030) VALUE SPACES.
       01  WS-ACUM-CLI.
           05 ACC-QTD-PAGOS                   PIC 9(007).
           05 ACC-SOMA-PRAZO                  PIC 9(009).
           05 ACC-SOMA-ATRASO                 PIC 9(009).
           05 ACC-QTD-EM-DIA                  PIC 9(007).
           05 ACC-SALDO                       PIC 9(011)V99.
           05 ACC-VENDAS                      PIC 9(011)V99.
       01  WS-ACUM.
           05 ACU-QTD-PAGOS                   PIC 9(007).
           05 ACU-SOMA-PRAZO                  PIC 9(009).
           05 ACU-SOMA-ATRASO                 PIC 9(009).
           05 ACU-QTD-EM-DIA                  PIC 9(007).
           05 ACU-SALDO                       PIC 9(011)V99.
           05 ACU-VENDAS                      PIC 9(011)V99.
       01  WS-ACUM-TOTAL                      PIC X(058) VALUE ZEROS.
       01  TABELA-VENDEDOR.
           05 TAB-VEN-ACUM OCCURS 999         PIC X(058).
       01  TABELA-REGIAO.
           05 TAB-REG-ACUM OCCURS 999         PIC X(058).
       01  TABELA-GRUPO.
           05 TAB-GRUPO OCCURS 500.
              10 TAB-GRU-RAIZ                 PIC 9(008).
              10 TAB-GRU-ACUM                 PIC X(058).
       01  TABELA-TENDENCIA.
           05 TAB-TENDENCIA OCCURS 12.
              10 TAB-TEN-AAMM                 PIC 9(004).
              10 TAB-TEN-SERIAL-INI           PIC 9(007).
              10 TAB-TEN-SERIAL-FIM           PIC 9(007).
              10 TAB-TEN-ACUM                 PIC X(058).
           01  CAB01.
               05 PIC X(082)   VALUE
                  "COMPORTAMENTO DE PAGAMENTO - PRAZO, ATRASO E DSO".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB02.
               05 PIC X(010)                         VALUE "    CODIGO".
               05 PIC X(001).
               05 PIC X(030)                           VALUE "NOME".
               05 PIC X(008)                      VALUE "   PAGOS".
               05 PIC X(009)                      VALUE "    PRAZO".
               05 PIC X(009)                      VALUE "   ATRASO".
               05 PIC X(007)                      VALUE " %EMDIA".
               05 PIC X(018)                VALUE "      SALDO ABERTO".
               05 PIC X(006)                      VALUE "   DSO".
           01  CAB-SECAO.
               05 PIC X(004)                      VALUE "*** ".
               05 CAB-SECAO-TITULO                PIC X(040).
       01  LDT.
           05 PIC X(001).
           05 LDT-CODIGO                  PIC ZZZZZZZ9.
           05 PIC X(002).
           05 LDT-NOME                    PIC X(030).
           05 PIC X(001).
           05 LDT-QTD                     PIC ZZZ.ZZ9.
           05 PIC X(003).
           05 LDT-PRAZO                   PIC ZZZ9,9.
           05 PIC X(003).
           05 LDT-ATRASO                  PIC ZZZ9,9.
           05 PIC X(002).
           05 LDT-PERC                    PIC ZZ9,9.
           05 PIC X(001).
           05 LDT-SALDO                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-DSO                     PIC ZZZ9.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-REF                                 PIC 9(008).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
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
               IF LK-CSV-DELIM EQUAL ";"
                  MOVE ";"                TO WS-CSV-DELIM
               ELSE
                  MOVE ","                TO WS-CSV-DELIM
               END-IF
               IF LK-DATA-REF EQUAL ZEROS
                  ACCEPT WS-DATA-REF      FROM DATE
               ELSE
                  MOVE LK-DATA-REF        TO WS-DATA-REF
               END-IF
               PERFORM 1001-MONTA-PERIODO
               MOVE "SAIDA"               TO WS-SAIDA-PATH
               OPEN INPUT TITULOS
               IF  STAT-TITULOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR TITULOS ! "
                      STAT-TITULOS
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
               MOVE "N"                   TO WS-VENDEDOR-ATIVO
               OPEN INPUT VENDEDOR
               IF STAT-VENDEDOR EQUAL "00"
                  MOVE "S"                TO WS-VENDEDOR-ATIVO
               END-IF
               MOVE "N"                   TO WS-GRUPOS-ATIVO
               OPEN INPUT GRUPOS
               IF STAT-GRUPOS EQUAL "00"
                  MOVE "S"                TO WS-GRUPOS-ATIVO
               END-IF
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
               END-IF.

       1001-MONTA-PERIODO.

           MOVE WS-DATA-REF           TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL        TO WS-SERIAL-REF
           COMPUTE WS-SERIAL-INICIO = WS-SERIAL-REF - WS-DIAS-PERIODO

           INITIALIZE TABELA-VENDEDOR
                      TABELA-REGIAO
                      TABELA-GRUPO
                      TABELA-TENDENCIA
           MOVE ZEROS                 TO WS-QTD-GRU
           MOVE ZEROS                 TO WS-ACUM-TOTAL
           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > 999
              MOVE ZEROS              TO TAB-VEN-ACUM(WS-IND-VEN)
              MOVE ZEROS              TO TAB-REG-ACUM(WS-IND-VEN)
           END-PERFORM
           PERFORM VARYING WS-IND-GRU FROM 1 BY 1
                   UNTIL WS-IND-GRU > 500
              MOVE ZEROS              TO TAB-GRU-ACUM(WS-IND-GRU)
           END-PERFORM

           MOVE WS-CONV-AA            TO WS-MES-AA
           MOVE WS-CONV-MM            TO WS-MES-MM
           PERFORM VARYING WS-IND-MES FROM 12 BY -1
                   UNTIL WS-IND-MES < 1
              MOVE ZEROS              TO TAB-TEN-ACUM(WS-IND-MES)
              COMPUTE TAB-TEN-AAMM(WS-IND-MES) =
                      WS-MES-AA * 100 + WS-MES-MM
              MOVE ZEROS              TO WS-DATA-CONV
              MOVE WS-MES-AA          TO WS-CONV-AA
              MOVE WS-MES-MM          TO WS-CONV-MM
              MOVE 1                  TO WS-CONV-DD
              PERFORM 2010-CALCULA-SERIAL
              MOVE WS-DIAS-SERIAL     TO TAB-TEN-SERIAL-INI(WS-IND-MES)
              IF WS-MES-MM EQUAL 12
                 COMPUTE WS-CONV-AA = WS-MES-AA + 1
                 MOVE 1               TO WS-CONV-MM
              ELSE
                 MOVE WS-MES-AA       TO WS-CONV-AA
                 COMPUTE WS-CONV-MM = WS-MES-MM + 1
              END-IF
              PERFORM 2010-CALCULA-SERIAL
              COMPUTE TAB-TEN-SERIAL-FIM(WS-IND-MES) =
                      WS-DIAS-SERIAL - 1
              IF WS-MES-MM EQUAL 1
                 MOVE 12              TO WS-MES-MM
                 SUBTRACT 1           FROM WS-MES-AA
              ELSE
                 SUBTRACT 1           FROM WS-MES-MM
              END-IF
           END-PERFORM.

       2000-PROCESSA.

           PERFORM 2002-CABECALHO
           MOVE "POR CLIENTE"          TO CAB-SECAO-TITULO
           PERFORM 2003-SECAO

           MOVE ZEROS      TO WS-CLI-ATUAL
           MOVE ZEROS      TO WS-ACUM-CLI
           MOVE ZEROS      TO TIT-CHAVE
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-TIT
           ELSE
              MOVE SPACES  TO WS-EOF-TIT
              READ TITULOS NEXT
              IF STAT-TITULOS NOT EQUAL "00"
                 MOVE "F"  TO WS-EOF-TIT
              END-IF
           END-IF

           PERFORM UNTIL WS-EOF-TIT EQUAL "F"
              IF TIT-CLI-CODIGO NOT EQUAL WS-CLI-ATUAL
                 PERFORM 2005-FECHA-CLIENTE
                 PERFORM 2004-ABRE-CLIENTE
              END-IF
              PERFORM 2001-AVALIA-TITULO
              READ TITULOS NEXT AT END
                 MOVE "F"  TO WS-EOF-TIT
              END-READ
           END-PERFORM
           PERFORM 2005-FECHA-CLIENTE

           PERFORM 2006-SECAO-VENDEDOR
           PERFORM 2007-SECAO-GRUPO
           PERFORM 2008-SECAO-REGIAO
           PERFORM 2009-SECAO-TENDENCIA

           MOVE "TOTAL GERAL"          TO CAB-SECAO-TITULO
           PERFORM 2003-SECAO
           MOVE WS-ACUM-TOTAL          TO WS-ACUM
           MOVE "TOTAL"                TO WS-TIPO-LINHA
           MOVE ZEROS                  TO WS-COD-LINHA
           MOVE "TODOS OS CLIENTES"    TO WS-NOME-LINHA
           PERFORM 2020-IMPRIME-LINHA

           CLOSE TITULOS
           CLOSE CLIENTES
           IF WS-VENDEDOR-ATIVO EQUAL "S"
              CLOSE VENDEDOR
           END-IF
           IF WS-GRUPOS-ATIVO EQUAL "S"
              CLOSE GRUPOS
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

           MOVE SPACES                                    TO LK-RETORNO.

       2001-AVALIA-TITULO.

           MOVE TIT-DATA-EMISSAO      TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL        TO WS-SERIAL-EMISSAO
           MOVE TIT-DATA-VENCIMENTO   TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL        TO WS-SERIAL-VENCTO
           MOVE ZEROS                 TO WS-SERIAL-PAGTO
           IF TIT-PAGO
              AND TIT-DATA-PAGAMENTO NOT EQUAL ZEROS
              MOVE TIT-DATA-PAGAMENTO TO WS-DATA-CONV
              PERFORM 2010-CALCULA-SERIAL
              MOVE WS-DIAS-SERIAL     TO WS-SERIAL-PAGTO
           END-IF

           IF WS-SERIAL-EMISSAO GREATER THAN WS-SERIAL-INICIO
              AND WS-SERIAL-EMISSAO NOT GREATER THAN WS-SERIAL-REF
              ADD TIT-VALOR           TO ACC-VENDAS
           END-IF
           IF NOT TIT-PAGO
              AND NOT TIT-PERDA
              AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
              COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
              ADD WS-SALDO-TITULO     TO ACC-SALDO
           END-IF

           IF WS-SERIAL-PAGTO NOT EQUAL ZEROS
              MOVE ZEROS              TO WS-DIAS-PRAZO
              MOVE ZEROS              TO WS-DIAS-ATRASO
              IF WS-SERIAL-PAGTO GREATER THAN WS-SERIAL-EMISSAO
                 COMPUTE WS-DIAS-PRAZO =
                         WS-SERIAL-PAGTO - WS-SERIAL-EMISSAO
              END-IF
              IF WS-SERIAL-PAGTO GREATER THAN WS-SERIAL-VENCTO
                 COMPUTE WS-DIAS-ATRASO =
                         WS-SERIAL-PAGTO - WS-SERIAL-VENCTO
              END-IF
              IF WS-SERIAL-PAGTO GREATER THAN WS-SERIAL-INICIO
                 AND WS-SERIAL-PAGTO NOT GREATER THAN WS-SERIAL-REF
                 ADD 1                TO ACC-QTD-PAGOS
                 ADD WS-DIAS-PRAZO    TO ACC-SOMA-PRAZO
                 ADD WS-DIAS-ATRASO   TO ACC-SOMA-ATRASO
                 IF WS-DIAS-ATRASO EQUAL ZEROS
                    ADD 1             TO ACC-QTD-EM-DIA
                 END-IF
              END-IF
           END-IF

           PERFORM 2011-TENDENCIA-TITULO
              VARYING WS-IND-MES FROM 1 BY 1
              UNTIL WS-IND-MES > 12.

       2011-TENDENCIA-TITULO.

           MOVE TAB-TEN-ACUM(WS-IND-MES) TO WS-ACUM
           IF WS-SERIAL-EMISSAO NOT LESS THAN
                                      TAB-TEN-SERIAL-INI(WS-IND-MES)
              AND WS-SERIAL-EMISSAO NOT GREATER THAN
                                      TAB-TEN-SERIAL-FIM(WS-IND-MES)
              ADD TIT-VALOR           TO ACU-VENDAS
           END-IF
           IF WS-SERIAL-EMISSAO NOT GREATER THAN
                                      TAB-TEN-SERIAL-FIM(WS-IND-MES)
              IF WS-SERIAL-PAGTO EQUAL ZEROS
                 IF TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                    COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
                    ADD WS-SALDO-TITULO TO ACU-SALDO
                 END-IF
              ELSE
                 IF WS-SERIAL-PAGTO GREATER THAN
                                      TAB-TEN-SERIAL-FIM(WS-IND-MES)
                    ADD TIT-VALOR     TO ACU-SALDO
                 END-IF
              END-IF
           END-IF
           IF WS-SERIAL-PAGTO NOT EQUAL ZEROS
              AND WS-SERIAL-PAGTO NOT LESS THAN
                                      TAB-TEN-SERIAL-INI(WS-IND-MES)
              AND WS-SERIAL-PAGTO NOT GREATER THAN
                                      TAB-TEN-SERIAL-FIM(WS-IND-MES)
              ADD 1                   TO ACU-QTD-PAGOS
              ADD WS-DIAS-PRAZO       TO ACU-SOMA-PRAZO
              ADD WS-DIAS-ATRASO      TO ACU-SOMA-ATRASO
              IF WS-DIAS-ATRASO EQUAL ZEROS
                 ADD 1                TO ACU-QTD-EM-DIA
              END-IF
           END-IF
           MOVE WS-ACUM               TO TAB-TEN-ACUM(WS-IND-MES).

       2002-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 5                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1.
           WRITE RG-SAIDA     FROM TRACOS AFTER 1.
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.
           WRITE RG-SAIDA     FROM SPACES AFTER 1.

       2003-SECAO.

           IF LINHAS > WS-MAX-LINHAS - 3
              PERFORM 2002-CABECALHO
           END-IF
           WRITE RG-SAIDA     FROM CAB-SECAO AFTER 2
           ADD 2                        TO LINHAS.

       2004-ABRE-CLIENTE.

           MOVE TIT-CLI-CODIGO        TO WS-CLI-ATUAL
           MOVE ZEROS                 TO WS-ACUM-CLI
           MOVE ZEROS                 TO WS-CLI-VENDEDOR
           MOVE ZEROS                 TO WS-CLI-REGIAO
           MOVE ZEROS                 TO WS-CLI-RAIZ
           MOVE "*** NAO CADASTRADO"  TO WS-CLI-NOME
           MOVE TIT-CLI-CODIGO        TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              MOVE CLI-RAZAO          TO WS-CLI-NOME
              MOVE CLI-ON-VENDEDOR    TO WS-CLI-VENDEDOR
              MOVE CLI-REGIAO         TO WS-CLI-REGIAO
              MOVE CLI-CNPJ(1:8)      TO WS-CLI-RAIZ
           END-IF.

       2005-FECHA-CLIENTE.

           IF WS-CLI-ATUAL EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF
           IF ACC-QTD-PAGOS EQUAL ZEROS
              AND ACC-SALDO EQUAL ZEROS
              AND ACC-VENDAS EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF

           MOVE WS-ACUM-CLI           TO WS-ACUM
           MOVE "CLIENTE"             TO WS-TIPO-LINHA
           MOVE WS-CLI-ATUAL          TO WS-COD-LINHA
           MOVE WS-CLI-NOME           TO WS-NOME-LINHA
           PERFORM 2020-IMPRIME-LINHA

           MOVE WS-ACUM-TOTAL         TO WS-ACUM
           PERFORM 2021-SOMA-CLIENTE
           MOVE WS-ACUM               TO WS-ACUM-TOTAL

           IF WS-CLI-VENDEDOR NOT EQUAL ZEROS
              MOVE TAB-VEN-ACUM(WS-CLI-VENDEDOR) TO WS-ACUM
              PERFORM 2021-SOMA-CLIENTE
              MOVE WS-ACUM            TO TAB-VEN-ACUM(WS-CLI-VENDEDOR)
           END-IF

           IF WS-CLI-REGIAO NOT EQUAL ZEROS
              MOVE TAB-REG-ACUM(WS-CLI-REGIAO) TO WS-ACUM
              PERFORM 2021-SOMA-CLIENTE
              MOVE WS-ACUM            TO TAB-REG-ACUM(WS-CLI-REGIAO)
           END-IF

           IF WS-GRUPOS-ATIVO EQUAL "S"
              AND WS-CLI-RAIZ NOT EQUAL ZEROS
              MOVE WS-CLI-RAIZ        TO GRU-RAIZ-CNPJ
              READ GRUPOS
              IF STAT-GRUPOS EQUAL "00"
                 PERFORM 2012-LOCALIZA-GRUPO
                 IF WS-IND-GRU NOT EQUAL ZEROS
                    MOVE TAB-GRU-ACUM(WS-IND-GRU) TO WS-ACUM
                    PERFORM 2021-SOMA-CLIENTE
                    MOVE WS-ACUM      TO TAB-GRU-ACUM(WS-IND-GRU)
                 END-IF
              END-IF
           END-IF.

       2012-LOCALIZA-GRUPO.

           MOVE ZEROS                 TO WS-IND-GRU
           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > WS-QTD-GRU
                      OR WS-IND-GRU NOT EQUAL ZEROS
              IF TAB-GRU-RAIZ(WS-IND-VEN) EQUAL WS-CLI-RAIZ
                 MOVE WS-IND-VEN      TO WS-IND-GRU
              END-IF
           END-PERFORM
           IF WS-IND-GRU EQUAL ZEROS
              AND WS-QTD-GRU LESS THAN 500
              ADD 1                   TO WS-QTD-GRU
              MOVE WS-QTD-GRU         TO WS-IND-GRU
              MOVE WS-CLI-RAIZ        TO TAB-GRU-RAIZ(WS-IND-GRU)
              MOVE ZEROS              TO TAB-GRU-ACUM(WS-IND-GRU)
           END-IF.

       2006-SECAO-VENDEDOR.

           MOVE "POR VENDEDOR"         TO CAB-SECAO-TITULO
           PERFORM 2003-SECAO
           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > 999
              IF TAB-VEN-ACUM(WS-IND-VEN) NOT EQUAL ZEROS
                 MOVE TAB-VEN-ACUM(WS-IND-VEN) TO WS-ACUM
                 MOVE "VENDEDOR"       TO WS-TIPO-LINHA
                 MOVE WS-IND-VEN       TO WS-COD-LINHA
                 MOVE SPACES           TO WS-NOME-LINHA
                 IF WS-VENDEDOR-ATIVO EQUAL "S"
                    MOVE WS-IND-VEN    TO VEN-CODIGO
                    READ VENDEDOR
                    IF STAT-VENDEDOR EQUAL "00"
                       MOVE VEN-NOME   TO WS-NOME-LINHA
                    END-IF
                 END-IF
                 PERFORM 2020-IMPRIME-LINHA
              END-IF
           END-PERFORM.

       2007-SECAO-GRUPO.

           MOVE "POR GRUPO ECONOMICO"  TO CAB-SECAO-TITULO
           PERFORM 2003-SECAO
           PERFORM VARYING WS-IND-GRU FROM 1 BY 1
                   UNTIL WS-IND-GRU > WS-QTD-GRU
              MOVE TAB-GRU-ACUM(WS-IND-GRU) TO WS-ACUM
              MOVE "GRUPO"             TO WS-TIPO-LINHA
              MOVE TAB-GRU-RAIZ(WS-IND-GRU) TO WS-COD-LINHA
              MOVE SPACES              TO WS-NOME-LINHA
              MOVE TAB-GRU-RAIZ(WS-IND-GRU) TO GRU-RAIZ-CNPJ
              READ GRUPOS
              IF STAT-GRUPOS EQUAL "00"
                 MOVE GRU-NOME         TO WS-NOME-LINHA
              END-IF
              PERFORM 2020-IMPRIME-LINHA
           END-PERFORM.

       2008-SECAO-REGIAO.

           MOVE "POR REGIAO"           TO CAB-SECAO-TITULO
           PERFORM 2003-SECAO
           PERFORM VARYING WS-IND-REG FROM 1 BY 1
                   UNTIL WS-IND-REG > 999
              IF TAB-REG-ACUM(WS-IND-REG) NOT EQUAL ZEROS
                 MOVE TAB-REG-ACUM(WS-IND-REG) TO WS-ACUM
                 MOVE "REGIAO"         TO WS-TIPO-LINHA
                 MOVE WS-IND-REG       TO WS-COD-LINHA
                 MOVE SPACES           TO WS-NOME-LINHA
                 STRING "REGIAO "      DELIMITED BY SIZE
                        WS-IND-REG     DELIMITED BY SIZE
                     INTO WS-NOME-LINHA
                 END-STRING
                 PERFORM 2020-IMPRIME-LINHA
              END-IF
           END-PERFORM.

       2009-SECAO-TENDENCIA.

           MOVE "TENDENCIA 12 MESES (AAMM)" TO CAB-SECAO-TITULO
           PERFORM 2003-SECAO
           MOVE 30                     TO WS-DIAS-PERIODO
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 12
              MOVE TAB-TEN-ACUM(WS-IND-MES) TO WS-ACUM
              MOVE "MES"               TO WS-TIPO-LINHA
              MOVE TAB-TEN-AAMM(WS-IND-MES) TO WS-COD-LINHA
              MOVE SPACES              TO WS-NOME-LINHA
              STRING "PAGTOS DO MES / SALDO NO FIM"
                                       DELIMITED BY SIZE
                  INTO WS-NOME-LINHA
              END-STRING
              PERFORM 2020-IMPRIME-LINHA
           END-PERFORM
           MOVE 365                    TO WS-DIAS-PERIODO.

       2020-IMPRIME-LINHA.

           MOVE ZEROS                  TO WS-MEDIA-PRAZO
           MOVE ZEROS                  TO WS-MEDIA-ATRASO
           MOVE ZEROS                  TO WS-PERC-EM-DIA
           MOVE ZEROS                  TO WS-DSO
           IF ACU-QTD-PAGOS NOT EQUAL ZEROS
              COMPUTE WS-MEDIA-PRAZO ROUNDED =
                      ACU-SOMA-PRAZO / ACU-QTD-PAGOS
              COMPUTE WS-MEDIA-ATRASO ROUNDED =
                      ACU-SOMA-ATRASO / ACU-QTD-PAGOS
              COMPUTE WS-PERC-EM-DIA ROUNDED =
                      ACU-QTD-EM-DIA * 100 / ACU-QTD-PAGOS
           END-IF
           IF ACU-VENDAS NOT EQUAL ZEROS
              COMPUTE WS-DSO ROUNDED =
                      ACU-SALDO * WS-DIAS-PERIODO / ACU-VENDAS
                 ON SIZE ERROR
                    MOVE 9999          TO WS-DSO
              END-COMPUTE
           ELSE
              IF ACU-SALDO NOT EQUAL ZEROS
                 MOVE 9999             TO WS-DSO
              END-IF
           END-IF

           MOVE WS-COD-LINHA           TO LDT-CODIGO
           MOVE WS-NOME-LINHA          TO LDT-NOME
           MOVE ACU-QTD-PAGOS          TO LDT-QTD
           MOVE WS-MEDIA-PRAZO         TO LDT-PRAZO
           MOVE WS-MEDIA-ATRASO        TO LDT-ATRASO
           MOVE WS-PERC-EM-DIA         TO LDT-PERC
           MOVE ACU-SALDO              TO LDT-SALDO
           MOVE WS-DSO                 TO LDT-DSO

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2002-CABECALHO
           END-IF
           ADD 1                       TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1

           IF LK-GERA-CSV EQUAL "S"
              PERFORM 2022-GRAVA-CSV
           END-IF.

       2021-SOMA-CLIENTE.

           ADD ACC-QTD-PAGOS           TO ACU-QTD-PAGOS
           ADD ACC-SOMA-PRAZO          TO ACU-SOMA-PRAZO
           ADD ACC-SOMA-ATRASO         TO ACU-SOMA-ATRASO
           ADD ACC-QTD-EM-DIA          TO ACU-QTD-EM-DIA
           ADD ACC-SALDO               TO ACU-SALDO
           ADD ACC-VENDAS              TO ACU-VENDAS.

       2022-GRAVA-CSV.

           MOVE SPACES                 TO WS-CSV-LINHA
           STRING WS-TIPO-LINHA         DELIMITED BY SPACE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  WS-COD-LINHA          DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  WS-NOME-LINHA         DELIMITED BY "  "
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-QTD               DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-PRAZO             DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-ATRASO            DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-PERC              DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-SALDO             DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-DSO               DELIMITED BY SIZE
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

       2030-PREVIEW-TELA.

           OPEN INPUT SAIDA
           IF STAT-SAIDA NOT EQUAL "00"
              GOBACK
           END-IF

           MOVE SPACES             TO WS-EOF-TIT
           MOVE ZEROS              TO WS-LINHAS-TELA
           READ SAIDA AT END MOVE "F" TO WS-EOF-TIT
           PERFORM UNTIL WS-EOF-TIT EQUAL "F"
              DISPLAY RG-SAIDA
              ADD 1                TO WS-LINHAS-TELA
              IF WS-LINHAS-TELA >= WS-MAX-LINHAS
                 DISPLAY "PRESSIONE ENTER PARA CONTINUAR..."
                 ACCEPT WS-PAUSA
                 MOVE ZEROS        TO WS-LINHAS-TELA
              END-IF
              READ SAIDA AT END MOVE "F" TO WS-EOF-TIT
           END-PERFORM

           CLOSE SAIDA.

       3000-FINALIZA.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2030-PREVIEW-TELA
           END-IF

           GOBACK.
