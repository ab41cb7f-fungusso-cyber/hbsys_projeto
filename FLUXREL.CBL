       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TITULOS.SL".
           COPY "CLIENTES.SL".
           COPY "PEDMODEL.SL".
           COPY "PEDIDOS.SL".
           COPY "COMISLED.SL".
           COPY "SAIDA.SL".
           COPY "SAIDACSV.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "TITULOS.FD".
           COPY "CLIENTES.FD".
           COPY "PEDMODEL.FD".
           COPY "PEDIDOS.FD".
           COPY "COMISLED.FD".
           COPY "SAIDA.FD".
           COPY "SAIDACSV.FD".

       WORKING-STORAGE SECTION.
       01  STAT-TITULOS                       PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-PEDMODEL                      PIC XX.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-COMISLED                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  STAT-SAIDACSV                      PIC XX.
       01  WS-PEDMODEL-ATIVO                  PIC X      VALUE "N".
       01  WS-PEDIDOS-ATIVO                   PIC X      VALUE "N".
       01  WS-COMISLED-ATIVO                  PIC X      VALUE "N".
       01  WS-CSV-DELIM                       PIC X      VALUE ",".
       01  WS-CSV-LINHA                       PIC X(132) VALUE SPACES.
           01  WS-EOF                        PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(120) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-PARAMETROS.
               05 WS-PAR-LINHAS-PAGINA     PIC 9(003).
               05 WS-PAR-DIST-MAXIMA       PIC 9(005).
               05 WS-PAR-DELIMITADOR       PIC X(001).
           01  WS-SAIDA-PATH               PIC X(040) VALUE SPACES.
       01  WS-DATA-REF                        PIC 9(008) VALUE ZEROS.
       01  WS-COMP-REF                        PIC 9(004) VALUE ZEROS.
       01  WS-QTD-SEMANAS                     PIC 9(002) VALUE 8.
       01  WS-SERIAL-REF                      PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-FIM                      PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-DATA                     PIC 9(007) VALUE ZEROS.
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
       01  TABELA-MES-DIAS.
           05 PIC X(024) VALUE "312831303130313130313031".
       01  FILLER REDEFINES TABELA-MES-DIAS.
           05 TAB-MES-DIAS OCCURS 12          PIC 9(002).
       01  WS-SOMA-DATA.
           05 WS-SOMA-SECULO                  PIC 9(002).
           05 WS-SOMA-AA                      PIC 9(002).
           05 WS-SOMA-MM                      PIC 9(002).
           05 WS-SOMA-DD                      PIC 9(002).
       01  WS-DIAS-SOMA                       PIC 9(004) VALUE ZEROS.
       01  WS-DD-ACUM                         PIC 9(004) VALUE ZEROS.
       01  WS-DIAS-MES                        PIC 9(002) VALUE ZEROS.
       01  WS-SOMA-ANO                        PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-ANO                        PIC 9(004) VALUE ZEROS.
       01  WS-RESTO-4                         PIC 9(004) VALUE ZEROS.
       01  WS-RESTO-100                       PIC 9(004) VALUE ZEROS.
       01  WS-RESTO-400                       PIC 9(004) VALUE ZEROS.
       01  WS-DIA-PAGTO-COMIS                 PIC 9(002) VALUE 10.
       01  WS-IND-SEM                         PIC 9(002) VALUE ZEROS.
       01  WS-IND-MES                         PIC 9(002) VALUE ZEROS.
       01  WS-QUOC-SEM                        PIC 9(005) VALUE ZEROS.
       01  WS-CLI-ATUAL                       PIC 9(007) VALUE ZEROS.
       01  WS-CLI-QTD-PAGOS                   PIC 9(007) VALUE ZEROS.
       01  WS-CLI-QTD-ATRASO                  PIC 9(007) VALUE ZEROS.
       01  WS-CLI-VENCIDO                     PIC 9(011)V99 VALUE ZEROS.
       01  WS-GER-QTD-PAGOS                   PIC 9(009) VALUE ZEROS.
       01  WS-GER-QTD-ATRASO                  PIC 9(009) VALUE ZEROS.
       01  WS-VENC-SEM-HIST                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-VENC-BRUTO                      PIC 9(011)V99 VALUE ZEROS.
       01  WS-VENC-AJUSTADO                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-VALOR-AJUSTADO                  PIC 9(011)V99 VALUE ZEROS.
       01  WS-SALDO-TITULO                    PIC 9(009)V99 VALUE ZEROS.
       01  WS-PERC-ATRASO                     PIC 9(003)V9 VALUE ZEROS.
       01  WS-LIQUIDO                        PIC S9(011)V99 VALUE ZEROS.
       01  WS-ACUMULADO                      PIC S9(011)V99 VALUE ZEROS.
       01  TABELA-SEMANA.
           05 TAB-SEMANA OCCURS 26.
              10 TAB-SEM-DATA                 PIC 9(008).
              10 TAB-SEM-SERIAL               PIC 9(007).
              10 TAB-SEM-TITULOS              PIC 9(011)V99.
              10 TAB-SEM-VENCIDOS             PIC 9(011)V99.
              10 TAB-SEM-MODELOS              PIC 9(011)V99.
              10 TAB-SEM-PEDIDOS              PIC 9(011)V99.
              10 TAB-SEM-COMISSOES            PIC 9(011)V99.
       01  WS-TOTAIS.
           05 TOT-TITULOS                     PIC 9(011)V99.
           05 TOT-VENCIDOS                    PIC 9(011)V99.
           05 TOT-MODELOS                     PIC 9(011)V99.
           05 TOT-PEDIDOS                     PIC 9(011)V99.
           05 TOT-COMISSOES                   PIC 9(011)V99.
           01  CAB01.
               05 PIC X(108)   VALUE
                  "PROJECAO DE FLUXO DE CAIXA SEMANAL".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB03.
               05 PIC X(017)               VALUE "DATA REFERENCIA: ".
               05 CAB03-DATA               PIC 9(008).
               05 PIC X(012)               VALUE "   SEMANAS: ".
               05 CAB03-SEMANAS            PIC Z9.
           01  CAB02.
               05 PIC X(003)                      VALUE " SM".
               05 PIC X(010)                      VALUE "    INICIO".
               05 PIC X(015)               VALUE "       A VENCER".
               05 PIC X(015)               VALUE "  VENCIDOS AJUS".
               05 PIC X(015)               VALUE "        MODELOS".
               05 PIC X(015)               VALUE "        PEDIDOS".
               05 PIC X(015)               VALUE "   (-)COMISSOES".
               05 PIC X(016)               VALUE "         LIQUIDO".
               05 PIC X(016)               VALUE "       ACUMULADO".
       01  LDT.
           05 PIC X(001).
           05 LDT-SEMANA                  PIC Z9.
           05 PIC X(002).
           05 LDT-INICIO                  PIC 9(008).
           05 PIC X(001).
           05 LDT-TITULOS                 PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-VENCIDOS                PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-MODELOS                 PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-PEDIDOS                 PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-COMISSOES               PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-LIQUIDO                 PIC -ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-ACUMULADO               PIC -ZZZ.ZZZ.ZZ9,99.
       01  LDT-RESUMO.
           05 PIC X(001).
           05 LDT-RES-TEXTO               PIC X(040).
           05 LDT-RES-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-REF                                 PIC 9(008).
          05 LK-SEMANAS                                  PIC 9(002).
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
               MOVE 8                     TO WS-QTD-SEMANAS
               IF LK-SEMANAS NOT EQUAL ZEROS
                  MOVE LK-SEMANAS         TO WS-QTD-SEMANAS
               END-IF
               IF WS-QTD-SEMANAS GREATER THAN 26
                  MOVE 26                 TO WS-QTD-SEMANAS
               END-IF
               PERFORM 1001-MONTA-SEMANAS
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
               MOVE "N"                   TO WS-PEDMODEL-ATIVO
               OPEN INPUT PEDMODEL
               IF STAT-PEDMODEL EQUAL "00"
                  MOVE "S"                TO WS-PEDMODEL-ATIVO
               END-IF
               MOVE "N"                   TO WS-PEDIDOS-ATIVO
               OPEN INPUT PEDIDOS
               IF STAT-PEDIDOS EQUAL "00"
                  MOVE "S"                TO WS-PEDIDOS-ATIVO
               END-IF
               MOVE "N"                   TO WS-COMISLED-ATIVO
               OPEN INPUT COMISLED
               IF STAT-COMISLED EQUAL "00"
                  MOVE "S"                TO WS-COMISLED-ATIVO
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

       1001-MONTA-SEMANAS.

           MOVE WS-DATA-REF(3:4)      TO WS-COMP-REF
           MOVE WS-DATA-REF           TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL        TO WS-SERIAL-REF
           COMPUTE WS-SERIAL-FIM =
                   WS-SERIAL-REF + (WS-QTD-SEMANAS * 7) - 1

           INITIALIZE TABELA-SEMANA
           MOVE ZEROS                 TO WS-TOTAIS
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > WS-QTD-SEMANAS
              COMPUTE WS-DIAS-SOMA = (WS-IND-SEM - 1) * 7
              MOVE WS-DATA-REF        TO WS-SOMA-DATA
              PERFORM 2011-SOMA-DIAS
              MOVE WS-SOMA-DATA       TO TAB-SEM-DATA(WS-IND-SEM)
              COMPUTE TAB-SEM-SERIAL(WS-IND-SEM) =
                      WS-SERIAL-REF + WS-DIAS-SOMA
           END-PERFORM.

       2000-PROCESSA.

           PERFORM 2100-TITULOS
           IF WS-PEDMODEL-ATIVO EQUAL "S"
              PERFORM 2200-MODELOS
           END-IF
           IF WS-PEDIDOS-ATIVO EQUAL "S"
              PERFORM 2300-PEDIDOS
           END-IF
           IF WS-COMISLED-ATIVO EQUAL "S"
              PERFORM 2400-COMISSOES
           END-IF

           PERFORM 2500-IMPRIME

           CLOSE TITULOS
           CLOSE CLIENTES
           IF WS-PEDMODEL-ATIVO EQUAL "S"
              CLOSE PEDMODEL
           END-IF
           IF WS-PEDIDOS-ATIVO EQUAL "S"
              CLOSE PEDIDOS
           END-IF
           IF WS-COMISLED-ATIVO EQUAL "S"
              CLOSE COMISLED
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

       2100-TITULOS.

           MOVE ZEROS      TO WS-CLI-ATUAL
           MOVE ZEROS      TO TIT-CHAVE
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           ELSE
              MOVE SPACES  TO WS-EOF
              READ TITULOS NEXT
              IF STAT-TITULOS NOT EQUAL "00"
                 MOVE "F"  TO WS-EOF
              END-IF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL "F"
              IF TIT-CLI-CODIGO NOT EQUAL WS-CLI-ATUAL
                 PERFORM 2102-FECHA-CLIENTE
                 MOVE TIT-CLI-CODIGO TO WS-CLI-ATUAL
                 MOVE ZEROS       TO WS-CLI-QTD-PAGOS
                 MOVE ZEROS       TO WS-CLI-QTD-ATRASO
                 MOVE ZEROS       TO WS-CLI-VENCIDO
              END-IF
              PERFORM 2101-AVALIA-TITULO
              READ TITULOS NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM
           PERFORM 2102-FECHA-CLIENTE

           IF WS-VENC-SEM-HIST NOT EQUAL ZEROS
              ADD WS-VENC-SEM-HIST    TO WS-VENC-BRUTO
              IF WS-GER-QTD-PAGOS EQUAL ZEROS
                 MOVE WS-VENC-SEM-HIST TO WS-VALOR-AJUSTADO
              ELSE
                 COMPUTE WS-VALOR-AJUSTADO ROUNDED =
                         WS-VENC-SEM-HIST *
                         (WS-GER-QTD-PAGOS - WS-GER-QTD-ATRASO)
                         / WS-GER-QTD-PAGOS
              END-IF
              ADD WS-VALOR-AJUSTADO   TO TAB-SEM-VENCIDOS(1)
              ADD WS-VALOR-AJUSTADO   TO WS-VENC-AJUSTADO
           END-IF.

       2101-AVALIA-TITULO.

           MOVE TIT-DATA-VENCIMENTO   TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL        TO WS-SERIAL-VENCTO

           IF TIT-PAGO
              AND TIT-DATA-PAGAMENTO NOT EQUAL ZEROS
              MOVE TIT-DATA-PAGAMENTO TO WS-DATA-CONV
              PERFORM 2010-CALCULA-SERIAL
              MOVE WS-DIAS-SERIAL     TO WS-SERIAL-PAGTO
              ADD 1                   TO WS-CLI-QTD-PAGOS
              ADD 1                   TO WS-GER-QTD-PAGOS
              IF WS-SERIAL-PAGTO GREATER THAN WS-SERIAL-VENCTO
                 ADD 1                TO WS-CLI-QTD-ATRASO
                 ADD 1                TO WS-GER-QTD-ATRASO
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF TIT-PAGO
              OR TIT-PERDA
              OR TIT-VALOR NOT GREATER THAN TIT-VALOR-PAGO
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
           IF WS-SERIAL-VENCTO LESS THAN WS-SERIAL-REF
              ADD WS-SALDO-TITULO     TO WS-CLI-VENCIDO
           ELSE
              MOVE WS-SERIAL-VENCTO   TO WS-SERIAL-DATA
              PERFORM 2050-LOCALIZA-SEMANA
              IF WS-IND-SEM NOT EQUAL ZEROS
                 ADD WS-SALDO-TITULO  TO TAB-SEM-TITULOS(WS-IND-SEM)
              END-IF
           END-IF.

       2102-FECHA-CLIENTE.

           IF WS-CLI-ATUAL EQUAL ZEROS
              OR WS-CLI-VENCIDO EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF

           IF WS-CLI-QTD-PAGOS EQUAL ZEROS
              ADD WS-CLI-VENCIDO      TO WS-VENC-SEM-HIST
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VALOR-AJUSTADO ROUNDED =
                   WS-CLI-VENCIDO *
                   (WS-CLI-QTD-PAGOS - WS-CLI-QTD-ATRASO)
                   / WS-CLI-QTD-PAGOS
           ADD WS-CLI-VENCIDO         TO WS-VENC-BRUTO
           ADD WS-VALOR-AJUSTADO      TO WS-VENC-AJUSTADO
           ADD WS-VALOR-AJUSTADO      TO TAB-SEM-VENCIDOS(1).

       2200-MODELOS.

           MOVE ZEROS      TO MDL-CHAVE
           START PEDMODEL KEY IS GREATER THAN MDL-CHAVE
           IF STAT-PEDMODEL NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ PEDMODEL NEXT
           IF STAT-PEDMODEL NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF MDL-ATIVO
                 AND MDL-VALOR GREATER THAN ZEROS
                 MOVE MDL-CLI-CODIGO TO CLI-CODIGO
                 READ CLIENTES
                 IF STAT-CLIENTES EQUAL "00"
                    AND CLI-ATIVO
                    PERFORM 2201-PROJETA-MODELO
                 END-IF
              END-IF
              READ PEDMODEL NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2201-PROJETA-MODELO.

           MOVE WS-DATA-REF           TO WS-SOMA-DATA
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 7
              PERFORM 2013-DIAS-DO-MES
              MOVE ZEROS              TO WS-DATA-CONV
              MOVE WS-SOMA-AA         TO WS-CONV-AA
              MOVE WS-SOMA-MM         TO WS-CONV-MM
              MOVE MDL-DIA-MES        TO WS-CONV-DD
              IF WS-CONV-DD EQUAL ZEROS
                 MOVE 1               TO WS-CONV-DD
              END-IF
              IF WS-CONV-DD GREATER THAN WS-DIAS-MES
                 MOVE WS-DIAS-MES     TO WS-CONV-DD
              END-IF
              PERFORM 2010-CALCULA-SERIAL
              MOVE WS-DIAS-SERIAL     TO WS-SERIAL-DATA
              IF WS-IND-MES EQUAL 1
                 IF MDL-ULT-GERACAO(3:4) EQUAL WS-COMP-REF
                    MOVE ZEROS        TO WS-SERIAL-DATA
                 END-IF
              END-IF
              IF WS-SERIAL-DATA NOT EQUAL ZEROS
                 PERFORM 2050-LOCALIZA-SEMANA
                 IF WS-IND-SEM NOT EQUAL ZEROS
                    ADD MDL-VALOR     TO TAB-SEM-MODELOS(WS-IND-SEM)
                 END-IF
              END-IF
              ADD 1                   TO WS-SOMA-MM
              IF WS-SOMA-MM GREATER THAN 12
                 MOVE 1               TO WS-SOMA-MM
                 ADD 1                TO WS-SOMA-AA
              END-IF
           END-PERFORM.

       2300-PEDIDOS.

           MOVE ZEROS      TO PED-CHAVE
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ PEDIDOS NEXT
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF PED-ABERTO
                 AND PED-VALOR GREATER THAN ZEROS
                 MOVE WS-SERIAL-REF   TO WS-SERIAL-DATA
                 IF PED-DATA-PREVISTA NOT EQUAL ZEROS
                    MOVE PED-DATA-PREVISTA TO WS-DATA-CONV
                    PERFORM 2010-CALCULA-SERIAL
                    MOVE WS-DIAS-SERIAL TO WS-SERIAL-DATA
                 END-IF
                 PERFORM 2050-LOCALIZA-SEMANA
                 IF WS-IND-SEM NOT EQUAL ZEROS
                    ADD PED-VALOR     TO TAB-SEM-PEDIDOS(WS-IND-SEM)
                 END-IF
              END-IF
              READ PEDIDOS NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2400-COMISSOES.

           MOVE ZEROS      TO CML-CHAVE
           START COMISLED KEY IS GREATER THAN CML-CHAVE
           IF STAT-COMISLED NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ COMISLED NEXT
           IF STAT-COMISLED NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF CML-APROVADO
                 AND CML-DATA-PAGAMENTO EQUAL ZEROS
                 MOVE ZEROS           TO WS-DATA-CONV
                 MOVE CML-COMPETENCIA(1:2) TO WS-CONV-AA
                 MOVE CML-COMPETENCIA(3:2) TO WS-CONV-MM
                 IF WS-CONV-MM NOT LESS THAN 12
                    MOVE 1            TO WS-CONV-MM
                    ADD 1             TO WS-CONV-AA
                 ELSE
                    ADD 1             TO WS-CONV-MM
                 END-IF
                 MOVE WS-DIA-PAGTO-COMIS TO WS-CONV-DD
                 PERFORM 2010-CALCULA-SERIAL
                 MOVE WS-DIAS-SERIAL  TO WS-SERIAL-DATA
                 PERFORM 2050-LOCALIZA-SEMANA
                 IF WS-IND-SEM NOT EQUAL ZEROS
                    ADD CML-VALOR-COMISSAO
                                      TO TAB-SEM-COMISSOES(WS-IND-SEM)
                 END-IF
              END-IF
              READ COMISLED NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2050-LOCALIZA-SEMANA.

           IF WS-SERIAL-DATA LESS THAN WS-SERIAL-REF
              MOVE 1                  TO WS-IND-SEM
              EXIT PARAGRAPH
           END-IF
           IF WS-SERIAL-DATA GREATER THAN WS-SERIAL-FIM
              MOVE ZEROS              TO WS-IND-SEM
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUOC-SEM = (WS-SERIAL-DATA - WS-SERIAL-REF) / 7
           COMPUTE WS-IND-SEM = WS-QUOC-SEM + 1.

       2500-IMPRIME.

           PERFORM 2002-CABECALHO
           MOVE ZEROS                  TO WS-ACUMULADO
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > WS-QTD-SEMANAS
              COMPUTE WS-LIQUIDO =
                      TAB-SEM-TITULOS(WS-IND-SEM)
                    + TAB-SEM-VENCIDOS(WS-IND-SEM)
                    + TAB-SEM-MODELOS(WS-IND-SEM)
                    + TAB-SEM-PEDIDOS(WS-IND-SEM)
                    - TAB-SEM-COMISSOES(WS-IND-SEM)
              ADD WS-LIQUIDO           TO WS-ACUMULADO
              ADD TAB-SEM-TITULOS(WS-IND-SEM)   TO TOT-TITULOS
              ADD TAB-SEM-VENCIDOS(WS-IND-SEM)  TO TOT-VENCIDOS
              ADD TAB-SEM-MODELOS(WS-IND-SEM)   TO TOT-MODELOS
              ADD TAB-SEM-PEDIDOS(WS-IND-SEM)   TO TOT-PEDIDOS
              ADD TAB-SEM-COMISSOES(WS-IND-SEM) TO TOT-COMISSOES
              MOVE WS-IND-SEM          TO LDT-SEMANA
              MOVE TAB-SEM-DATA(WS-IND-SEM)      TO LDT-INICIO
              MOVE TAB-SEM-TITULOS(WS-IND-SEM)   TO LDT-TITULOS
              MOVE TAB-SEM-VENCIDOS(WS-IND-SEM)  TO LDT-VENCIDOS
              MOVE TAB-SEM-MODELOS(WS-IND-SEM)   TO LDT-MODELOS
              MOVE TAB-SEM-PEDIDOS(WS-IND-SEM)   TO LDT-PEDIDOS
              MOVE TAB-SEM-COMISSOES(WS-IND-SEM) TO LDT-COMISSOES
              MOVE WS-LIQUIDO          TO LDT-LIQUIDO
              MOVE WS-ACUMULADO        TO LDT-ACUMULADO
              PERFORM 2020-IMPRIME-LINHA
           END-PERFORM

           COMPUTE WS-LIQUIDO = TOT-TITULOS + TOT-VENCIDOS
                              + TOT-MODELOS + TOT-PEDIDOS
                              - TOT-COMISSOES
           MOVE ZEROS                  TO LDT-SEMANA
           MOVE ZEROS                  TO LDT-INICIO
           MOVE TOT-TITULOS            TO LDT-TITULOS
           MOVE TOT-VENCIDOS           TO LDT-VENCIDOS
           MOVE TOT-MODELOS            TO LDT-MODELOS
           MOVE TOT-PEDIDOS            TO LDT-PEDIDOS
           MOVE TOT-COMISSOES          TO LDT-COMISSOES
           MOVE WS-LIQUIDO             TO LDT-LIQUIDO
           MOVE WS-ACUMULADO           TO LDT-ACUMULADO
           IF LINHAS > WS-MAX-LINHAS - 8
              PERFORM 2002-CABECALHO
           END-IF
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM LDT AFTER 1
           ADD 2                       TO LINHAS
           IF LK-GERA-CSV EQUAL "S"
              PERFORM 2022-GRAVA-CSV
           END-IF

           MOVE ZEROS                  TO WS-PERC-ATRASO
           IF WS-GER-QTD-PAGOS NOT EQUAL ZEROS
              COMPUTE WS-PERC-ATRASO ROUNDED =
                      WS-GER-QTD-ATRASO * 100 / WS-GER-QTD-PAGOS
           END-IF
           MOVE "VENCIDOS EM ABERTO (BRUTO)............:"
                                       TO LDT-RES-TEXTO
           MOVE WS-VENC-BRUTO          TO LDT-RES-VALOR
           WRITE RG-SAIDA     FROM LDT-RESUMO AFTER 2
           MOVE "VENCIDOS AJUSTADOS PELO HIST. ATRASO..:"
                                       TO LDT-RES-TEXTO
           MOVE WS-VENC-AJUSTADO       TO LDT-RES-VALOR
           WRITE RG-SAIDA     FROM LDT-RESUMO AFTER 1
           MOVE "TAXA DE ATRASO DA CARTEIRA (%)........:"
                                       TO LDT-RES-TEXTO
           MOVE WS-PERC-ATRASO         TO LDT-RES-VALOR
           WRITE RG-SAIDA     FROM LDT-RESUMO AFTER 1
           ADD 4                       TO LINHAS.

       2002-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 7                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-DATA-REF             TO CAB03-DATA
           MOVE WS-QTD-SEMANAS          TO CAB03-SEMANAS

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1.
           WRITE RG-SAIDA     FROM CAB03 AFTER 1.
           WRITE RG-SAIDA     FROM TRACOS AFTER 1.
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.
           WRITE RG-SAIDA     FROM SPACES AFTER 1.

       2020-IMPRIME-LINHA.

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2002-CABECALHO
           END-IF
           ADD 1                       TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1

           IF LK-GERA-CSV EQUAL "S"
              PERFORM 2022-GRAVA-CSV
           END-IF.

       2022-GRAVA-CSV.

           MOVE SPACES                 TO WS-CSV-LINHA
           STRING LDT-SEMANA            DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-INICIO            DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-TITULOS           DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-VENCIDOS          DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-MODELOS           DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-PEDIDOS           DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-COMISSOES         DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-LIQUIDO           DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-ACUMULADO         DELIMITED BY SIZE
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

       2011-SOMA-DIAS.

           MOVE WS-SOMA-DD           TO WS-DD-ACUM
           ADD WS-DIAS-SOMA          TO WS-DD-ACUM
           PERFORM 2013-DIAS-DO-MES
           PERFORM 2012-AJUSTA-MES
              UNTIL WS-DD-ACUM NOT GREATER THAN WS-DIAS-MES
           MOVE WS-DD-ACUM           TO WS-SOMA-DD.

       2012-AJUSTA-MES.

           SUBTRACT WS-DIAS-MES      FROM WS-DD-ACUM
           ADD 1                     TO WS-SOMA-MM
           IF WS-SOMA-MM GREATER THAN 12
              MOVE 1                 TO WS-SOMA-MM
              ADD 1                  TO WS-SOMA-AA
           END-IF
           PERFORM 2013-DIAS-DO-MES.

       2013-DIAS-DO-MES.

           IF WS-SOMA-MM EQUAL ZEROS
              OR WS-SOMA-MM GREATER THAN 12
              MOVE 1                 TO WS-SOMA-MM
           END-IF
           MOVE TAB-MES-DIAS(WS-SOMA-MM) TO WS-DIAS-MES
           IF WS-SOMA-MM EQUAL 2
              COMPUTE WS-SOMA-ANO = 2000 + WS-SOMA-AA
              DIVIDE WS-SOMA-ANO BY 4   GIVING WS-QUOC-ANO
                                        REMAINDER WS-RESTO-4
              DIVIDE WS-SOMA-ANO BY 100 GIVING WS-QUOC-ANO
                                        REMAINDER WS-RESTO-100
              DIVIDE WS-SOMA-ANO BY 400 GIVING WS-QUOC-ANO
                                        REMAINDER WS-RESTO-400
              IF WS-RESTO-4 EQUAL ZEROS
                 AND (WS-RESTO-100 NOT EQUAL ZEROS
                      OR WS-RESTO-400 EQUAL ZEROS)
                 MOVE 29             TO WS-DIAS-MES
              END-IF
           END-IF.

       2030-PREVIEW-TELA.

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
              PERFORM 2030-PREVIEW-TELA
           END-IF

           GOBACK.
