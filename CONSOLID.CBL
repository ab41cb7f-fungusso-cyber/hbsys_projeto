       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLID.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EMPRESAS.SL".
           COPY "CLIENTES.SL".
           COPY "VENDEDOR.SL".
           COPY "PEDIDOS.SL".
           COPY "TITULOS.SL".
           COPY "COMISLED.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "EMPRESAS.FD".
           COPY "CLIENTES.FD".
           COPY "VENDEDOR.FD".
           COPY "PEDIDOS.FD".
           COPY "TITULOS.FD".
           COPY "COMISLED.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-EMPRESAS                      PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-TITULOS                       PIC XX.
       01  STAT-COMISLED                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  WS-EMPRESAS-ATIVO                  PIC X      VALUE "N".
       01  WS-PEDIDOS-ATIVO                   PIC X      VALUE "N".
       01  WS-TITULOS-ATIVO                   PIC X      VALUE "N".
       01  WS-COMISLED-ATIVO                  PIC X      VALUE "N".
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-TIT                    PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(120) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-DATA-REF                        PIC 9(008) VALUE ZEROS.
       01  WS-COMPETENCIA                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-EMP                         PIC 9(003) VALUE ZEROS.
       01  WS-IND-DUP                         PIC 9(002) VALUE ZEROS.
       01  WS-CLI-ATUAL                       PIC 9(007) VALUE ZEROS.
       01  WS-EMP-CLIENTE                     PIC 9(002) VALUE ZEROS.
       01  WS-SALDO-TITULO                    PIC 9(009)V99 VALUE ZEROS.
       01  WS-SALDO-CLIENTE                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-CNPJ-ATUAL                      PIC 9(014) VALUE ZEROS.
       01  WS-QTD-DUP                         PIC 9(002) VALUE ZEROS.
       01  WS-QTD-EMP-DUP                     PIC 9(002) VALUE ZEROS.
       01  WS-DUP-LIMITE                      PIC 9(011)V99 VALUE ZEROS.
       01  WS-DUP-SALDO                       PIC 9(011)V99 VALUE ZEROS.
       01  WS-PRIMEIRO-DUP                    PIC X      VALUE "S".
       01  TABELA-EMPRESA.
           05 TAB-EMPRESA OCCURS 99.
              10 TAB-EMP-CADASTRADA           PIC X(001).
              10 TAB-EMP-NOME                 PIC X(025).
              10 TAB-EMP-VENDAS               PIC 9(011)V99.
              10 TAB-EMP-RECEBER              PIC 9(011)V99.
              10 TAB-EMP-VENCIDO              PIC 9(011)V99.
              10 TAB-EMP-COMISSOES            PIC 9(011)V99.
              10 TAB-EMP-CLI-ATIVOS           PIC 9(007).
              10 TAB-EMP-VEN-ATIVOS           PIC 9(005).
       01  TABELA-MARCA-EMPRESA.
           05 TAB-MARCA-EMP OCCURS 99         PIC X(001).
       01  TABELA-DUPLICADOS.
           05 TAB-DUP OCCURS 30.
              10 TAB-DUP-EMPRESA              PIC 9(002).
              10 TAB-DUP-CLIENTE              PIC 9(007).
              10 TAB-DUP-RAZAO                PIC X(040).
              10 TAB-DUP-LIMITE               PIC 9(009)V99.
       01  WS-TOTAIS.
           05 TOT-VENDAS                      PIC 9(011)V99.
           05 TOT-RECEBER                     PIC 9(011)V99.
           05 TOT-VENCIDO                     PIC 9(011)V99.
           05 TOT-COMISSOES                   PIC 9(011)V99.
           05 TOT-CLI-ATIVOS                  PIC 9(007).
           05 TOT-VEN-ATIVOS                  PIC 9(005).
           01  CAB01.
               05 PIC X(108)   VALUE
                  "CONSOLIDADO GERENCIAL DO GRUPO".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB03.
               05 PIC X(017)               VALUE "VENDAS DE: ".
               05 CAB03-DATA-INI           PIC 9(008).
               05 PIC X(003)               VALUE " A ".
               05 CAB03-DATA-FIM           PIC 9(008).
               05 PIC X(015)               VALUE "   COMPETENCIA ".
               05 CAB03-COMPETENCIA        PIC 9(004).
               05 PIC X(020)               VALUE "   VENCIDOS ATE: ".
               05 CAB03-DATA-REF           PIC 9(008).
           01  CAB02.
               05 PIC X(004)               VALUE "EMP".
               05 PIC X(025)               VALUE "EMPRESA".
               05 PIC X(018)               VALUE "            VENDAS".
               05 PIC X(018)               VALUE "         A RECEBER".
               05 PIC X(018)               VALUE "           VENCIDO".
               05 PIC X(018)               VALUE "         COMISSOES".
               05 PIC X(012)               VALUE "     CLI.ATV".
               05 PIC X(008)               VALUE " VEN.ATV".
           01  CAB04.
               05 PIC X(060)               VALUE
                  "CLIENTES COM MESMO CNPJ EM MAIS DE UMA EMPRESA".
           01  CAB05.
               05 PIC X(004)               VALUE SPACES.
               05 PIC X(004)               VALUE "EMP".
               05 PIC X(009)               VALUE "CLIENTE".
               05 PIC X(040)               VALUE "RAZAO SOCIAL".
               05 PIC X(018)               VALUE "   LIMITE CREDITO".
               05 PIC X(018)               VALUE "     SALDO ABERTO".
       01  LDT.
           05 LDT-EMPRESA                 PIC Z9.
           05 PIC X(002).
           05 LDT-NOME                    PIC X(025).
           05 PIC X(001).
           05 LDT-VENDAS                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-RECEBER                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-VENCIDO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-COMISSOES               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(003).
           05 LDT-CLI-ATIVOS              PIC Z.ZZZ.ZZ9.
           05 PIC X(002).
           05 LDT-VEN-ATIVOS              PIC ZZ.ZZ9.
       01  LCNPJ.
           05 PIC X(006)                  VALUE "CNPJ: ".
           05 LCNPJ-CNPJ                  PIC 9(014).
           05 PIC X(012)                  VALUE "  EMPRESAS: ".
           05 LCNPJ-EMPRESAS              PIC Z9.
       01  LDUP.
           05 PIC X(004).
           05 LDUP-EMPRESA                PIC Z9.
           05 PIC X(002).
           05 LDUP-CLIENTE                PIC 9(007).
           05 PIC X(002).
           05 LDUP-RAZAO                  PIC X(040).
           05 PIC X(001).
           05 LDUP-LIMITE                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDUP-SALDO                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LEXP.
           05 PIC X(004).
           05 PIC X(053)                  VALUE
              "EXPOSICAO COMBINADA".
           05 LEXP-LIMITE                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LEXP-SALDO                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LSEMDUP.
           05 PIC X(060)                  VALUE
              "NENHUM CNPJ CADASTRADO EM MAIS DE UMA EMPRESA".
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-INI                                 PIC 9(008).
          05 LK-DATA-FIM                                 PIC 9(008).
          05 LK-COMPETENCIA                              PIC 9(004).
          05 LK-DATA-REF                                 PIC 9(008).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-EMPRESAS                             PIC 9(003).
          05 LK-QTD-CNPJ-DUPL                            PIC 9(006).
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
               MOVE ZEROS                 TO LK-QTD-EMPRESAS
               MOVE ZEROS                 TO LK-QTD-CNPJ-DUPL
               IF LK-DATA-REF EQUAL ZEROS
                  ACCEPT WS-DATA-REF      FROM DATE
               ELSE
                  MOVE LK-DATA-REF        TO WS-DATA-REF
               END-IF
               IF LK-COMPETENCIA EQUAL ZEROS
                  MOVE LK-DATA-FIM(3:4)   TO WS-COMPETENCIA
               ELSE
                  MOVE LK-COMPETENCIA     TO WS-COMPETENCIA
               END-IF
               INITIALIZE TABELA-EMPRESA
               INITIALIZE WS-TOTAIS
               OPEN INPUT CLIENTES
               IF  STAT-CLIENTES NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CLIENTES ! "
                      STAT-CLIENTES
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT VENDEDOR
               IF  STAT-VENDEDOR NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VENDEDOR ! "
                      STAT-VENDEDOR
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"                   TO WS-EMPRESAS-ATIVO
               OPEN INPUT EMPRESAS
               IF STAT-EMPRESAS EQUAL "00"
                  MOVE "S"                TO WS-EMPRESAS-ATIVO
               END-IF
               MOVE "N"                   TO WS-PEDIDOS-ATIVO
               OPEN INPUT PEDIDOS
               IF STAT-PEDIDOS EQUAL "00"
                  MOVE "S"                TO WS-PEDIDOS-ATIVO
               END-IF
               MOVE "N"                   TO WS-TITULOS-ATIVO
               OPEN INPUT TITULOS
               IF STAT-TITULOS EQUAL "00"
                  MOVE "S"                TO WS-TITULOS-ATIVO
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
           END-IF.

       2000-PROCESSA.

           IF WS-EMPRESAS-ATIVO EQUAL "S"
              PERFORM 2100-EMPRESAS
           ELSE
              MOVE "S"                 TO TAB-EMP-CADASTRADA(1)
           END-IF
           PERFORM 2200-CLIENTES
           PERFORM 2300-VENDEDORES
           IF WS-PEDIDOS-ATIVO EQUAL "S"
              PERFORM 2400-PEDIDOS
           END-IF
           IF WS-TITULOS-ATIVO EQUAL "S"
              PERFORM 2500-TITULOS
           END-IF
           IF WS-COMISLED-ATIVO EQUAL "S"
              PERFORM 2600-COMISSOES
           END-IF

           PERFORM 2700-IMPRIME-EMPRESAS
           PERFORM 2800-CNPJ-DUPLICADOS

           CLOSE CLIENTES
           CLOSE VENDEDOR
           IF WS-EMPRESAS-ATIVO EQUAL "S"
              CLOSE EMPRESAS
           END-IF
           IF WS-PEDIDOS-ATIVO EQUAL "S"
              CLOSE PEDIDOS
           END-IF
           IF WS-TITULOS-ATIVO EQUAL "S"
              CLOSE TITULOS
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

           MOVE SPACES                                    TO LK-RETORNO.

       2100-EMPRESAS.

           MOVE ZEROS      TO EMP-CODIGO
           START EMPRESAS KEY IS GREATER THAN EMP-CODIGO
           IF STAT-EMPRESAS NOT EQUAL "00"
              MOVE "S"     TO TAB-EMP-CADASTRADA(1)
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ EMPRESAS NEXT
           IF STAT-EMPRESAS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF EMP-CODIGO NOT EQUAL ZEROS
                 MOVE "S"  TO TAB-EMP-CADASTRADA(EMP-CODIGO)
                 MOVE EMP-NOME TO TAB-EMP-NOME(EMP-CODIGO)
              END-IF
              READ EMPRESAS NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2200-CLIENTES.

           MOVE ZEROS      TO CLI-CODIGO
           START CLIENTES KEY IS GREATER THAN CLI-CODIGO
           IF STAT-CLIENTES NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ CLIENTES NEXT
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF CLI-ATIVO
                 MOVE CLI-EMPRESA TO WS-IND-EMP
                 PERFORM 2050-AJUSTA-EMPRESA
                 ADD 1     TO TAB-EMP-CLI-ATIVOS(WS-IND-EMP)
              END-IF
              READ CLIENTES NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2300-VENDEDORES.

           MOVE ZEROS      TO VEN-CODIGO
           START VENDEDOR KEY IS GREATER THAN VEN-CODIGO
           IF STAT-VENDEDOR NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ VENDEDOR NEXT
           IF STAT-VENDEDOR NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF VEN-ATIVO
                 MOVE VEN-EMPRESA TO WS-IND-EMP
                 PERFORM 2050-AJUSTA-EMPRESA
                 ADD 1     TO TAB-EMP-VEN-ATIVOS(WS-IND-EMP)
              END-IF
              READ VENDEDOR NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2400-PEDIDOS.

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
              IF NOT PED-CANCELADO
                 AND PED-DATA NOT LESS THAN LK-DATA-INI
                 AND PED-DATA NOT GREATER THAN LK-DATA-FIM
                 MOVE PED-EMPRESA TO WS-IND-EMP
                 PERFORM 2050-AJUSTA-EMPRESA
                 ADD PED-VALOR TO TAB-EMP-VENDAS(WS-IND-EMP)
              END-IF
              READ PEDIDOS NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2500-TITULOS.

           MOVE ZEROS      TO WS-CLI-ATUAL
           MOVE ZEROS      TO TIT-CHAVE
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ TITULOS NEXT
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF TIT-CLI-CODIGO NOT EQUAL WS-CLI-ATUAL
                 MOVE TIT-CLI-CODIGO TO WS-CLI-ATUAL
                 MOVE TIT-CLI-CODIGO TO CLI-CODIGO
                 READ CLIENTES
                 IF STAT-CLIENTES EQUAL "00"
                    MOVE CLI-EMPRESA TO WS-EMP-CLIENTE
                 ELSE
                    MOVE ZEROS       TO WS-EMP-CLIENTE
                 END-IF
              END-IF
              IF NOT TIT-PAGO
                 AND NOT TIT-PERDA
                 AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                 COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
                 MOVE WS-EMP-CLIENTE TO WS-IND-EMP
                 PERFORM 2050-AJUSTA-EMPRESA
                 ADD WS-SALDO-TITULO TO TAB-EMP-RECEBER(WS-IND-EMP)
                 IF TIT-DATA-VENCIMENTO LESS THAN WS-DATA-REF
                    ADD WS-SALDO-TITULO
                                   TO TAB-EMP-VENCIDO(WS-IND-EMP)
                 END-IF
              END-IF
              READ TITULOS NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2600-COMISSOES.

           MOVE WS-COMPETENCIA TO CML-COMPETENCIA
           MOVE ZEROS      TO CML-VEN-CODIGO
           START COMISLED KEY IS NOT LESS THAN CML-CHAVE
           IF STAT-COMISLED NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ COMISLED NEXT
           IF STAT-COMISLED NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF CML-COMPETENCIA NOT EQUAL WS-COMPETENCIA
                 MOVE "F"  TO WS-EOF
              ELSE
                 IF NOT CML-REJEITADO
                    MOVE ZEROS          TO WS-IND-EMP
                    MOVE CML-VEN-CODIGO TO VEN-CODIGO
                    READ VENDEDOR
                    IF STAT-VENDEDOR EQUAL "00"
                       MOVE VEN-EMPRESA TO WS-IND-EMP
                    END-IF
                    PERFORM 2050-AJUSTA-EMPRESA
                    ADD CML-VALOR-COMISSAO
                                   TO TAB-EMP-COMISSOES(WS-IND-EMP)
                 END-IF
                 READ COMISLED NEXT AT END
                    MOVE "F"  TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.

       2050-AJUSTA-EMPRESA.

           IF WS-IND-EMP EQUAL ZEROS
              MOVE 1                  TO WS-IND-EMP
           END-IF.

       2700-IMPRIME-EMPRESAS.

           PERFORM 2002-CABECALHO
           PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                   UNTIL WS-IND-EMP > 99
              IF TAB-EMP-CADASTRADA(WS-IND-EMP) EQUAL "S"
                 OR TAB-EMP-VENDAS(WS-IND-EMP) NOT EQUAL ZEROS
                 OR TAB-EMP-RECEBER(WS-IND-EMP) NOT EQUAL ZEROS
                 OR TAB-EMP-COMISSOES(WS-IND-EMP) NOT EQUAL ZEROS
                 OR TAB-EMP-CLI-ATIVOS(WS-IND-EMP) NOT EQUAL ZEROS
                 OR TAB-EMP-VEN-ATIVOS(WS-IND-EMP) NOT EQUAL ZEROS
                 ADD 1                TO LK-QTD-EMPRESAS
                 ADD TAB-EMP-VENDAS(WS-IND-EMP)     TO TOT-VENDAS
                 ADD TAB-EMP-RECEBER(WS-IND-EMP)    TO TOT-RECEBER
                 ADD TAB-EMP-VENCIDO(WS-IND-EMP)    TO TOT-VENCIDO
                 ADD TAB-EMP-COMISSOES(WS-IND-EMP)  TO TOT-COMISSOES
                 ADD TAB-EMP-CLI-ATIVOS(WS-IND-EMP) TO TOT-CLI-ATIVOS
                 ADD TAB-EMP-VEN-ATIVOS(WS-IND-EMP) TO TOT-VEN-ATIVOS
                 MOVE WS-IND-EMP                    TO LDT-EMPRESA
                 IF TAB-EMP-CADASTRADA(WS-IND-EMP) EQUAL "S"
                    MOVE TAB-EMP-NOME(WS-IND-EMP)   TO LDT-NOME
                 ELSE
                    MOVE "EMPRESA NAO CADASTRADA"   TO LDT-NOME
                 END-IF
                 MOVE TAB-EMP-VENDAS(WS-IND-EMP)     TO LDT-VENDAS
                 MOVE TAB-EMP-RECEBER(WS-IND-EMP)    TO LDT-RECEBER
                 MOVE TAB-EMP-VENCIDO(WS-IND-EMP)    TO LDT-VENCIDO
                 MOVE TAB-EMP-COMISSOES(WS-IND-EMP)  TO LDT-COMISSOES
                 MOVE TAB-EMP-CLI-ATIVOS(WS-IND-EMP) TO LDT-CLI-ATIVOS
                 MOVE TAB-EMP-VEN-ATIVOS(WS-IND-EMP) TO LDT-VEN-ATIVOS
                 IF LINHAS > WS-MAX-LINHAS
                    PERFORM 2002-CABECALHO
                 END-IF
                 ADD 1                TO LINHAS
                 WRITE RG-SAIDA FROM LDT AFTER 1
              END-IF
           END-PERFORM

           MOVE ZEROS                  TO LDT-EMPRESA
           MOVE "TOTAL DO GRUPO"       TO LDT-NOME
           MOVE TOT-VENDAS             TO LDT-VENDAS
           MOVE TOT-RECEBER            TO LDT-RECEBER
           MOVE TOT-VENCIDO            TO LDT-VENCIDO
           MOVE TOT-COMISSOES          TO LDT-COMISSOES
           MOVE TOT-CLI-ATIVOS         TO LDT-CLI-ATIVOS
           MOVE TOT-VEN-ATIVOS         TO LDT-VEN-ATIVOS
           IF LINHAS > WS-MAX-LINHAS - 2
              PERFORM 2002-CABECALHO
           END-IF
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM LDT AFTER 1
           ADD 2                       TO LINHAS.

       2800-CNPJ-DUPLICADOS.

           IF LINHAS > WS-MAX-LINHAS - 6
              PERFORM 2002-CABECALHO
           END-IF
           WRITE RG-SAIDA     FROM CAB04 AFTER 3
           WRITE RG-SAIDA     FROM CAB05 AFTER 2
           ADD 5                       TO LINHAS

           MOVE ZEROS      TO WS-QTD-DUP
           MOVE ZEROS      TO WS-CNPJ-ATUAL
           MOVE ZEROS      TO CLI-CNPJ
           START CLIENTES KEY IS GREATER THAN CLI-CNPJ
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           ELSE
              MOVE SPACES  TO WS-EOF
              READ CLIENTES NEXT
              IF STAT-CLIENTES NOT EQUAL "00"
                 MOVE "F"  TO WS-EOF
              END-IF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF CLI-CNPJ NOT EQUAL WS-CNPJ-ATUAL
                 PERFORM 2810-FECHA-CNPJ
                 MOVE CLI-CNPJ       TO WS-CNPJ-ATUAL
                 MOVE ZEROS          TO WS-QTD-DUP
              END-IF
              IF WS-QTD-DUP LESS THAN 30
                 ADD 1               TO WS-QTD-DUP
                 MOVE CLI-EMPRESA    TO WS-IND-EMP
                 PERFORM 2050-AJUSTA-EMPRESA
                 MOVE WS-IND-EMP     TO TAB-DUP-EMPRESA(WS-QTD-DUP)
                 MOVE CLI-CODIGO     TO TAB-DUP-CLIENTE(WS-QTD-DUP)
                 MOVE CLI-RAZAO      TO TAB-DUP-RAZAO(WS-QTD-DUP)
                 MOVE CLI-LIMITE-CREDITO
                                     TO TAB-DUP-LIMITE(WS-QTD-DUP)
              END-IF
              READ CLIENTES NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM
           PERFORM 2810-FECHA-CNPJ

           IF LK-QTD-CNPJ-DUPL EQUAL ZEROS
              WRITE RG-SAIDA  FROM LSEMDUP AFTER 2
              ADD 2                    TO LINHAS
           END-IF.

       2810-FECHA-CNPJ.

           IF WS-CNPJ-ATUAL EQUAL ZEROS
              OR WS-QTD-DUP LESS THAN 2
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO TABELA-MARCA-EMPRESA
           MOVE ZEROS                  TO WS-QTD-EMP-DUP
           PERFORM VARYING WS-IND-DUP FROM 1 BY 1
                   UNTIL WS-IND-DUP > WS-QTD-DUP
              MOVE TAB-DUP-EMPRESA(WS-IND-DUP) TO WS-IND-EMP
              IF TAB-MARCA-EMP(WS-IND-EMP) NOT EQUAL "S"
                 MOVE "S"              TO TAB-MARCA-EMP(WS-IND-EMP)
                 ADD 1                 TO WS-QTD-EMP-DUP
              END-IF
           END-PERFORM
           IF WS-QTD-EMP-DUP LESS THAN 2
              EXIT PARAGRAPH
           END-IF

           ADD 1                       TO LK-QTD-CNPJ-DUPL
           MOVE ZEROS                  TO WS-DUP-LIMITE
           MOVE ZEROS                  TO WS-DUP-SALDO
           MOVE WS-CNPJ-ATUAL          TO LCNPJ-CNPJ
           MOVE WS-QTD-EMP-DUP         TO LCNPJ-EMPRESAS
           IF LINHAS > WS-MAX-LINHAS - WS-QTD-DUP - 3
              PERFORM 2002-CABECALHO
           END-IF
           WRITE RG-SAIDA     FROM LCNPJ AFTER 2
           ADD 2                       TO LINHAS
           PERFORM VARYING WS-IND-DUP FROM 1 BY 1
                   UNTIL WS-IND-DUP > WS-QTD-DUP
              PERFORM 2820-SALDO-CLIENTE
              ADD TAB-DUP-LIMITE(WS-IND-DUP) TO WS-DUP-LIMITE
              ADD WS-SALDO-CLIENTE     TO WS-DUP-SALDO
              MOVE TAB-DUP-EMPRESA(WS-IND-DUP) TO LDUP-EMPRESA
              MOVE TAB-DUP-CLIENTE(WS-IND-DUP) TO LDUP-CLIENTE
              MOVE TAB-DUP-RAZAO(WS-IND-DUP)   TO LDUP-RAZAO
              MOVE TAB-DUP-LIMITE(WS-IND-DUP)  TO LDUP-LIMITE
              MOVE WS-SALDO-CLIENTE            TO LDUP-SALDO
              WRITE RG-SAIDA  FROM LDUP AFTER 1
              ADD 1                    TO LINHAS
           END-PERFORM
           MOVE WS-DUP-LIMITE          TO LEXP-LIMITE
           MOVE WS-DUP-SALDO           TO LEXP-SALDO
           WRITE RG-SAIDA     FROM LEXP AFTER 1
           ADD 1                       TO LINHAS.

       2820-SALDO-CLIENTE.

           MOVE ZEROS                  TO WS-SALDO-CLIENTE
           IF WS-TITULOS-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-DUP-CLIENTE(WS-IND-DUP) TO TIT-CLI-CODIGO
           MOVE ZEROS                  TO TIT-PED-NUMERO
           MOVE ZEROS                  TO TIT-PARCELA
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                 TO WS-EOF-TIT
           READ TITULOS NEXT
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"                 TO WS-EOF-TIT
           END-IF
           PERFORM UNTIL WS-EOF-TIT EQUAL "F"
              IF TIT-CLI-CODIGO NOT EQUAL TAB-DUP-CLIENTE(WS-IND-DUP)
                 MOVE "F"              TO WS-EOF-TIT
              ELSE
                 IF NOT TIT-PAGO
                    AND NOT TIT-PERDA
                    AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                    ADD TIT-VALOR      TO WS-SALDO-CLIENTE
                    SUBTRACT TIT-VALOR-PAGO FROM WS-SALDO-CLIENTE
                 END-IF
                 READ TITULOS NEXT AT END
                    MOVE "F"           TO WS-EOF-TIT
                 END-READ
              END-IF
           END-PERFORM.

       2002-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE LK-DATA-INI             TO CAB03-DATA-INI
           MOVE LK-DATA-FIM             TO CAB03-DATA-FIM
           MOVE WS-COMPETENCIA          TO CAB03-COMPETENCIA
           MOVE WS-DATA-REF             TO CAB03-DATA-REF

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB03 AFTER 1
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.

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
