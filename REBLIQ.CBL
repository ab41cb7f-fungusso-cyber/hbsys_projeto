       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBLIQ.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "REBACORD.SL".
           COPY "REBAPROV.SL".
           COPY "CLIENTES.SL".
           COPY "GRUPOS.SL".
           COPY "TITULOS.SL".
           COPY "BAIXAS.SL".
           COPY "CONTATOS.SL".
           COPY "FILADOC.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "REBACORD.FD".
           COPY "REBAPROV.FD".
           COPY "CLIENTES.FD".
           COPY "GRUPOS.FD".
           COPY "TITULOS.FD".
           COPY "BAIXAS.FD".
           COPY "CONTATOS.FD".
           COPY "FILADOC.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-REBACORD                      PIC XX.
       01  STAT-REBAPROV                      PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-GRUPOS                        PIC XX.
       01  STAT-TITULOS                       PIC XX.
       01  STAT-BAIXAS                        PIC XX.
       01  STAT-CONTATOS                      PIC XX.
       01  STAT-FILADOC                       PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  WS-GRUPOS-ATIVO                    PIC X      VALUE "N".
       01  WS-CONTATOS-ATIVO                  PIC X      VALUE "N".
       01  WS-FILADOC-ATIVO                   PIC X      VALUE "N".
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-CLI                    PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(110) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-RAIZ-CNPJ                   PIC 9(008) VALUE ZEROS.
       01  WS-QTD-ACORDOS                 PIC 9(004) VALUE ZEROS.
       01  WS-IND-ACO                     PIC 9(004) VALUE ZEROS.
       01  WS-QTD-CLIENTES                PIC 9(004) VALUE ZEROS.
       01  WS-IND-CLI                     PIC 9(004) VALUE ZEROS.
       01  WS-QTD-TITULOS                 PIC 9(004) VALUE ZEROS.
       01  WS-IND-TIT                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-MENOR                   PIC 9(004) VALUE ZEROS.
       01  WS-SALDO-TITULO                PIC 9(009)V99 VALUE ZEROS.
       01  WS-VALOR-APLICADO              PIC 9(009)V99 VALUE ZEROS.
       01  WS-REBATE                      PIC 9(011)V99 VALUE ZEROS.
       01  WS-RESTANTE                    PIC 9(011)V99 VALUE ZEROS.
       01  WS-CREDITADO                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-TOT-REBATE                  PIC S9(013)V99 VALUE ZEROS.
       01  WS-TOT-CREDITADO               PIC S9(013)V99 VALUE ZEROS.
       01  WS-TOT-A-PAGAR                 PIC S9(013)V99 VALUE ZEROS.
       01  WS-QTD-LIQUIDADOS              PIC 9(005) VALUE ZEROS.
       01  WS-QTD-SEM-APURACAO            PIC 9(005) VALUE ZEROS.
       01  WS-QTD-BAIXAS                  PIC 9(005) VALUE ZEROS.
       01  WS-PROX-FILA                   PIC 9(007) VALUE ZEROS.
       01  TABELA-ACORDOS.
           05 WS-ACO OCCURS 300.
              10 TAB-ACO-CHAVE               PIC X(011).
       01  TABELA-CLIENTES.
           05 WS-CLI OCCURS 500.
              10 TAB-CLI-CODIGO              PIC 9(007).
       01  TABELA-TITULOS.
           05 WS-TIT OCCURS 999.
              10 TAB-TIT-CHAVE               PIC X(016).
              10 TAB-TIT-VENCIMENTO          PIC 9(008).
              10 TAB-TIT-USADO               PIC X(001).

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

           01  CAB01.
        05 PIC X(098)   VALUE "LIQUIDACAO ANUAL DE REBATE".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(010)               VALUE "EMISSAO: ".
               05 CAB01A-DATA              PIC 9(008).
               05 PIC X(009)               VALUE "  ANO: ".
               05 CAB01A-ANO               PIC 99.
               05 PIC X(014)               VALUE "  OPERADOR: ".
               05 CAB01A-OPERADOR          PIC X(010).
           01  CAB02.
               05 PIC X(012)               VALUE " TIPO CODIGO".
               05 PIC X(042)               VALUE "NOME".
               05 PIC X(007)               VALUE "  PERC.".
               05 PIC X(016)               VALUE "          REBATE".
               05 PIC X(016)               VALUE "       CREDITADO".
               05 PIC X(016)               VALUE "         A PAGAR".
       01  LDT.
           05 PIC X(002).
           05 LDT-TIPO                    PIC X(001).
           05 PIC X(001).
           05 LDT-CODIGO                  PIC ZZZZZZZ9.
           05 PIC X(001).
           05 LDT-NOME                    PIC X(040).
           05 PIC X(002).
           05 LDT-PERC                    PIC Z9,99.
           05 PIC X(001).
           05 LDT-REBATE                  PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-CREDITADO               PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-A-PAGAR                 PIC ZZZ.ZZZ.ZZ9,99.
       01  LTIT.
           05 PIC X(014)                  VALUE SPACES.
           05 PIC X(008)                  VALUE "TITULO ".
           05 LTIT-CLIENTE                PIC 9(007).
           05 PIC X(001)                  VALUE "/".
           05 LTIT-PEDIDO                 PIC 9(007).
           05 PIC X(001)                  VALUE "/".
           05 LTIT-PARCELA                PIC 9(002).
           05 PIC X(007)                  VALUE "  VENC ".
           05 LTIT-VENCIMENTO             PIC 9(008).
           05 PIC X(012)                  VALUE "  CREDITO: ".
           05 LTIT-VALOR                  PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(010)                  VALUE "  SALDO: ".
           05 LTIT-SALDO                  PIC ZZZ.ZZZ.ZZ9,99.
       01  LOBS.
           05 PIC X(014)                  VALUE SPACES.
           05 LOBS-TEXTO                  PIC X(060).
       01  RODAPE.
           05 PIC X(001).
           05 ROD-DESCRICAO               PIC X(050).
           05 PIC X(002).
           05 ROD-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-ANO                                      PIC 9(002).
          05 LK-OPERADOR                                 PIC X(010).
          05 LK-GERA-FILA                                PIC X(001).
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
               ACCEPT WS-DATA-HOJE        FROM DATE
               OPEN I-O REBACORD
               IF  STAT-REBACORD NOT EQUAL "00"
                   STRING "ERRO AO ABRIR REBACORD ! "
                      STAT-REBACORD
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT REBAPROV
               IF  STAT-REBAPROV NOT EQUAL "00"
                   STRING "ERRO AO ABRIR REBAPROV ! "
                      STAT-REBAPROV
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
               OPEN I-O TITULOS
               IF  STAT-TITULOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR TITULOS ! "
                      STAT-TITULOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN I-O BAIXAS
               IF STAT-BAIXAS EQUAL "35"
                  OPEN OUTPUT BAIXAS
                  CLOSE BAIXAS
                  OPEN I-O BAIXAS
               END-IF
               IF  STAT-BAIXAS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR BAIXAS ! "
                      STAT-BAIXAS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"                   TO WS-GRUPOS-ATIVO
               OPEN INPUT GRUPOS
               IF STAT-GRUPOS EQUAL "00"
                  MOVE "S"                TO WS-GRUPOS-ATIVO
               END-IF
               MOVE "N"                   TO WS-CONTATOS-ATIVO
               MOVE "N"                   TO WS-FILADOC-ATIVO
               IF LK-GERA-FILA EQUAL "S"
                  OPEN INPUT CONTATOS
                  IF STAT-CONTATOS EQUAL "00"
                     MOVE "S"             TO WS-CONTATOS-ATIVO
                  END-IF
                  OPEN I-O FILADOC
                  IF STAT-FILADOC EQUAL "35"
                     OPEN OUTPUT FILADOC
                     CLOSE FILADOC
                     OPEN I-O FILADOC
                  END-IF
                  IF STAT-FILADOC EQUAL "00"
                     MOVE "S"             TO WS-FILADOC-ATIVO
                     PERFORM 1004-MAIOR-NUMERO-FILA
                  END-IF
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

       1004-MAIOR-NUMERO-FILA.

           MOVE ZEROS             TO WS-PROX-FILA
           MOVE 9999999           TO FIL-NUMERO
           START FILADOC KEY IS LESS THAN FIL-NUMERO
           IF STAT-FILADOC EQUAL "00"
              READ FILADOC PREVIOUS
              IF STAT-FILADOC EQUAL "00"
                 MOVE FIL-NUMERO  TO WS-PROX-FILA
              END-IF
           END-IF.

       2000-PROCESSA.

           PERFORM 2001-CARREGA-ACORDOS
           IF WS-QTD-ACORDOS EQUAL ZEROS
              MOVE "NENHUM ACORDO ATIVO NO ANO !" TO LK-RETORNO
              PERFORM 2009-FECHA-ARQUIVOS
              GOBACK
           END-IF

           PERFORM 2008-CABECALHO
           PERFORM VARYING WS-IND-ACO FROM 1 BY 1
                   UNTIL WS-IND-ACO > WS-QTD-ACORDOS
              PERFORM 2002-LIQUIDA-ACORDO
           END-PERFORM
           PERFORM 2007-RODAPE

           PERFORM 2009-FECHA-ARQUIVOS
           MOVE SPACES                                    TO LK-RETORNO.

       2001-CARREGA-ACORDOS.

           MOVE ZEROS              TO WS-QTD-ACORDOS
           INITIALIZE TABELA-ACORDOS
           MOVE LK-ANO             TO RBA-ANO
           MOVE LOW-VALUES         TO RBA-TIPO
           MOVE ZEROS              TO RBA-CODIGO
           START REBACORD KEY IS NOT LESS THAN RBA-CHAVE
           IF STAT-REBACORD NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           ELSE
              MOVE SPACES          TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ REBACORD NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
              IF WS-EOF NOT EQUAL "F"
                 IF RBA-ANO NOT EQUAL LK-ANO
                    MOVE "F"       TO WS-EOF
                 ELSE
                    IF RBA-ATIVO AND WS-QTD-ACORDOS < 300
                       ADD 1       TO WS-QTD-ACORDOS
                       MOVE RBA-CHAVE
                                   TO TAB-ACO-CHAVE(WS-QTD-ACORDOS)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2002-LIQUIDA-ACORDO.

           MOVE TAB-ACO-CHAVE(WS-IND-ACO) TO RBA-CHAVE
           READ REBACORD
           IF STAT-REBACORD NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO LDT
           MOVE RBA-TIPO           TO LDT-TIPO
           MOVE RBA-CODIGO         TO LDT-CODIGO
           PERFORM 2003-NOME-ACORDO
           IF LINHAS > WS-MAX-LINHAS - 3
              PERFORM 2008-CABECALHO
           END-IF

           MOVE RBA-ANO            TO RBP-ANO
           MOVE RBA-TIPO           TO RBP-TIPO
           MOVE RBA-CODIGO         TO RBP-CODIGO
           MOVE 12                 TO RBP-MES
           READ REBAPROV
           IF STAT-REBAPROV NOT EQUAL "00"
              ADD 1                TO WS-QTD-SEM-APURACAO
              WRITE RG-SAIDA       FROM LDT AFTER 1
              MOVE "SEM APURACAO DE DEZEMBRO - ACORDO NAO LIQUIDADO"
                                   TO LOBS-TEXTO
              WRITE RG-SAIDA       FROM LOBS AFTER 1
              ADD 2                TO LINHAS
              EXIT PARAGRAPH
           END-IF

           MOVE RBP-REBATE-ACUMULADO TO WS-REBATE
           MOVE WS-REBATE          TO WS-RESTANTE
           MOVE ZEROS              TO WS-CREDITADO
           MOVE RBP-PERCENTUAL     TO LDT-PERC
           MOVE WS-REBATE          TO LDT-REBATE
           WRITE RG-SAIDA          FROM LDT AFTER 1
           ADD 1                   TO LINHAS

           IF RBA-CREDITO-TITULOS AND WS-RESTANTE GREATER THAN ZEROS
              PERFORM 2004-SELECIONA-TITULOS
              PERFORM UNTIL WS-RESTANTE EQUAL ZEROS
                         OR WS-IND-MENOR EQUAL ZEROS
                 PERFORM 2005-MENOR-VENCIMENTO
                 IF WS-IND-MENOR NOT EQUAL ZEROS
                    PERFORM 2006-CREDITA-TITULO
                 END-IF
              END-PERFORM
           END-IF

           MOVE TAB-ACO-CHAVE(WS-IND-ACO) TO RBA-CHAVE
           READ REBACORD
           IF STAT-REBACORD NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE RG-REBACORD        TO WS-AUD-ANTES
           MOVE "L"                TO RBA-STATUS
           MOVE WS-DATA-HOJE       TO RBA-DATA-LIQUIDACAO
           MOVE WS-CREDITADO       TO RBA-VALOR-CREDITADO
           MOVE WS-RESTANTE        TO RBA-VALOR-A-PAGAR
           MOVE LK-OPERADOR        TO RBA-OPER-LIQUIDACAO
           REWRITE RG-REBACORD
           IF STAT-REBACORD NOT EQUAL "00"
              MOVE "ERRO AO REGRAVAR O ACORDO - VERIFICAR"
                                   TO LOBS-TEXTO
              WRITE RG-SAIDA       FROM LOBS AFTER 1
              ADD 1                TO LINHAS
              EXIT PARAGRAPH
           END-IF
           MOVE "REBACORD"         TO WS-AUD-ARQUIVO
           MOVE "A"                TO WS-AUD-OPERACAO
           MOVE LK-OPERADOR        TO WS-AUD-OPERADOR
           MOVE "REBLIQ"           TO WS-AUD-PROGRAMA
           MOVE RG-REBACORD        TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA

           ADD 1                   TO WS-QTD-LIQUIDADOS
           ADD WS-REBATE           TO WS-TOT-REBATE
           ADD WS-CREDITADO        TO WS-TOT-CREDITADO
           ADD WS-RESTANTE         TO WS-TOT-A-PAGAR
           MOVE SPACES             TO LDT
           MOVE WS-CREDITADO       TO LDT-CREDITADO
           MOVE WS-RESTANTE        TO LDT-A-PAGAR
           MOVE "TOTAL LIQUIDADO"  TO LDT-NOME
           WRITE RG-SAIDA          FROM LDT AFTER 1
           WRITE RG-SAIDA          FROM SPACES AFTER 1
           ADD 2                   TO LINHAS

           IF WS-FILADOC-ATIVO EQUAL "S"
              AND WS-REBATE GREATER THAN ZEROS
              PERFORM 2016-GRAVA-FILA
           END-IF.

       2003-NOME-ACORDO.

           IF RBA-CLIENTE
              MOVE RBA-CODIGO      TO CLI-CODIGO
              READ CLIENTES
              IF STAT-CLIENTES EQUAL "00"
                 MOVE CLI-RAZAO    TO LDT-NOME
              END-IF
           ELSE
              IF WS-GRUPOS-ATIVO EQUAL "S"
                 MOVE RBA-CODIGO   TO GRU-RAIZ-CNPJ
                 READ GRUPOS
                 IF STAT-GRUPOS EQUAL "00"
                    MOVE GRU-NOME  TO LDT-NOME
                 END-IF
              END-IF
           END-IF.

       2004-SELECIONA-TITULOS.

           MOVE ZEROS              TO WS-QTD-CLIENTES
           MOVE ZEROS              TO WS-QTD-TITULOS
           MOVE 1                  TO WS-IND-MENOR
           IF RBA-CLIENTE
              MOVE 1               TO WS-QTD-CLIENTES
              MOVE RBA-CODIGO      TO TAB-CLI-CODIGO(1)
           ELSE
              COMPUTE CLI-CNPJ = RBA-CODIGO * 1000000
              START CLIENTES KEY IS NOT LESS THAN CLI-CNPJ
              IF STAT-CLIENTES NOT EQUAL "00"
                 MOVE "F"          TO WS-EOF-CLI
              ELSE
                 MOVE SPACES       TO WS-EOF-CLI
              END-IF
              PERFORM UNTIL WS-EOF-CLI EQUAL "F"
                 READ CLIENTES NEXT AT END
                    MOVE "F"       TO WS-EOF-CLI
                 END-READ
                 IF WS-EOF-CLI NOT EQUAL "F"
                    MOVE CLI-CNPJ(1:8) TO WS-RAIZ-CNPJ
                    IF WS-RAIZ-CNPJ NOT EQUAL RBA-CODIGO
                       MOVE "F"    TO WS-EOF-CLI
                    ELSE
                       IF WS-QTD-CLIENTES < 500
                          ADD 1    TO WS-QTD-CLIENTES
                          MOVE CLI-CODIGO
                               TO TAB-CLI-CODIGO(WS-QTD-CLIENTES)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                   UNTIL WS-IND-CLI > WS-QTD-CLIENTES
              MOVE TAB-CLI-CODIGO(WS-IND-CLI) TO TIT-CLI-CODIGO
              MOVE ZEROS           TO TIT-PED-NUMERO
              MOVE ZEROS           TO TIT-PARCELA
              START TITULOS KEY IS NOT LESS THAN TIT-CHAVE
              IF STAT-TITULOS NOT EQUAL "00"
                 MOVE "F"          TO WS-EOF
              ELSE
                 MOVE SPACES       TO WS-EOF
              END-IF
              PERFORM UNTIL WS-EOF EQUAL "F"
                 READ TITULOS NEXT AT END
                    MOVE "F"       TO WS-EOF
                 END-READ
                 IF WS-EOF NOT EQUAL "F"
                    IF TIT-CLI-CODIGO NOT EQUAL
                       TAB-CLI-CODIGO(WS-IND-CLI)
                       MOVE "F"    TO WS-EOF
                    ELSE
                       IF (TIT-ABERTO OR TIT-VENCIDO)
                          AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                          AND WS-QTD-TITULOS < 999
                          ADD 1    TO WS-QTD-TITULOS
                          MOVE TIT-CHAVE
                               TO TAB-TIT-CHAVE(WS-QTD-TITULOS)
                          MOVE TIT-DATA-VENCIMENTO
                               TO TAB-TIT-VENCIMENTO(WS-QTD-TITULOS)
                          MOVE "N"
                               TO TAB-TIT-USADO(WS-QTD-TITULOS)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       2005-MENOR-VENCIMENTO.

           MOVE ZEROS              TO WS-IND-MENOR
           PERFORM VARYING WS-IND-TIT FROM 1 BY 1
                   UNTIL WS-IND-TIT > WS-QTD-TITULOS
              IF TAB-TIT-USADO(WS-IND-TIT) EQUAL "N"
                 IF WS-IND-MENOR EQUAL ZEROS
                    MOVE WS-IND-TIT TO WS-IND-MENOR
                 ELSE
                    IF TAB-TIT-VENCIMENTO(WS-IND-TIT) LESS THAN
                       TAB-TIT-VENCIMENTO(WS-IND-MENOR)
                       MOVE WS-IND-TIT TO WS-IND-MENOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2006-CREDITA-TITULO.

           MOVE "S"                TO TAB-TIT-USADO(WS-IND-MENOR)
           MOVE TAB-TIT-CHAVE(WS-IND-MENOR) TO TIT-CHAVE
           READ TITULOS
           IF STAT-TITULOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           IF NOT TIT-ABERTO AND NOT TIT-VENCIDO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
           IF WS-SALDO-TITULO EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF
           IF WS-RESTANTE LESS THAN WS-SALDO-TITULO
              MOVE WS-RESTANTE     TO WS-VALOR-APLICADO
           ELSE
              MOVE WS-SALDO-TITULO TO WS-VALOR-APLICADO
           END-IF

           MOVE RG-TITULOS         TO WS-AUD-ANTES
           ADD 1                   TO TIT-QTD-BAIXAS
           MOVE TIT-CLI-CODIGO     TO BXA-CLI-CODIGO
           MOVE TIT-PED-NUMERO     TO BXA-PED-NUMERO
           MOVE TIT-PARCELA        TO BXA-PARCELA
           MOVE TIT-QTD-BAIXAS     TO BXA-SEQUENCIA
           MOVE WS-DATA-HOJE       TO BXA-DATA-PAGAMENTO
           MOVE ZEROS              TO BXA-DIAS-ATRASO
           MOVE WS-VALOR-APLICADO  TO BXA-VALOR-RECEBIDO
           MOVE WS-VALOR-APLICADO  TO BXA-VALOR-PRINCIPAL
           MOVE ZEROS              TO BXA-VALOR-MULTA
           MOVE ZEROS              TO BXA-VALOR-JUROS
           COMPUTE BXA-SALDO-APOS = WS-SALDO-TITULO - WS-VALOR-APLICADO
           ACCEPT BXA-DATA-LANCAMENTO FROM DATE
           ACCEPT BXA-HORA-LANCAMENTO FROM TIME
           MOVE "R"                TO BXA-ORIGEM
           WRITE RG-BAIXAS
           IF STAT-BAIXAS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           ADD WS-VALOR-APLICADO   TO TIT-VALOR-PAGO
           MOVE WS-DATA-HOJE       TO TIT-DATA-PAGAMENTO
           IF TIT-VALOR-PAGO NOT LESS THAN TIT-VALOR
              MOVE "P"             TO TIT-STATUS
           END-IF
           REWRITE RG-TITULOS
           IF STAT-TITULOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "TITULOS"          TO WS-AUD-ARQUIVO
           MOVE "A"                TO WS-AUD-OPERACAO
           MOVE LK-OPERADOR        TO WS-AUD-OPERADOR
           MOVE "REBLIQ"           TO WS-AUD-PROGRAMA
           MOVE RG-TITULOS         TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA

           SUBTRACT WS-VALOR-APLICADO FROM WS-RESTANTE
           ADD WS-VALOR-APLICADO   TO WS-CREDITADO
           ADD 1                   TO WS-QTD-BAIXAS
           IF LINHAS > WS-MAX-LINHAS - 2
              PERFORM 2008-CABECALHO
           END-IF
           MOVE TIT-CLI-CODIGO     TO LTIT-CLIENTE
           MOVE TIT-PED-NUMERO     TO LTIT-PEDIDO
           MOVE TIT-PARCELA        TO LTIT-PARCELA
           MOVE TIT-DATA-VENCIMENTO TO LTIT-VENCIMENTO
           MOVE WS-VALOR-APLICADO  TO LTIT-VALOR
           MOVE BXA-SALDO-APOS     TO LTIT-SALDO
           WRITE RG-SAIDA          FROM LTIT AFTER 1
           ADD 1                   TO LINHAS.

       2007-RODAPE.

           IF LINHAS > WS-MAX-LINHAS - 8
              PERFORM 2008-CABECALHO
           END-IF
           WRITE RG-SAIDA     FROM TRACOS AFTER 2.
           MOVE SPACES             TO RODAPE
           MOVE "ACORDOS LIQUIDADOS" TO ROD-DESCRICAO
           MOVE WS-QTD-LIQUIDADOS  TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "ACORDOS SEM APURACAO DE DEZEMBRO"
                                   TO ROD-DESCRICAO
           MOVE WS-QTD-SEM-APURACAO TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "TOTAL DE REBATE LIQUIDADO"
                                   TO ROD-DESCRICAO
           MOVE WS-TOT-REBATE      TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "CREDITADO EM TITULOS"
                                   TO ROD-DESCRICAO
           MOVE WS-TOT-CREDITADO   TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "BAIXAS DE REBATE GERADAS"
                                   TO ROD-DESCRICAO
           MOVE WS-QTD-BAIXAS      TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "A PAGAR AOS CLIENTES"
                                   TO ROD-DESCRICAO
           MOVE WS-TOT-A-PAGAR     TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.

       2008-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-DATA-HOJE            TO CAB01A-DATA
           MOVE LK-ANO                  TO CAB01A-ANO
           MOVE LK-OPERADOR             TO CAB01A-OPERADOR

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

       2009-FECHA-ARQUIVOS.

           CLOSE REBACORD
           CLOSE REBAPROV
           CLOSE CLIENTES
           CLOSE TITULOS
           CLOSE BAIXAS
           IF WS-GRUPOS-ATIVO EQUAL "S"
              CLOSE GRUPOS
           END-IF
           IF WS-CONTATOS-ATIVO EQUAL "S"
              CLOSE CONTATOS
           END-IF
           IF WS-FILADOC-ATIVO EQUAL "S"
              CLOSE FILADOC
           END-IF

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
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

       2016-GRAVA-FILA.

           ADD 1                  TO WS-PROX-FILA
           INITIALIZE RG-FILADOC
           MOVE WS-PROX-FILA      TO FIL-NUMERO
           MOVE "D"               TO FIL-TIPO
           MOVE RBA-CLI-DESTINO   TO FIL-DESTINO-CODIGO
           MOVE SPACES            TO FIL-EMAIL
           IF WS-CONTATOS-ATIVO EQUAL "S"
              MOVE RBA-CLI-DESTINO TO CON-CLI-CODIGO
              MOVE ZEROS          TO CON-SEQUENCIA
              START CONTATOS KEY IS GREATER THAN CON-CHAVE
              IF STAT-CONTATOS EQUAL "00"
                 READ CONTATOS NEXT
                 IF STAT-CONTATOS EQUAL "00"
                    AND CON-CLI-CODIGO EQUAL RBA-CLI-DESTINO
                    MOVE CON-EMAIL TO FIL-EMAIL
                 END-IF
              END-IF
           END-IF
           IF FIL-EMAIL EQUAL SPACES
              MOVE "P"            TO FIL-CANAL
           ELSE
              MOVE "E"            TO FIL-CANAL
           END-IF
           ACCEPT FIL-DATA-GERACAO FROM DATE
           MOVE ZEROS             TO FIL-DATA-ENVIO
           MOVE ZEROS             TO FIL-TENTATIVAS
           MOVE "P"               TO FIL-STATUS
           WRITE RG-FILADOC.

       3000-FINALIZA.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2012-PREVIEW-TELA
           END-IF

           GOBACK.
