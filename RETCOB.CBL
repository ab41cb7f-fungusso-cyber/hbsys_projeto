       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCOB.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TITULOS.SL".
           COPY "BAIXAS.SL".
           COPY "SAIDA.SL".
           COPY "PERDAS.SL".
           SELECT RETCOB ASSIGN TO "RETCOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-RETCOB.

       DATA DIVISION.
       FILE SECTION.
           COPY "TITULOS.FD".
           COPY "BAIXAS.FD".
           COPY "SAIDA.FD".
           COPY "PERDAS.FD".
       FD  RETCOB
           LABEL RECORD IS STANDARD.
       01  RG-RETCOB                       PIC X(100).

       WORKING-STORAGE SECTION.
       01  STAT-TITULOS                   PIC XX.
       01  STAT-BAIXAS                    PIC XX.
       01  STAT-SAIDA                     PIC XX.
       01  STAT-RETCOB                    PIC XX.
       01  STAT-PERDAS                    PIC XX.
       01  WS-PERDAS-ATIVO                PIC X      VALUE "N".
       01  WS-ERA-PERDA                   PIC X      VALUE SPACES.
       01  WS-EOF-RET                     PIC X      VALUE SPACES.
       01  WS-EOF-BXA                     PIC X      VALUE SPACES.
       01  WS-DUPLICADO                   PIC X      VALUE SPACES.
       01  WS-TEM-TRAILER                 PIC X      VALUE "N".
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-HORA-AGORA                  PIC 9(008) VALUE ZEROS.
       01  WS-QTD-LIDOS                   PIC 9(006) VALUE ZEROS.
       01  WS-VAL-LIDOS                   PIC 9(013)V99 VALUE ZEROS.
       01  WS-QTD-BAIXADOS                PIC 9(006) VALUE ZEROS.
       01  WS-VAL-BAIXADOS                PIC 9(013)V99 VALUE ZEROS.
       01  WS-QTD-EXCECOES                PIC 9(006) VALUE ZEROS.
       01  WS-VAL-EXCECOES                PIC 9(013)V99 VALUE ZEROS.
       01  WS-QTD-INFORMATIVOS            PIC 9(006) VALUE ZEROS.
       01  WS-VAL-INFORMATIVOS            PIC 9(013)V99 VALUE ZEROS.
       01  WS-QTD-TRAILER                 PIC 9(006) VALUE ZEROS.
       01  WS-VAL-TRAILER                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-SALDO                       PIC 9(009)V99 VALUE ZEROS.
       01  WS-ENCARGOS                    PIC 9(009)V99 VALUE ZEROS.
       01  WS-PRINCIPAL                   PIC 9(009)V99 VALUE ZEROS.
       01  WS-DIAS-ATRASO                 PIC 9(005) VALUE ZEROS.
       01  WS-SERIAL-PAGTO                PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-VENCTO               PIC 9(007) VALUE ZEROS.
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
           05 TAB-MES-ACUM OCCURS 12      PIC 9(003).
       01  RET-DETALHE.
           05 RET-DET-TIPO                PIC X(001).
           05 RET-DET-SEQ                 PIC 9(006).
           05 RET-DET-CLIENTE             PIC 9(007).
           05 RET-DET-PEDIDO              PIC 9(007).
           05 RET-DET-PARCELA             PIC 9(002).
           05 RET-DET-OCORRENCIA          PIC X(002).
               88 RET-ENTRADA-CONFIRMADA    VALUE "02".
               88 RET-ENTRADA-REJEITADA     VALUE "03".
               88 RET-LIQUIDACAO            VALUE "06".
           05 RET-DET-DATA-PAGTO          PIC 9(008).
           05 RET-DET-VALOR-PAGO          PIC 9(009)V99.
           05 RET-DET-VALOR-MULTA         PIC 9(009)V99.
           05 RET-DET-VALOR-JUROS         PIC 9(009)V99.
           05 FILLER                      PIC X(034).
       01  RET-TRAILER REDEFINES RET-DETALHE.
           05 RET-TRL-TIPO                PIC X(001).
           05 RET-TRL-QTD                 PIC 9(006).
           05 RET-TRL-VALOR               PIC 9(013)V99.
           05 FILLER                      PIC X(078).
       01  WS-LINHA-EXCECAO               PIC X(100) VALUE SPACES.
       01  WS-VALOR-ED                    PIC ZZZ.ZZZ.ZZ9,99.
       01  LIN-CONC.
           05 LCO-DESCRICAO               PIC X(026).
           05 PIC X(005)                  VALUE "QTD: ".
           05 LCO-QTD                     PIC ZZZ.ZZ9.
           05 PIC X(010)                  VALUE "   VALOR: ".
           05 LCO-VALOR                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-RETORNO                              PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-BAIXADOS                         PIC 9(006).
          05 LK-QTD-EXCECOES                         PIC 9(006).
          05 LK-CONFERE                              PIC X(001).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE ZEROS          TO LK-QTD-BAIXADOS
               MOVE ZEROS          TO LK-QTD-EXCECOES
               MOVE "N"            TO LK-CONFERE
               ACCEPT WS-DATA-HOJE FROM DATE
               ACCEPT WS-HORA-AGORA FROM TIME
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
               MOVE "N"            TO WS-PERDAS-ATIVO
               OPEN I-O PERDAS
               IF STAT-PERDAS EQUAL "00"
                  MOVE "S"         TO WS-PERDAS-ATIVO
               END-IF
               OPEN INPUT RETCOB
               IF  STAT-RETCOB NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. RETORNO ! "
                      STAT-RETCOB
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
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
           END-IF
           WRITE RG-SAIDA FROM
               "EXCECOES DO RETORNO BANCARIO DE COBRANCA"
               AFTER 1
           WRITE RG-SAIDA FROM SPACES AFTER 1.

       2000-PROCESSA.

           MOVE SPACES     TO WS-EOF-RET
           READ RETCOB AT END MOVE "F" TO WS-EOF-RET

           PERFORM UNTIL WS-EOF-RET EQUAL "F"

               MOVE RG-RETCOB      TO RET-DETALHE
               EVALUATE RET-DET-TIPO
                  WHEN "1"
                       ADD 1                  TO WS-QTD-LIDOS
                       ADD RET-DET-VALOR-PAGO TO WS-VAL-LIDOS
                       PERFORM 2001-PROCESSA-DETALHE
                  WHEN "9"
                       MOVE "S"               TO WS-TEM-TRAILER
                       MOVE RET-TRL-QTD       TO WS-QTD-TRAILER
                       MOVE RET-TRL-VALOR     TO WS-VAL-TRAILER
               END-EVALUATE

               READ RETCOB AT END MOVE "F" TO WS-EOF-RET
           END-PERFORM

           PERFORM 2005-CONCILIACAO

           CLOSE RETCOB
           CLOSE TITULOS
           CLOSE BAIXAS
           CLOSE SAIDA
           IF WS-PERDAS-ATIVO EQUAL "S"
              CLOSE PERDAS
           END-IF
           IF  STAT-SAIDA NOT EQUAL "00"
               STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF

           MOVE WS-QTD-BAIXADOS    TO LK-QTD-BAIXADOS
           MOVE WS-QTD-EXCECOES    TO LK-QTD-EXCECOES
           MOVE SPACES                                    TO LK-RETORNO.

       2001-PROCESSA-DETALHE.

           MOVE RET-DET-CLIENTE     TO TIT-CLI-CODIGO
           MOVE RET-DET-PEDIDO      TO TIT-PED-NUMERO
           MOVE RET-DET-PARCELA     TO TIT-PARCELA
           READ TITULOS
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE SPACES           TO WS-LINHA-EXCECAO
              STRING "TITULO NAO ENCONTRADO - OCORR. "
                     RET-DET-OCORRENCIA
                     " CLIENTE " RET-DET-CLIENTE
                     " PEDIDO " RET-DET-PEDIDO "/" RET-DET-PARCELA
                 DELIMITED BY SIZE
                 INTO WS-LINHA-EXCECAO
              END-STRING
              PERFORM 2002-GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF
           MOVE RG-TITULOS          TO WS-AUD-ANTES

           EVALUATE TRUE
              WHEN RET-LIQUIDACAO
                   PERFORM 2003-LIQUIDA-TITULO
              WHEN RET-ENTRADA-CONFIRMADA
                   ADD 1                  TO WS-QTD-INFORMATIVOS
                   ADD RET-DET-VALOR-PAGO TO WS-VAL-INFORMATIVOS
              WHEN RET-ENTRADA-REJEITADA
                   MOVE ZEROS             TO TIT-NUM-REMESSA
                   REWRITE RG-TITULOS
                   IF STAT-TITULOS EQUAL "00"
                      MOVE "TITULOS"               TO WS-AUD-ARQUIVO
                      MOVE "A"                     TO WS-AUD-OPERACAO
                      MOVE "RETCOB"                TO WS-AUD-OPERADOR
                      MOVE "RETCOB"                TO WS-AUD-PROGRAMA
                      MOVE RG-TITULOS              TO WS-AUD-DEPOIS
                      CALL "GRAVAUD" USING WS-LIG-AUDITA
                   END-IF
                   MOVE SPACES            TO WS-LINHA-EXCECAO
                   STRING "ENTRADA REJEITADA PELO BANCO - CLIENTE "
                          RET-DET-CLIENTE
                          " PEDIDO " RET-DET-PEDIDO "/" RET-DET-PARCELA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-EXCECAO
                   END-STRING
                   PERFORM 2002-GRAVA-EXCECAO
              WHEN OTHER
                   MOVE SPACES            TO WS-LINHA-EXCECAO
                   STRING "OCORRENCIA DESCONHECIDA ("
                          RET-DET-OCORRENCIA
                          ") - CLIENTE " RET-DET-CLIENTE
                          " PEDIDO " RET-DET-PEDIDO "/" RET-DET-PARCELA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-EXCECAO
                   END-STRING
                   PERFORM 2002-GRAVA-EXCECAO
           END-EVALUATE.

       2002-GRAVA-EXCECAO.

           ADD 1                    TO WS-QTD-EXCECOES
           ADD RET-DET-VALOR-PAGO   TO WS-VAL-EXCECOES
           WRITE RG-SAIDA FROM WS-LINHA-EXCECAO AFTER 1.

       2003-LIQUIDA-TITULO.

           IF TIT-PAGO
              MOVE SPACES           TO WS-LINHA-EXCECAO
              STRING "TITULO JA LIQUIDADO - CLIENTE "
                     RET-DET-CLIENTE
                     " PEDIDO " RET-DET-PEDIDO "/" RET-DET-PARCELA
                 DELIMITED BY SIZE
                 INTO WS-LINHA-EXCECAO
              END-STRING
              PERFORM 2002-GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF

           PERFORM 2004-VERIFICA-DUPLICIDADE
           IF WS-DUPLICADO EQUAL "S"
              MOVE SPACES           TO WS-LINHA-EXCECAO
              STRING "OCORRENCIA DUPLICADA - CLIENTE "
                     RET-DET-CLIENTE
                     " PEDIDO " RET-DET-PEDIDO "/" RET-DET-PARCELA
                     " DATA " RET-DET-DATA-PAGTO
                 DELIMITED BY SIZE
                 INTO WS-LINHA-EXCECAO
              END-STRING
              PERFORM 2002-GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SALDO = TIT-VALOR - TIT-VALOR-PAGO
           COMPUTE WS-ENCARGOS = RET-DET-VALOR-MULTA
                               + RET-DET-VALOR-JUROS
           IF WS-ENCARGOS GREATER THAN RET-DET-VALOR-PAGO
              OR RET-DET-VALOR-PAGO - WS-ENCARGOS GREATER THAN WS-SALDO
              MOVE RET-DET-VALOR-PAGO TO WS-VALOR-ED
              MOVE SPACES           TO WS-LINHA-EXCECAO
              STRING "VALOR INCOMPATIVEL (" WS-VALOR-ED
                     ") - CLIENTE " RET-DET-CLIENTE
                     " PEDIDO " RET-DET-PEDIDO "/" RET-DET-PARCELA
                 DELIMITED BY SIZE
                 INTO WS-LINHA-EXCECAO
              END-STRING
              PERFORM 2002-GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRINCIPAL = RET-DET-VALOR-PAGO - WS-ENCARGOS

           MOVE ZEROS                TO WS-DIAS-ATRASO
           MOVE RET-DET-DATA-PAGTO   TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL       TO WS-SERIAL-PAGTO
           MOVE TIT-DATA-VENCIMENTO  TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL       TO WS-SERIAL-VENCTO
           IF WS-SERIAL-PAGTO GREATER THAN WS-SERIAL-VENCTO
              COMPUTE WS-DIAS-ATRASO =
                      WS-SERIAL-PAGTO - WS-SERIAL-VENCTO
           END-IF

           MOVE SPACES               TO WS-ERA-PERDA
           IF TIT-PERDA
              MOVE "S"               TO WS-ERA-PERDA
           END-IF
           ADD 1                     TO TIT-QTD-BAIXAS
           MOVE TIT-CLI-CODIGO       TO BXA-CLI-CODIGO
           MOVE TIT-PED-NUMERO       TO BXA-PED-NUMERO
           MOVE TIT-PARCELA          TO BXA-PARCELA
           MOVE TIT-QTD-BAIXAS       TO BXA-SEQUENCIA
           MOVE RET-DET-DATA-PAGTO   TO BXA-DATA-PAGAMENTO
           MOVE WS-DIAS-ATRASO       TO BXA-DIAS-ATRASO
           MOVE RET-DET-VALOR-PAGO   TO BXA-VALOR-RECEBIDO
           MOVE WS-PRINCIPAL         TO BXA-VALOR-PRINCIPAL
           MOVE RET-DET-VALOR-MULTA  TO BXA-VALOR-MULTA
           MOVE RET-DET-VALOR-JUROS  TO BXA-VALOR-JUROS
           COMPUTE BXA-SALDO-APOS = WS-SALDO - WS-PRINCIPAL
           MOVE WS-DATA-HOJE         TO BXA-DATA-LANCAMENTO
           MOVE WS-HORA-AGORA        TO BXA-HORA-LANCAMENTO
           MOVE "B"                  TO BXA-ORIGEM
           WRITE RG-BAIXAS
           IF STAT-BAIXAS NOT EQUAL "00"
              STRING "ERRO AO GRAVAR BAIXAS ! "
                     STAT-BAIXAS
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF

           ADD WS-PRINCIPAL          TO TIT-VALOR-PAGO
           ADD RET-DET-VALOR-MULTA   TO TIT-MULTA-PAGA
           ADD RET-DET-VALOR-JUROS   TO TIT-JUROS-PAGOS
           MOVE RET-DET-DATA-PAGTO   TO TIT-DATA-PAGAMENTO
           IF TIT-VALOR-PAGO NOT LESS THAN TIT-VALOR
              MOVE "P"               TO TIT-STATUS
           END-IF
           REWRITE RG-TITULOS
           IF STAT-TITULOS NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR TITULOS ! "
                     STAT-TITULOS
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           MOVE "TITULOS"                TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "RETCOB"                 TO WS-AUD-OPERADOR
           MOVE "RETCOB"                 TO WS-AUD-PROGRAMA
           MOVE RG-TITULOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           IF WS-ERA-PERDA EQUAL "S"
              PERFORM 2006-REGISTRA-RECUPERACAO
           END-IF
           ADD 1                     TO WS-QTD-BAIXADOS
           ADD RET-DET-VALOR-PAGO    TO WS-VAL-BAIXADOS.

       2004-VERIFICA-DUPLICIDADE.

           MOVE "N"                  TO WS-DUPLICADO
           MOVE TIT-CLI-CODIGO       TO BXA-CLI-CODIGO
           MOVE TIT-PED-NUMERO       TO BXA-PED-NUMERO
           MOVE TIT-PARCELA          TO BXA-PARCELA
           MOVE ZEROS                TO BXA-SEQUENCIA
           START BAIXAS KEY IS GREATER THAN BXA-CHAVE
           IF STAT-BAIXAS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES               TO WS-EOF-BXA
           PERFORM UNTIL WS-EOF-BXA EQUAL "F"
              READ BAIXAS NEXT
              IF STAT-BAIXAS NOT EQUAL "00"
                 OR BXA-CLI-CODIGO NOT EQUAL TIT-CLI-CODIGO
                 OR BXA-PED-NUMERO NOT EQUAL TIT-PED-NUMERO
                 OR BXA-PARCELA NOT EQUAL TIT-PARCELA
                 MOVE "F"            TO WS-EOF-BXA
              ELSE
                 IF BXA-BANCO
                    AND BXA-DATA-PAGAMENTO EQUAL RET-DET-DATA-PAGTO
                    AND BXA-VALOR-RECEBIDO EQUAL RET-DET-VALOR-PAGO
                    MOVE "S"         TO WS-DUPLICADO
                    MOVE "F"         TO WS-EOF-BXA
                 END-IF
              END-IF
           END-PERFORM.

       2005-CONCILIACAO.

           WRITE RG-SAIDA FROM SPACES AFTER 1
           WRITE RG-SAIDA FROM
               "CONCILIACAO COM O TRAILER DO BANCO"
               AFTER 1
           WRITE RG-SAIDA FROM SPACES AFTER 1
           MOVE "TRAILER DO BANCO........:" TO LCO-DESCRICAO
           MOVE WS-QTD-TRAILER       TO LCO-QTD
           MOVE WS-VAL-TRAILER       TO LCO-VALOR
           WRITE RG-SAIDA FROM LIN-CONC AFTER 1
           MOVE "LIDOS NO ARQUIVO........:" TO LCO-DESCRICAO
           MOVE WS-QTD-LIDOS         TO LCO-QTD
           MOVE WS-VAL-LIDOS         TO LCO-VALOR
           WRITE RG-SAIDA FROM LIN-CONC AFTER 1
           MOVE "BAIXADOS................:" TO LCO-DESCRICAO
           MOVE WS-QTD-BAIXADOS      TO LCO-QTD
           MOVE WS-VAL-BAIXADOS      TO LCO-VALOR
           WRITE RG-SAIDA FROM LIN-CONC AFTER 1
           MOVE "INFORMATIVOS............:" TO LCO-DESCRICAO
           MOVE WS-QTD-INFORMATIVOS  TO LCO-QTD
           MOVE WS-VAL-INFORMATIVOS  TO LCO-VALOR
           WRITE RG-SAIDA FROM LIN-CONC AFTER 1
           MOVE "EXCECOES................:" TO LCO-DESCRICAO
           MOVE WS-QTD-EXCECOES      TO LCO-QTD
           MOVE WS-VAL-EXCECOES      TO LCO-VALOR
           WRITE RG-SAIDA FROM LIN-CONC AFTER 1
           WRITE RG-SAIDA FROM SPACES AFTER 1
           IF WS-TEM-TRAILER NOT EQUAL "S"
              WRITE RG-SAIDA FROM
                  "SITUACAO: TRAILER NAO ENCONTRADO NO ARQUIVO"
                  AFTER 1
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-TRAILER EQUAL WS-QTD-LIDOS
              AND WS-VAL-TRAILER EQUAL WS-VAL-LIDOS
              MOVE "S"               TO LK-CONFERE
              WRITE RG-SAIDA FROM "SITUACAO: CONFERE COM O TRAILER"
                  AFTER 1
           ELSE
              WRITE RG-SAIDA FROM "SITUACAO: DIVERGENTE DO TRAILER"
                  AFTER 1
           END-IF.

       2006-REGISTRA-RECUPERACAO.

           IF WS-PERDAS-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE TIT-CLI-CODIGO       TO PRD-CLI-CODIGO
           MOVE TIT-PED-NUMERO       TO PRD-PED-NUMERO
           MOVE TIT-PARCELA          TO PRD-PARCELA
           READ PERDAS
           IF STAT-PERDAS NOT EQUAL "00"
              OR NOT PRD-APROVADA
              EXIT PARAGRAPH
           END-IF
           ADD WS-PRINCIPAL          TO PRD-VALOR-RECUPERADO
           MOVE RET-DET-DATA-PAGTO   TO PRD-DATA-RECUPERACAO
           REWRITE RG-PERDAS
           IF STAT-PERDAS NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR PERDAS ! "
                     STAT-PERDAS
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

       3000-FINALIZA.

           GOBACK.
