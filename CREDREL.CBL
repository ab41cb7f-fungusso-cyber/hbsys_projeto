       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CREDITO.SL".
           COPY "CLIENTES.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "CREDITO.FD".
           COPY "CLIENTES.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-CREDITO                       PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(126) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-LIMITE-ATUAL                PIC 9(009)V99 VALUE ZEROS.
       01  WS-DIFERENCA                   PIC S9(011)V99 VALUE ZEROS.
       01  WS-TOT-ATUAL                   PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-SUGERIDO                PIC 9(013)V99 VALUE ZEROS.
       01  WS-QTD-AUMENTO                 PIC 9(005) VALUE ZEROS.
       01  WS-QTD-REDUCAO                 PIC 9(005) VALUE ZEROS.
           01  CAB01.
        05 PIC X(114)   VALUE "REVISAO DE LIMITES DE CREDITO".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(010)               VALUE "EMISSAO: ".
               05 CAB01A-DATA              PIC 9(008).
               05 PIC X(014)               VALUE "  SELECAO: ".
               05 CAB01A-SELECAO           PIC X(030).
           01  CAB02.
               05 PIC X(034)               VALUE " CODIGO RAZAO SOCIAL".
               05 PIC X(010)               VALUE "CONSULTA".
               05 PIC X(006)               VALUE "SCORE".
               05 PIC X(004)               VALUE "PRT".
               05 PIC X(004)               VALUE "ACO".
               05 PIC X(015)               VALUE "   LIMITE ATUAL".
               05 PIC X(016)               VALUE "  LIMITE SUGER.".
               05 PIC X(017)               VALUE "        DIFERENCA".
               05 PIC X(006)               VALUE " REST.".
               05 PIC X(014)               VALUE " SITUACAO".
       01  LDT.
           05 PIC X(001).
           05 LDT-CODIGO                  PIC ZZZZZZ9.
           05 PIC X(001).
           05 LDT-RAZAO                   PIC X(024).
           05 PIC X(001).
           05 LDT-DATA                    PIC 9(008).
           05 PIC X(002).
           05 LDT-SCORE                   PIC ZZZ9.
           05 PIC X(002).
           05 LDT-PROTESTOS               PIC ZZ9.
           05 PIC X(001).
           05 LDT-ACOES                   PIC ZZ9.
           05 PIC X(001).
           05 LDT-LIMITE-ATUAL            PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-LIMITE-SUGERIDO         PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-DIFERENCA               PIC -ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-RESTRICAO               PIC X(004).
           05 PIC X(002).
           05 LDT-SITUACAO                PIC X(012).
       01  RODAPE.
           05 PIC X(001).
           05 PIC X(012)                  VALUE "CLIENTES: ".
           05 ROD-CLIENTES                PIC ZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(013)                  VALUE "RESTRICOES: ".
           05 ROD-RESTRICOES              PIC ZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(011)                  VALUE "AUMENTOS: ".
           05 ROD-AUMENTOS                PIC ZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(011)                  VALUE "REDUCOES: ".
           05 ROD-REDUCOES                PIC ZZ.ZZ9.
       01  RODAPE2.
           05 PIC X(001).
           05 PIC X(021)          VALUE "TOTAL LIMITE ATUAL: ".
           05 ROD-TOT-ATUAL               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(003).
           05 PIC X(020)          VALUE "TOTAL SUGERIDO: ".
           05 ROD-TOT-SUGERIDO            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-SELECAO                                  PIC X(001).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-CLIENTES                             PIC 9(005).
          05 LK-QTD-RESTRICOES                           PIC 9(005).
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
               OPEN INPUT CREDITO
               IF  STAT-CREDITO NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CREDITO ! "
                      STAT-CREDITO
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

           PERFORM 2008-CABECALHO

           MOVE ZEROS              TO CRE-CLI-CODIGO
           MOVE ZEROS              TO CRE-DATA-CONSULTA
           START CREDITO KEY IS NOT LESS THAN CRE-CHAVE
           IF STAT-CREDITO NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           ELSE
              MOVE SPACES          TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ CREDITO NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
              IF WS-EOF NOT EQUAL "F"
                 IF LK-SELECAO EQUAL "T"
                    OR CRE-PENDENTE
                    PERFORM 2050-LINHA-CONSULTA
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 2006-RODAPE

           CLOSE CREDITO
           CLOSE CLIENTES

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

       2050-LINHA-CONSULTA.

           MOVE CRE-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "CLIENTE NAO ENCONTRADO"      TO LDT-RAZAO
              MOVE CRE-LIMITE-ANTERIOR           TO WS-LIMITE-ATUAL
           ELSE
              MOVE CLI-RAZAO                     TO LDT-RAZAO
              MOVE CLI-LIMITE-CREDITO            TO WS-LIMITE-ATUAL
           END-IF
           IF NOT CRE-PENDENTE
              MOVE CRE-LIMITE-ANTERIOR           TO WS-LIMITE-ATUAL
           END-IF
           MOVE CRE-CLI-CODIGO     TO LDT-CODIGO
           MOVE CRE-DATA-CONSULTA  TO LDT-DATA
           MOVE CRE-SCORE          TO LDT-SCORE
           MOVE CRE-QTD-PROTESTOS  TO LDT-PROTESTOS
           MOVE CRE-QTD-ACOES      TO LDT-ACOES
           MOVE WS-LIMITE-ATUAL    TO LDT-LIMITE-ATUAL
           MOVE CRE-LIMITE-SUGERIDO TO LDT-LIMITE-SUGERIDO
           COMPUTE WS-DIFERENCA = CRE-LIMITE-SUGERIDO - WS-LIMITE-ATUAL
           MOVE WS-DIFERENCA       TO LDT-DIFERENCA
           MOVE SPACES             TO LDT-RESTRICAO
           IF CRE-COM-RESTRICAO
              MOVE "SIM"           TO LDT-RESTRICAO
              IF CRE-RESTRICAO-NOVA
                 MOVE "NOVA"       TO LDT-RESTRICAO
              END-IF
              ADD 1                TO LK-QTD-RESTRICOES
           END-IF
           EVALUATE TRUE
              WHEN CRE-PENDENTE
                   MOVE "PENDENTE"       TO LDT-SITUACAO
              WHEN CRE-APROVADO
                   MOVE "APROVADO"       TO LDT-SITUACAO
              WHEN CRE-REJEITADO
                   MOVE "REJEITADO"      TO LDT-SITUACAO
              WHEN CRE-SUBSTITUIDO
                   MOVE "SUBSTITUIDO"    TO LDT-SITUACAO
              WHEN OTHER
                   MOVE SPACES           TO LDT-SITUACAO
           END-EVALUATE
           IF WS-DIFERENCA GREATER THAN ZEROS
              ADD 1                TO WS-QTD-AUMENTO
           END-IF
           IF WS-DIFERENCA LESS THAN ZEROS
              ADD 1                TO WS-QTD-REDUCAO
           END-IF
           ADD WS-LIMITE-ATUAL     TO WS-TOT-ATUAL
           ADD CRE-LIMITE-SUGERIDO TO WS-TOT-SUGERIDO
           ADD 1                   TO LK-QTD-CLIENTES
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2008-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 7                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-DATA-HOJE            TO CAB01A-DATA
           IF LK-SELECAO EQUAL "T"
              MOVE "TODAS AS CONSULTAS"     TO CAB01A-SELECAO
           ELSE
              MOVE "PENDENTES DE APROVACAO" TO CAB01A-SELECAO
           END-IF

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

           MOVE LK-QTD-CLIENTES    TO ROD-CLIENTES
           MOVE LK-QTD-RESTRICOES  TO ROD-RESTRICOES
           MOVE WS-QTD-AUMENTO     TO ROD-AUMENTOS
           MOVE WS-QTD-REDUCAO     TO ROD-REDUCOES
           MOVE WS-TOT-ATUAL       TO ROD-TOT-ATUAL
           MOVE WS-TOT-SUGERIDO    TO ROD-TOT-SUGERIDO
           WRITE RG-SAIDA     FROM TRACOS AFTER 2.
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           WRITE RG-SAIDA     FROM RODAPE2 AFTER 1.

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
