       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTQREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRODUTOS.SL".
           COPY "ESTOQUE.SL".
           COPY "SAIDA.SL".
           COPY "SAIDACSV.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "PRODUTOS.FD".
           COPY "ESTOQUE.FD".
           COPY "SAIDA.FD".
           COPY "SAIDACSV.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PRODUTOS                      PIC XX.
       01  STAT-ESTOQUE                       PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  STAT-SAIDACSV                      PIC XX.
       01  WS-ESTOQUE-ATIVO                   PIC X      VALUE "N".
       01  WS-CSV-DELIM                       PIC X      VALUE ",".
       01  WS-CSV-LINHA                       PIC X(132) VALUE SPACES.
           01  WS-EOF-PRO                    PIC X         VALUE SPACES.
           01  CONTADOR                       PIC 9(005)    VALUE 0.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(080) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-PARAMETROS.
               05 WS-PAR-LINHAS-PAGINA     PIC 9(003).
               05 WS-PAR-DIST-MAXIMA       PIC 9(005).
               05 WS-PAR-DELIMITADOR       PIC X(001).
           01  WS-SAIDA-PATH               PIC X(040) VALUE SPACES.
       01  WS-DISPONIVEL                      PIC S9(009) VALUE ZEROS.
       01  WS-TOT-SALDO                       PIC S9(011) VALUE ZEROS.
       01  WS-TOT-RESERVADO                   PIC 9(011)  VALUE ZEROS.
       01  WS-TOT-DISPONIVEL                  PIC S9(011) VALUE ZEROS.
       01  WS-QTD-FALTA                       PIC 9(005)  VALUE ZEROS.
       01  WS-SITUACAO                        PIC X(006)  VALUE SPACES.
           01  CAB01.
        05 PIC X(068)         VALUE "RELATORIO DE POSICAO DE ESTOQUE".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB02.
               05 PIC X(008)                           VALUE "  CODIGO".
               05 PIC X(002).
               05 PIC X(030)                          VALUE "DESCRICAO".
               05 PIC X(001).
               05 PIC X(003)                                VALUE "UN".
               05 PIC X(012)                      VALUE "       SALDO".
               05 PIC X(012)                      VALUE "   RESERVADO".
               05 PIC X(012)                      VALUE "  DISPONIVEL".
               05 PIC X(001).
               05 PIC X(006)                            VALUE "SITUAC".
       01  LDT.
           05 PIC X(001).
           05 LDT-CODIGO                  PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-DESCRICAO               PIC X(030).
           05 PIC X(001).
           05 LDT-UNIDADE                 PIC X(003).
           05 LDT-SALDO                   PIC -ZZZ.ZZZ.ZZ9.
           05 LDT-RESERVADO               PIC ZZZZ.ZZZ.ZZ9.
           05 LDT-DISPONIVEL              PIC -ZZZ.ZZZ.ZZ9.
           05 PIC X(001).
           05 LDT-SITUACAO                PIC X(006).
       01  RODAPE.
           05 PIC X(010).
           05 PIC X(030) VALUE "TOTAL DE PRODUTOS IMPRESSOS: ".
           05 ROD-CONTADOR PIC ZZ.ZZ9.
           05 PIC X(005).
           05 PIC X(015) VALUE "EM FALTA: ".
           05 ROD-FALTA    PIC ZZ.ZZ9.
       01  RODTOT.
           05 PIC X(010).
           05 PIC X(007) VALUE "SALDO: ".
           05 RTT-SALDO                   PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(006) VALUE "RESV: ".
           05 RTT-RESERVADO               PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(006) VALUE "DISP: ".
           05 RTT-DISPONIVEL              PIC -ZZ.ZZZ.ZZZ.ZZ9.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
          05 LK-SOMENTE-FALTA                            PIC X(001).
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
               MOVE "SAIDA"               TO WS-SAIDA-PATH
               OPEN INPUT PRODUTOS
               IF  STAT-PRODUTOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PRODUTOS ! "
                      STAT-PRODUTOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"                   TO WS-ESTOQUE-ATIVO
               OPEN INPUT ESTOQUE
               IF STAT-ESTOQUE EQUAL "00"
                  MOVE "S"                TO WS-ESTOQUE-ATIVO
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

       2000-PROCESSA.

           PERFORM 2002-CABECALHO

           MOVE ZEROS      TO PRO-CODIGO
           START PRODUTOS KEY IS GREATER THAN PRO-CODIGO
           IF STAT-PRODUTOS NOT EQUAL "00" AND "23"
              STRING "ERRO NO START PRODUTOS ! "
                          STAT-PRODUTOS
                        DELIMITED BY SIZE
                        INTO LK-RETORNO
               END-STRING
               GOBACK
            END-IF

           MOVE SPACES     TO WS-EOF-PRO
           READ  PRODUTOS NEXT
               IF STAT-PRODUTOS NOT EQUAL "00"
                  MOVE "F"    TO WS-EOF-PRO
           END-IF

           PERFORM UNTIL WS-EOF-PRO = "F"

               PERFORM 2001-LINHA-PRODUTO

               READ  PRODUTOS NEXT AT END
                   MOVE "F" TO WS-EOF-PRO
           END-PERFORM

           PERFORM 2003-RODAPE

           CLOSE PRODUTOS
           IF WS-ESTOQUE-ATIVO EQUAL "S"
              CLOSE ESTOQUE
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

       2001-LINHA-PRODUTO.

           INITIALIZE RG-ESTOQUE
           IF WS-ESTOQUE-ATIVO EQUAL "S"
              MOVE PRO-CODIGO        TO EST-PRO-CODIGO
              READ ESTOQUE
              IF STAT-ESTOQUE NOT EQUAL "00"
                 INITIALIZE RG-ESTOQUE
              END-IF
           END-IF
           COMPUTE WS-DISPONIVEL = EST-SALDO - EST-RESERVADO

           EVALUATE TRUE
              WHEN WS-DISPONIVEL LESS THAN ZEROS
                   MOVE "FALTA"      TO WS-SITUACAO
              WHEN WS-DISPONIVEL EQUAL ZEROS
                   MOVE "ZERADO"     TO WS-SITUACAO
              WHEN OTHER
                   MOVE SPACES       TO WS-SITUACAO
           END-EVALUATE

           IF LK-SOMENTE-FALTA EQUAL "S"
              AND WS-SITUACAO EQUAL SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE PRO-CODIGO           TO LDT-CODIGO
           MOVE PRO-DESCRICAO        TO LDT-DESCRICAO
           MOVE PRO-UNIDADE          TO LDT-UNIDADE
           MOVE EST-SALDO            TO LDT-SALDO
           MOVE EST-RESERVADO        TO LDT-RESERVADO
           MOVE WS-DISPONIVEL        TO LDT-DISPONIVEL
           MOVE WS-SITUACAO          TO LDT-SITUACAO

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2002-CABECALHO
           END-IF
           ADD 1 TO LINHAS, CONTADOR
           IF WS-SITUACAO NOT EQUAL SPACES
              ADD 1                  TO WS-QTD-FALTA
           END-IF
           ADD EST-SALDO             TO WS-TOT-SALDO
           ADD EST-RESERVADO         TO WS-TOT-RESERVADO
           ADD WS-DISPONIVEL         TO WS-TOT-DISPONIVEL
           WRITE RG-SAIDA FROM LDT AFTER 1

           IF LK-GERA-CSV EQUAL "S"
              PERFORM 2004-GRAVA-CSV
           END-IF.

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

       2003-RODAPE.

           MOVE CONTADOR           TO ROD-CONTADOR
           MOVE WS-QTD-FALTA       TO ROD-FALTA
           MOVE WS-TOT-SALDO       TO RTT-SALDO
           MOVE WS-TOT-RESERVADO   TO RTT-RESERVADO
           MOVE WS-TOT-DISPONIVEL  TO RTT-DISPONIVEL
           WRITE RG-SAIDA     FROM TRACOS AFTER 2.
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           WRITE RG-SAIDA     FROM RODTOT AFTER 1.

       2004-GRAVA-CSV.

           MOVE SPACES                 TO WS-CSV-LINHA
           STRING PRO-CODIGO            DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  PRO-DESCRICAO         DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  PRO-UNIDADE           DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-SALDO             DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-RESERVADO         DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  LDT-DISPONIVEL        DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  WS-SITUACAO           DELIMITED BY SIZE
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

       2005-PREVIEW-TELA.

           OPEN INPUT SAIDA
           IF STAT-SAIDA NOT EQUAL "00"
              GOBACK
           END-IF

           MOVE SPACES             TO WS-EOF-PRO
           MOVE ZEROS              TO WS-LINHAS-TELA
           READ SAIDA AT END MOVE "F" TO WS-EOF-PRO
           PERFORM UNTIL WS-EOF-PRO EQUAL "F"
              DISPLAY RG-SAIDA
              ADD 1                TO WS-LINHAS-TELA
              IF WS-LINHAS-TELA >= WS-MAX-LINHAS
                 DISPLAY "PRESSIONE ENTER PARA CONTINUAR..."
                 ACCEPT WS-PAUSA
                 MOVE ZEROS        TO WS-LINHAS-TELA
              END-IF
              READ SAIDA AT END MOVE "F" TO WS-EOF-PRO
           END-PERFORM

           CLOSE SAIDA.

       3000-FINALIZA.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2005-PREVIEW-TELA
           END-IF

           GOBACK.
