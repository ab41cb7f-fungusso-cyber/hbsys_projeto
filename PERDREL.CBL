       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERDAS.SL".
           COPY "CLIENTES.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "PERDAS.FD".
           COPY "CLIENTES.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PERDAS                        PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(116) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE SPACES.
       01  WS-SECAO                       PIC X(001) VALUE SPACES.
           88 WS-SECAO-BAIXAS                        VALUE "B".
           88 WS-SECAO-RECUPERACOES                  VALUE "R".
       01  WS-QTD-SECAO                   PIC 9(007) VALUE ZEROS.
       01  WS-TOT-SECAO                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-TOT-BAIXADO                 PIC 9(011)V99 VALUE ZEROS.
       01  WS-TOT-RECUPERADO              PIC 9(011)V99 VALUE ZEROS.
       01  WS-PERDA-LIQUIDA               PIC S9(011)V99 VALUE ZEROS.
           01  CAB01.
               05 PIC X(104)
                  VALUE "REGISTRO DE PERDAS E RECUPERACOES".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB04.
               05 PIC X(009)               VALUE "PERIODO: ".
               05 CAB04-INICIAL            PIC 9(008).
               05 PIC X(003)               VALUE " A ".
               05 CAB04-FINAL              PIC 9(008).
           01  CAB03.
               05 CAB03-SECAO              PIC X(060).
           01  CAB02.
               05 PIC X(008)                  VALUE " CLIENTE".
               05 PIC X(002).
               05 PIC X(025)                  VALUE "RAZAO SOCIAL".
               05 PIC X(002).
               05 PIC X(010)                  VALUE "PEDIDO/PC".
               05 PIC X(002).
               05 PIC X(008)                  VALUE "DATA".
               05 PIC X(002).
               05 PIC X(013)                  VALUE "        VALOR".
               05 PIC X(002).
               05 PIC X(010)                  VALUE "APROVADOR".
               05 PIC X(002).
               05 PIC X(030)                  VALUE "MOTIVO".
       01  LDT.
           05 PIC X(001).
           05 LDT-CLIENTE                 PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-RAZAO                   PIC X(025).
           05 PIC X(002).
           05 LDT-PEDIDO                  PIC ZZZZZZ9.
           05 PIC X(001)                  VALUE "/".
           05 LDT-PARCELA                 PIC 9(002).
           05 PIC X(002).
           05 LDT-DATA                    PIC 9(008).
           05 PIC X(002).
           05 LDT-VALOR                   PIC ZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-OPERADOR                PIC X(010).
           05 PIC X(002).
           05 LDT-MOTIVO                  PIC X(030).
       01  TOTSEC.
           05 PIC X(004).
           05 PIC X(018) VALUE "TOTAL DA SECAO..: ".
           05 TOTS-QTD                    PIC ZZZ.ZZ9.
           05 PIC X(031).
           05 TOTS-VALOR                  PIC ZZZ.ZZZ.ZZ9,99.
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(018) VALUE "TOTAL BAIXADO...: ".
           05 ROD-BAIXADO                 PIC ZZZ.ZZZ.ZZ9,99.
       01  RODREC.
           05 PIC X(004).
           05 PIC X(018) VALUE "TOTAL RECUPERADO: ".
           05 ROD-RECUPERADO              PIC ZZZ.ZZZ.ZZ9,99.
       01  RODLIQ.
           05 PIC X(004).
           05 PIC X(018) VALUE "PERDA LIQUIDA...: ".
           05 ROD-LIQUIDA                 PIC ZZZ.ZZZ.ZZ9,99-.
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
               MOVE "SAIDA"               TO WS-SAIDA-PATH
               OPEN INPUT PERDAS
               IF  STAT-PERDAS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PERDAS ! "
                      STAT-PERDAS
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

           MOVE LK-DATA-INICIAL    TO CAB04-INICIAL
           MOVE LK-DATA-FINAL      TO CAB04-FINAL
           PERFORM 2008-CABECALHO

           MOVE "B"                TO WS-SECAO
           MOVE "TITULOS BAIXADOS COMO PERDA NO PERIODO"
                                   TO CAB03-SECAO
           PERFORM 2001-LE-SECAO

           MOVE "R"                TO WS-SECAO
           MOVE "RECUPERACOES DE TITULOS BAIXADOS COMO PERDA"
                                   TO CAB03-SECAO
           PERFORM 2001-LE-SECAO

           COMPUTE WS-PERDA-LIQUIDA = WS-TOT-BAIXADO
                                    - WS-TOT-RECUPERADO
           MOVE WS-TOT-BAIXADO     TO ROD-BAIXADO
           MOVE WS-TOT-RECUPERADO  TO ROD-RECUPERADO
           MOVE WS-PERDA-LIQUIDA   TO ROD-LIQUIDA
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1
           WRITE RG-SAIDA     FROM RODREC AFTER 1
           WRITE RG-SAIDA     FROM RODLIQ AFTER 1

           CLOSE PERDAS
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

       2001-LE-SECAO.

           MOVE ZEROS              TO WS-QTD-SECAO
           MOVE ZEROS              TO WS-TOT-SECAO
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM SPACES AFTER 1
           WRITE RG-SAIDA FROM CAB03 AFTER 1

           MOVE ZEROS      TO PRD-CHAVE
           START PERDAS KEY IS GREATER THAN PRD-CHAVE
           IF STAT-PERDAS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           ELSE
              MOVE SPACES  TO WS-EOF
              READ PERDAS NEXT
              IF STAT-PERDAS NOT EQUAL "00"
                 MOVE "F"  TO WS-EOF
              END-IF
           END-IF
           PERFORM UNTIL WS-EOF = "F"
               IF PRD-APROVADA
                  IF WS-SECAO-BAIXAS
                     AND PRD-DATA-APROVACAO NOT LESS THAN
                         LK-DATA-INICIAL
                     AND PRD-DATA-APROVACAO NOT GREATER THAN
                         LK-DATA-FINAL
                     MOVE PRD-DATA-APROVACAO   TO LDT-DATA
                     MOVE PRD-VALOR-BAIXADO    TO LDT-VALOR
                     ADD PRD-VALOR-BAIXADO     TO WS-TOT-SECAO
                                                  WS-TOT-BAIXADO
                     PERFORM 2003-LINHA-PERDA
                  END-IF
                  IF WS-SECAO-RECUPERACOES
                     AND PRD-VALOR-RECUPERADO GREATER THAN ZEROS
                     AND PRD-DATA-RECUPERACAO NOT LESS THAN
                         LK-DATA-INICIAL
                     AND PRD-DATA-RECUPERACAO NOT GREATER THAN
                         LK-DATA-FINAL
                     MOVE PRD-DATA-RECUPERACAO TO LDT-DATA
                     MOVE PRD-VALOR-RECUPERADO TO LDT-VALOR
                     ADD PRD-VALOR-RECUPERADO  TO WS-TOT-SECAO
                                                  WS-TOT-RECUPERADO
                     PERFORM 2003-LINHA-PERDA
                  END-IF
               END-IF
               READ  PERDAS NEXT AT END
                   MOVE "F" TO WS-EOF
           END-PERFORM

           MOVE WS-QTD-SECAO       TO TOTS-QTD
           MOVE WS-TOT-SECAO       TO TOTS-VALOR
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM TOTSEC AFTER 1.

       2003-LINHA-PERDA.

           MOVE PRD-CLI-CODIGO        TO LDT-CLIENTE
           MOVE SPACES                TO LDT-RAZAO
           MOVE PRD-CLI-CODIGO        TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              MOVE CLI-RAZAO          TO LDT-RAZAO
           END-IF
           MOVE PRD-PED-NUMERO        TO LDT-PEDIDO
           MOVE PRD-PARCELA           TO LDT-PARCELA
           MOVE PRD-OPER-APROVADOR    TO LDT-OPERADOR
           MOVE PRD-MOTIVO            TO LDT-MOTIVO

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1 TO LINHAS, WS-QTD-SECAO
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2008-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB04 AFTER 1
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.

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
