       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "BAIXAS.SL".
           COPY "SAIDA.SL".
           COPY "WORKREC.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "BAIXAS.FD".
           COPY "SAIDA.FD".
           COPY "WORKREC.FD".

       WORKING-STORAGE SECTION.
       01  STAT-BAIXAS                        PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(092) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
       01  WS-DATA-ANT                    PIC 9(008) VALUE ZEROS.
       01  WS-TEM-DATA                    PIC X      VALUE "N".
       01  WS-QTD-BAIXAS                  PIC 9(007) VALUE ZEROS.
       01  WS-DIA-PRINCIPAL               PIC 9(011)V99 VALUE ZEROS.
       01  WS-DIA-MULTA                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-DIA-JUROS                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-DIA-RECEBIDO                PIC 9(011)V99 VALUE ZEROS.
       01  WS-TOT-PRINCIPAL               PIC 9(011)V99 VALUE ZEROS.
       01  WS-TOT-MULTA                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-TOT-JUROS                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-TOT-RECEBIDO                PIC 9(011)V99 VALUE ZEROS.
           01  CAB01.
               05 PIC X(080)
                  VALUE "RECEBIMENTOS POR DATA DE PAGAMENTO".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB03.
               05 PIC X(016)               VALUE "DATA PAGAMENTO: ".
               05 CAB03-DATA               PIC 9(008).
           01  CAB02.
               05 PIC X(008)                  VALUE " CLIENTE".
               05 PIC X(002).
               05 PIC X(010)                  VALUE "PEDIDO/PC".
               05 PIC X(002).
               05 PIC X(003)                  VALUE "SEQ".
               05 PIC X(002).
               05 PIC X(005)                  VALUE " DIAS".
               05 PIC X(002).
               05 PIC X(013)                  VALUE "    PRINCIPAL".
               05 PIC X(002).
               05 PIC X(013)                  VALUE "        MULTA".
               05 PIC X(002).
               05 PIC X(013)                  VALUE "        JUROS".
               05 PIC X(002).
               05 PIC X(013)                  VALUE "     RECEBIDO".
       01  LDT.
           05 PIC X(001).
           05 LDT-CLIENTE                 PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-PEDIDO                  PIC ZZZZZZ9.
           05 PIC X(001)                  VALUE "/".
           05 LDT-PARCELA                 PIC 9(002).
           05 PIC X(002).
           05 LDT-SEQUENCIA               PIC ZZ9.
           05 PIC X(002).
           05 LDT-DIAS                    PIC ZZZZ9.
           05 PIC X(002).
           05 LDT-PRINCIPAL               PIC ZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-MULTA                   PIC ZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-JUROS                   PIC ZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-RECEBIDO                PIC ZZ.ZZZ.ZZ9,99.
       01  TOTDIA.
           05 PIC X(004).
           05 PIC X(018) VALUE "TOTAL DO DIA....: ".
           05 PIC X(011).
           05 TOTD-PRINCIPAL              PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 TOTD-MULTA                  PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 TOTD-JUROS                  PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 TOTD-RECEBIDO               PIC ZZZ.ZZZ.ZZ9,99.
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(018) VALUE "TOTAL GERAL.....: ".
           05 PIC X(011).
           05 ROD-PRINCIPAL               PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 ROD-MULTA                   PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 ROD-JUROS                   PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 ROD-RECEBIDO                PIC ZZZ.ZZZ.ZZ9,99.
       01  RODQTD.
           05 PIC X(004).
           05 PIC X(018) VALUE "PAGAMENTOS......: ".
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
               OPEN INPUT BAIXAS
               IF  STAT-BAIXAS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR BAIXAS ! "
                      STAT-BAIXAS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF.

       2000-PROCESSA.

           SORT WORKREC ON ASCENDING SORTB-DATA-PAGAMENTO
                                     SORTB-CLI-CODIGO
                                     SORTB-PED-NUMERO
                                     SORTB-PARCELA
                                     SORTB-SEQUENCIA
                INPUT PROCEDURE 2001-SORTIN
                OUTPUT PROCEDURE 2002-SORTOUT.

       2001-SORTIN SECTION.

           MOVE ZEROS      TO BXA-CHAVE
           START BAIXAS KEY IS GREATER THAN BXA-CHAVE
           IF STAT-BAIXAS NOT EQUAL "00"
              GO TO 2001-SORTIN-EXIT
           END-IF
           MOVE SPACES     TO WS-EOF
           READ  BAIXAS NEXT
               IF STAT-BAIXAS NOT EQUAL "00"
                  MOVE "F"    TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "F"
               IF BXA-DATA-PAGAMENTO NOT LESS THAN LK-DATA-INICIAL
                  AND BXA-DATA-PAGAMENTO NOT GREATER THAN
                      LK-DATA-FINAL
                  MOVE BXA-DATA-PAGAMENTO  TO SORTB-DATA-PAGAMENTO
                  MOVE BXA-CLI-CODIGO      TO SORTB-CLI-CODIGO
                  MOVE BXA-PED-NUMERO      TO SORTB-PED-NUMERO
                  MOVE BXA-PARCELA         TO SORTB-PARCELA
                  MOVE BXA-SEQUENCIA       TO SORTB-SEQUENCIA
                  MOVE BXA-DIAS-ATRASO     TO SORTB-DIAS-ATRASO
                  MOVE BXA-VALOR-PRINCIPAL TO SORTB-VALOR-PRINCIPAL
                  MOVE BXA-VALOR-MULTA     TO SORTB-VALOR-MULTA
                  MOVE BXA-VALOR-JUROS     TO SORTB-VALOR-JUROS
                  MOVE BXA-VALOR-RECEBIDO  TO SORTB-VALOR-RECEBIDO
                  RELEASE SORT-REC-REC
               END-IF
               READ  BAIXAS NEXT AT END
                   MOVE "F" TO WS-EOF
           END-PERFORM

           CLOSE BAIXAS.

       2001-SORTIN-EXIT. EXIT.

       2002-SORTOUT SECTION.

           OPEN OUTPUT SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
               STRING "ERRO AO ABRIR ARQ. SAIDA ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF

           PERFORM 2008-CABECALHO

           RETURN WORKREC AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               PERFORM 2003-LINHA-BAIXA
               RETURN WORKREC AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-TEM-DATA EQUAL "S"
              PERFORM 2005-TOTAL-DIA
           END-IF

           MOVE WS-TOT-PRINCIPAL   TO ROD-PRINCIPAL
           MOVE WS-TOT-MULTA       TO ROD-MULTA
           MOVE WS-TOT-JUROS       TO ROD-JUROS
           MOVE WS-TOT-RECEBIDO    TO ROD-RECEBIDO
           MOVE WS-QTD-BAIXAS      TO ROD-QTD
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1
           WRITE RG-SAIDA     FROM RODQTD AFTER 1

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

       2002-SORTOUT-EXIT. EXIT.

       2003-LINHA-BAIXA SECTION.

           IF WS-TEM-DATA EQUAL "S"
              AND SORTB-DATA-PAGAMENTO NOT EQUAL WS-DATA-ANT
              PERFORM 2005-TOTAL-DIA
           END-IF

           IF WS-TEM-DATA NOT EQUAL "S"
              OR SORTB-DATA-PAGAMENTO NOT EQUAL WS-DATA-ANT
              MOVE "S"                  TO WS-TEM-DATA
              MOVE SORTB-DATA-PAGAMENTO TO WS-DATA-ANT
              MOVE SORTB-DATA-PAGAMENTO TO CAB03-DATA
              IF LINHAS > WS-MAX-LINHAS
                 PERFORM 2008-CABECALHO
              END-IF
              ADD 2                TO LINHAS
              WRITE RG-SAIDA FROM SPACES AFTER 1
              WRITE RG-SAIDA FROM CAB03 AFTER 1
           END-IF

           MOVE SORTB-CLI-CODIGO      TO LDT-CLIENTE
           MOVE SORTB-PED-NUMERO      TO LDT-PEDIDO
           MOVE SORTB-PARCELA         TO LDT-PARCELA
           MOVE SORTB-SEQUENCIA       TO LDT-SEQUENCIA
           MOVE SORTB-DIAS-ATRASO     TO LDT-DIAS
           MOVE SORTB-VALOR-PRINCIPAL TO LDT-PRINCIPAL
           MOVE SORTB-VALOR-MULTA     TO LDT-MULTA
           MOVE SORTB-VALOR-JUROS     TO LDT-JUROS
           MOVE SORTB-VALOR-RECEBIDO  TO LDT-RECEBIDO

           ADD SORTB-VALOR-PRINCIPAL  TO WS-DIA-PRINCIPAL
                                         WS-TOT-PRINCIPAL
           ADD SORTB-VALOR-MULTA      TO WS-DIA-MULTA
                                         WS-TOT-MULTA
           ADD SORTB-VALOR-JUROS      TO WS-DIA-JUROS
                                         WS-TOT-JUROS
           ADD SORTB-VALOR-RECEBIDO   TO WS-DIA-RECEBIDO
                                         WS-TOT-RECEBIDO

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1 TO LINHAS, WS-QTD-BAIXAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2003-LINHA-BAIXA-EXIT. EXIT.

       2005-TOTAL-DIA SECTION.

           MOVE WS-DIA-PRINCIPAL      TO TOTD-PRINCIPAL
           MOVE WS-DIA-MULTA          TO TOTD-MULTA
           MOVE WS-DIA-JUROS          TO TOTD-JUROS
           MOVE WS-DIA-RECEBIDO       TO TOTD-RECEBIDO
           WRITE RG-SAIDA FROM TOTDIA AFTER 1
           ADD 1                      TO LINHAS
           MOVE ZEROS                 TO WS-DIA-PRINCIPAL
           MOVE ZEROS                 TO WS-DIA-MULTA
           MOVE ZEROS                 TO WS-DIA-JUROS
           MOVE ZEROS                 TO WS-DIA-RECEBIDO.

       2005-TOTAL-DIA-EXIT. EXIT.

       2008-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 5                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.

       2008-CABECALHO-EXIT. EXIT.

       2009-PREVIEW-TELA SECTION.

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

       2009-PREVIEW-TELA-EXIT. EXIT.

       3000-FINALIZA SECTION.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2009-PREVIEW-TELA
           END-IF

           GOBACK.
