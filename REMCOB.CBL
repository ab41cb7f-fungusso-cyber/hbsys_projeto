       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMCOB.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TITULOS.SL".
           COPY "CLIENTES.SL".
           SELECT REMCOB ASSIGN TO "REMCOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-REMCOB.

       DATA DIVISION.
       FILE SECTION.
           COPY "TITULOS.FD".
           COPY "CLIENTES.FD".
       FD  REMCOB
           LABEL RECORD IS STANDARD.
       01  RG-REMCOB                       PIC X(100).

       WORKING-STORAGE SECTION.
       01  STAT-TITULOS                   PIC XX.
       01  STAT-CLIENTES                  PIC XX.
       01  STAT-REMCOB                    PIC XX.
       01  WS-EOF-TIT                     PIC X      VALUE SPACES.
       01  WS-NUM-REMESSA                 PIC 9(005) VALUE ZEROS.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-QTD-DETALHES                PIC 9(006) VALUE ZEROS.
       01  WS-TOT-REMESSA                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-SEQ-REGISTRO                PIC 9(006) VALUE ZEROS.
       01  WS-SALDO-TITULO                PIC 9(009)V99 VALUE ZEROS.
       01  REM-HEADER.
           05 FILLER                      PIC X(001) VALUE "0".
           05 FILLER                      PIC X(016)
                                          VALUE "REMESSA COBRANCA".
           05 REM-HDR-DATA                PIC 9(008).
           05 REM-HDR-NUMERO              PIC 9(005).
           05 FILLER                      PIC X(070) VALUE SPACES.
       01  REM-DETALHE.
           05 FILLER                      PIC X(001) VALUE "1".
           05 REM-DET-SEQ                 PIC 9(006).
           05 REM-DET-CLIENTE             PIC 9(007).
           05 REM-DET-PEDIDO              PIC 9(007).
           05 REM-DET-PARCELA             PIC 9(002).
           05 REM-DET-VENCIMENTO          PIC 9(008).
           05 REM-DET-VALOR               PIC 9(009)V99.
           05 REM-DET-CNPJ                PIC 9(014).
           05 REM-DET-RAZAO               PIC X(040).
           05 FILLER                      PIC X(004) VALUE SPACES.
       01  REM-TRAILER.
           05 FILLER                      PIC X(001) VALUE "9".
           05 REM-TRL-QTD                 PIC 9(006).
           05 REM-TRL-VALOR               PIC 9(013)V99.
           05 FILLER                      PIC X(078) VALUE SPACES.

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
          05 LK-NUM-REMESSA                          PIC 9(005).
          05 LK-QTD-REMETIDOS                        PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE ZEROS          TO LK-NUM-REMESSA
               MOVE ZEROS          TO LK-QTD-REMETIDOS
               ACCEPT WS-DATA-HOJE FROM DATE
               OPEN I-O TITULOS
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
               OPEN OUTPUT REMCOB
               IF  STAT-REMCOB NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. REMESSA ! "
                      STAT-REMCOB
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2000-PROCESSA.

           PERFORM 2001-DEFINE-NUMERO-REMESSA

           MOVE WS-DATA-HOJE       TO REM-HDR-DATA
           MOVE WS-NUM-REMESSA     TO REM-HDR-NUMERO
           WRITE RG-REMCOB FROM REM-HEADER

           PERFORM 2002-GERA-DETALHES

           MOVE WS-QTD-DETALHES    TO REM-TRL-QTD
           MOVE WS-TOT-REMESSA     TO REM-TRL-VALOR
           WRITE RG-REMCOB FROM REM-TRAILER

           CLOSE TITULOS
           CLOSE CLIENTES
           CLOSE REMCOB
           IF  STAT-REMCOB NOT EQUAL "00"
               STRING "ERRO AO FECHAR ARQ. REMESSA ! "
                      STAT-REMCOB
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF

           MOVE WS-NUM-REMESSA     TO LK-NUM-REMESSA
           MOVE WS-QTD-DETALHES    TO LK-QTD-REMETIDOS
           MOVE SPACES                                    TO LK-RETORNO.

       2001-DEFINE-NUMERO-REMESSA.

           MOVE ZEROS      TO WS-NUM-REMESSA
           MOVE ZEROS      TO TIT-CHAVE
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE 1       TO WS-NUM-REMESSA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF-TIT
           READ TITULOS NEXT
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-TIT
           END-IF
           PERFORM UNTIL WS-EOF-TIT EQUAL "F"
              IF TIT-NUM-REMESSA NUMERIC
                 AND TIT-NUM-REMESSA GREATER THAN WS-NUM-REMESSA
                 MOVE TIT-NUM-REMESSA TO WS-NUM-REMESSA
              END-IF
              READ TITULOS NEXT AT END
                 MOVE "F"  TO WS-EOF-TIT
              END-READ
           END-PERFORM
           ADD 1           TO WS-NUM-REMESSA.

       2002-GERA-DETALHES.

           MOVE ZEROS      TO TIT-CHAVE
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF-TIT
           READ TITULOS NEXT
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-TIT
           END-IF
           PERFORM UNTIL WS-EOF-TIT EQUAL "F"
              IF NOT TIT-PAGO
                 AND NOT TIT-PERDA
                 AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                 AND (TIT-NUM-REMESSA NOT NUMERIC
                      OR TIT-NUM-REMESSA EQUAL ZEROS)
                 PERFORM 2003-GRAVA-DETALHE
              END-IF
              READ TITULOS NEXT AT END
                 MOVE "F"  TO WS-EOF-TIT
              END-READ
           END-PERFORM.

       2003-GRAVA-DETALHE.

           COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
           ADD 1                   TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO    TO REM-DET-SEQ
           MOVE TIT-CLI-CODIGO     TO REM-DET-CLIENTE
           MOVE TIT-PED-NUMERO     TO REM-DET-PEDIDO
           MOVE TIT-PARCELA        TO REM-DET-PARCELA
           MOVE TIT-DATA-VENCIMENTO TO REM-DET-VENCIMENTO
           MOVE WS-SALDO-TITULO    TO REM-DET-VALOR
           MOVE ZEROS              TO REM-DET-CNPJ
           MOVE SPACES             TO REM-DET-RAZAO
           MOVE TIT-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              MOVE CLI-CNPJ        TO REM-DET-CNPJ
              MOVE CLI-RAZAO       TO REM-DET-RAZAO
           END-IF
           WRITE RG-REMCOB FROM REM-DETALHE
           IF STAT-REMCOB NOT EQUAL "00"
              STRING "ERRO AO GRAVAR ARQ. REMESSA ! "
                     STAT-REMCOB
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           ADD 1                   TO WS-QTD-DETALHES
           ADD WS-SALDO-TITULO     TO WS-TOT-REMESSA

           MOVE RG-TITULOS         TO WS-AUD-ANTES
           MOVE WS-NUM-REMESSA     TO TIT-NUM-REMESSA
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
           MOVE "REMCOB"                 TO WS-AUD-OPERADOR
           MOVE "REMCOB"                 TO WS-AUD-PROGRAMA
           MOVE RG-TITULOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA.

       3000-FINALIZA.

           GOBACK.
