       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLOJA.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDIDOS.SL".
           COPY "STATLOJA.SL".
           SELECT LOJASTAT ASSIGN TO "LOJASTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-LOJASTAT.

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS.FD".
           COPY "STATLOJA.FD".
       FD  LOJASTAT
           LABEL RECORD IS STANDARD.
       01  RG-LOJASTAT                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  STAT-PEDIDOS                   PIC XX.
       01  STAT-STATLOJA                  PIC XX.
       01  STAT-LOJASTAT                  PIC XX.
       01  WS-EOF-PED                     PIC X      VALUE SPACES.
       01  WS-EOF-SLJ                     PIC X      VALUE SPACES.
       01  WS-NUM-LOTE                    PIC 9(005) VALUE ZEROS.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-QTD-DETALHES                PIC 9(006) VALUE ZEROS.
       01  WS-TOT-PEDIDOS                 PIC 9(013) VALUE ZEROS.
       01  WS-SEQ-REGISTRO                PIC 9(006) VALUE ZEROS.
       01  WS-SIT-ATUAL                   PIC X(001) VALUE SPACES.
       01  WS-ORDEM-ANT                   PIC 9(001) VALUE ZEROS.
       01  WS-ORDEM-ATUAL                 PIC 9(001) VALUE ZEROS.
       01  WS-EVENTO                      PIC X(001) VALUE SPACES.
       01  WS-GRP-CLI-CODIGO              PIC 9(007) VALUE ZEROS.
       01  WS-GRP-PED-NUMERO              PIC 9(007) VALUE ZEROS.
       01  WS-IND                         PIC 9(002) VALUE ZEROS.
       01  WS-SEQ-EVENTOS                 PIC X(007) VALUE "ARLFDEC".
       01  LJS-HEADER.
           05 FILLER                      PIC X(001) VALUE "0".
           05 FILLER                      PIC X(014)
                                          VALUE "STATUS PEDIDOS".
           05 LJS-HDR-DATA                PIC 9(008).
           05 LJS-HDR-LOTE                PIC 9(005).
           05 FILLER                      PIC X(072) VALUE SPACES.
       01  LJS-DETALHE.
           05 FILLER                      PIC X(001) VALUE "1".
           05 LJS-DET-SEQ                 PIC 9(006).
           05 LJS-DET-CLIENTE             PIC 9(007).
           05 LJS-DET-PEDIDO              PIC 9(007).
           05 LJS-DET-EVENTO              PIC X(001).
           05 LJS-DET-DATA                PIC 9(008).
           05 LJS-DET-NUM-NF              PIC 9(009).
           05 LJS-DET-MOTIVO              PIC X(030).
           05 FILLER                      PIC X(031) VALUE SPACES.
       01  LJS-TRAILER.
           05 FILLER                      PIC X(001) VALUE "9".
           05 LJS-TRL-QTD                 PIC 9(006).
           05 LJS-TRL-TOTAL               PIC 9(013).
           05 FILLER                      PIC X(080) VALUE SPACES.

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
          05 LK-NUM-LOTE                             PIC 9(005).
          05 LK-QTD-EVENTOS                          PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE ZEROS          TO LK-NUM-LOTE
               MOVE ZEROS          TO LK-QTD-EVENTOS
               ACCEPT WS-DATA-HOJE FROM DATE
               OPEN I-O PEDIDOS
               IF  STAT-PEDIDOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PEDIDOS ! "
                      STAT-PEDIDOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN I-O STATLOJA
               IF STAT-STATLOJA EQUAL "35"
                  OPEN OUTPUT STATLOJA
                  CLOSE STATLOJA
                  OPEN I-O STATLOJA
               END-IF
               IF  STAT-STATLOJA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR STATLOJA ! "
                      STAT-STATLOJA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN OUTPUT LOJASTAT
               IF  STAT-LOJASTAT NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. STATUS LOJA ! "
                      STAT-LOJASTAT
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2000-PROCESSA.

           PERFORM 2001-DETECTA-MUDANCAS
           PERFORM 2005-DEFINE-NUMERO-LOTE

           MOVE WS-DATA-HOJE       TO LJS-HDR-DATA
           MOVE WS-NUM-LOTE        TO LJS-HDR-LOTE
           WRITE RG-LOJASTAT FROM LJS-HEADER

           PERFORM 2006-GERA-DETALHES

           MOVE WS-QTD-DETALHES    TO LJS-TRL-QTD
           MOVE WS-TOT-PEDIDOS     TO LJS-TRL-TOTAL
           WRITE RG-LOJASTAT FROM LJS-TRAILER

           CLOSE PEDIDOS
           CLOSE STATLOJA
           CLOSE LOJASTAT
           IF  STAT-LOJASTAT NOT EQUAL "00"
               STRING "ERRO AO FECHAR ARQ. STATUS LOJA ! "
                      STAT-LOJASTAT
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF

           MOVE WS-NUM-LOTE        TO LK-NUM-LOTE
           MOVE WS-QTD-DETALHES    TO LK-QTD-EVENTOS
           MOVE SPACES                                    TO LK-RETORNO.

       2001-DETECTA-MUDANCAS.

           MOVE ZEROS      TO PED-CHAVE
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF-PED
           READ PEDIDOS NEXT
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-PED
           END-IF
           PERFORM UNTIL WS-EOF-PED EQUAL "F"
              IF PED-ORIGEM-LOJA
                 PERFORM 2002-AVALIA-PEDIDO
              END-IF
              READ PEDIDOS NEXT AT END
                 MOVE "F"  TO WS-EOF-PED
              END-READ
           END-PERFORM.

       2002-AVALIA-PEDIDO.

           EVALUATE TRUE
               WHEN PED-CANCELADO
                    MOVE "C"       TO WS-SIT-ATUAL
               WHEN PED-ENT-ENTREGUE
                    MOVE "E"       TO WS-SIT-ATUAL
               WHEN PED-ENT-DESPACHADO
                    MOVE "D"       TO WS-SIT-ATUAL
               WHEN PED-FATURADO
                    MOVE "F"       TO WS-SIT-ATUAL
               WHEN PED-PENDENTE
                    MOVE "P"       TO WS-SIT-ATUAL
               WHEN OTHER
                    MOVE "A"       TO WS-SIT-ATUAL
           END-EVALUATE
           IF WS-SIT-ATUAL EQUAL PED-SIT-LOJA
              EXIT PARAGRAPH
           END-IF

           EVALUATE PED-SIT-LOJA
               WHEN "F"  MOVE 1    TO WS-ORDEM-ANT
               WHEN "D"  MOVE 2    TO WS-ORDEM-ANT
               WHEN "E"  MOVE 3    TO WS-ORDEM-ANT
               WHEN OTHER MOVE 0   TO WS-ORDEM-ANT
           END-EVALUATE
           EVALUATE WS-SIT-ATUAL
               WHEN "F"  MOVE 1    TO WS-ORDEM-ATUAL
               WHEN "D"  MOVE 2    TO WS-ORDEM-ATUAL
               WHEN "E"  MOVE 3    TO WS-ORDEM-ATUAL
               WHEN OTHER MOVE 0   TO WS-ORDEM-ATUAL
           END-EVALUATE

           IF PED-SIT-LOJA EQUAL "P"
              AND WS-SIT-ATUAL NOT EQUAL "P"
              AND WS-SIT-ATUAL NOT EQUAL "C"
              MOVE "L"             TO WS-EVENTO
              PERFORM 2003-GRAVA-EVENTO
           END-IF
           IF WS-SIT-ATUAL EQUAL "C"
              MOVE "C"             TO WS-EVENTO
              PERFORM 2003-GRAVA-EVENTO
           END-IF
           IF WS-ORDEM-ATUAL NOT LESS THAN 1
              AND WS-ORDEM-ANT LESS THAN 1
              MOVE "F"             TO WS-EVENTO
              PERFORM 2003-GRAVA-EVENTO
           END-IF
           IF WS-ORDEM-ATUAL NOT LESS THAN 2
              AND WS-ORDEM-ANT LESS THAN 2
              MOVE "D"             TO WS-EVENTO
              PERFORM 2003-GRAVA-EVENTO
           END-IF
           IF WS-ORDEM-ATUAL EQUAL 3
              MOVE "E"             TO WS-EVENTO
              PERFORM 2003-GRAVA-EVENTO
           END-IF

           MOVE RG-PEDIDOS         TO WS-AUD-ANTES
           MOVE WS-SIT-ATUAL       TO PED-SIT-LOJA
           PERFORM 2004-REGRAVA-PEDIDO.

       2003-GRAVA-EVENTO.

           INITIALIZE RG-STATLOJA
           MOVE PED-CLI-CODIGO     TO SLJ-CLI-CODIGO
           MOVE PED-NUMERO         TO SLJ-PED-NUMERO
           MOVE WS-EVENTO          TO SLJ-EVENTO
           MOVE WS-DATA-HOJE       TO SLJ-DATA-EVENTO
           IF SLJ-FATURADO OR SLJ-DESPACHADO OR SLJ-ENTREGUE
              MOVE PED-NUM-NF      TO SLJ-NUM-NF
           END-IF
           WRITE RG-STATLOJA
           IF STAT-STATLOJA NOT EQUAL "00"
              AND STAT-STATLOJA NOT EQUAL "22"
              STRING "ERRO AO GRAVAR STATLOJA ! "
                     STAT-STATLOJA
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2004-REGRAVA-PEDIDO.

           REWRITE RG-PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR PEDIDOS ! "
                     STAT-PEDIDOS
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "EXPLOJA"                TO WS-AUD-OPERADOR
           MOVE "EXPLOJA"                TO WS-AUD-PROGRAMA
           MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA.

       2005-DEFINE-NUMERO-LOTE.

           MOVE ZEROS      TO WS-NUM-LOTE
           MOVE ZEROS      TO SLJ-CLI-CODIGO
           MOVE ZEROS      TO SLJ-PED-NUMERO
           MOVE SPACES     TO SLJ-EVENTO
           START STATLOJA KEY IS NOT LESS THAN SLJ-CHAVE
           IF STAT-STATLOJA NOT EQUAL "00"
              MOVE 1       TO WS-NUM-LOTE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF-SLJ
           READ STATLOJA NEXT
           IF STAT-STATLOJA NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-SLJ
           END-IF
           PERFORM UNTIL WS-EOF-SLJ EQUAL "F"
              IF SLJ-LOTE GREATER THAN WS-NUM-LOTE
                 MOVE SLJ-LOTE TO WS-NUM-LOTE
              END-IF
              READ STATLOJA NEXT AT END
                 MOVE "F"  TO WS-EOF-SLJ
              END-READ
           END-PERFORM
           ADD 1           TO WS-NUM-LOTE.

       2006-GERA-DETALHES.

           MOVE ZEROS      TO SLJ-CLI-CODIGO
           MOVE ZEROS      TO SLJ-PED-NUMERO
           MOVE SPACES     TO SLJ-EVENTO
           START STATLOJA KEY IS NOT LESS THAN SLJ-CHAVE
           IF STAT-STATLOJA NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF-SLJ
           READ STATLOJA NEXT
           IF STAT-STATLOJA NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-SLJ
           END-IF
           PERFORM UNTIL WS-EOF-SLJ EQUAL "F"
              MOVE SLJ-CLI-CODIGO  TO WS-GRP-CLI-CODIGO
              MOVE SLJ-PED-NUMERO  TO WS-GRP-PED-NUMERO
              PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 7
                 MOVE WS-GRP-CLI-CODIGO TO SLJ-CLI-CODIGO
                 MOVE WS-GRP-PED-NUMERO TO SLJ-PED-NUMERO
                 MOVE WS-SEQ-EVENTOS(WS-IND:1) TO SLJ-EVENTO
                 READ STATLOJA
                 IF STAT-STATLOJA EQUAL "00"
                    AND SLJ-LOTE EQUAL ZEROS
                    PERFORM 2007-GRAVA-DETALHE
                 END-IF
              END-PERFORM
              MOVE WS-GRP-CLI-CODIGO TO SLJ-CLI-CODIGO
              MOVE WS-GRP-PED-NUMERO TO SLJ-PED-NUMERO
              MOVE HIGH-VALUES       TO SLJ-EVENTO
              START STATLOJA KEY IS GREATER THAN SLJ-CHAVE
              IF STAT-STATLOJA NOT EQUAL "00"
                 MOVE "F"  TO WS-EOF-SLJ
              ELSE
                 READ STATLOJA NEXT AT END
                    MOVE "F"  TO WS-EOF-SLJ
                 END-READ
              END-IF
           END-PERFORM.

       2007-GRAVA-DETALHE.

           ADD 1                   TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO    TO LJS-DET-SEQ
           MOVE SLJ-CLI-CODIGO     TO LJS-DET-CLIENTE
           MOVE SLJ-PED-NUMERO     TO LJS-DET-PEDIDO
           MOVE SLJ-EVENTO         TO LJS-DET-EVENTO
           MOVE SLJ-DATA-EVENTO    TO LJS-DET-DATA
           MOVE SLJ-NUM-NF         TO LJS-DET-NUM-NF
           MOVE SLJ-MOTIVO         TO LJS-DET-MOTIVO
           WRITE RG-LOJASTAT FROM LJS-DETALHE
           IF STAT-LOJASTAT NOT EQUAL "00"
              STRING "ERRO AO GRAVAR ARQ. STATUS LOJA ! "
                     STAT-LOJASTAT
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           ADD 1                   TO WS-QTD-DETALHES
           ADD SLJ-PED-NUMERO      TO WS-TOT-PEDIDOS

           MOVE WS-NUM-LOTE        TO SLJ-LOTE
           MOVE WS-DATA-HOJE       TO SLJ-DATA-ENVIO
           REWRITE RG-STATLOJA
           IF STAT-STATLOJA NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR STATLOJA ! "
                     STAT-STATLOJA
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       3000-FINALIZA.

           GOBACK.
