       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEST.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "ESTOQUE.SL".
       COPY "MOVESTOQ.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "ESTOQUE.FD".
       COPY "MOVESTOQ.FD".

       WORKING-STORAGE SECTION.
       01  STAT-ESTOQUE                    PIC XX.
       01  STAT-MOVESTOQ                   PIC XX.
       01  WS-ESTOQUE-EXISTE               PIC X      VALUE SPACES.
       01  WS-DISPONIVEL                   PIC S9(009) VALUE ZEROS.
       01  WS-DATA-HOJE                    PIC 9(008) VALUE ZEROS.
       01  WS-HORA-AGORA                   PIC 9(008) VALUE ZEROS.

       LINKAGE SECTION.
       01  LIN-MOVEST.
           05 LK-OPERACAO                         PIC X(001).
              88 LK-OPER-RESERVA                     VALUE "R".
              88 LK-OPER-LIBERACAO                   VALUE "L".
              88 LK-OPER-SAIDA                       VALUE "S".
              88 LK-OPER-DEVOLUCAO                   VALUE "D".
              88 LK-OPER-ENTRADA                     VALUE "E".
              88 LK-OPER-BAIXA                       VALUE "B".
              88 LK-OPER-ESTORNO                     VALUE "V".
              88 LK-OPER-CONSULTA                    VALUE "C".
           05 LK-PRO-CODIGO                       PIC 9(007).
           05 LK-QUANTIDADE                       PIC 9(007).
           05 LK-CLI-CODIGO                       PIC 9(007).
           05 LK-PED-NUMERO                       PIC 9(007).
           05 LK-OPERADOR                         PIC X(010).
           05 LK-HISTORICO                        PIC X(030).
           05 LK-SALDO                            PIC S9(009).
           05 LK-RESERVADO                        PIC 9(009).
           05 LK-DISPONIVEL                       PIC S9(009).
           05 LK-INSUFICIENTE                     PIC X(001).
           05 LK-RETORNO                          PIC X(030).

       PROCEDURE DIVISION USING LIN-MOVEST.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE SPACES             TO LK-RETORNO
               MOVE "N"                TO LK-INSUFICIENTE
               MOVE ZEROS              TO LK-SALDO
               MOVE ZEROS              TO LK-RESERVADO
               MOVE ZEROS              TO LK-DISPONIVEL
               IF NOT LK-OPER-RESERVA AND NOT LK-OPER-LIBERACAO
                  AND NOT LK-OPER-SAIDA AND NOT LK-OPER-DEVOLUCAO
                  AND NOT LK-OPER-ENTRADA AND NOT LK-OPER-BAIXA
                  AND NOT LK-OPER-ESTORNO AND NOT LK-OPER-CONSULTA
                  MOVE "OPERACAO DE ESTOQUE INVALIDA !" TO LK-RETORNO
                  GOBACK
               END-IF
               OPEN I-O ESTOQUE
               IF STAT-ESTOQUE EQUAL "35"
                  OPEN OUTPUT ESTOQUE
                  CLOSE ESTOQUE
                  OPEN I-O ESTOQUE
               END-IF
               IF  STAT-ESTOQUE NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ESTOQUE ! "
                      STAT-ESTOQUE
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN I-O MOVESTOQ
               IF STAT-MOVESTOQ EQUAL "35"
                  OPEN OUTPUT MOVESTOQ
                  CLOSE MOVESTOQ
                  OPEN I-O MOVESTOQ
               END-IF
               IF  STAT-MOVESTOQ NOT EQUAL "00"
                   STRING "ERRO AO ABRIR MOVESTOQ ! "
                      STAT-MOVESTOQ
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   CLOSE ESTOQUE
                   GOBACK
           END-IF.

       2000-PROCESSA.

           ACCEPT WS-DATA-HOJE    FROM DATE
           ACCEPT WS-HORA-AGORA   FROM TIME

           MOVE SPACES            TO WS-ESTOQUE-EXISTE
           MOVE LK-PRO-CODIGO     TO EST-PRO-CODIGO
           READ ESTOQUE
           IF STAT-ESTOQUE EQUAL "00"
              MOVE "S"            TO WS-ESTOQUE-EXISTE
           ELSE
              INITIALIZE RG-ESTOQUE
              MOVE LK-PRO-CODIGO  TO EST-PRO-CODIGO
           END-IF
           COMPUTE WS-DISPONIVEL = EST-SALDO - EST-RESERVADO

           IF LK-OPER-CONSULTA
              OR LK-QUANTIDADE EQUAL ZEROS
              OR LK-PRO-CODIGO EQUAL ZEROS
              PERFORM 2003-DEVOLVE-SALDOS
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN LK-OPER-RESERVA
                   IF LK-QUANTIDADE GREATER THAN WS-DISPONIVEL
                      MOVE "S"    TO LK-INSUFICIENTE
                   END-IF
                   ADD LK-QUANTIDADE      TO EST-RESERVADO
              WHEN LK-OPER-LIBERACAO
                   PERFORM 2004-LIBERA-RESERVA
              WHEN LK-OPER-SAIDA
                   IF LK-QUANTIDADE GREATER THAN EST-SALDO
                      MOVE "S"    TO LK-INSUFICIENTE
                   END-IF
                   SUBTRACT LK-QUANTIDADE FROM EST-SALDO
                   PERFORM 2004-LIBERA-RESERVA
              WHEN LK-OPER-DEVOLUCAO
                   ADD LK-QUANTIDADE      TO EST-SALDO
              WHEN LK-OPER-ENTRADA
                   ADD LK-QUANTIDADE      TO EST-SALDO
                   MOVE WS-DATA-HOJE      TO EST-DATA-ULT-ENTRADA
              WHEN LK-OPER-BAIXA
                   IF LK-QUANTIDADE GREATER THAN WS-DISPONIVEL
                      MOVE "S"    TO LK-INSUFICIENTE
                   END-IF
                   SUBTRACT LK-QUANTIDADE FROM EST-SALDO
              WHEN LK-OPER-ESTORNO
                   ADD LK-QUANTIDADE      TO EST-SALDO
                   ADD LK-QUANTIDADE      TO EST-RESERVADO
           END-EVALUATE
           MOVE WS-DATA-HOJE      TO EST-DATA-ULT-MOV

           IF WS-ESTOQUE-EXISTE EQUAL "S"
              REWRITE RG-ESTOQUE
           ELSE
              WRITE RG-ESTOQUE
           END-IF
           IF STAT-ESTOQUE NOT EQUAL "00"
              STRING "ERRO AO GRAVAR ESTOQUE ! "
                     STAT-ESTOQUE
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              EXIT PARAGRAPH
           END-IF

           PERFORM 2001-GRAVA-MOVIMENTO
           PERFORM 2003-DEVOLVE-SALDOS.

       2001-GRAVA-MOVIMENTO.

           INITIALIZE RG-MOVESTOQ
           MOVE LK-PRO-CODIGO     TO MOV-PRO-CODIGO
           MOVE WS-DATA-HOJE      TO MOV-DATA
           MOVE WS-HORA-AGORA     TO MOV-HORA
           MOVE ZEROS             TO MOV-SEQUENCIA
           MOVE LK-OPERACAO       TO MOV-TIPO
           MOVE LK-QUANTIDADE     TO MOV-QUANTIDADE
           MOVE LK-CLI-CODIGO     TO MOV-CLI-CODIGO
           MOVE LK-PED-NUMERO     TO MOV-PED-NUMERO
           MOVE EST-SALDO         TO MOV-SALDO
           MOVE EST-RESERVADO     TO MOV-RESERVADO
           MOVE LK-OPERADOR       TO MOV-OPERADOR
           MOVE LK-HISTORICO      TO MOV-HISTORICO
           WRITE RG-MOVESTOQ
           PERFORM UNTIL STAT-MOVESTOQ NOT EQUAL "22"
                      OR MOV-SEQUENCIA EQUAL 999
              ADD 1               TO MOV-SEQUENCIA
              WRITE RG-MOVESTOQ
           END-PERFORM
           IF STAT-MOVESTOQ NOT EQUAL "00"
              STRING "ERRO AO GRAVAR MOVESTOQ ! "
                     STAT-MOVESTOQ
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
           END-IF.

       2003-DEVOLVE-SALDOS.

           MOVE EST-SALDO         TO LK-SALDO
           MOVE EST-RESERVADO     TO LK-RESERVADO
           COMPUTE LK-DISPONIVEL = EST-SALDO - EST-RESERVADO.

       2004-LIBERA-RESERVA.

           IF LK-QUANTIDADE GREATER THAN EST-RESERVADO
              MOVE ZEROS          TO EST-RESERVADO
           ELSE
              SUBTRACT LK-QUANTIDADE FROM EST-RESERVADO
           END-IF.

       3000-FINALIZA.

           CLOSE ESTOQUE
           CLOSE MOVESTOQ
           GOBACK.
