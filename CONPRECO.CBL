       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONPRECO.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PRODUTOS.SL".
       COPY "PRECOHIS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "PRODUTOS.FD".
       COPY "PRECOHIS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 PROX-KEY                    VALUE 227.
       01  STAT-PRODUTOS                 PIC XX.
       01  STAT-PRECOHIS                 PIC XX.
       01  WS-PRODUTOS-ATIVO             PIC X     VALUE "N".
       01  WS-PRECOHIS-ATIVO             PIC X     VALUE "N".
       01  WS-PRO-HISTORICO              PIC 9(007) VALUE ZEROS.

       01  WS-LIG-PRECOVIG.
           05 WS-PVG-PRO-CODIGO          PIC 9(007).
           05 WS-PVG-DATA-REFERENCIA     PIC 9(008).
           05 WS-PVG-PRECO               PIC 9(007)V99.
           05 WS-PVG-DATA-INICIO         PIC 9(008).
           05 WS-PVG-PRECO-ANTERIOR      PIC 9(007)V99.
           05 WS-PVG-ORIGEM              PIC X(001).
           05 WS-PVG-RETORNO             PIC X(030).

       SCREEN SECTION.
       COPY "TELCPRE.SCR".

       PROCEDURE DIVISION.
       1000-INICIO.

           OPEN INPUT PRODUTOS
           IF STAT-PRODUTOS EQUAL "00"
              MOVE "S"                TO WS-PRODUTOS-ATIVO
           END-IF
           OPEN INPUT PRECOHIS
           IF STAT-PRECOHIS EQUAL "00"
              MOVE "S"                TO WS-PRECOHIS-ATIVO
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Consulta de Preco Vigente"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              CLOSE PRODUTOS
           END-IF
           IF WS-PRECOHIS-ATIVO EQUAL "S"
              CLOSE PRECOHIS
           END-IF
           GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
               WHEN WRITE-KEY
                    PERFORM 4001-CONSULTA
               WHEN PROX-KEY
                    PERFORM 4002-PROXIMO-HISTORICO
               WHEN CLEAR-KEY
                    PERFORM 4006-LIMPA-TELA
           END-EVALUATE.

       4001-CONSULTA.

           IF T-PRO-CODIGO EQUAL ZEROS
              DISPLAY MESSAGE BOX
              "CODIGO DO PRODUTO NAO INFORMADO !"
              ACCEPT T-PRO-CODIGO AT LINE 3, COL 22
              EXIT PARAGRAPH
           END-IF
           IF T-DATA-REF NOT EQUAL ZEROS
              IF T-DATA-REF(5:2) EQUAL ZEROS
                 OR T-DATA-REF(5:2) GREATER THAN 12
                 OR T-DATA-REF(7:2) EQUAL ZEROS
                 OR T-DATA-REF(7:2) GREATER THAN 31
                 DISPLAY MESSAGE BOX
                 "DATA INVALIDA !"
                 ACCEPT T-DATA-REF AT LINE 5, COL 22
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE T-PRO-CODIGO       TO WS-PVG-PRO-CODIGO
           MOVE T-DATA-REF         TO WS-PVG-DATA-REFERENCIA
           CALL "PRECOVIG" USING WS-LIG-PRECOVIG
           IF WS-PVG-RETORNO NOT EQUAL SPACES
              DISPLAY MESSAGE BOX
              WS-PVG-RETORNO
              EXIT PARAGRAPH
           END-IF
           IF T-DATA-REF EQUAL ZEROS
              ACCEPT T-DATA-REF    FROM DATE
           END-IF
           MOVE WS-PVG-PRECO       TO T-PRECO-VIGENTE
           MOVE WS-PVG-DATA-INICIO TO T-VIG-DESDE
           MOVE WS-PVG-PRECO-ANTERIOR TO T-PRECO-ANTERIOR
           IF WS-PVG-ORIGEM EQUAL "H"
              MOVE "HISTORICO"     TO T-ORIGEM
           ELSE
              MOVE "CADASTRO"      TO T-ORIGEM
           END-IF
           MOVE SPACES             TO T-PRO-DESCRICAO
           MOVE ZEROS              TO T-PRECO-LISTA
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              MOVE T-PRO-CODIGO    TO PRO-CODIGO
              READ PRODUTOS
              IF STAT-PRODUTOS EQUAL "00"
                 MOVE PRO-DESCRICAO   TO T-PRO-DESCRICAO
                 MOVE PRO-PRECO-LISTA TO T-PRECO-LISTA
              END-IF
           END-IF
           MOVE ZEROS              TO WS-PRO-HISTORICO
           PERFORM 4007-LIMPA-HISTORICO
           DISPLAY TELA.

       4002-PROXIMO-HISTORICO.

           IF WS-PRECOHIS-ATIVO NOT EQUAL "S"
              DISPLAY MESSAGE BOX
              "HISTORICO DE PRECOS INDISPONIVEL !"
              EXIT PARAGRAPH
           END-IF
           IF T-PRO-CODIGO EQUAL ZEROS
              DISPLAY MESSAGE BOX
              "CODIGO DO PRODUTO NAO INFORMADO !"
              EXIT PARAGRAPH
           END-IF
           IF WS-PRO-HISTORICO NOT EQUAL T-PRO-CODIGO
              MOVE T-PRO-CODIGO    TO PRH-PRO-CODIGO
              MOVE ZEROS           TO PRH-DATA-INICIO
              START PRECOHIS KEY IS NOT LESS THAN PRH-CHAVE
              IF STAT-PRECOHIS NOT EQUAL "00"
                 DISPLAY MESSAGE BOX
                 "PRODUTO SEM HISTORICO DE PRECOS !"
                 EXIT PARAGRAPH
              END-IF
              MOVE T-PRO-CODIGO    TO WS-PRO-HISTORICO
           END-IF
           READ PRECOHIS NEXT
           IF STAT-PRECOHIS NOT EQUAL "00"
              OR PRH-PRO-CODIGO NOT EQUAL T-PRO-CODIGO
              DISPLAY MESSAGE BOX
              "FIM DO HISTORICO DE PRECOS !"
              MOVE ZEROS           TO WS-PRO-HISTORICO
              PERFORM 4007-LIMPA-HISTORICO
              DISPLAY TELA
              EXIT PARAGRAPH
           END-IF
           MOVE PRH-DATA-INICIO    TO T-HIS-DATA
           MOVE PRH-PRECO          TO T-HIS-PRECO
           MOVE PRH-PRECO-ANTERIOR TO T-HIS-ANTERIOR
           MOVE PRH-ORIGEM         TO T-HIS-ORIGEM
           MOVE PRH-OPERADOR       TO T-HIS-OPERADOR
           MOVE PRH-DATA-REGISTRO  TO T-HIS-REGISTRO
           DISPLAY TELA.

       4006-LIMPA-TELA.

           MOVE ZEROS              TO T-PRO-CODIGO
           MOVE SPACES             TO T-PRO-DESCRICAO
           MOVE ZEROS              TO T-DATA-REF
           MOVE ZEROS              TO T-PRECO-VIGENTE
           MOVE ZEROS              TO T-VIG-DESDE
           MOVE ZEROS              TO T-PRECO-ANTERIOR
           MOVE SPACES             TO T-ORIGEM
           MOVE ZEROS              TO T-PRECO-LISTA
           MOVE ZEROS              TO WS-PRO-HISTORICO
           PERFORM 4007-LIMPA-HISTORICO
           DISPLAY TELA.

       4007-LIMPA-HISTORICO.

           MOVE ZEROS              TO T-HIS-DATA
           MOVE ZEROS              TO T-HIS-PRECO
           MOVE ZEROS              TO T-HIS-ANTERIOR
           MOVE SPACES             TO T-HIS-ORIGEM
           MOVE SPACES             TO T-HIS-OPERADOR
           MOVE ZEROS              TO T-HIS-REGISTRO.
