       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCONS.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "ALTERCPO.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "ALTERCPO.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 CLEAR-KEY                       VALUE 222.
               88 PROX-KEY                    VALUE 227.
       01  STAT-ALTERCPO                 PIC XX.
       01  WS-ARQUIVO-ABERTO             PIC X     VALUE "N".
       01  WS-ACHOU                      PIC X     VALUE SPACES.
       01  WS-LEN-CHAVE                  PIC 9(002) VALUE ZEROS.
       01  WS-LEN-CAMPO                  PIC 9(002) VALUE ZEROS.

       SCREEN SECTION.
       COPY "TELAUDC.SCR".

       PROCEDURE DIVISION.
       1000-INICIO.

           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Consulta de Alterações de Campos"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
           IF WS-ARQUIVO-ABERTO EQUAL "S"
              CLOSE ALTERCPO
           END-IF.
           GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
             WHEN PROX-KEY
                              PERFORM 4001-PROCURA-PROXIMO
                         WHEN CLEAR-KEY
                  PERFORM 4006-REINICIA

           END-EVALUATE.

       4001-PROCURA-PROXIMO.

           IF WS-ARQUIVO-ABERTO NOT EQUAL "S"
              OPEN INPUT ALTERCPO
              IF STAT-ALTERCPO NOT EQUAL "00"
                 DISPLAY MESSAGE BOX
                 "TRILHA DE ALTERACOES INDISPONIVEL !"
                 "STATUS: " STAT-ALTERCPO
                 EXIT PARAGRAPH
              END-IF
              MOVE "S"          TO WS-ARQUIVO-ABERTO
           END-IF
           PERFORM 4010-CALCULA-TAMANHOS

           MOVE "N"             TO WS-ACHOU
           PERFORM UNTIL WS-ACHOU EQUAL "S"
              READ ALTERCPO AT END
                 DISPLAY MESSAGE BOX
                 "FIM DA TRILHA DE ALTERACOES !"
                 CLOSE ALTERCPO
                 MOVE "N"       TO WS-ARQUIVO-ABERTO
                 EXIT PARAGRAPH
              END-READ
              PERFORM 4011-VERIFICA-FILTROS
           END-PERFORM

           MOVE ACP-DATA        TO T-ACP-DATA
           MOVE ACP-HORA        TO T-ACP-HORA
           MOVE ACP-OPERACAO    TO T-ACP-OPERACAO
           MOVE ACP-ARQUIVO     TO T-ACP-ARQUIVO
           MOVE ACP-CHAVE       TO T-ACP-CHAVE
           MOVE ACP-OPERADOR    TO T-ACP-OPERADOR
           MOVE ACP-PROGRAMA    TO T-ACP-PROGRAMA
           MOVE ACP-CAMPO       TO T-ACP-CAMPO
           MOVE ACP-SENSIVEL    TO T-ACP-SENSIVEL
           MOVE ACP-VALOR-ANTES TO T-ACP-VALOR-ANTES
           MOVE ACP-VALOR-DEPOIS TO T-ACP-VALOR-DEPOIS
           DISPLAY TELA.

       4011-VERIFICA-FILTROS.

           MOVE "S"             TO WS-ACHOU
           IF T-FIL-DATA-INI NOT EQUAL ZEROS
              AND ACP-DATA LESS THAN T-FIL-DATA-INI
              MOVE "N"          TO WS-ACHOU
           END-IF
           IF T-FIL-DATA-FIM NOT EQUAL ZEROS
              AND ACP-DATA GREATER THAN T-FIL-DATA-FIM
              MOVE "N"          TO WS-ACHOU
           END-IF
           IF T-FIL-ARQUIVO NOT EQUAL SPACES
              AND ACP-ARQUIVO NOT EQUAL T-FIL-ARQUIVO
              MOVE "N"          TO WS-ACHOU
           END-IF
           IF T-FIL-OPERADOR NOT EQUAL SPACES
              AND ACP-OPERADOR NOT EQUAL T-FIL-OPERADOR
              MOVE "N"          TO WS-ACHOU
           END-IF
           IF T-FIL-SENSIVEL EQUAL "S" OR "s"
              AND NOT ACP-CAMPO-SENSIVEL
              MOVE "N"          TO WS-ACHOU
           END-IF
           IF WS-LEN-CHAVE NOT EQUAL ZEROS
              AND ACP-CHAVE (1:WS-LEN-CHAVE) NOT EQUAL
                  T-FIL-CHAVE (1:WS-LEN-CHAVE)
              MOVE "N"          TO WS-ACHOU
           END-IF
           IF WS-LEN-CAMPO NOT EQUAL ZEROS
              AND ACP-CAMPO (1:WS-LEN-CAMPO) NOT EQUAL
                  T-FIL-CAMPO (1:WS-LEN-CAMPO)
              MOVE "N"          TO WS-ACHOU
           END-IF.

       4010-CALCULA-TAMANHOS.

           MOVE 24              TO WS-LEN-CHAVE
           PERFORM UNTIL WS-LEN-CHAVE = 0
                      OR T-FIL-CHAVE (WS-LEN-CHAVE:1) NOT EQUAL SPACE
              SUBTRACT 1        FROM WS-LEN-CHAVE
           END-PERFORM
           MOVE 24              TO WS-LEN-CAMPO
           PERFORM UNTIL WS-LEN-CAMPO = 0
                      OR T-FIL-CAMPO (WS-LEN-CAMPO:1) NOT EQUAL SPACE
              SUBTRACT 1        FROM WS-LEN-CAMPO
           END-PERFORM.

       4006-REINICIA.

           IF WS-ARQUIVO-ABERTO EQUAL "S"
              CLOSE ALTERCPO
              MOVE "N"          TO WS-ARQUIVO-ABERTO
           END-IF
           MOVE ZEROS           TO T-ACP-DATA
           MOVE ZEROS           TO T-ACP-HORA
           MOVE SPACES          TO T-ACP-OPERACAO
           MOVE SPACES          TO T-ACP-ARQUIVO
           MOVE SPACES          TO T-ACP-CHAVE
           MOVE SPACES          TO T-ACP-OPERADOR
           MOVE SPACES          TO T-ACP-PROGRAMA
           MOVE SPACES          TO T-ACP-CAMPO
           MOVE SPACES          TO T-ACP-SENSIVEL
           MOVE SPACES          TO T-ACP-VALOR-ANTES
           MOVE SPACES          TO T-ACP-VALOR-DEPOIS
           DISPLAY TELA.
