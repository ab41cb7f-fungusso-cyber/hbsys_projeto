       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOVIG.
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
       01  STAT-PRODUTOS                   PIC XX.
       01  STAT-PRECOHIS                   PIC XX.
       01  WS-PRECOHIS-ATIVO               PIC X      VALUE "N".
       01  WS-EOF-PRH                      PIC X      VALUE SPACES.
       01  WS-DATA-BUSCA                   PIC 9(008) VALUE ZEROS.

       LINKAGE SECTION.
       01  LIN-PRECOVIG.
           05 LK-PRO-CODIGO                       PIC 9(007).
           05 LK-DATA-REFERENCIA                  PIC 9(008).
           05 LK-PRECO                            PIC 9(007)V99.
           05 LK-DATA-INICIO                      PIC 9(008).
           05 LK-PRECO-ANTERIOR                   PIC 9(007)V99.
           05 LK-ORIGEM                           PIC X(001).
              88 LK-ORIGEM-HISTORICO                VALUE "H".
              88 LK-ORIGEM-CADASTRO                 VALUE "C".
           05 LK-RETORNO                          PIC X(030).

       PROCEDURE DIVISION USING LIN-PRECOVIG.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE SPACES             TO LK-RETORNO
               MOVE ZEROS              TO LK-PRECO
               MOVE ZEROS              TO LK-DATA-INICIO
               MOVE ZEROS              TO LK-PRECO-ANTERIOR
               MOVE SPACES             TO LK-ORIGEM
               MOVE LK-DATA-REFERENCIA TO WS-DATA-BUSCA
               IF WS-DATA-BUSCA EQUAL ZEROS
                  ACCEPT WS-DATA-BUSCA FROM DATE
               END-IF
               OPEN INPUT PRODUTOS
               IF  STAT-PRODUTOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PRODUTOS ! "
                      STAT-PRODUTOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
               END-IF
               MOVE "N"                TO WS-PRECOHIS-ATIVO
               OPEN INPUT PRECOHIS
               IF STAT-PRECOHIS EQUAL "00"
                  MOVE "S"             TO WS-PRECOHIS-ATIVO
               END-IF.

       2000-PROCESSA.

               MOVE LK-PRO-CODIGO      TO PRO-CODIGO
               READ PRODUTOS
               IF STAT-PRODUTOS NOT EQUAL "00"
                  MOVE "PRODUTO NAO CADASTRADO" TO LK-RETORNO
                  EXIT PARAGRAPH
               END-IF
               MOVE PRO-PRECO-LISTA    TO LK-PRECO
               MOVE "C"                TO LK-ORIGEM
               IF WS-PRECOHIS-ATIVO NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               PERFORM 2001-PROCURA-HISTORICO.

       2001-PROCURA-HISTORICO.

               MOVE LK-PRO-CODIGO      TO PRH-PRO-CODIGO
               MOVE ZEROS              TO PRH-DATA-INICIO
               START PRECOHIS KEY IS NOT LESS THAN PRH-CHAVE
               IF STAT-PRECOHIS NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES             TO WS-EOF-PRH
               READ PRECOHIS NEXT
               IF STAT-PRECOHIS NOT EQUAL "00"
                  MOVE "F"             TO WS-EOF-PRH
               END-IF
               PERFORM UNTIL WS-EOF-PRH EQUAL "F"
                  IF PRH-PRO-CODIGO NOT EQUAL LK-PRO-CODIGO
                     MOVE "F"          TO WS-EOF-PRH
                  ELSE
                     IF PRH-DATA-INICIO GREATER THAN WS-DATA-BUSCA
                        IF LK-ORIGEM NOT EQUAL "H"
                           AND PRH-PRECO-ANTERIOR NOT EQUAL ZEROS
                           MOVE PRH-PRECO-ANTERIOR TO LK-PRECO
                           MOVE "H"    TO LK-ORIGEM
                        END-IF
                        MOVE "F"       TO WS-EOF-PRH
                     ELSE
                        MOVE PRH-PRECO TO LK-PRECO
                        MOVE PRH-DATA-INICIO TO LK-DATA-INICIO
                        MOVE PRH-PRECO-ANTERIOR TO LK-PRECO-ANTERIOR
                        MOVE "H"       TO LK-ORIGEM
                        READ PRECOHIS NEXT AT END
                           MOVE "F"    TO WS-EOF-PRH
                        END-READ
                     END-IF
                  END-IF
               END-PERFORM.

       3000-FINALIZA.

               CLOSE PRODUTOS
               IF WS-PRECOHIS-ATIVO EQUAL "S"
                  CLOSE PRECOHIS
               END-IF
               GOBACK.
