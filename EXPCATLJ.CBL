       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCATLJ.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRODUTOS.SL".
           COPY "ESTOQUE.SL".
           COPY "CATCTL.SL".
           SELECT CATLOJA ASSIGN TO "CATLOJA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-CATLOJA.

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODUTOS.FD".
           COPY "ESTOQUE.FD".
           COPY "CATCTL.FD".
       FD  CATLOJA
           LABEL RECORD IS STANDARD.
       01  RG-CATLOJA                      PIC X(100).

       WORKING-STORAGE SECTION.
       01  STAT-PRODUTOS                  PIC XX.
       01  STAT-ESTOQUE                   PIC XX.
       01  STAT-CATCTL                    PIC XX.
       01  STAT-CATLOJA                   PIC XX.
       01  WS-ESTOQUE-ATIVO               PIC X      VALUE "N".
       01  WS-EOF-PRO                     PIC X      VALUE SPACES.
       01  WS-EOF-CCT                     PIC X      VALUE SPACES.
       01  WS-MODO                        PIC X(001) VALUE "C".
           88 WS-MODO-COMPLETO                VALUE "C".
           88 WS-MODO-DELTA                   VALUE "D".
       01  WS-NUM-LOTE                    PIC 9(005) VALUE ZEROS.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SEQ-REGISTRO                PIC 9(006) VALUE ZEROS.
       01  WS-QTD-ATIVOS                  PIC 9(006) VALUE ZEROS.
       01  WS-QTD-RETIRADOS               PIC 9(006) VALUE ZEROS.
       01  WS-SALDO-DISPONIVEL            PIC S9(009) VALUE ZEROS.
       01  WS-DISPONIVEL                  PIC 9(009) VALUE ZEROS.
       01  WS-CTL-EXISTE                  PIC X      VALUE SPACES.
       01  WS-ENVIAR                      PIC X      VALUE SPACES.
       01  WS-SITUACAO                    PIC X(001) VALUE SPACES.
       01  CAT-HEADER.
           05 FILLER                      PIC X(001) VALUE "0".
           05 FILLER                      PIC X(017)
                                          VALUE "CATALOGO PRODUTOS".
           05 CAT-HDR-DATA                PIC 9(008).
           05 CAT-HDR-LOTE                PIC 9(005).
           05 CAT-HDR-MODO                PIC X(001).
           05 FILLER                      PIC X(068) VALUE SPACES.
       01  CAT-DETALHE.
           05 FILLER                      PIC X(001) VALUE "1".
           05 CAT-DET-SEQ                 PIC 9(006).
           05 CAT-DET-SITUACAO            PIC X(001).
           05 CAT-DET-PRODUTO             PIC 9(007).
           05 CAT-DET-DESCRICAO           PIC X(030).
           05 CAT-DET-UNIDADE             PIC X(003).
           05 CAT-DET-PRECO               PIC 9(007)V99.
           05 CAT-DET-DISPONIVEL          PIC 9(009).
           05 CAT-DET-LINHA               PIC 9(003).
           05 FILLER                      PIC X(031) VALUE SPACES.
       01  CAT-TRAILER.
           05 FILLER                      PIC X(001) VALUE "9".
           05 CAT-TRL-QTD                 PIC 9(006).
           05 CAT-TRL-ATIVOS              PIC 9(006).
           05 CAT-TRL-RETIRADOS           PIC 9(006).
           05 FILLER                      PIC X(081) VALUE SPACES.

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-MODO                                 PIC X(001).
          05 LK-RETORNO                              PIC X(030).
       01 LIN-RESUMO.
          05 LK-NUM-LOTE                             PIC 9(005).
          05 LK-QTD-ATIVOS                           PIC 9(006).
          05 LK-QTD-RETIRADOS                        PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE ZEROS          TO LK-NUM-LOTE
               MOVE ZEROS          TO LK-QTD-ATIVOS
               MOVE ZEROS          TO LK-QTD-RETIRADOS
               MOVE "C"            TO WS-MODO
               IF LK-MODO EQUAL "D"
                  MOVE "D"         TO WS-MODO
               END-IF
               ACCEPT WS-DATA-HOJE FROM DATE
               OPEN INPUT PRODUTOS
               IF  STAT-PRODUTOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PRODUTOS ! "
                      STAT-PRODUTOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"            TO WS-ESTOQUE-ATIVO
               OPEN INPUT ESTOQUE
               IF STAT-ESTOQUE EQUAL "00"
                  MOVE "S"         TO WS-ESTOQUE-ATIVO
               END-IF
               OPEN I-O CATCTL
               IF STAT-CATCTL EQUAL "35"
                  OPEN OUTPUT CATCTL
                  CLOSE CATCTL
                  OPEN I-O CATCTL
               END-IF
               IF  STAT-CATCTL NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CATCTL ! "
                      STAT-CATCTL
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN OUTPUT CATLOJA
               IF  STAT-CATLOJA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. CATALOGO ! "
                      STAT-CATLOJA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2000-PROCESSA.

           PERFORM 2001-DEFINE-NUMERO-LOTE

           MOVE WS-DATA-HOJE       TO CAT-HDR-DATA
           MOVE WS-NUM-LOTE        TO CAT-HDR-LOTE
           MOVE WS-MODO            TO CAT-HDR-MODO
           WRITE RG-CATLOJA FROM CAT-HEADER

           PERFORM 2002-GERA-DETALHES

           MOVE WS-SEQ-REGISTRO    TO CAT-TRL-QTD
           MOVE WS-QTD-ATIVOS      TO CAT-TRL-ATIVOS
           MOVE WS-QTD-RETIRADOS   TO CAT-TRL-RETIRADOS
           WRITE RG-CATLOJA FROM CAT-TRAILER

           CLOSE PRODUTOS
           IF WS-ESTOQUE-ATIVO EQUAL "S"
              CLOSE ESTOQUE
           END-IF
           CLOSE CATCTL
           CLOSE CATLOJA
           IF  STAT-CATLOJA NOT EQUAL "00"
               STRING "ERRO AO FECHAR ARQ. CATALOGO ! "
                      STAT-CATLOJA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF

           MOVE WS-NUM-LOTE        TO LK-NUM-LOTE
           MOVE WS-QTD-ATIVOS      TO LK-QTD-ATIVOS
           MOVE WS-QTD-RETIRADOS   TO LK-QTD-RETIRADOS
           MOVE SPACES                                    TO LK-RETORNO.

       2001-DEFINE-NUMERO-LOTE.

           MOVE ZEROS      TO WS-NUM-LOTE
           MOVE ZEROS      TO CCT-PRO-CODIGO
           START CATCTL KEY IS NOT LESS THAN CCT-PRO-CODIGO
           IF STAT-CATCTL NOT EQUAL "00"
              MOVE 1       TO WS-NUM-LOTE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF-CCT
           READ CATCTL NEXT
           IF STAT-CATCTL NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-CCT
           END-IF
           PERFORM UNTIL WS-EOF-CCT EQUAL "F"
              IF CCT-LOTE GREATER THAN WS-NUM-LOTE
                 MOVE CCT-LOTE TO WS-NUM-LOTE
              END-IF
              READ CATCTL NEXT AT END
                 MOVE "F"  TO WS-EOF-CCT
              END-READ
           END-PERFORM
           ADD 1           TO WS-NUM-LOTE.

       2002-GERA-DETALHES.

           MOVE ZEROS      TO PRO-CODIGO
           START PRODUTOS KEY IS NOT LESS THAN PRO-CODIGO
           IF STAT-PRODUTOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF-PRO
           READ PRODUTOS NEXT
           IF STAT-PRODUTOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-PRO
           END-IF
           PERFORM UNTIL WS-EOF-PRO EQUAL "F"
              PERFORM 2003-AVALIA-PRODUTO
              READ PRODUTOS NEXT AT END
                 MOVE "F"  TO WS-EOF-PRO
              END-READ
           END-PERFORM.

       2003-AVALIA-PRODUTO.

           MOVE "N"                TO WS-ENVIAR
           MOVE PRO-CODIGO         TO CCT-PRO-CODIGO
           READ CATCTL
           IF STAT-CATCTL EQUAL "00"
              MOVE "S"             TO WS-CTL-EXISTE
           ELSE
              MOVE "N"             TO WS-CTL-EXISTE
              INITIALIZE RG-CATCTL
              MOVE PRO-CODIGO      TO CCT-PRO-CODIGO
           END-IF

           IF PRO-INATIVO
              IF WS-CTL-EXISTE EQUAL "S"
                 AND CCT-PUBLICADO
                 MOVE "S"          TO WS-ENVIAR
                 MOVE "R"          TO WS-SITUACAO
                 MOVE ZEROS        TO WS-DISPONIVEL
              END-IF
           ELSE
              PERFORM 2004-CALCULA-DISPONIVEL
              MOVE "A"             TO WS-SITUACAO
              IF WS-MODO-COMPLETO
                 OR WS-CTL-EXISTE NOT EQUAL "S"
                 OR NOT CCT-PUBLICADO
                 OR CCT-DESCRICAO NOT EQUAL PRO-DESCRICAO
                 OR CCT-UNIDADE NOT EQUAL PRO-UNIDADE
                 OR CCT-PRECO NOT EQUAL PRO-PRECO-LISTA
                 OR CCT-DISPONIVEL NOT EQUAL WS-DISPONIVEL
                 MOVE "S"          TO WS-ENVIAR
              END-IF
           END-IF

           IF WS-ENVIAR EQUAL "S"
              PERFORM 2005-GRAVA-DETALHE
           END-IF.

       2004-CALCULA-DISPONIVEL.

           MOVE ZEROS              TO WS-DISPONIVEL
           IF WS-ESTOQUE-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE PRO-CODIGO         TO EST-PRO-CODIGO
           READ ESTOQUE
           IF STAT-ESTOQUE NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-DISPONIVEL = EST-SALDO - EST-RESERVADO
           IF WS-SALDO-DISPONIVEL GREATER THAN ZEROS
              MOVE WS-SALDO-DISPONIVEL TO WS-DISPONIVEL
           END-IF.

       2005-GRAVA-DETALHE.

           ADD 1                   TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO    TO CAT-DET-SEQ
           MOVE WS-SITUACAO        TO CAT-DET-SITUACAO
           MOVE PRO-CODIGO         TO CAT-DET-PRODUTO
           MOVE PRO-DESCRICAO      TO CAT-DET-DESCRICAO
           MOVE PRO-UNIDADE        TO CAT-DET-UNIDADE
           MOVE PRO-PRECO-LISTA    TO CAT-DET-PRECO
           MOVE WS-DISPONIVEL      TO CAT-DET-DISPONIVEL
           MOVE PRO-LINHA          TO CAT-DET-LINHA
           WRITE RG-CATLOJA FROM CAT-DETALHE
           IF STAT-CATLOJA NOT EQUAL "00"
              STRING "ERRO AO GRAVAR ARQ. CATALOGO ! "
                     STAT-CATLOJA
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           IF WS-SITUACAO EQUAL "R"
              ADD 1                TO WS-QTD-RETIRADOS
           ELSE
              ADD 1                TO WS-QTD-ATIVOS
           END-IF

           MOVE WS-SITUACAO        TO CCT-SITUACAO
           MOVE PRO-DESCRICAO      TO CCT-DESCRICAO
           MOVE PRO-UNIDADE        TO CCT-UNIDADE
           MOVE PRO-PRECO-LISTA    TO CCT-PRECO
           MOVE WS-DISPONIVEL      TO CCT-DISPONIVEL
           MOVE WS-NUM-LOTE        TO CCT-LOTE
           MOVE WS-DATA-HOJE       TO CCT-DATA-ENVIO
           IF WS-CTL-EXISTE EQUAL "S"
              REWRITE RG-CATCTL
           ELSE
              WRITE RG-CATCTL
           END-IF
           IF STAT-CATCTL NOT EQUAL "00"
              STRING "ERRO AO GRAVAR CATCTL ! "
                     STAT-CATCTL
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       3000-FINALIZA.

           GOBACK.
