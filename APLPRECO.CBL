       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLPRECO.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRECOAGE.SL".
           COPY "PRODUTOS.SL".
           COPY "PRECOHIS.SL".
           COPY "SAIDA.SL".

       DATA DIVISION.
       FILE SECTION.
           COPY "PRECOAGE.FD".
           COPY "PRODUTOS.FD".
           COPY "PRECOHIS.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PRECOAGE                  PIC XX.
       01  STAT-PRODUTOS                  PIC XX.
       01  STAT-PRECOHIS                  PIC XX.
       01  STAT-SAIDA                     PIC XX.
       01  WS-EOF-PAG                     PIC X      VALUE SPACES.
       01  WS-EOF-PRO                     PIC X      VALUE SPACES.
       01  WS-DATA-PROCESSO               PIC 9(008) VALUE ZEROS.
       01  WS-PRECO-ANTERIOR              PIC 9(007)V99 VALUE ZEROS.
       01  WS-PRECO-CALCULADO             PIC 9(007)V99 VALUE ZEROS.
       01  WS-QTD-APLICADOS               PIC 9(005) VALUE ZEROS.
       01  LDT.
           05 PIC X(001).
           05 LDT-VIGENCIA                PIC 9(008).
           05 PIC X(002).
           05 LDT-TIPO                    PIC X(001).
           05 PIC X(002).
           05 LDT-REFERENCIA              PIC ZZZZZZ9.
           05 PIC X(003).
           05 LDT-PRODUTO                 PIC ZZZZZZ9.
           05 PIC X(003).
           05 LDT-DESCRICAO               PIC X(030).
           05 PIC X(002).
           05 LDT-PRECO-ANTERIOR          PIC ZZZ.ZZ9,99.
           05 PIC X(003).
           05 LDT-PRECO-NOVO              PIC ZZZ.ZZ9,99.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-PROCESSO                        PIC 9(008).
          05 LK-RETORNO                              PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-AGENDAS                          PIC 9(006).
          05 LK-QTD-PRODUTOS                         PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE ZEROS             TO LK-QTD-AGENDAS
               MOVE ZEROS             TO LK-QTD-PRODUTOS
               IF LK-DATA-PROCESSO NOT EQUAL ZEROS
                  MOVE LK-DATA-PROCESSO TO WS-DATA-PROCESSO
               ELSE
                  ACCEPT WS-DATA-PROCESSO FROM DATE
               END-IF
               OPEN I-O PRECOAGE
               IF STAT-PRECOAGE EQUAL "35"
                  OPEN OUTPUT PRECOAGE
                  CLOSE PRECOAGE
                  OPEN I-O PRECOAGE
               END-IF
               IF  STAT-PRECOAGE NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PRECOAGE ! "
                      STAT-PRECOAGE
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN I-O PRODUTOS
               IF  STAT-PRODUTOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PRODUTOS ! "
                      STAT-PRODUTOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN I-O PRECOHIS
               IF STAT-PRECOHIS EQUAL "35"
                  OPEN OUTPUT PRECOHIS
                  CLOSE PRECOHIS
                  OPEN I-O PRECOHIS
               END-IF
               IF  STAT-PRECOHIS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PRECOHIS ! "
                      STAT-PRECOHIS
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
           END-IF
           WRITE RG-SAIDA FROM
               "APLICACAO DE ALTERACOES DE PRECO AGENDADAS"
               AFTER 1
           WRITE RG-SAIDA FROM SPACES AFTER 1.

       2000-PROCESSA.

           MOVE ZEROS      TO PAG-DATA-VIGENCIA
           MOVE SPACES     TO PAG-TIPO
           MOVE ZEROS      TO PAG-REFERENCIA
           START PRECOAGE KEY IS NOT LESS THAN PAG-CHAVE
           IF STAT-PRECOAGE NOT EQUAL "00"
              PERFORM 2090-ENCERRA
              GOBACK
           END-IF

           MOVE SPACES     TO WS-EOF-PAG
           READ PRECOAGE NEXT
           IF STAT-PRECOAGE NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-PAG
           END-IF

           PERFORM UNTIL WS-EOF-PAG EQUAL "F"

               IF PAG-DATA-VIGENCIA GREATER THAN WS-DATA-PROCESSO
                  MOVE "F" TO WS-EOF-PAG
               ELSE
                  IF PAG-PENDENTE
                     PERFORM 2001-APLICA-AGENDA
                  END-IF
                  READ PRECOAGE NEXT AT END
                      MOVE "F" TO WS-EOF-PAG
                  END-READ
               END-IF

           END-PERFORM

           PERFORM 2090-ENCERRA.

       2090-ENCERRA.

           CLOSE PRECOAGE
           CLOSE PRODUTOS
           CLOSE PRECOHIS
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

       2001-APLICA-AGENDA.

           MOVE ZEROS             TO WS-QTD-APLICADOS
           IF PAG-TIPO-PRODUTO
              MOVE PAG-REFERENCIA TO PRO-CODIGO
              READ PRODUTOS
              IF STAT-PRODUTOS EQUAL "00"
                 PERFORM 2002-ALTERA-PRECO
              END-IF
           ELSE
              PERFORM 2003-APLICA-LINHA
           END-IF

           MOVE "A"               TO PAG-SITUACAO
           MOVE WS-DATA-PROCESSO  TO PAG-DATA-APLICACAO
           MOVE WS-QTD-APLICADOS  TO PAG-QTD-PRODUTOS
           REWRITE RG-PRECOAGE
           IF STAT-PRECOAGE NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR PRECOAGE ! "
                     STAT-PRECOAGE
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           ADD 1                  TO LK-QTD-AGENDAS.

       2002-ALTERA-PRECO.

           MOVE PRO-PRECO-LISTA   TO WS-PRECO-ANTERIOR
           IF PAG-PRECO-NOVO NOT EQUAL ZEROS
              MOVE PAG-PRECO-NOVO TO WS-PRECO-CALCULADO
           ELSE
              IF PAG-REDUCAO
                 COMPUTE WS-PRECO-CALCULADO ROUNDED =
                         PRO-PRECO-LISTA * (100 - PAG-PERCENTUAL) / 100
              ELSE
                 COMPUTE WS-PRECO-CALCULADO ROUNDED =
                         PRO-PRECO-LISTA * (100 + PAG-PERCENTUAL) / 100
              END-IF
           END-IF
           IF WS-PRECO-CALCULADO EQUAL ZEROS
              OR WS-PRECO-CALCULADO EQUAL WS-PRECO-ANTERIOR
              EXIT PARAGRAPH
           END-IF

           MOVE RG-PRODUTOS       TO WS-AUD-ANTES
           MOVE WS-PRECO-CALCULADO TO PRO-PRECO-LISTA
           REWRITE RG-PRODUTOS
           IF STAT-PRODUTOS NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR PRODUTOS ! "
                     STAT-PRODUTOS
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           MOVE "PRODUTOS"        TO WS-AUD-ARQUIVO
           MOVE "A"               TO WS-AUD-OPERACAO
           MOVE PAG-OPERADOR      TO WS-AUD-OPERADOR
           MOVE "APLPRECO"        TO WS-AUD-PROGRAMA
           MOVE RG-PRODUTOS       TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA

           PERFORM 2004-GRAVA-HISTORICO

           ADD 1                  TO WS-QTD-APLICADOS
           ADD 1                  TO LK-QTD-PRODUTOS

           MOVE PAG-DATA-VIGENCIA TO LDT-VIGENCIA
           MOVE PAG-TIPO          TO LDT-TIPO
           MOVE PAG-REFERENCIA    TO LDT-REFERENCIA
           MOVE PRO-CODIGO        TO LDT-PRODUTO
           MOVE PRO-DESCRICAO     TO LDT-DESCRICAO
           MOVE WS-PRECO-ANTERIOR TO LDT-PRECO-ANTERIOR
           MOVE PRO-PRECO-LISTA   TO LDT-PRECO-NOVO
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2003-APLICA-LINHA.

           MOVE ZEROS             TO PRO-CODIGO
           START PRODUTOS KEY IS GREATER THAN PRO-CODIGO
           IF STAT-PRODUTOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO WS-EOF-PRO
           READ PRODUTOS NEXT
           IF STAT-PRODUTOS NOT EQUAL "00"
              MOVE "F"            TO WS-EOF-PRO
           END-IF
           PERFORM UNTIL WS-EOF-PRO EQUAL "F"
              IF PRO-LINHA EQUAL PAG-REFERENCIA
                 PERFORM 2002-ALTERA-PRECO
              END-IF
              READ PRODUTOS NEXT AT END
                 MOVE "F"         TO WS-EOF-PRO
              END-READ
           END-PERFORM.

       2004-GRAVA-HISTORICO.

           MOVE PRO-CODIGO        TO PRH-PRO-CODIGO
           MOVE PAG-DATA-VIGENCIA TO PRH-DATA-INICIO
           READ PRECOHIS
           IF STAT-PRECOHIS EQUAL "00"
              MOVE PRO-PRECO-LISTA TO PRH-PRECO
              MOVE "A"            TO PRH-ORIGEM
              MOVE PAG-OPERADOR   TO PRH-OPERADOR
              REWRITE RG-PRECOHIS
           ELSE
              MOVE PRO-PRECO-LISTA TO PRH-PRECO
              MOVE WS-PRECO-ANTERIOR TO PRH-PRECO-ANTERIOR
              MOVE "A"            TO PRH-ORIGEM
              MOVE PAG-OPERADOR   TO PRH-OPERADOR
              MOVE WS-DATA-PROCESSO TO PRH-DATA-REGISTRO
              WRITE RG-PRECOHIS
           END-IF
           IF STAT-PRECOHIS NOT EQUAL "00"
              STRING "ERRO AO GRAVAR PRECOHIS ! "
                     STAT-PRECOHIS
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       3000-FINALIZA.

           GOBACK.
