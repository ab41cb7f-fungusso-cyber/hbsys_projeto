       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ALTERCPO.SL".
           COPY "SAIDA.SL".
           COPY "WORKAUD.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "ALTERCPO.FD".
           COPY "SAIDA.FD".
           COPY "WORKAUD.FD".

       WORKING-STORAGE SECTION.
       01  STAT-ALTERCPO                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(132) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-PRIMEIRO                    PIC X      VALUE "S".
       01  WS-ARQ-ANT                     PIC X(008) VALUE SPACES.
       01  WS-CHAVE-ANT                   PIC X(024) VALUE SPACES.
       01  WS-QTD-ARQUIVO                 PIC 9(006) VALUE ZEROS.
           01  CAB01.
               05 PIC X(120) VALUE
                  "ALTERACOES DE CAMPOS SENSIVEIS".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(010)               VALUE "PERIODO: ".
               05 CAB01A-DATA-INI          PIC 9(008).
               05 PIC X(003)               VALUE " A ".
               05 CAB01A-DATA-FIM          PIC 9(008).
           01  CAB02.
               05 PIC X(009)                  VALUE "DATA".
               05 PIC X(005)                  VALUE "HORA".
               05 PIC X(011)                  VALUE "OPERADOR".
               05 PIC X(025)                  VALUE "CAMPO".
               05 PIC X(041)                  VALUE "VALOR ANTERIOR".
               05 PIC X(040)                  VALUE "VALOR NOVO".
       01  LCHV.
           05 PIC X(009) VALUE "ARQUIVO: ".
           05 LCHV-ARQUIVO                PIC X(008).
           05 PIC X(010) VALUE "  CHAVE: ".
           05 LCHV-CHAVE                  PIC X(024).
       01  LDT.
           05 LDT-DATA                    PIC 9(008).
           05 PIC X(001).
           05 LDT-HORA                    PIC 9(004).
           05 PIC X(001).
           05 LDT-OPERADOR                PIC X(010).
           05 PIC X(001).
           05 LDT-CAMPO                   PIC X(024).
           05 PIC X(001).
           05 LDT-VALOR-ANTES             PIC X(040).
           05 PIC X(001).
           05 LDT-VALOR-DEPOIS            PIC X(040).
       01  LTOT.
           05 LTOT-TITULO                 PIC X(030).
           05 LTOT-QTD                    PIC ZZZ.ZZ9.
       01  LVIS1.
           05 PIC X(060) VALUE
              "VISTO GERENCIA: ______________________________".
           05 PIC X(016) VALUE "DATA: __/__/__".
       01  LVIS2.
           05 PIC X(060) VALUE
              "OBSERVACOES...: ______________________________".
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-INI                                 PIC 9(008).
          05 LK-DATA-FIM                                 PIC 9(008).
          05 LK-ARQUIVO                                  PIC X(008).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-ALTERACOES                           PIC 9(006).
          05 LK-QTD-CHAVES                               PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               MOVE SPACES                TO LK-RETORNO
               MOVE ZEROS                 TO LK-QTD-ALTERACOES
               MOVE ZEROS                 TO LK-QTD-CHAVES
               OPEN INPUT ALTERCPO
               IF  STAT-ALTERCPO NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ALTERCPO ! "
                      STAT-ALTERCPO
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF.

       2000-PROCESSA.

           SORT WORKAUD ON ASCENDING SORU-ARQUIVO
                                     SORU-CHAVE
                                     SORU-DATA
                                     SORU-HORA
                                     SORU-CAMPO
                INPUT PROCEDURE 2001-SORTIN-ALTERCPO
                OUTPUT PROCEDURE 2002-SORTOUT.

       2001-SORTIN-ALTERCPO SECTION.

           MOVE SPACES             TO WS-EOF
           READ ALTERCPO AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF ACP-CAMPO-SENSIVEL
                 AND ACP-DATA NOT LESS THAN LK-DATA-INI
                 AND ACP-DATA NOT GREATER THAN LK-DATA-FIM
                 AND (LK-ARQUIVO EQUAL SPACES
                      OR ACP-ARQUIVO EQUAL LK-ARQUIVO)
                 MOVE ACP-ARQUIVO      TO SORU-ARQUIVO
                 MOVE ACP-CHAVE        TO SORU-CHAVE
                 MOVE ACP-DATA         TO SORU-DATA
                 MOVE ACP-HORA         TO SORU-HORA
                 MOVE ACP-CAMPO        TO SORU-CAMPO
                 MOVE ACP-OPERACAO     TO SORU-OPERACAO
                 MOVE ACP-OPERADOR     TO SORU-OPERADOR
                 MOVE ACP-PROGRAMA     TO SORU-PROGRAMA
                 MOVE ACP-VALOR-ANTES  TO SORU-VALOR-ANTES
                 MOVE ACP-VALOR-DEPOIS TO SORU-VALOR-DEPOIS
                 ADD 1                 TO LK-QTD-ALTERACOES
                 RELEASE SORU-REC
              END-IF
              READ ALTERCPO AT END MOVE "F" TO WS-EOF
           END-PERFORM.

       2001-SORTIN-ALTERCPO-EXIT. EXIT.

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

           PERFORM 2013-CABECALHO

           MOVE "S"                TO WS-PRIMEIRO
           MOVE SPACES             TO WS-EOF-SD

           RETURN WORKAUD AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               IF WS-PRIMEIRO EQUAL "S"
                  OR SORU-ARQUIVO NOT EQUAL WS-ARQ-ANT
                  IF WS-PRIMEIRO NOT EQUAL "S"
                     PERFORM 2007-TOTAL-ARQUIVO
                  END-IF
                  MOVE "N"          TO WS-PRIMEIRO
                  MOVE SORU-ARQUIVO TO WS-ARQ-ANT
                  MOVE ZEROS        TO WS-QTD-ARQUIVO
                  PERFORM 2009-NOVA-CHAVE
               END-IF
               IF SORU-CHAVE NOT EQUAL WS-CHAVE-ANT
                  PERFORM 2009-NOVA-CHAVE
               END-IF
               PERFORM 2011-IMPRIME-DETALHE
               RETURN WORKAUD AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-PRIMEIRO NOT EQUAL "S"
              PERFORM 2007-TOTAL-ARQUIVO
           END-IF

           MOVE "TOTAL DE ALTERACOES.........:" TO LTOT-TITULO
           MOVE LK-QTD-ALTERACOES     TO LTOT-QTD
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM LTOT AFTER 1
           MOVE "TOTAL DE REGISTROS AFETADOS.:" TO LTOT-TITULO
           MOVE LK-QTD-CHAVES         TO LTOT-QTD
           WRITE RG-SAIDA     FROM LTOT AFTER 1

           IF LINHAS > WS-MAX-LINHAS - 6
              PERFORM 2013-CABECALHO
           END-IF
           WRITE RG-SAIDA     FROM LVIS1 AFTER 3
           WRITE RG-SAIDA     FROM LVIS2 AFTER 2

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           CLOSE ALTERCPO

           MOVE SPACES                                    TO LK-RETORNO.

       2002-SORTOUT-EXIT. EXIT.

       2009-NOVA-CHAVE SECTION.

           MOVE SORU-CHAVE         TO WS-CHAVE-ANT
           ADD 1                   TO LK-QTD-CHAVES
           MOVE SORU-ARQUIVO       TO LCHV-ARQUIVO
           MOVE SORU-CHAVE         TO LCHV-CHAVE
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LCHV AFTER 2.

       2009-NOVA-CHAVE-EXIT. EXIT.

       2011-IMPRIME-DETALHE SECTION.

           MOVE SORU-DATA          TO LDT-DATA
           MOVE SORU-HORA(1:4)     TO LDT-HORA
           MOVE SORU-OPERADOR      TO LDT-OPERADOR
           MOVE SORU-CAMPO         TO LDT-CAMPO
           MOVE SORU-VALOR-ANTES   TO LDT-VALOR-ANTES
           MOVE SORU-VALOR-DEPOIS  TO LDT-VALOR-DEPOIS
           ADD 1                   TO WS-QTD-ARQUIVO
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2011-IMPRIME-DETALHE-EXIT. EXIT.

       2007-TOTAL-ARQUIVO SECTION.

           MOVE SPACES               TO LTOT-TITULO
           STRING "  ALTERACOES EM " WS-ARQ-ANT ":"
                  DELIMITED BY SIZE
                  INTO LTOT-TITULO
           END-STRING
           MOVE WS-QTD-ARQUIVO       TO LTOT-QTD
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 2                     TO LINHAS
           WRITE RG-SAIDA FROM LTOT AFTER 2.

       2007-TOTAL-ARQUIVO-EXIT. EXIT.

       2013-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE LK-DATA-INI             TO CAB01A-DATA-INI
           MOVE LK-DATA-FIM             TO CAB01A-DATA-FIM

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB01A AFTER 1
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.

       2013-CABECALHO-EXIT. EXIT.

       2021-PREVIEW-TELA SECTION.

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

       2021-PREVIEW-TELA-EXIT. EXIT.

       3000-FINALIZA SECTION.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2021-PREVIEW-TELA
           END-IF

           GOBACK.
