       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PLANOVIS.SL".
           COPY "VISITAS.SL".
           COPY "CLIENTES.SL".
           COPY "VENDEDOR.SL".
           COPY "SAIDA.SL".
           COPY "WORKPL.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "PLANOVIS.FD".
           COPY "VISITAS.FD".
           COPY "CLIENTES.FD".
           COPY "VENDEDOR.FD".
           COPY "SAIDA.FD".
           COPY "WORKPL.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PLANOVIS                      PIC XX.
       01  STAT-VISITAS                       PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-VIS                    PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(080) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-PRIMEIRO                    PIC X      VALUE "S".
       01  WS-SUP-ANT                     PIC 9(003) VALUE ZEROS.
       01  WS-VEN-ANT                     PIC 9(003) VALUE ZEROS.
       01  WS-VEN-LIDO                    PIC 9(003) VALUE ZEROS.
       01  WS-SUPERVISOR                  PIC 9(003) VALUE ZEROS.
       01  WS-DATA-REALIZADA              PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-INICIO               PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-FIM                  PIC 9(007) VALUE ZEROS.
       01  WS-PERC-CUMPRIMENTO            PIC 9(003)V99 VALUE ZEROS.
       01  WS-DATA-CONV.
           05 FILLER                      PIC 9(002).
           05 WS-CONV-AA                  PIC 9(002).
           05 WS-CONV-MM                  PIC 9(002).
           05 WS-CONV-DD                  PIC 9(002).
       01  WS-DIAS-SERIAL                 PIC 9(007) VALUE ZEROS.
       01  WS-CONV-ANO                    PIC 9(004) VALUE ZEROS.
       01  WS-CONV-MES                    PIC 9(002) VALUE ZEROS.
       01  WS-QUOC-4                      PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-100                    PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-400                    PIC 9(004) VALUE ZEROS.
       01  TABELA-MES-ACUM.
           05 PIC X(036) VALUE "000031059090120151181212243273304334".
       01  FILLER REDEFINES TABELA-MES-ACUM.
           05 TAB-MES-ACUM OCCURS 12      PIC 9(003).
       01  WS-TOT-VENDEDOR.
           05 WS-VEN-PREVISTAS            PIC 9(005).
           05 WS-VEN-REALIZADAS           PIC 9(005).
           05 WS-VEN-NAO-REALIZADAS       PIC 9(005).
           05 WS-VEN-EXTRAS               PIC 9(005).
       01  WS-TOT-SUPERVISOR.
           05 WS-SUP-PREVISTAS            PIC 9(005).
           05 WS-SUP-REALIZADAS           PIC 9(005).
           05 WS-SUP-NAO-REALIZADAS       PIC 9(005).
           05 WS-SUP-EXTRAS               PIC 9(005).
       01  WS-TOT-IMPRESSAO.
           05 WS-IMP-PREVISTAS            PIC 9(005).
           05 WS-IMP-REALIZADAS           PIC 9(005).
           05 WS-IMP-NAO-REALIZADAS       PIC 9(005).
           05 WS-IMP-EXTRAS               PIC 9(005).
           01  CAB01.
               05 PIC X(068) VALUE
                  "CUMPRIMENTO DO PLANO SEMANAL DE VISITAS".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(018)               VALUE "SEMANA INICIADA: ".
               05 CAB01A-SEMANA            PIC 9(008).
           01  CAB02.
               05 PIC X(009)                  VALUE "CLIENTE".
               05 PIC X(042)                  VALUE "RAZAO SOCIAL".
               05 PIC X(016)                  VALUE "SITUACAO".
               05 PIC X(008)                  VALUE "VISITA".
       01  LSUP.
           05 PIC X(012) VALUE "SUPERVISOR: ".
           05 LSUP-CODIGO                 PIC ZZ9.
           05 PIC X(003) VALUE " - ".
           05 LSUP-NOME                   PIC X(040).
       01  LVEN.
           05 PIC X(002).
           05 PIC X(010) VALUE "VENDEDOR: ".
           05 LVEN-CODIGO                 PIC ZZ9.
           05 PIC X(003) VALUE " - ".
           05 LVEN-NOME                   PIC X(040).
       01  LDT.
           05 LDT-CLIENTE                 PIC 9(007).
           05 PIC X(002).
           05 LDT-RAZAO                   PIC X(040).
           05 PIC X(002).
           05 LDT-SITUACAO                PIC X(014).
           05 PIC X(002).
           05 LDT-DATA                    PIC 9(008).
       01  LTOT.
           05 LTOT-TITULO                 PIC X(012).
           05 PIC X(006) VALUE "PREV: ".
           05 LTOT-PREVISTAS              PIC ZZ.ZZ9.
           05 PIC X(008) VALUE "  REAL: ".
           05 LTOT-REALIZADAS             PIC ZZ.ZZ9.
           05 PIC X(010) VALUE "  N/REAL: ".
           05 LTOT-NAO-REALIZADAS         PIC ZZ.ZZ9.
           05 PIC X(009) VALUE "  EXTRA: ".
           05 LTOT-EXTRAS                 PIC ZZ.ZZ9.
           05 PIC X(003).
           05 LTOT-PERC                   PIC ZZ9,99.
           05 PIC X(001) VALUE "%".
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-VENDEDOR                                 PIC 9(003).
          05 LK-SEMANA                                   PIC 9(008).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-PREVISTAS                            PIC 9(006).
          05 LK-QTD-REALIZADAS                           PIC 9(006).
          05 LK-QTD-NAO-REALIZADAS                       PIC 9(006).
          05 LK-QTD-EXTRAS                               PIC 9(006).
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
               MOVE ZEROS                 TO LK-QTD-PREVISTAS
               MOVE ZEROS                 TO LK-QTD-REALIZADAS
               MOVE ZEROS                 TO LK-QTD-NAO-REALIZADAS
               MOVE ZEROS                 TO LK-QTD-EXTRAS
               MOVE LK-SEMANA             TO WS-DATA-CONV
               PERFORM 2010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL        TO WS-SERIAL-INICIO
               COMPUTE WS-SERIAL-FIM = WS-SERIAL-INICIO + 6
               OPEN INPUT PLANOVIS
               IF  STAT-PLANOVIS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PLANOVIS ! "
                      STAT-PLANOVIS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT VISITAS
               IF  STAT-VISITAS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VISITAS ! "
                      STAT-VISITAS
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
               OPEN INPUT VENDEDOR
               IF  STAT-VENDEDOR NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VENDEDOR ! "
                      STAT-VENDEDOR
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF.

       2000-PROCESSA.

           SORT WORKPL ON ASCENDING SORP-SUPERVISOR
                                    SORP-VEN-CODIGO
                                    SORP-SITUACAO
                                    SORP-CLI-CODIGO
                                    SORP-DATA-VISITA
                INPUT PROCEDURE 2001-SORTIN-PLANO
                OUTPUT PROCEDURE 2002-SORTOUT.

       2001-SORTIN-PLANO SECTION.

           MOVE LK-VENDEDOR        TO PLV-VEN-CODIGO
           MOVE ZEROS              TO PLV-SEMANA
           MOVE ZEROS              TO PLV-CLI-CODIGO
           START PLANOVIS KEY IS NOT LESS THAN PLV-CHAVE
           IF STAT-PLANOVIS NOT EQUAL "00"
              GO TO 2001-SORTIN-EXTRAS
           END-IF
           MOVE SPACES             TO WS-EOF
           READ PLANOVIS NEXT
           IF STAT-PLANOVIS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF LK-VENDEDOR NOT EQUAL ZEROS
                 AND PLV-VEN-CODIGO NOT EQUAL LK-VENDEDOR
                 MOVE "F"          TO WS-EOF
              ELSE
                 IF PLV-SEMANA EQUAL LK-SEMANA
                    PERFORM 2003-VERIFICA-PLANEJADA
                 END-IF
                 READ PLANOVIS NEXT AT END
                    MOVE "F"       TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.

       2001-SORTIN-EXTRAS.

           MOVE ZEROS              TO VIS-CHAVE
           START VISITAS KEY IS GREATER THAN VIS-CHAVE
           IF STAT-VISITAS NOT EQUAL "00"
              GO TO 2001-SORTIN-PLANO-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ VISITAS NEXT
           IF STAT-VISITAS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF VIS-DATA NOT LESS THAN LK-SEMANA
                 AND VIS-VEN-CODIGO NOT EQUAL ZEROS
                 AND NOT VIS-GEO-NAO-VERIFICADA
                 AND (LK-VENDEDOR EQUAL ZEROS
                      OR VIS-VEN-CODIGO EQUAL LK-VENDEDOR)
                 PERFORM 2004-VERIFICA-EXTRA
              END-IF
              READ VISITAS NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2001-SORTIN-PLANO-EXIT. EXIT.

       2003-VERIFICA-PLANEJADA SECTION.

           MOVE ZEROS              TO WS-DATA-REALIZADA
           MOVE PLV-CLI-CODIGO     TO VIS-CLI-CODIGO
           MOVE LK-SEMANA          TO VIS-DATA
           START VISITAS KEY IS NOT LESS THAN VIS-CHAVE
           IF STAT-VISITAS NOT EQUAL "00"
              GO TO 2003-LIBERA-PLANEJADA
           END-IF
           MOVE SPACES             TO WS-EOF-VIS
           READ VISITAS NEXT
           IF STAT-VISITAS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-VIS
           END-IF
           PERFORM UNTIL WS-EOF-VIS EQUAL "F"
              IF VIS-CLI-CODIGO NOT EQUAL PLV-CLI-CODIGO
                 MOVE "F"          TO WS-EOF-VIS
              ELSE
                 MOVE VIS-DATA     TO WS-DATA-CONV
                 PERFORM 2010-CALCULA-SERIAL
                 IF WS-DIAS-SERIAL GREATER THAN WS-SERIAL-FIM
                    MOVE "F"       TO WS-EOF-VIS
                 ELSE
                    IF VIS-VEN-CODIGO EQUAL PLV-VEN-CODIGO
                       AND NOT VIS-GEO-NAO-VERIFICADA
                       MOVE VIS-DATA TO WS-DATA-REALIZADA
                       MOVE "F"    TO WS-EOF-VIS
                    ELSE
                       READ VISITAS NEXT AT END
                          MOVE "F" TO WS-EOF-VIS
                       END-READ
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2003-LIBERA-PLANEJADA.

           MOVE PLV-VEN-CODIGO     TO WS-VEN-LIDO
           PERFORM 2005-LE-SUPERVISOR
           MOVE PLV-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE SPACES          TO CLI-RAZAO
           END-IF
           MOVE WS-SUPERVISOR      TO SORP-SUPERVISOR
           MOVE PLV-VEN-CODIGO     TO SORP-VEN-CODIGO
           MOVE PLV-CLI-CODIGO     TO SORP-CLI-CODIGO
           MOVE WS-DATA-REALIZADA  TO SORP-DATA-VISITA
           MOVE CLI-RAZAO          TO SORP-RAZAO
           ADD 1                   TO LK-QTD-PREVISTAS
           IF WS-DATA-REALIZADA EQUAL ZEROS
              MOVE "2"             TO SORP-SITUACAO
              ADD 1                TO LK-QTD-NAO-REALIZADAS
           ELSE
              MOVE "1"             TO SORP-SITUACAO
              ADD 1                TO LK-QTD-REALIZADAS
           END-IF
           RELEASE SORP-REC.

       2003-VERIFICA-PLANEJADA-EXIT. EXIT.

       2004-VERIFICA-EXTRA SECTION.

           MOVE VIS-DATA           TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           IF WS-DIAS-SERIAL GREATER THAN WS-SERIAL-FIM
              GO TO 2004-VERIFICA-EXTRA-EXIT
           END-IF
           MOVE VIS-VEN-CODIGO     TO PLV-VEN-CODIGO
           MOVE LK-SEMANA          TO PLV-SEMANA
           MOVE VIS-CLI-CODIGO     TO PLV-CLI-CODIGO
           READ PLANOVIS
           IF STAT-PLANOVIS EQUAL "00"
              GO TO 2004-VERIFICA-EXTRA-EXIT
           END-IF
           MOVE VIS-VEN-CODIGO     TO WS-VEN-LIDO
           PERFORM 2005-LE-SUPERVISOR
           MOVE VIS-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE SPACES          TO CLI-RAZAO
           END-IF
           MOVE WS-SUPERVISOR      TO SORP-SUPERVISOR
           MOVE VIS-VEN-CODIGO     TO SORP-VEN-CODIGO
           MOVE "3"                TO SORP-SITUACAO
           MOVE VIS-CLI-CODIGO     TO SORP-CLI-CODIGO
           MOVE VIS-DATA           TO SORP-DATA-VISITA
           MOVE CLI-RAZAO          TO SORP-RAZAO
           ADD 1                   TO LK-QTD-EXTRAS
           RELEASE SORP-REC.

       2004-VERIFICA-EXTRA-EXIT. EXIT.

       2005-LE-SUPERVISOR SECTION.

           IF WS-VEN-LIDO EQUAL VEN-CODIGO
              AND STAT-VENDEDOR EQUAL "00"
              GO TO 2005-LE-SUPERVISOR-EXIT
           END-IF
           MOVE ZEROS              TO WS-SUPERVISOR
           MOVE WS-VEN-LIDO        TO VEN-CODIGO
           READ VENDEDOR
           IF STAT-VENDEDOR EQUAL "00"
              MOVE VEN-SUPERVISOR  TO WS-SUPERVISOR
           END-IF.

       2005-LE-SUPERVISOR-EXIT. EXIT.

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

           RETURN WORKPL AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               IF WS-PRIMEIRO EQUAL "S"
                  OR SORP-SUPERVISOR NOT EQUAL WS-SUP-ANT
                  IF WS-PRIMEIRO NOT EQUAL "S"
                     PERFORM 2007-TOTAL-VENDEDOR
                     PERFORM 2008-TOTAL-SUPERVISOR
                  END-IF
                  PERFORM 2006-NOVO-SUPERVISOR
                  PERFORM 2009-NOVO-VENDEDOR
               END-IF
               IF SORP-VEN-CODIGO NOT EQUAL WS-VEN-ANT
                  PERFORM 2007-TOTAL-VENDEDOR
                  PERFORM 2009-NOVO-VENDEDOR
               END-IF
               PERFORM 2011-IMPRIME-DETALHE
               RETURN WORKPL AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-PRIMEIRO NOT EQUAL "S"
              PERFORM 2007-TOTAL-VENDEDOR
              PERFORM 2008-TOTAL-SUPERVISOR
           END-IF

           MOVE LK-QTD-PREVISTAS      TO WS-IMP-PREVISTAS
           MOVE LK-QTD-REALIZADAS     TO WS-IMP-REALIZADAS
           MOVE LK-QTD-NAO-REALIZADAS TO WS-IMP-NAO-REALIZADAS
           MOVE LK-QTD-EXTRAS         TO WS-IMP-EXTRAS
           MOVE "TOTAL GERAL "        TO LTOT-TITULO
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           PERFORM 2012-IMPRIME-TOTAIS

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           CLOSE PLANOVIS
           CLOSE VISITAS
           CLOSE CLIENTES
           CLOSE VENDEDOR

           MOVE SPACES                                    TO LK-RETORNO.

       2002-SORTOUT-EXIT. EXIT.

       2006-NOVO-SUPERVISOR SECTION.

           MOVE "N"                TO WS-PRIMEIRO
           MOVE SORP-SUPERVISOR    TO WS-SUP-ANT
           INITIALIZE WS-TOT-SUPERVISOR
           MOVE SORP-SUPERVISOR    TO LSUP-CODIGO
           MOVE "SEM SUPERVISOR"   TO LSUP-NOME
           IF SORP-SUPERVISOR NOT EQUAL ZEROS
              MOVE SORP-SUPERVISOR TO VEN-CODIGO
              READ VENDEDOR
              IF STAT-VENDEDOR EQUAL "00"
                 MOVE VEN-NOME     TO LSUP-NOME
              ELSE
                 MOVE SPACES       TO LSUP-NOME
              END-IF
           END-IF
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LSUP AFTER 2.

       2006-NOVO-SUPERVISOR-EXIT. EXIT.

       2009-NOVO-VENDEDOR SECTION.

           MOVE SORP-VEN-CODIGO    TO WS-VEN-ANT
           INITIALIZE WS-TOT-VENDEDOR
           MOVE SORP-VEN-CODIGO    TO VEN-CODIGO
           READ VENDEDOR
           IF STAT-VENDEDOR NOT EQUAL "00"
              MOVE SPACES          TO VEN-NOME
           END-IF
           MOVE SORP-VEN-CODIGO    TO LVEN-CODIGO
           MOVE VEN-NOME           TO LVEN-NOME
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LVEN AFTER 2.

       2009-NOVO-VENDEDOR-EXIT. EXIT.

       2011-IMPRIME-DETALHE SECTION.

           MOVE SORP-CLI-CODIGO    TO LDT-CLIENTE
           MOVE SORP-RAZAO         TO LDT-RAZAO
           MOVE SORP-DATA-VISITA   TO LDT-DATA
           EVALUATE SORP-SITUACAO
               WHEN "1"
                    MOVE "REALIZADA"       TO LDT-SITUACAO
                    ADD 1          TO WS-VEN-PREVISTAS
                    ADD 1          TO WS-VEN-REALIZADAS
               WHEN "2"
                    MOVE "NAO REALIZADA"   TO LDT-SITUACAO
                    ADD 1          TO WS-VEN-PREVISTAS
                    ADD 1          TO WS-VEN-NAO-REALIZADAS
               WHEN OTHER
                    MOVE "NAO PREVISTA"    TO LDT-SITUACAO
                    ADD 1          TO WS-VEN-EXTRAS
           END-EVALUATE
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2011-IMPRIME-DETALHE-EXIT. EXIT.

       2007-TOTAL-VENDEDOR SECTION.

           ADD WS-VEN-PREVISTAS      TO WS-SUP-PREVISTAS
           ADD WS-VEN-REALIZADAS     TO WS-SUP-REALIZADAS
           ADD WS-VEN-NAO-REALIZADAS TO WS-SUP-NAO-REALIZADAS
           ADD WS-VEN-EXTRAS         TO WS-SUP-EXTRAS
           MOVE WS-TOT-VENDEDOR      TO WS-TOT-IMPRESSAO
           MOVE "  VENDEDOR  "       TO LTOT-TITULO
           PERFORM 2012-IMPRIME-TOTAIS.

       2007-TOTAL-VENDEDOR-EXIT. EXIT.

       2008-TOTAL-SUPERVISOR SECTION.

           MOVE WS-TOT-SUPERVISOR    TO WS-TOT-IMPRESSAO
           MOVE "SUPERVISOR  "       TO LTOT-TITULO
           PERFORM 2012-IMPRIME-TOTAIS.

       2008-TOTAL-SUPERVISOR-EXIT. EXIT.

       2012-IMPRIME-TOTAIS SECTION.

           MOVE WS-IMP-PREVISTAS      TO LTOT-PREVISTAS
           MOVE WS-IMP-REALIZADAS     TO LTOT-REALIZADAS
           MOVE WS-IMP-NAO-REALIZADAS TO LTOT-NAO-REALIZADAS
           MOVE WS-IMP-EXTRAS         TO LTOT-EXTRAS
           MOVE ZEROS                 TO WS-PERC-CUMPRIMENTO
           IF WS-IMP-PREVISTAS NOT EQUAL ZEROS
              COMPUTE WS-PERC-CUMPRIMENTO ROUNDED =
                      WS-IMP-REALIZADAS * 100 / WS-IMP-PREVISTAS
           END-IF
           MOVE WS-PERC-CUMPRIMENTO   TO LTOT-PERC
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 2                      TO LINHAS
           WRITE RG-SAIDA FROM LTOT AFTER 2.

       2012-IMPRIME-TOTAIS-EXIT. EXIT.

       2010-CALCULA-SERIAL SECTION.

           COMPUTE WS-CONV-ANO = 2000 + WS-CONV-AA
           MOVE WS-CONV-MM           TO WS-CONV-MES
           IF WS-CONV-MES EQUAL ZEROS OR WS-CONV-MES GREATER THAN 12
              MOVE 1                 TO WS-CONV-MES
           END-IF
           DIVIDE WS-CONV-ANO BY 4   GIVING WS-QUOC-4
           DIVIDE WS-CONV-ANO BY 100 GIVING WS-QUOC-100
           DIVIDE WS-CONV-ANO BY 400 GIVING WS-QUOC-400
           COMPUTE WS-DIAS-SERIAL =
                   (WS-CONV-ANO * 365)
                 + WS-QUOC-4 - WS-QUOC-100 + WS-QUOC-400
                 + TAB-MES-ACUM(WS-CONV-MES)
                 + WS-CONV-DD.

       2010-CALCULA-SERIAL-EXIT. EXIT.

       2013-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE LK-SEMANA               TO CAB01A-SEMANA

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
