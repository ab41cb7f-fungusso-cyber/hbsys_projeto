       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSCLI.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES.SL".
           COPY "RESUMOME.SL".
           COPY "PARAMETR.SL".
           COPY "SAIDA.SL".
           COPY "WORKCLA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "CLIENTES.FD".
           COPY "RESUMOME.FD".
           COPY "PARAMETR.FD".
           COPY "SAIDA.FD".
           COPY "WORKCLA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-RESUMOME                      PIC XX.
       01  STAT-PARAMETR                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-RES                    PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(080) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-PERC-CLASSE-A               PIC 9(003) VALUE 80.
       01  WS-PERC-CLASSE-B               PIC 9(003) VALUE 95.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-DATA-CONV.
           05 FILLER                      PIC 9(002).
           05 WS-CONV-AA                  PIC 9(002).
           05 WS-CONV-MM                  PIC 9(002).
           05 WS-CONV-DD                  PIC 9(002).
       01  WS-COMP-AUX.
           05 WS-COMP-AA                  PIC 9(002).
           05 WS-COMP-MM                  PIC 9(002).
       01  WS-COMP-NUM REDEFINES WS-COMP-AUX PIC 9(004).
       01  WS-IND-MES                     PIC 9(002) VALUE ZEROS.
       01  TABELA-COMPETENCIAS.
           05 TAB-COMPETENCIA OCCURS 12   PIC 9(004).
       01  WS-MAX-FAT                     PIC 9(005) VALUE 50000.
       01  WS-QTD-FAT                     PIC 9(005) VALUE ZEROS.
       01  WS-IND-FAT                     PIC 9(005) VALUE ZEROS.
       01  TABELA-FATURAMENTO OCCURS 0 TO 50000
                      DEPENDING ON  WS-QTD-FAT.
               05  TAB-FAT-CLIENTE            PIC 9(007).
               05  TAB-FAT-VALOR              PIC 9(013)V99.
       01  WS-FIM-BUSCA                   PIC X      VALUE "N".
       01  WS-CLIENTE-ANT                 PIC 9(007) VALUE ZEROS.
       01  WS-VALOR-CLIENTE               PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-FATURAMENTO             PIC 9(013)V99 VALUE ZEROS.
       01  WS-ACUMULADO                   PIC 9(013)V99 VALUE ZEROS.
       01  WS-PERC-ANTERIOR               PIC 9(003)V99 VALUE ZEROS.
       01  WS-RANKING                     PIC 9(006) VALUE ZEROS.
       01  WS-CLASSE-NOVA                 PIC X(001) VALUE SPACES.
       01  WS-CLASSE-ANT                  PIC X(001) VALUE SPACES.
       01  WS-QTD-CLASSE-A                PIC 9(006) VALUE ZEROS.
       01  WS-QTD-CLASSE-B                PIC 9(006) VALUE ZEROS.
       01  WS-QTD-CLASSE-C                PIC 9(006) VALUE ZEROS.
       01  WS-QTD-NOVOS                   PIC 9(006) VALUE ZEROS.
           01  CAB01.
        05 PIC X(068)   VALUE "CLIENTES COM MUDANCA DE CLASSE ABC".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(032)
                  VALUE "FATURAMENTO 12 MESES ATE COMPET.".
               05 PIC X(001).
               05 CAB01A-COMPETENCIA       PIC 9(004).
               05 PIC X(010)               VALUE "   CORTE: ".
               05 CAB01A-PERC-A            PIC ZZ9.
               05 PIC X(001)               VALUE "/".
               05 CAB01A-PERC-B            PIC ZZ9.
               05 PIC X(001)               VALUE "%".
           01  CAB02.
               05 PIC X(008)                       VALUE " CLIENTE".
               05 PIC X(003).
               05 PIC X(030)                  VALUE "RAZAO SOCIAL".
               05 PIC X(003).
               05 PIC X(016)                  VALUE "FATURAMENTO 12M".
               05 PIC X(002).
               05 PIC X(008)                  VALUE "RANKING".
               05 PIC X(006)                  VALUE "ANT.".
               05 PIC X(004)                  VALUE "NOVA".
       01  LDT.
           05 PIC X(001).
           05 LDT-CLIENTE                 PIC ZZZZZZ9.
           05 PIC X(003).
           05 LDT-RAZAO                   PIC X(030).
           05 PIC X(002).
           05 LDT-VALOR                   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-RANKING                 PIC ZZZ.ZZ9.
           05 PIC X(004).
           05 LDT-CLASSE-ANT              PIC X(001).
           05 PIC X(003)                  VALUE " > ".
           05 LDT-CLASSE-NOVA             PIC X(001).
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(026) VALUE "CLIENTES CLASSIFICADOS..:".
           05 ROD-QTD                     PIC ZZZ.ZZ9.
           05 PIC X(005).
           05 PIC X(021) VALUE "MUDANCAS DE CLASSE..:".
           05 ROD-ALTERADOS               PIC ZZZ.ZZ9.
       01  RODAPE2.
           05 PIC X(004).
           05 PIC X(010) VALUE "CLASSE A: ".
           05 ROD-CLASSE-A                PIC ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(010) VALUE "CLASSE B: ".
           05 ROD-CLASSE-B                PIC ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(010) VALUE "CLASSE C: ".
           05 ROD-CLASSE-C                PIC ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(010) VALUE "NOVOS...: ".
           05 ROD-NOVOS                   PIC ZZZ.ZZ9.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-COMPETENCIA                              PIC 9(004).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-CLASSIFICADOS                        PIC 9(006).
          05 LK-QTD-ALTERADOS                            PIC 9(006).
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
               MOVE ZEROS                 TO LK-QTD-CLASSIFICADOS
               MOVE ZEROS                 TO LK-QTD-ALTERADOS
               ACCEPT WS-DATA-HOJE        FROM DATE
               PERFORM 1001-LE-PARAMETRO
               PERFORM 1002-MONTA-COMPETENCIAS
               OPEN I-O CLIENTES
               IF  STAT-CLIENTES NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CLIENTES ! "
                      STAT-CLIENTES
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT RESUMOME
               IF  STAT-RESUMOME NOT EQUAL "00"
                   STRING "ERRO AO ABRIR RESUMOME ! "
                      STAT-RESUMOME
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF.

       1001-LE-PARAMETRO.

               OPEN INPUT PARAMETR
               IF  STAT-PARAMETR EQUAL "00"
                   READ PARAMETR
                   IF STAT-PARAMETR EQUAL "00"
                      IF PAR-PERC-CLASSE-A NUMERIC
                         AND PAR-PERC-CLASSE-A NOT EQUAL ZEROS
                         MOVE PAR-PERC-CLASSE-A TO WS-PERC-CLASSE-A
                      END-IF
                      IF PAR-PERC-CLASSE-B NUMERIC
                         AND PAR-PERC-CLASSE-B NOT EQUAL ZEROS
                         MOVE PAR-PERC-CLASSE-B TO WS-PERC-CLASSE-B
                      END-IF
                   END-IF
                   CLOSE PARAMETR
               END-IF
               IF WS-PERC-CLASSE-B LESS THAN WS-PERC-CLASSE-A
                  MOVE WS-PERC-CLASSE-A   TO WS-PERC-CLASSE-B
               END-IF.

       1002-MONTA-COMPETENCIAS.

           IF LK-COMPETENCIA EQUAL ZEROS
              MOVE WS-DATA-HOJE       TO WS-DATA-CONV
              MOVE WS-CONV-AA         TO WS-COMP-AA
              MOVE WS-CONV-MM         TO WS-COMP-MM
              IF WS-COMP-MM EQUAL 1
                 MOVE 12              TO WS-COMP-MM
                 SUBTRACT 1           FROM WS-COMP-AA
              ELSE
                 SUBTRACT 1           FROM WS-COMP-MM
              END-IF
              MOVE WS-COMP-NUM        TO LK-COMPETENCIA
           END-IF
           MOVE LK-COMPETENCIA        TO WS-COMP-NUM
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                     UNTIL WS-IND-MES > 12
              MOVE WS-COMP-NUM        TO TAB-COMPETENCIA(WS-IND-MES)
              IF WS-COMP-MM EQUAL 1
                 MOVE 12              TO WS-COMP-MM
                 SUBTRACT 1           FROM WS-COMP-AA
              ELSE
                 SUBTRACT 1           FROM WS-COMP-MM
              END-IF
           END-PERFORM.

       2000-PROCESSA.

           SORT WORKCLA ON ASCENDING SORL-CLIENTE
                INPUT PROCEDURE 2001-SORTIN-RESUMO
                OUTPUT PROCEDURE 2002-SORTOUT-RESUMO

           IF LK-RETORNO NOT EQUAL SPACES
              GOBACK
           END-IF

           SORT WORKCLA ON DESCENDING SORL-VALOR
                           ASCENDING SORL-CLIENTE
                INPUT PROCEDURE 2003-SORTIN-CLIENTES
                OUTPUT PROCEDURE 2004-SORTOUT-CLASSES.

       2001-SORTIN-RESUMO SECTION.

           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                     UNTIL WS-IND-MES > 12
              PERFORM 2005-LE-COMPETENCIA
           END-PERFORM

           CLOSE RESUMOME.

       2001-SORTIN-RESUMO-EXIT. EXIT.

       2005-LE-COMPETENCIA SECTION.

           MOVE TAB-COMPETENCIA(WS-IND-MES) TO RES-COMPETENCIA
           MOVE ZEROS              TO RES-VEN-CODIGO
           MOVE ZEROS              TO RES-CLI-CODIGO
           START RESUMOME KEY IS NOT LESS THAN RES-CHAVE
           IF STAT-RESUMOME NOT EQUAL "00"
              GO TO 2005-LE-COMPETENCIA-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF-RES
           READ RESUMOME NEXT
           IF STAT-RESUMOME NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-RES
           END-IF
           PERFORM UNTIL WS-EOF-RES EQUAL "F"
              IF RES-COMPETENCIA NOT EQUAL TAB-COMPETENCIA(WS-IND-MES)
                 MOVE "F"          TO WS-EOF-RES
              ELSE
                 IF RES-VALOR-FATURADO GREATER THAN ZEROS
                    MOVE RES-CLI-CODIGO     TO SORL-CLIENTE
                    MOVE RES-VALOR-FATURADO TO SORL-VALOR
                    RELEASE SORL-REC
                 END-IF
                 READ RESUMOME NEXT AT END
                    MOVE "F"       TO WS-EOF-RES
                 END-READ
              END-IF
           END-PERFORM.

       2005-LE-COMPETENCIA-EXIT. EXIT.

       2002-SORTOUT-RESUMO SECTION.

           MOVE ZEROS              TO WS-QTD-FAT
           MOVE ZEROS              TO WS-CLIENTE-ANT
           MOVE ZEROS              TO WS-VALOR-CLIENTE
           MOVE SPACES             TO WS-EOF-SD

           RETURN WORKCLA AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
              IF SORL-CLIENTE NOT EQUAL WS-CLIENTE-ANT
                 PERFORM 2006-GUARDA-FATURAMENTO
                 MOVE SORL-CLIENTE TO WS-CLIENTE-ANT
                 MOVE ZEROS        TO WS-VALOR-CLIENTE
              END-IF
              ADD SORL-VALOR       TO WS-VALOR-CLIENTE
              RETURN WORKCLA AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           PERFORM 2006-GUARDA-FATURAMENTO.

       2002-SORTOUT-RESUMO-EXIT. EXIT.

       2006-GUARDA-FATURAMENTO SECTION.

           IF WS-CLIENTE-ANT EQUAL ZEROS
              OR WS-VALOR-CLIENTE EQUAL ZEROS
              GO TO 2006-GUARDA-FATURAMENTO-EXIT
           END-IF
           IF WS-QTD-FAT EQUAL WS-MAX-FAT
              STRING "ESTOURO TABELA FATURAMENTO ! "
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GO TO 2006-GUARDA-FATURAMENTO-EXIT
           END-IF
           ADD 1                   TO WS-QTD-FAT
           MOVE WS-CLIENTE-ANT     TO TAB-FAT-CLIENTE(WS-QTD-FAT)
           MOVE WS-VALOR-CLIENTE   TO TAB-FAT-VALOR(WS-QTD-FAT).

       2006-GUARDA-FATURAMENTO-EXIT. EXIT.

       2003-SORTIN-CLIENTES SECTION.

           MOVE ZEROS              TO WS-TOT-FATURAMENTO
           MOVE 1                  TO WS-IND-FAT
           MOVE ZEROS              TO CLI-CODIGO
           START CLIENTES KEY IS GREATER THAN CLI-CODIGO
           IF STAT-CLIENTES NOT EQUAL "00"
              GO TO 2003-SORTIN-CLIENTES-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ CLIENTES NEXT
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF CLI-ATIVO
                 PERFORM 2007-LIBERA-CLIENTE
              END-IF
              READ CLIENTES NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2003-SORTIN-CLIENTES-EXIT. EXIT.

       2007-LIBERA-CLIENTE SECTION.

           MOVE ZEROS              TO SORL-VALOR
           MOVE "N"                TO WS-FIM-BUSCA
           PERFORM UNTIL WS-FIM-BUSCA EQUAL "S"
              IF WS-IND-FAT > WS-QTD-FAT
                 MOVE "S"          TO WS-FIM-BUSCA
              ELSE
                 IF TAB-FAT-CLIENTE(WS-IND-FAT) LESS THAN CLI-CODIGO
                    ADD 1          TO WS-IND-FAT
                 ELSE
                    IF TAB-FAT-CLIENTE(WS-IND-FAT) EQUAL CLI-CODIGO
                       MOVE TAB-FAT-VALOR(WS-IND-FAT) TO SORL-VALOR
                    END-IF
                    MOVE "S"       TO WS-FIM-BUSCA
                 END-IF
              END-IF
           END-PERFORM
           ADD SORL-VALOR          TO WS-TOT-FATURAMENTO
           MOVE CLI-CODIGO         TO SORL-CLIENTE
           RELEASE SORL-REC.

       2007-LIBERA-CLIENTE-EXIT. EXIT.

       2004-SORTOUT-CLASSES SECTION.

           OPEN OUTPUT SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
               STRING "ERRO AO ABRIR ARQ. SAIDA ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF

           PERFORM 2008-CABECALHO

           MOVE ZEROS              TO WS-ACUMULADO
           MOVE ZEROS              TO WS-RANKING
           MOVE SPACES             TO WS-EOF-SD

           RETURN WORKCLA AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               PERFORM 2009-CLASSIFICA-CLIENTE
               RETURN WORKCLA AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           MOVE LK-QTD-CLASSIFICADOS TO ROD-QTD
           MOVE LK-QTD-ALTERADOS   TO ROD-ALTERADOS
           MOVE WS-QTD-CLASSE-A    TO ROD-CLASSE-A
           MOVE WS-QTD-CLASSE-B    TO ROD-CLASSE-B
           MOVE WS-QTD-CLASSE-C    TO ROD-CLASSE-C
           MOVE WS-QTD-NOVOS       TO ROD-NOVOS
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1
           WRITE RG-SAIDA     FROM RODAPE2 AFTER 1

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           CLOSE CLIENTES

           MOVE SPACES                                    TO LK-RETORNO.

       2004-SORTOUT-CLASSES-EXIT. EXIT.

       2009-CLASSIFICA-CLIENTE SECTION.

           ADD 1                   TO WS-RANKING
           MOVE ZEROS              TO WS-PERC-ANTERIOR
           IF WS-TOT-FATURAMENTO NOT EQUAL ZEROS
              COMPUTE WS-PERC-ANTERIOR ROUNDED =
                      WS-ACUMULADO * 100 / WS-TOT-FATURAMENTO
           END-IF
           ADD SORL-VALOR          TO WS-ACUMULADO
           EVALUATE TRUE
               WHEN SORL-VALOR EQUAL ZEROS
                    MOVE "C"       TO WS-CLASSE-NOVA
               WHEN WS-PERC-ANTERIOR LESS THAN WS-PERC-CLASSE-A
                    MOVE "A"       TO WS-CLASSE-NOVA
               WHEN WS-PERC-ANTERIOR LESS THAN WS-PERC-CLASSE-B
                    MOVE "B"       TO WS-CLASSE-NOVA
               WHEN OTHER
                    MOVE "C"       TO WS-CLASSE-NOVA
           END-EVALUATE
           EVALUATE WS-CLASSE-NOVA
               WHEN "A"  ADD 1     TO WS-QTD-CLASSE-A
               WHEN "B"  ADD 1     TO WS-QTD-CLASSE-B
               WHEN OTHER
                         ADD 1     TO WS-QTD-CLASSE-C
           END-EVALUATE

           MOVE SORL-CLIENTE       TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              GO TO 2009-CLASSIFICA-CLIENTE-EXIT
           END-IF
           MOVE RG-CLIENTES              TO WS-AUD-ANTES
           MOVE CLI-CLASSE-ABC     TO WS-CLASSE-ANT
           MOVE WS-CLASSE-ANT      TO CLI-CLASSE-ANTERIOR
           MOVE WS-CLASSE-NOVA     TO CLI-CLASSE-ABC
           MOVE WS-DATA-HOJE       TO CLI-DATA-CLASSE
           REWRITE RG-CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR CLIENTES ! "
                     STAT-CLIENTES
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "CLASSCLI"               TO WS-AUD-OPERADOR
           MOVE "CLASSCLI"               TO WS-AUD-PROGRAMA
           MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           ADD 1                   TO LK-QTD-CLASSIFICADOS

           IF WS-CLASSE-ANT NOT EQUAL "A" AND "B" AND "C"
              ADD 1                TO WS-QTD-NOVOS
              GO TO 2009-CLASSIFICA-CLIENTE-EXIT
           END-IF
           IF WS-CLASSE-ANT EQUAL WS-CLASSE-NOVA
              GO TO 2009-CLASSIFICA-CLIENTE-EXIT
           END-IF

           ADD 1                   TO LK-QTD-ALTERADOS
           MOVE CLI-CODIGO         TO LDT-CLIENTE
           MOVE CLI-RAZAO          TO LDT-RAZAO
           MOVE SORL-VALOR         TO LDT-VALOR
           MOVE WS-RANKING         TO LDT-RANKING
           MOVE WS-CLASSE-ANT      TO LDT-CLASSE-ANT
           MOVE WS-CLASSE-NOVA     TO LDT-CLASSE-NOVA
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2009-CLASSIFICA-CLIENTE-EXIT. EXIT.

       2008-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE LK-COMPETENCIA          TO CAB01A-COMPETENCIA
           MOVE WS-PERC-CLASSE-A        TO CAB01A-PERC-A
           MOVE WS-PERC-CLASSE-B        TO CAB01A-PERC-B

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB01A AFTER 1
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.

       2008-CABECALHO-EXIT. EXIT.

       2010-PREVIEW-TELA SECTION.

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

       2010-PREVIEW-TELA-EXIT. EXIT.

       3000-FINALIZA SECTION.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2010-PREVIEW-TELA
           END-IF

           GOBACK.
