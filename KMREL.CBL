       IDENTIFICATION DIVISION.
       PROGRAM-ID. KMREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "VISITAS.SL".
           COPY "CLIENTES.SL".
           COPY "VENDEDOR.SL".
           COPY "KMDIA.SL".
           COPY "PARAMETR.SL".
           COPY "SAIDA.SL".
           COPY "WORKKM.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "VISITAS.FD".
           COPY "CLIENTES.FD".
           COPY "VENDEDOR.FD".
           COPY "KMDIA.FD".
           COPY "PARAMETR.FD".
           COPY "SAIDA.FD".
           COPY "WORKKM.FD".

       WORKING-STORAGE SECTION.
       01  STAT-VISITAS                       PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-KMDIA                         PIC XX.
       01  STAT-PARAMETR                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(080) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-MODO-DISTANCIA              PIC X(001) VALUE "T".
       01  WS-VALOR-KM                    PIC 9(002)V9999 VALUE ZEROS.
       01  WS-TOLERANCIA                  PIC 9(003) VALUE 10.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-PRIMEIRO                    PIC X      VALUE "S".
       01  WS-VEN-ANT                     PIC 9(003) VALUE ZEROS.
       01  WS-DATA-ANT                    PIC 9(008) VALUE ZEROS.
       01  WS-BASE-LATITUDE               PIC S9(003)V9(008) VALUE
                                          ZEROS.
       01  WS-BASE-LONGITUDE              PIC S9(003)V9(008) VALUE
                                          ZEROS.
       01  WS-BASE-OK                     PIC X      VALUE "N".
       01  WS-ATUAL-LATITUDE              PIC S9(003)V9(008) VALUE
                                          ZEROS.
       01  WS-ATUAL-LONGITUDE             PIC S9(003)V9(008) VALUE
                                          ZEROS.
       01  WS-ROT-DISTANCIA               PIC 9(005) VALUE ZEROS.
       01  WS-MELHOR-IND                  PIC 9(004) VALUE ZEROS.
       01  WS-MELHOR-DIST                 PIC 9(005) VALUE ZEROS.
       01  WS-QTD-PENDENTES               PIC 9(004) VALUE ZEROS.
       01  WS-MAX-DIA                     PIC 9(004) VALUE 500.
       01  WS-QTD-DIA                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-DIA                     PIC 9(004) VALUE ZEROS.
       01  TABELA-DIA.
           05 WS-VISITA-DIA OCCURS 500.
              10  TAB-DIA-CLIENTE             PIC 9(007).
              10  TAB-DIA-LATITUDE            PIC S9(003)V9(008).
              10  TAB-DIA-LONGITUDE           PIC S9(003)V9(008).
              10  TAB-DIA-USADO               PIC X(001).
       01  WS-KM-CALCULADO                PIC 9(005) VALUE ZEROS.
       01  WS-KM-INFORMADO                PIC 9(005) VALUE ZEROS.
       01  WS-KM-APROVADO                 PIC 9(005) VALUE ZEROS.
       01  WS-VALOR-APROVADO              PIC 9(007)V99 VALUE ZEROS.
       01  WS-DIFERENCA                   PIC S9(006) VALUE ZEROS.
       01  WS-PERC-DIF                    PIC S9(005)V99 VALUE ZEROS.
       01  WS-DECLARADO                   PIC X      VALUE "N".
       01  WS-DIVERGENTE                  PIC X      VALUE "N".
       01  WS-SUB-DIAS                    PIC 9(004) VALUE ZEROS.
       01  WS-SUB-DIVERGENTES             PIC 9(004) VALUE ZEROS.
       01  WS-SUB-KM-INFORMADO            PIC 9(007) VALUE ZEROS.
       01  WS-SUB-KM-CALCULADO            PIC 9(007) VALUE ZEROS.
       01  WS-SUB-KM-APROVADO             PIC 9(007) VALUE ZEROS.
       01  WS-SUB-VALOR                   PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOT-KM-APROVADO             PIC 9(008) VALUE ZEROS.
       01  WS-TOT-VALOR                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-QTD-RESUMO                  PIC 9(004) VALUE ZEROS.
       01  WS-IND-RESUMO                  PIC 9(004) VALUE ZEROS.
       01  TABELA-RESUMO.
           05 WS-RESUMO-VEN OCCURS 1000.
              10  TAB-RES-VENDEDOR            PIC 9(003).
              10  TAB-RES-NOME                PIC X(040).
              10  TAB-RES-KM-APROVADO         PIC 9(007).
              10  TAB-RES-VALOR               PIC 9(009)V99.
           01  CAB01.
               05 PIC X(068) VALUE
                  "DEMONSTRATIVO DE QUILOMETRAGEM POR VENDEDOR".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(013)               VALUE "COMPETENCIA: ".
               05 CAB01A-COMPETENCIA       PIC 9(004).
               05 PIC X(013)               VALUE "   VALOR KM: ".
               05 CAB01A-VALOR-KM          PIC Z9,9999.
               05 PIC X(018)          VALUE "   TOLERANCIA %: ".
               05 CAB01A-TOLERANCIA        PIC ZZ9.
               05 PIC X(010)          VALUE "   MODO: ".
               05 CAB01A-MODO              PIC X(001).
           01  CAB02.
               05 PIC X(011)                  VALUE "DATA".
               05 PIC X(003)                  VALUE "VIS".
               05 PIC X(004).
               05 PIC X(006)                  VALUE "KM DEC".
               05 PIC X(004).
               05 PIC X(006)                  VALUE "KM CAL".
               05 PIC X(003).
               05 PIC X(007)                  VALUE "  DIFER".
               05 PIC X(004).
               05 PIC X(006)                  VALUE "KM APR".
               05 PIC X(003).
               05 PIC X(010)                  VALUE "     VALOR".
               05 PIC X(001).
               05 PIC X(003)                  VALUE "OBS".
       01  LVEN.
           05 PIC X(010) VALUE "VENDEDOR: ".
           05 LVEN-CODIGO                 PIC ZZ9.
           05 PIC X(003) VALUE " - ".
           05 LVEN-NOME                   PIC X(040).
       01  LDT.
           05 LDT-DATA                    PIC 9(008).
           05 PIC X(003).
           05 LDT-VISITAS                 PIC ZZ9.
           05 PIC X(004).
           05 LDT-KM-INFORMADO            PIC ZZ.ZZ9.
           05 PIC X(004).
           05 LDT-KM-CALCULADO            PIC ZZ.ZZ9.
           05 PIC X(003).
           05 LDT-DIFERENCA               PIC -ZZ.ZZ9.
           05 PIC X(004).
           05 LDT-KM-APROVADO             PIC ZZ.ZZ9.
           05 PIC X(003).
           05 LDT-VALOR                   PIC ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-MARCA                   PIC X(003).
       01  LSUB.
           05 PIC X(004).
           05 PIC X(006) VALUE "DIAS: ".
           05 LSUB-DIAS                   PIC ZZ9.
           05 PIC X(002).
           05 PIC X(013) VALUE "DIVERGENTES: ".
           05 LSUB-DIVERGENTES            PIC ZZ9.
           05 PIC X(002).
           05 PIC X(009) VALUE "KM DECL: ".
           05 LSUB-KM-INFORMADO           PIC ZZZ.ZZ9.
           05 PIC X(002).
           05 PIC X(009) VALUE "KM CALC: ".
           05 LSUB-KM-CALCULADO           PIC ZZZ.ZZ9.
       01  LSUB2.
           05 PIC X(004).
           05 PIC X(013) VALUE "KM APROVADO: ".
           05 LSUB2-KM-APROVADO           PIC ZZZ.ZZ9.
           05 PIC X(002).
           05 PIC X(016) VALUE "VALOR APROVADO: ".
           05 LSUB2-VALOR                 PIC ZZ.ZZZ.ZZ9,99.
       01  CABRES.
           05 PIC X(080) VALUE
              "RESUMO PARA PAGAMENTO - TOTAIS APROVADOS POR VENDEDOR".
       01  CABRES2.
           05 PIC X(006)                  VALUE "VEND.".
           05 PIC X(042)                  VALUE "NOME".
           05 PIC X(009)                  VALUE "KM APROV.".
           05 PIC X(013)                  VALUE "    VALOR".
       01  LRES.
           05 LRES-VENDEDOR               PIC ZZ9.
           05 PIC X(003).
           05 LRES-NOME                   PIC X(040).
           05 PIC X(002).
           05 LRES-KM                     PIC ZZZ.ZZ9.
           05 PIC X(002).
           05 LRES-VALOR                  PIC ZZ.ZZZ.ZZ9,99.
       01  RODAPE.
           05 PIC X(006).
           05 PIC X(040) VALUE "TOTAL GERAL APROVADO".
           05 PIC X(001).
           05 ROD-KM                      PIC Z.ZZZ.ZZ9.
           05 PIC X(001).
           05 ROD-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-VENDEDOR                                 PIC 9(003).
          05 LK-COMPETENCIA                              PIC 9(004).
          05 LK-MODO-DISTANCIA                           PIC X(001).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-DIAS                                 PIC 9(006).
          05 LK-QTD-DIVERGENTES                          PIC 9(006).
          05 LK-VALOR-APROVADO                           PIC 9(011)V99.
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               IF LK-MODO-DISTANCIA EQUAL "R"
                  MOVE "R"                TO WS-MODO-DISTANCIA
               ELSE
                  MOVE "T"                TO WS-MODO-DISTANCIA
               END-IF
               MOVE SPACES                TO LK-RETORNO
               MOVE ZEROS                 TO LK-QTD-DIAS
               MOVE ZEROS                 TO LK-QTD-DIVERGENTES
               MOVE ZEROS                 TO LK-VALOR-APROVADO
               ACCEPT WS-DATA-HOJE        FROM DATE
               OPEN INPUT PARAMETR
               IF  STAT-PARAMETR EQUAL "00"
                   READ PARAMETR
                   IF STAT-PARAMETR EQUAL "00"
                      IF PAR-VALOR-KM NUMERIC
                         MOVE PAR-VALOR-KM TO WS-VALOR-KM
                      END-IF
                      IF PAR-PERC-TOL-KM NUMERIC
                         AND PAR-PERC-TOL-KM NOT EQUAL ZEROS
                         MOVE PAR-PERC-TOL-KM TO WS-TOLERANCIA
                      END-IF
                   END-IF
                   CLOSE PARAMETR
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
           END-IF
               OPEN I-O KMDIA
               IF STAT-KMDIA EQUAL "35"
                  OPEN OUTPUT KMDIA
                  CLOSE KMDIA
                  OPEN I-O KMDIA
               END-IF
               IF  STAT-KMDIA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR KMDIA ! "
                      STAT-KMDIA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF.

       2000-PROCESSA.

           SORT WORKKM ON ASCENDING SORK-VEN-CODIGO
                                    SORK-DATA
                                    SORK-CLI-CODIGO
                INPUT PROCEDURE 2001-SORTIN-VISITAS
                OUTPUT PROCEDURE 2002-SORTOUT-VISITAS.

       2001-SORTIN-VISITAS SECTION.

           MOVE ZEROS              TO VIS-CLI-CODIGO
           MOVE ZEROS              TO VIS-DATA
           START VISITAS KEY IS GREATER THAN VIS-CHAVE
           IF STAT-VISITAS NOT EQUAL "00"
              GO TO 2001-SORTIN-DECLARACOES
           END-IF
           MOVE SPACES             TO WS-EOF
           READ VISITAS NEXT
           IF STAT-VISITAS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF VIS-DATA(3:4) EQUAL LK-COMPETENCIA
                 AND VIS-VEN-CODIGO NOT EQUAL ZEROS
                 AND (LK-VENDEDOR EQUAL ZEROS
                      OR VIS-VEN-CODIGO EQUAL LK-VENDEDOR)
                 MOVE VIS-CLI-CODIGO TO CLI-CODIGO
                 READ CLIENTES
                 IF STAT-CLIENTES EQUAL "00"
                    MOVE VIS-VEN-CODIGO TO SORK-VEN-CODIGO
                    MOVE VIS-DATA       TO SORK-DATA
                    MOVE VIS-CLI-CODIGO TO SORK-CLI-CODIGO
                    MOVE CLI-LATITUDE   TO SORK-LATITUDE
                    MOVE CLI-LONGITUDE  TO SORK-LONGITUDE
                    RELEASE SORK-REC
                 END-IF
              END-IF
              READ VISITAS NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2001-SORTIN-DECLARACOES.

           MOVE LK-VENDEDOR        TO KMD-VEN-CODIGO
           MOVE ZEROS              TO KMD-DATA
           START KMDIA KEY IS NOT LESS THAN KMD-CHAVE
           IF STAT-KMDIA NOT EQUAL "00"
              GO TO 2001-SORTIN-VISITAS-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ KMDIA NEXT
           IF STAT-KMDIA NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF LK-VENDEDOR NOT EQUAL ZEROS
                 AND KMD-VEN-CODIGO NOT EQUAL LK-VENDEDOR
                 MOVE "F"          TO WS-EOF
              ELSE
                 IF KMD-DATA(3:4) EQUAL LK-COMPETENCIA
                    MOVE KMD-VEN-CODIGO TO SORK-VEN-CODIGO
                    MOVE KMD-DATA       TO SORK-DATA
                    MOVE ZEROS          TO SORK-CLI-CODIGO
                    MOVE ZEROS          TO SORK-LATITUDE
                    MOVE ZEROS          TO SORK-LONGITUDE
                    RELEASE SORK-REC
                 END-IF
                 READ KMDIA NEXT AT END
                    MOVE "F"       TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.

       2001-SORTIN-VISITAS-EXIT. EXIT.

       2002-SORTOUT-VISITAS SECTION.

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

           RETURN WORKKM AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               IF WS-PRIMEIRO EQUAL "S"
                  OR SORK-VEN-CODIGO NOT EQUAL WS-VEN-ANT
                  IF WS-PRIMEIRO NOT EQUAL "S"
                     PERFORM 2005-APURA-DIA
                     PERFORM 2004-SUBTOTAL
                  END-IF
                  PERFORM 2003-NOVO-VENDEDOR
                  MOVE SORK-DATA   TO WS-DATA-ANT
                  MOVE ZEROS       TO WS-QTD-DIA
               END-IF
               IF SORK-DATA NOT EQUAL WS-DATA-ANT
                  PERFORM 2005-APURA-DIA
                  MOVE SORK-DATA   TO WS-DATA-ANT
                  MOVE ZEROS       TO WS-QTD-DIA
               END-IF
               IF SORK-CLI-CODIGO NOT EQUAL ZEROS
                  AND WS-QTD-DIA LESS THAN WS-MAX-DIA
                  ADD 1            TO WS-QTD-DIA
                  MOVE SORK-CLI-CODIGO TO TAB-DIA-CLIENTE(WS-QTD-DIA)
                  MOVE SORK-LATITUDE   TO TAB-DIA-LATITUDE(WS-QTD-DIA)
                  MOVE SORK-LONGITUDE  TO
                                       TAB-DIA-LONGITUDE(WS-QTD-DIA)
                  MOVE "N"             TO TAB-DIA-USADO(WS-QTD-DIA)
               END-IF
               RETURN WORKKM AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-PRIMEIRO NOT EQUAL "S"
              PERFORM 2005-APURA-DIA
              PERFORM 2004-SUBTOTAL
           END-IF

           PERFORM 2008-RESUMO-FINANCEIRO

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           CLOSE VISITAS
           CLOSE CLIENTES
           CLOSE VENDEDOR
           CLOSE KMDIA

           MOVE WS-TOT-VALOR       TO LK-VALOR-APROVADO
           MOVE SPACES                                    TO LK-RETORNO.

       2002-SORTOUT-VISITAS-EXIT. EXIT.

       2003-NOVO-VENDEDOR SECTION.

           MOVE "N"                TO WS-PRIMEIRO
           MOVE SORK-VEN-CODIGO    TO WS-VEN-ANT
           MOVE ZEROS              TO WS-SUB-DIAS
           MOVE ZEROS              TO WS-SUB-DIVERGENTES
           MOVE ZEROS              TO WS-SUB-KM-INFORMADO
           MOVE ZEROS              TO WS-SUB-KM-CALCULADO
           MOVE ZEROS              TO WS-SUB-KM-APROVADO
           MOVE ZEROS              TO WS-SUB-VALOR
           MOVE SORK-VEN-CODIGO    TO VEN-CODIGO
           MOVE "N"                TO WS-BASE-OK
           READ VENDEDOR
           IF STAT-VENDEDOR EQUAL "00"
              MOVE "S"             TO WS-BASE-OK
              MOVE VEN-LATITUDE    TO WS-BASE-LATITUDE
              MOVE VEN-LONGITUDE   TO WS-BASE-LONGITUDE
           ELSE
              MOVE SPACES          TO VEN-NOME
           END-IF
           MOVE SORK-VEN-CODIGO    TO LVEN-CODIGO
           MOVE VEN-NOME           TO LVEN-NOME
           IF WS-QTD-RESUMO LESS THAN 1000
              ADD 1                TO WS-QTD-RESUMO
              MOVE SORK-VEN-CODIGO TO TAB-RES-VENDEDOR(WS-QTD-RESUMO)
              MOVE VEN-NOME        TO TAB-RES-NOME(WS-QTD-RESUMO)
              MOVE ZEROS           TO TAB-RES-KM-APROVADO(WS-QTD-RESUMO)
              MOVE ZEROS           TO TAB-RES-VALOR(WS-QTD-RESUMO)
           END-IF
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LVEN AFTER 2.

       2003-NOVO-VENDEDOR-EXIT. EXIT.

       2004-SUBTOTAL SECTION.

           MOVE WS-SUB-DIAS         TO LSUB-DIAS
           MOVE WS-SUB-DIVERGENTES  TO LSUB-DIVERGENTES
           MOVE WS-SUB-KM-INFORMADO TO LSUB-KM-INFORMADO
           MOVE WS-SUB-KM-CALCULADO TO LSUB-KM-CALCULADO
           MOVE WS-SUB-KM-APROVADO  TO LSUB2-KM-APROVADO
           MOVE WS-SUB-VALOR        TO LSUB2-VALOR
           IF WS-QTD-RESUMO NOT EQUAL ZEROS
              MOVE WS-SUB-KM-APROVADO TO
                                  TAB-RES-KM-APROVADO(WS-QTD-RESUMO)
              MOVE WS-SUB-VALOR    TO TAB-RES-VALOR(WS-QTD-RESUMO)
           END-IF
           ADD 3                   TO LINHAS
           WRITE RG-SAIDA FROM LSUB AFTER 2
           WRITE RG-SAIDA FROM LSUB2 AFTER 1.

       2004-SUBTOTAL-EXIT. EXIT.

       2005-APURA-DIA SECTION.

           PERFORM 2006-CALCULA-ROTA

           MOVE "N"                TO WS-DECLARADO
           MOVE "N"                TO WS-DIVERGENTE
           MOVE ZEROS              TO WS-KM-INFORMADO
           MOVE ZEROS              TO WS-KM-APROVADO
           MOVE ZEROS              TO WS-VALOR-APROVADO
           MOVE ZEROS              TO WS-DIFERENCA
           MOVE WS-VEN-ANT         TO KMD-VEN-CODIGO
           MOVE WS-DATA-ANT        TO KMD-DATA
           READ KMDIA
           IF STAT-KMDIA EQUAL "00"
              MOVE "S"             TO WS-DECLARADO
              MOVE KMD-KM-INFORMADO TO WS-KM-INFORMADO
           END-IF

           IF WS-DECLARADO EQUAL "S"
              COMPUTE WS-DIFERENCA =
                      WS-KM-INFORMADO - WS-KM-CALCULADO
              IF WS-KM-CALCULADO EQUAL ZEROS
                 MOVE "S"          TO WS-DIVERGENTE
              ELSE
                 COMPUTE WS-PERC-DIF ROUNDED =
                         WS-DIFERENCA * 100 / WS-KM-CALCULADO
                 IF WS-PERC-DIF > WS-TOLERANCIA
                    OR WS-PERC-DIF < (0 - WS-TOLERANCIA)
                    MOVE "S"       TO WS-DIVERGENTE
                 END-IF
              END-IF
              IF WS-DIVERGENTE EQUAL "S"
                 AND WS-KM-CALCULADO LESS THAN WS-KM-INFORMADO
                 MOVE WS-KM-CALCULADO TO WS-KM-APROVADO
              ELSE
                 MOVE WS-KM-INFORMADO TO WS-KM-APROVADO
              END-IF
              COMPUTE WS-VALOR-APROVADO ROUNDED =
                      WS-KM-APROVADO * WS-VALOR-KM
              PERFORM 2007-ATUALIZA-DECLARACAO
           END-IF

           ADD 1                   TO LK-QTD-DIAS
           ADD 1                   TO WS-SUB-DIAS
           ADD WS-KM-INFORMADO     TO WS-SUB-KM-INFORMADO
           ADD WS-KM-CALCULADO     TO WS-SUB-KM-CALCULADO
           ADD WS-KM-APROVADO      TO WS-SUB-KM-APROVADO
           ADD WS-VALOR-APROVADO   TO WS-SUB-VALOR
           ADD WS-KM-APROVADO      TO WS-TOT-KM-APROVADO
           ADD WS-VALOR-APROVADO   TO WS-TOT-VALOR
           IF WS-DIVERGENTE EQUAL "S"
              ADD 1                TO LK-QTD-DIVERGENTES
              ADD 1                TO WS-SUB-DIVERGENTES
           END-IF

           MOVE WS-DATA-ANT        TO LDT-DATA
           MOVE WS-QTD-DIA         TO LDT-VISITAS
           MOVE WS-KM-INFORMADO    TO LDT-KM-INFORMADO
           MOVE WS-KM-CALCULADO    TO LDT-KM-CALCULADO
           MOVE WS-DIFERENCA       TO LDT-DIFERENCA
           MOVE WS-KM-APROVADO     TO LDT-KM-APROVADO
           MOVE WS-VALOR-APROVADO  TO LDT-VALOR
           MOVE SPACES             TO LDT-MARCA
           IF WS-DECLARADO NOT EQUAL "S"
              MOVE "S/D"           TO LDT-MARCA
           END-IF
           IF WS-DIVERGENTE EQUAL "S"
              MOVE "*"             TO LDT-MARCA
           END-IF
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2005-APURA-DIA-EXIT. EXIT.

       2006-CALCULA-ROTA SECTION.

           MOVE ZEROS              TO WS-KM-CALCULADO
           IF WS-QTD-DIA EQUAL ZEROS
              GO TO 2006-CALCULA-ROTA-EXIT
           END-IF
           IF WS-BASE-OK EQUAL "S"
              MOVE WS-BASE-LATITUDE  TO WS-ATUAL-LATITUDE
              MOVE WS-BASE-LONGITUDE TO WS-ATUAL-LONGITUDE
           ELSE
              MOVE TAB-DIA-LATITUDE(1)  TO WS-ATUAL-LATITUDE
              MOVE TAB-DIA-LONGITUDE(1) TO WS-ATUAL-LONGITUDE
           END-IF
           MOVE WS-QTD-DIA         TO WS-QTD-PENDENTES

           PERFORM UNTIL WS-QTD-PENDENTES EQUAL ZEROS
               MOVE ZEROS          TO WS-MELHOR-IND
               MOVE ZEROS          TO WS-MELHOR-DIST
               PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                         UNTIL WS-IND-DIA > WS-QTD-DIA
                  IF TAB-DIA-USADO(WS-IND-DIA) EQUAL "N"
                     CALL "DISTANCIA" USING BY REFERENCE
                            WS-ATUAL-LATITUDE
                            WS-ATUAL-LONGITUDE
                            TAB-DIA-LATITUDE(WS-IND-DIA)
                            TAB-DIA-LONGITUDE(WS-IND-DIA)
                            WS-MODO-DISTANCIA
                         RETURNING WS-ROT-DISTANCIA
                     IF WS-MELHOR-IND EQUAL ZEROS
                        OR WS-ROT-DISTANCIA LESS THAN WS-MELHOR-DIST
                        MOVE WS-IND-DIA       TO WS-MELHOR-IND
                        MOVE WS-ROT-DISTANCIA TO WS-MELHOR-DIST
                     END-IF
                  END-IF
               END-PERFORM
               MOVE "S"            TO TAB-DIA-USADO(WS-MELHOR-IND)
               SUBTRACT 1          FROM WS-QTD-PENDENTES
               ADD WS-MELHOR-DIST  TO WS-KM-CALCULADO
               MOVE TAB-DIA-LATITUDE(WS-MELHOR-IND)
                                   TO WS-ATUAL-LATITUDE
               MOVE TAB-DIA-LONGITUDE(WS-MELHOR-IND)
                                   TO WS-ATUAL-LONGITUDE
           END-PERFORM

           IF WS-BASE-OK EQUAL "S"
              CALL "DISTANCIA" USING BY REFERENCE
                     WS-ATUAL-LATITUDE
                     WS-ATUAL-LONGITUDE
                     WS-BASE-LATITUDE
                     WS-BASE-LONGITUDE
                     WS-MODO-DISTANCIA
                  RETURNING WS-ROT-DISTANCIA
              ADD WS-ROT-DISTANCIA TO WS-KM-CALCULADO
           END-IF.

       2006-CALCULA-ROTA-EXIT. EXIT.

       2007-ATUALIZA-DECLARACAO SECTION.

           MOVE WS-KM-CALCULADO    TO KMD-KM-CALCULADO
           MOVE WS-KM-APROVADO     TO KMD-KM-APROVADO
           MOVE WS-VALOR-APROVADO  TO KMD-VALOR-APROVADO
           IF WS-DIVERGENTE EQUAL "S"
              MOVE "D"             TO KMD-SITUACAO
           ELSE
              MOVE "O"             TO KMD-SITUACAO
           END-IF
           MOVE WS-DATA-HOJE       TO KMD-DATA-APURACAO
           REWRITE RG-KMDIA
           IF STAT-KMDIA NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR KMDIA ! "
                     STAT-KMDIA
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2007-ATUALIZA-DECLARACAO-EXIT. EXIT.

       2008-RESUMO-FINANCEIRO SECTION.

           PERFORM 2013-CABECALHO
           WRITE RG-SAIDA FROM CABRES AFTER 2
           WRITE RG-SAIDA FROM CABRES2 AFTER 2
           WRITE RG-SAIDA FROM TRACOS AFTER 1
           ADD 5                   TO LINHAS

           PERFORM VARYING WS-IND-RESUMO FROM 1 BY 1
                     UNTIL WS-IND-RESUMO > WS-QTD-RESUMO
              MOVE TAB-RES-VENDEDOR(WS-IND-RESUMO)    TO LRES-VENDEDOR
              MOVE TAB-RES-NOME(WS-IND-RESUMO)        TO LRES-NOME
              MOVE TAB-RES-KM-APROVADO(WS-IND-RESUMO) TO LRES-KM
              MOVE TAB-RES-VALOR(WS-IND-RESUMO)       TO LRES-VALOR
              IF LINHAS > WS-MAX-LINHAS
                 PERFORM 2013-CABECALHO
              END-IF
              ADD 1                TO LINHAS
              WRITE RG-SAIDA FROM LRES AFTER 1
           END-PERFORM

           MOVE WS-TOT-KM-APROVADO TO ROD-KM
           MOVE WS-TOT-VALOR       TO ROD-VALOR
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.

       2008-RESUMO-FINANCEIRO-EXIT. EXIT.

       2013-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE LK-COMPETENCIA          TO CAB01A-COMPETENCIA
           MOVE WS-VALOR-KM             TO CAB01A-VALOR-KM
           MOVE WS-TOLERANCIA           TO CAB01A-TOLERANCIA
           MOVE WS-MODO-DISTANCIA       TO CAB01A-MODO

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
