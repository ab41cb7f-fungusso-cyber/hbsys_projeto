       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAMPANHA.SL".
           COPY "CAMPALVO.SL".
           COPY "CLIENTES.SL".
           COPY "PEDIDOS.SL".
           COPY "SAIDA.SL".
           COPY "WORKCP.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "CAMPANHA.FD".
           COPY "CAMPALVO.FD".
           COPY "CLIENTES.FD".
           COPY "PEDIDOS.FD".
           COPY "SAIDA.FD".
           COPY "WORKCP.FD".

       WORKING-STORAGE SECTION.
       01  STAT-CAMPANHA                      PIC XX.
       01  STAT-CAMPALVO                      PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-PED                    PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(080) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-PRIMEIRO                    PIC X      VALUE "S".
       01  WS-GRUPO-ANT                   PIC X      VALUE SPACES.
       01  WS-IND-GRP                     PIC 9(001) VALUE ZEROS.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-HOJE                 PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-INICIO               PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-FIM                  PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-ANT-INICIO           PIC 9(007) VALUE ZEROS.
       01  WS-DIAS-PERIODO                PIC 9(007) VALUE ZEROS.
       01  WS-PARCIAL                     PIC X      VALUE "N".
       01  WS-VARIACAO                    PIC S9(005)V99 VALUE ZEROS.
       01  WS-VAR-ALVO                    PIC S9(005)V99 VALUE ZEROS.
       01  WS-VAR-CONTROLE                PIC S9(005)V99 VALUE ZEROS.
       01  WS-DIFERENCA                   PIC S9(005)V99 VALUE ZEROS.
       01  WS-MEDIA                       PIC 9(011)V99 VALUE ZEROS.
       01  WS-CONVERSAO                   PIC 9(003)V99 VALUE ZEROS.
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
       01  WS-TOTAIS-GRUPO.
           05 WS-TOT-GRUPO OCCURS 2.
              10 WS-TOT-CLIENTES          PIC 9(006).
              10 WS-TOT-COMPRADORES       PIC 9(006).
              10 WS-TOT-PED-ANT           PIC 9(007).
              10 WS-TOT-VAL-ANT           PIC 9(013)V99.
              10 WS-TOT-PED-CAMP          PIC 9(007).
              10 WS-TOT-VAL-CAMP          PIC 9(013)V99.
           01  CAB01.
               05 PIC X(068) VALUE
                  "RESULTADO DE CAMPANHA DE MARKETING".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 CAB01A-CODIGO            PIC ZZZZ9.
               05 PIC X(003)               VALUE " - ".
               05 CAB01A-DESCRICAO         PIC X(040).
               05 PIC X(001).
               05 CAB01A-SITUACAO          PIC X(031).
           01  CAB01B.
               05 PIC X(010)               VALUE "VIGENCIA: ".
               05 CAB01B-INICIO            PIC 9(008).
               05 PIC X(003)               VALUE " A ".
               05 CAB01B-FIM               PIC 9(008).
               05 PIC X(018)               VALUE "   BASE ANTERIOR: ".
               05 CAB01B-DIAS              PIC ZZZ9.
               05 PIC X(024)               VALUE
                  " DIAS ANTES DO INICIO".
           01  CAB02.
               05 PIC X(008)               VALUE "CLIENTE".
               05 PIC X(021)               VALUE "RAZAO SOCIAL".
               05 PIC X(007)               VALUE "  PED.".
               05 PIC X(014)               VALUE "  REC.ANTERIOR".
               05 PIC X(007)               VALUE "  PED.".
               05 PIC X(014)               VALUE "  REC.CAMPANHA".
               05 PIC X(009)               VALUE "    VAR.%".
       01  LGRUPO.
           05 LGRUPO-TITULO               PIC X(040).
       01  LDT.
           05 LDT-CLIENTE                 PIC 9(007).
           05 PIC X(001).
           05 LDT-RAZAO                   PIC X(020).
           05 PIC X(001).
           05 LDT-PED-ANT                 PIC ZZ.ZZ9.
           05 PIC X(001).
           05 LDT-VAL-ANT                 PIC ZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-PED-CAMP                PIC ZZ.ZZ9.
           05 PIC X(001).
           05 LDT-VAL-CAMP                PIC ZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-VARIACAO                PIC -ZZZ9,99.
           05 LDT-VARIACAO-X REDEFINES LDT-VARIACAO PIC X(008).
       01  LTOT.
           05 LTOT-TITULO                 PIC X(029).
           05 LTOT-PED-ANT                PIC ZZ.ZZ9.
           05 PIC X(001).
           05 LTOT-VAL-ANT                PIC ZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LTOT-PED-CAMP               PIC ZZ.ZZ9.
           05 PIC X(001).
           05 LTOT-VAL-CAMP               PIC ZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LTOT-VARIACAO               PIC -ZZZ9,99.
           05 LTOT-VARIACAO-X REDEFINES LTOT-VARIACAO PIC X(008).
       01  LTOT2.
           05 PIC X(004).
           05 PIC X(010) VALUE "CLIENTES: ".
           05 LTOT2-CLIENTES              PIC ZZZ.ZZ9.
           05 PIC X(016) VALUE "   COMPRADORES: ".
           05 LTOT2-COMPRADORES           PIC ZZZ.ZZ9.
           05 PIC X(005) VALUE " (".
           05 LTOT2-CONVERSAO             PIC ZZ9,99.
           05 PIC X(003) VALUE "%) ".
           05 PIC X(008) VALUE "MEDIA: ".
           05 LTOT2-MEDIA                 PIC Z.ZZZ.ZZ9,99.
       01  LCOMP.
           05 PIC X(004).
           05 PIC X(016) VALUE "VARIACAO ALVO: ".
           05 LCOMP-ALVO                  PIC -ZZZ9,99.
           05 PIC X(014) VALUE "%  CONTROLE: ".
           05 LCOMP-CONTROLE              PIC -ZZZ9,99.
           05 PIC X(015) VALUE "%  DIFERENCA: ".
           05 LCOMP-DIFERENCA             PIC -ZZZ9,99.
           05 PIC X(005) VALUE " P.P.".
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-CAMPANHA                                 PIC 9(005).
          05 LK-DETALHE                                  PIC X(001).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-ALVO                                 PIC 9(006).
          05 LK-QTD-CONTROLE                             PIC 9(006).
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
               MOVE ZEROS                 TO LK-QTD-ALVO
               MOVE ZEROS                 TO LK-QTD-CONTROLE
               INITIALIZE WS-TOTAIS-GRUPO
               ACCEPT WS-DATA-HOJE        FROM DATE
               MOVE WS-DATA-HOJE          TO WS-DATA-CONV
               PERFORM 2010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL        TO WS-SERIAL-HOJE
               OPEN INPUT CAMPANHA
               IF  STAT-CAMPANHA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CAMPANHA ! "
                      STAT-CAMPANHA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE LK-CAMPANHA           TO CMP-CODIGO
               READ CAMPANHA
               IF  STAT-CAMPANHA NOT EQUAL "00"
                   MOVE "CAMPANHA NAO CADASTRADA !" TO LK-RETORNO
                   GOBACK
           END-IF
               IF  NOT CMP-GERADA
                   MOVE "PUBLICO NAO GERADO !"  TO LK-RETORNO
                   GOBACK
           END-IF
               MOVE CMP-DATA-INICIO       TO WS-DATA-CONV
               PERFORM 2010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL        TO WS-SERIAL-INICIO
               MOVE CMP-DATA-FIM          TO WS-DATA-CONV
               PERFORM 2010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL        TO WS-SERIAL-FIM
               IF  WS-SERIAL-HOJE LESS THAN WS-SERIAL-INICIO
                   MOVE "CAMPANHA NAO INICIADA !" TO LK-RETORNO
                   GOBACK
           END-IF
               MOVE "N"                   TO WS-PARCIAL
               IF  WS-SERIAL-HOJE NOT GREATER THAN WS-SERIAL-FIM
                   MOVE "S"               TO WS-PARCIAL
                   COMPUTE WS-SERIAL-FIM = WS-SERIAL-HOJE - 1
                   IF WS-SERIAL-FIM LESS THAN WS-SERIAL-INICIO
                      MOVE WS-SERIAL-INICIO TO WS-SERIAL-FIM
                   END-IF
           END-IF
               COMPUTE WS-DIAS-PERIODO =
                       WS-SERIAL-FIM - WS-SERIAL-INICIO + 1
               COMPUTE WS-SERIAL-ANT-INICIO =
                       WS-SERIAL-INICIO - WS-DIAS-PERIODO
               OPEN INPUT CAMPALVO
               IF  STAT-CAMPALVO NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CAMPALVO ! "
                      STAT-CAMPALVO
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
               OPEN INPUT PEDIDOS
               IF  STAT-PEDIDOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PEDIDOS ! "
                      STAT-PEDIDOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF.

       2000-PROCESSA.

           SORT WORKCP ON ASCENDING SORM-GRUPO
                                    SORM-CLI-CODIGO
                INPUT PROCEDURE 2001-SORTIN
                OUTPUT PROCEDURE 2002-SORTOUT.

       2001-SORTIN SECTION.

           MOVE LK-CAMPANHA        TO CAL-CMP-CODIGO
           MOVE ZEROS              TO CAL-CLI-CODIGO
           START CAMPALVO KEY IS GREATER THAN CAL-CHAVE
           MOVE SPACES             TO WS-EOF
           IF STAT-CAMPALVO NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           ELSE
              READ CAMPALVO NEXT AT END MOVE "F" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF CAL-CMP-CODIGO NOT EQUAL LK-CAMPANHA
                 MOVE "F"          TO WS-EOF
              ELSE
                 PERFORM 2003-SELECIONA
                 READ CAMPALVO NEXT AT END MOVE "F" TO WS-EOF
              END-IF
           END-PERFORM.

       2001-SORTIN-EXIT. EXIT.

       2003-SELECIONA SECTION.

           INITIALIZE SORM-REC
           MOVE CAL-GRUPO          TO SORM-GRUPO
           MOVE CAL-CLI-CODIGO     TO SORM-CLI-CODIGO
           MOVE CAL-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              MOVE CLI-RAZAO       TO SORM-RAZAO
           END-IF
           MOVE CAL-CLI-CODIGO     TO PED-CLI-CODIGO
           MOVE ZEROS              TO PED-NUMERO
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           MOVE SPACES             TO WS-EOF-PED
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-PED
           ELSE
              READ PEDIDOS NEXT AT END MOVE "F" TO WS-EOF-PED
           END-IF
           PERFORM UNTIL WS-EOF-PED EQUAL "F"
              IF PED-CLI-CODIGO NOT EQUAL CAL-CLI-CODIGO
                 MOVE "F"          TO WS-EOF-PED
              ELSE
                 IF NOT PED-CANCELADO
                    PERFORM 2004-CLASSIFICA-PEDIDO
                 END-IF
                 READ PEDIDOS NEXT AT END MOVE "F" TO WS-EOF-PED
              END-IF
           END-PERFORM
           IF CAL-ALVO
              ADD 1                TO LK-QTD-ALVO
           ELSE
              ADD 1                TO LK-QTD-CONTROLE
           END-IF
           RELEASE SORM-REC.

       2003-SELECIONA-EXIT. EXIT.

       2004-CLASSIFICA-PEDIDO SECTION.

           MOVE PED-DATA           TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           IF WS-DIAS-SERIAL NOT LESS THAN WS-SERIAL-INICIO
              AND WS-DIAS-SERIAL NOT GREATER THAN WS-SERIAL-FIM
              ADD 1                TO SORM-PED-CAMP
              ADD PED-VALOR        TO SORM-VAL-CAMP
           ELSE
              IF WS-DIAS-SERIAL NOT LESS THAN WS-SERIAL-ANT-INICIO
                 AND WS-DIAS-SERIAL LESS THAN WS-SERIAL-INICIO
                 ADD 1             TO SORM-PED-ANT
                 ADD PED-VALOR     TO SORM-VAL-ANT
              END-IF
           END-IF.

       2004-CLASSIFICA-PEDIDO-EXIT. EXIT.

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

           RETURN WORKCP AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               IF WS-PRIMEIRO EQUAL "S"
                  OR SORM-GRUPO NOT EQUAL WS-GRUPO-ANT
                  IF WS-PRIMEIRO NOT EQUAL "S"
                     PERFORM 2006-TOTAL-GRUPO
                  END-IF
                  MOVE "N"                TO WS-PRIMEIRO
                  MOVE SORM-GRUPO         TO WS-GRUPO-ANT
                  IF SORM-GRUPO EQUAL "A"
                     MOVE 1               TO WS-IND-GRP
                     MOVE "PUBLICO ALVO"  TO LGRUPO-TITULO
                  ELSE
                     MOVE 2               TO WS-IND-GRP
                     MOVE "GRUPO DE CONTROLE" TO LGRUPO-TITULO
                  END-IF
                  IF LINHAS > WS-MAX-LINHAS
                     PERFORM 2013-CABECALHO
                  END-IF
                  ADD 2                   TO LINHAS
                  WRITE RG-SAIDA FROM LGRUPO AFTER 2
               END-IF
               PERFORM 2005-IMPRIME-DETALHE
               RETURN WORKCP AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-PRIMEIRO NOT EQUAL "S"
              PERFORM 2006-TOTAL-GRUPO
           END-IF

           PERFORM 2007-COMPARATIVO

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           CLOSE CAMPANHA
           CLOSE CAMPALVO
           CLOSE CLIENTES
           CLOSE PEDIDOS

           MOVE SPACES                                    TO LK-RETORNO.

       2002-SORTOUT-EXIT. EXIT.

       2005-IMPRIME-DETALHE SECTION.

           ADD 1                   TO WS-TOT-CLIENTES(WS-IND-GRP)
           IF SORM-PED-CAMP NOT EQUAL ZEROS
              ADD 1                TO WS-TOT-COMPRADORES(WS-IND-GRP)
           END-IF
           ADD SORM-PED-ANT        TO WS-TOT-PED-ANT(WS-IND-GRP)
           ADD SORM-VAL-ANT        TO WS-TOT-VAL-ANT(WS-IND-GRP)
           ADD SORM-PED-CAMP       TO WS-TOT-PED-CAMP(WS-IND-GRP)
           ADD SORM-VAL-CAMP       TO WS-TOT-VAL-CAMP(WS-IND-GRP)
           IF LK-DETALHE EQUAL "N"
              GO TO 2005-IMPRIME-DETALHE-EXIT
           END-IF
           MOVE SORM-CLI-CODIGO    TO LDT-CLIENTE
           MOVE SORM-RAZAO         TO LDT-RAZAO
           MOVE SORM-PED-ANT       TO LDT-PED-ANT
           MOVE SORM-VAL-ANT       TO LDT-VAL-ANT
           MOVE SORM-PED-CAMP      TO LDT-PED-CAMP
           MOVE SORM-VAL-CAMP      TO LDT-VAL-CAMP
           IF SORM-VAL-ANT EQUAL ZEROS
              IF SORM-VAL-CAMP EQUAL ZEROS
                 MOVE SPACES       TO LDT-VARIACAO-X
              ELSE
                 MOVE "    NOVO"   TO LDT-VARIACAO-X
              END-IF
           ELSE
              COMPUTE WS-VARIACAO ROUNDED =
                      (SORM-VAL-CAMP - SORM-VAL-ANT) * 100
                      / SORM-VAL-ANT
                 ON SIZE ERROR
                    MOVE 9999,99   TO WS-VARIACAO
              END-COMPUTE
              MOVE WS-VARIACAO     TO LDT-VARIACAO
           END-IF
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2005-IMPRIME-DETALHE-EXIT. EXIT.

       2006-TOTAL-GRUPO SECTION.

           IF WS-IND-GRP EQUAL 1
              MOVE "  TOTAL PUBLICO ALVO"     TO LTOT-TITULO
           ELSE
              MOVE "  TOTAL GRUPO DE CONTROLE" TO LTOT-TITULO
           END-IF
           MOVE WS-TOT-PED-ANT(WS-IND-GRP)    TO LTOT-PED-ANT
           MOVE WS-TOT-VAL-ANT(WS-IND-GRP)    TO LTOT-VAL-ANT
           MOVE WS-TOT-PED-CAMP(WS-IND-GRP)   TO LTOT-PED-CAMP
           MOVE WS-TOT-VAL-CAMP(WS-IND-GRP)   TO LTOT-VAL-CAMP
           PERFORM 2008-VARIACAO-GRUPO
           IF WS-TOT-VAL-ANT(WS-IND-GRP) EQUAL ZEROS
              MOVE SPACES                     TO LTOT-VARIACAO-X
           ELSE
              MOVE WS-VARIACAO                TO LTOT-VARIACAO
           END-IF
           MOVE WS-TOT-CLIENTES(WS-IND-GRP)   TO LTOT2-CLIENTES
           MOVE WS-TOT-COMPRADORES(WS-IND-GRP) TO LTOT2-COMPRADORES
           MOVE ZEROS                         TO WS-CONVERSAO
           MOVE ZEROS                         TO WS-MEDIA
           IF WS-TOT-CLIENTES(WS-IND-GRP) NOT EQUAL ZEROS
              COMPUTE WS-CONVERSAO ROUNDED =
                      WS-TOT-COMPRADORES(WS-IND-GRP) * 100
                      / WS-TOT-CLIENTES(WS-IND-GRP)
              COMPUTE WS-MEDIA ROUNDED =
                      WS-TOT-VAL-CAMP(WS-IND-GRP)
                      / WS-TOT-CLIENTES(WS-IND-GRP)
           END-IF
           MOVE WS-CONVERSAO                  TO LTOT2-CONVERSAO
           MOVE WS-MEDIA                      TO LTOT2-MEDIA
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 3                              TO LINHAS
           WRITE RG-SAIDA FROM LTOT AFTER 2
           WRITE RG-SAIDA FROM LTOT2 AFTER 1.

       2006-TOTAL-GRUPO-EXIT. EXIT.

       2007-COMPARATIVO SECTION.

           MOVE 1                  TO WS-IND-GRP
           PERFORM 2008-VARIACAO-GRUPO
           MOVE WS-VARIACAO        TO WS-VAR-ALVO
           MOVE 2                  TO WS-IND-GRP
           PERFORM 2008-VARIACAO-GRUPO
           MOVE WS-VARIACAO        TO WS-VAR-CONTROLE
           COMPUTE WS-DIFERENCA = WS-VAR-ALVO - WS-VAR-CONTROLE
              ON SIZE ERROR
                 MOVE ZEROS        TO WS-DIFERENCA
           END-COMPUTE
           MOVE WS-VAR-ALVO        TO LCOMP-ALVO
           MOVE WS-VAR-CONTROLE    TO LCOMP-CONTROLE
           MOVE WS-DIFERENCA       TO LCOMP-DIFERENCA
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 3                   TO LINHAS
           WRITE RG-SAIDA          FROM TRACOS AFTER 2
           WRITE RG-SAIDA          FROM LCOMP AFTER 1.

       2007-COMPARATIVO-EXIT. EXIT.

       2008-VARIACAO-GRUPO SECTION.

           MOVE ZEROS              TO WS-VARIACAO
           IF WS-TOT-VAL-ANT(WS-IND-GRP) NOT EQUAL ZEROS
              COMPUTE WS-VARIACAO ROUNDED =
                      (WS-TOT-VAL-CAMP(WS-IND-GRP)
                     - WS-TOT-VAL-ANT(WS-IND-GRP)) * 100
                     / WS-TOT-VAL-ANT(WS-IND-GRP)
                 ON SIZE ERROR
                    MOVE 9999,99   TO WS-VARIACAO
              END-COMPUTE
           END-IF.

       2008-VARIACAO-GRUPO-EXIT. EXIT.

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
           MOVE 7                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE CMP-CODIGO              TO CAB01A-CODIGO
           MOVE CMP-DESCRICAO           TO CAB01A-DESCRICAO
           IF WS-PARCIAL EQUAL "S"
              MOVE "(PARCIAL - CAMPANHA EM CURSO)" TO CAB01A-SITUACAO
           ELSE
              MOVE SPACES               TO CAB01A-SITUACAO
           END-IF
           MOVE CMP-DATA-INICIO         TO CAB01B-INICIO
           MOVE CMP-DATA-FIM            TO CAB01B-FIM
           MOVE WS-DIAS-PERIODO         TO CAB01B-DIAS

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB01A AFTER 1
           WRITE RG-SAIDA     FROM CAB01B AFTER 1
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
