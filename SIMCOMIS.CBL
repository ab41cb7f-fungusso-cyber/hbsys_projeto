       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMCOMIS.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "VENDEDOR.SL".
           COPY "CLIENTES.SL".
           COPY "PEDIDOS.SL".
           COPY "PARAMETR.SL".
           COPY "COMISTAB.SL".
           COPY "CANALCOM.SL".
           COPY "COMISSIM.SL".
           COPY "COMISLED.SL".
           COPY "DEVOLUCA.SL".
           COPY "TITULOS.SL".
           COPY "BAIXAS.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "VENDEDOR.FD".
           COPY "CLIENTES.FD".
           COPY "PEDIDOS.FD".
           COPY "PARAMETR.FD".
           COPY "COMISTAB.FD".
           COPY "CANALCOM.FD".
           COPY "COMISSIM.FD".
           COPY "COMISLED.FD".
           COPY "DEVOLUCA.FD".
           COPY "TITULOS.FD".
           COPY "BAIXAS.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-PARAMETR                      PIC XX.
       01  STAT-COMISTAB                      PIC XX.
       01  STAT-COMISSIM                      PIC XX.
       01  STAT-COMISLED                      PIC XX.
       01  STAT-DEVOLUCA                      PIC XX.
       01  STAT-TITULOS                       PIC XX.
       01  STAT-BAIXAS                        PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-PED                    PIC X         VALUE SPACES.
           01  WS-EOF-TAB                    PIC X         VALUE SPACES.
           01  WS-EOF-DEV                    PIC X         VALUE SPACES.
           01  WS-EOF-TIT                    PIC X         VALUE SPACES.
           01  WS-EOF-BXA                    PIC X         VALUE SPACES.
           01  WS-EOF-LED                    PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(110) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE SPACES.
       01  WS-PERC-COMISSAO               PIC 9(002)V99 VALUE ZEROS.
       01  WS-MODO-COMISSAO               PIC X      VALUE "F".
           88 WS-MODO-CAIXA                          VALUE "C".
       01  WS-DEVOLUCA-ATIVO              PIC X      VALUE "N".
       01  WS-TITULOS-ATIVO               PIC X      VALUE "N".
       01  WS-BAIXAS-ATIVO                PIC X      VALUE "N".
       01  WS-COMPETENCIA                 PIC 9(004) VALUE ZEROS.
       01  FILLER REDEFINES WS-COMPETENCIA.
           05 WS-COMP-AA                  PIC 9(002).
           05 WS-COMP-MM                  PIC 9(002).
       01  WS-QTD-COMPETENCIAS            PIC 9(003) VALUE ZEROS.
       01  WS-COMP-ANTERIOR               PIC 9(004) VALUE ZEROS.
       01  FILLER REDEFINES WS-COMP-ANTERIOR.
           05 WS-COMP-ANT-AA              PIC 9(002).
           05 WS-COMP-ANT-MM              PIC 9(002).
       01  WS-IND-TAB                     PIC 9(001) VALUE ZEROS.
       01  WS-IND-REGRA                   PIC 9(003) VALUE ZEROS.
       01  TABELA-REGRAS.
           05 WS-TABELA OCCURS 2.
              10  TAB-QTD-REGRAS             PIC 9(003).
              10  TAB-PERC-GERAL             PIC 9(002)V99.
              10  WS-REGRA OCCURS 500.
                  15  TAB-RGR-VENDEDOR       PIC 9(003).
                  15  TAB-RGR-PORTE          PIC X(001).
                  15  TAB-RGR-VALOR-INICIAL  PIC 9(011)V99.
                  15  TAB-RGR-VALOR-FINAL    PIC 9(011)V99.
                  15  TAB-RGR-PERCENTUAL     PIC 9(002)V99.
       01  WS-PERC-APLICADO               PIC 9(002)V99 VALUE ZEROS.
       01  STAT-CANALCOM                  PIC XX.
       01  WS-QTD-CANAIS                  PIC 9(003) VALUE ZEROS.
       01  WS-IND-CANAL                   PIC 9(003) VALUE ZEROS.
       01  WS-IND-MELHOR-CANAL            PIC 9(003) VALUE ZEROS.
       01  WS-AUX-CANAL                   PIC X(001) VALUE SPACES.
       01  TABELA-CANAIS.
           05 WS-CANAL OCCURS 200.
              10  TAB-CCN-CANAL              PIC X(001).
              10  TAB-CCN-VENDEDOR           PIC 9(003).
              10  TAB-CCN-TIPO               PIC X(001).
              10  TAB-CCN-PERCENTUAL         PIC 9(003)V99.
       01  WS-PONTOS-REGRA                PIC 9(001) VALUE ZEROS.
       01  WS-PONTOS-MELHOR               PIC 9(001) VALUE ZEROS.
       01  WS-ACHOU-REGRA                 PIC X      VALUE "N".
       01  WS-AUX-PORTE                   PIC X(001) VALUE SPACES.
       01  WS-BASE-TITULO                 PIC 9(009)V99 VALUE ZEROS.
       01  WS-BASE-ITEM                   PIC S9(011)V99 VALUE ZEROS.
       01  WS-COMIS-ITEM                  PIC S9(011)V99 VALUE ZEROS.
       01  WS-SINAL-ITEM                  PIC S9(001) VALUE +1.
       01  WS-IND-VEN                     PIC 9(003) VALUE ZEROS.
       01  TABELA-MES.
           05 WS-MES OCCURS 999.
              10  TAB-MES-BASE               PIC S9(013)V99.
              10  TAB-MES-ATUAL              PIC S9(013)V99.
              10  TAB-MES-PROPOSTA           PIC S9(013)V99.
       01  TABELA-SALDO.
           05 WS-SALDO OCCURS 999.
              10  TAB-SALDO-ATUAL            PIC 9(011)V99.
              10  TAB-SALDO-PROPOSTA         PIC 9(011)V99.
       01  WS-COMIS-LIQUIDA               PIC S9(013)V99 VALUE ZEROS.
       01  TABELA-SIMULACAO.
           05 WS-SIM OCCURS 999.
              10  TAB-SIM-BASE               PIC S9(013)V99.
              10  TAB-SIM-ATUAL              PIC S9(013)V99.
              10  TAB-SIM-PROPOSTA           PIC S9(013)V99.
       01  WS-DIFERENCA                   PIC S9(013)V99 VALUE ZEROS.
       01  WS-PERC-DIFERENCA              PIC S9(005)V99 VALUE ZEROS.
       01  WS-TOT-BASE                    PIC S9(013)V99 VALUE ZEROS.
       01  WS-TOT-ATUAL                   PIC S9(013)V99 VALUE ZEROS.
       01  WS-TOT-PROPOSTA                PIC S9(013)V99 VALUE ZEROS.
       01  WS-QTD-VENDEDORES              PIC 9(005) VALUE ZEROS.
       01  WS-LIG-ESCOPO.
           05 WS-ESC-VEN-CODIGO           PIC 9(003) VALUE ZEROS.
           05 WS-ESC-REGISTRA             PIC X(001) VALUE "N".
           05 WS-ESC-PROGRAMA             PIC X(010) VALUE "SIMCOMIS".
           05 WS-ESC-CHAVE                PIC X(015) VALUE SPACES.
           05 WS-ESC-RESTRITO             PIC X(001) VALUE "N".
           05 WS-ESC-PERMITIDO            PIC X(001) VALUE "S".
           05 WS-ESC-OPERADOR             PIC X(010) VALUE SPACES.
       01  WS-LIG-EMPRESA.
           05 WS-EMPRESA-ATUAL            PIC 9(002).
           01  CAB01.
        05 PIC X(098)   VALUE "SIMULACAO DE TABELA DE COMISSOES".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(014)               VALUE "COMPETENCIAS: ".
               05 CAB01A-COMP-INICIAL      PIC 9(004).
               05 PIC X(003)               VALUE " A ".
               05 CAB01A-COMP-FINAL        PIC 9(004).
               05 PIC X(004).
               05 PIC X(014)               VALUE "PERC. ATUAL: ".
               05 CAB01A-PERC-ATUAL        PIC Z9,99.
               05 PIC X(004).
               05 PIC X(017)               VALUE "PERC. PROPOSTO: ".
               05 CAB01A-PERC-PROPOSTO     PIC Z9,99.
               05 PIC X(004).
               05 PIC X(008)               VALUE "REGIME: ".
               05 CAB01A-REGIME            PIC X(012).
           01  CAB02.
               05 PIC X(005)               VALUE "  VEN".
               05 PIC X(001).
               05 PIC X(025)               VALUE "NOME".
               05 PIC X(017)               VALUE "       VALOR BASE".
               05 PIC X(016)               VALUE "   COMIS. ATUAL".
               05 PIC X(016)               VALUE "COMIS. PROPOSTA".
               05 PIC X(016)               VALUE "      DIFERENCA".
               05 PIC X(009)               VALUE "    DIF %".
       01  LDT.
           05 PIC X(002).
           05 LDT-VEN-CODIGO              PIC ZZ9.
           05 PIC X(001).
           05 LDT-NOME                    PIC X(025).
           05 LDT-BASE                    PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 LDT-ATUAL                   PIC ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(001).
           05 LDT-PROPOSTA                PIC ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(001).
           05 LDT-DIFERENCA               PIC ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(001).
           05 LDT-PERC                    PIC ZZZZ9,99-.
       01  RODAPE.
           05 PIC X(002).
           05 PIC X(012) VALUE "VENDEDORES: ".
           05 ROD-QTD                     PIC ZZZ9.
           05 PIC X(013).
           05 ROD-BASE                    PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 ROD-ATUAL                   PIC ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(001).
           05 ROD-PROPOSTA                PIC ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(001).
           05 ROD-DIFERENCA               PIC ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(001).
           05 ROD-PERC                    PIC ZZZZ9,99-.
       01  RODAPE2.
           05 PIC X(002).
           05 PIC X(030) VALUE "IMPACTO TOTAL NO CUSTO: ".
           05 ROD2-DIFERENCA              PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(004).
           05 PIC X(019) VALUE "COMPETENCIAS: ".
           05 ROD2-COMPETENCIAS           PIC ZZ9.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-COMP-INICIAL                             PIC 9(004).
          05 LK-COMP-FINAL                               PIC 9(004).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       PROCEDURE DIVISION USING LIN-LIGACAO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               MOVE "SAIDA"               TO WS-SAIDA-PATH
               CALL "LEEMPRES" USING WS-LIG-EMPRESA
               PERFORM 1001-LE-PARAMETRO
               CALL "VERESCOP" USING WS-LIG-ESCOPO
               INITIALIZE TABELA-REGRAS
               PERFORM 1003-CARREGA-REGRAS
               PERFORM 1004-CARREGA-PROPOSTA
               PERFORM 1005-CARREGA-CANAIS
               OPEN INPUT VENDEDOR
               IF  STAT-VENDEDOR NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VENDEDOR ! "
                      STAT-VENDEDOR
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
           END-IF
               MOVE "N"                   TO WS-DEVOLUCA-ATIVO
               OPEN INPUT DEVOLUCA
               IF STAT-DEVOLUCA EQUAL "00"
                  MOVE "S"                TO WS-DEVOLUCA-ATIVO
               END-IF
               MOVE "N"                   TO WS-TITULOS-ATIVO
               OPEN INPUT TITULOS
               IF STAT-TITULOS EQUAL "00"
                  MOVE "S"                TO WS-TITULOS-ATIVO
               END-IF
               MOVE "N"                   TO WS-BAIXAS-ATIVO
               IF WS-MODO-CAIXA
                  OPEN INPUT BAIXAS
                  IF STAT-BAIXAS EQUAL "00"
                     MOVE "S"             TO WS-BAIXAS-ATIVO
                  END-IF
               END-IF
               OPEN OUTPUT SAIDA
               IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. SAIDA ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       1001-LE-PARAMETRO.

               MOVE ZEROS          TO WS-PERC-COMISSAO
               OPEN INPUT PARAMETR
               IF  STAT-PARAMETR EQUAL "00"
                   READ PARAMETR
                   IF STAT-PARAMETR EQUAL "00"
                      IF PAR-PERC-COMISSAO NUMERIC
                         MOVE PAR-PERC-COMISSAO TO WS-PERC-COMISSAO
                      END-IF
                      IF PAR-COMISSAO-CAIXA
                         MOVE "C"       TO WS-MODO-COMISSAO
                      END-IF
                   END-IF
                   CLOSE PARAMETR
               END-IF
               IF WS-PERC-COMISSAO EQUAL ZEROS
                  STRING "PERC. COMISSAO NAO PARAMETRIZADO"
                    DELIMITED BY SIZE
                    INTO LK-RETORNO
                  END-STRING
                  GOBACK
               END-IF.

       1003-CARREGA-REGRAS.

               MOVE WS-PERC-COMISSAO TO TAB-PERC-GERAL(1)
               OPEN INPUT COMISTAB
               IF STAT-COMISTAB NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE ZEROS          TO CTB-SEQUENCIA
               START COMISTAB KEY IS GREATER THAN CTB-SEQUENCIA
               IF STAT-COMISTAB NOT EQUAL "00"
                  CLOSE COMISTAB
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES         TO WS-EOF-TAB
               READ COMISTAB NEXT
               IF STAT-COMISTAB NOT EQUAL "00"
                  MOVE "F"         TO WS-EOF-TAB
               END-IF
               PERFORM UNTIL WS-EOF-TAB EQUAL "F"
                  IF TAB-QTD-REGRAS(1) LESS THAN 500
                     ADD 1         TO TAB-QTD-REGRAS(1)
                     MOVE TAB-QTD-REGRAS(1) TO WS-IND-REGRA
                     MOVE CTB-VEN-CODIGO
                          TO TAB-RGR-VENDEDOR(1, WS-IND-REGRA)
                     MOVE CTB-PORTE
                          TO TAB-RGR-PORTE(1, WS-IND-REGRA)
                     MOVE CTB-VALOR-INICIAL
                          TO TAB-RGR-VALOR-INICIAL(1, WS-IND-REGRA)
                     MOVE CTB-VALOR-FINAL
                          TO TAB-RGR-VALOR-FINAL(1, WS-IND-REGRA)
                     MOVE CTB-PERCENTUAL
                          TO TAB-RGR-PERCENTUAL(1, WS-IND-REGRA)
                  END-IF
                  READ COMISTAB NEXT AT END
                     MOVE "F"      TO WS-EOF-TAB
                  END-READ
               END-PERFORM
               CLOSE COMISTAB.

       1005-CARREGA-CANAIS.

               MOVE ZEROS          TO WS-QTD-CANAIS
               OPEN INPUT CANALCOM
               IF STAT-CANALCOM NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE LOW-VALUES     TO CCN-CHAVE
               START CANALCOM KEY IS GREATER THAN CCN-CHAVE
               IF STAT-CANALCOM NOT EQUAL "00"
                  CLOSE CANALCOM
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES         TO WS-EOF-TAB
               READ CANALCOM NEXT
               IF STAT-CANALCOM NOT EQUAL "00"
                  MOVE "F"         TO WS-EOF-TAB
               END-IF
               PERFORM UNTIL WS-EOF-TAB EQUAL "F"
                  IF WS-QTD-CANAIS LESS THAN 200
                     ADD 1         TO WS-QTD-CANAIS
                     MOVE CCN-CANAL
                          TO TAB-CCN-CANAL(WS-QTD-CANAIS)
                     MOVE CCN-VEN-CODIGO
                          TO TAB-CCN-VENDEDOR(WS-QTD-CANAIS)
                     MOVE CCN-TIPO
                          TO TAB-CCN-TIPO(WS-QTD-CANAIS)
                     MOVE CCN-PERCENTUAL
                          TO TAB-CCN-PERCENTUAL(WS-QTD-CANAIS)
                  END-IF
                  READ CANALCOM NEXT AT END
                     MOVE "F"      TO WS-EOF-TAB
                  END-READ
               END-PERFORM
               CLOSE CANALCOM.

       1006-CARREGA-SALDOS.

               INITIALIZE TABELA-SALDO
               MOVE LK-COMP-INICIAL TO WS-COMP-ANTERIOR
               IF WS-COMP-ANT-MM EQUAL 1
                  MOVE 12          TO WS-COMP-ANT-MM
                  IF WS-COMP-ANT-AA EQUAL ZEROS
                     MOVE 99       TO WS-COMP-ANT-AA
                  ELSE
                     SUBTRACT 1    FROM WS-COMP-ANT-AA
                  END-IF
               ELSE
                  SUBTRACT 1       FROM WS-COMP-ANT-MM
               END-IF
               OPEN INPUT COMISLED
               IF STAT-COMISLED NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE WS-COMP-ANTERIOR TO CML-COMPETENCIA
               MOVE ZEROS          TO CML-VEN-CODIGO
               START COMISLED KEY IS GREATER THAN CML-CHAVE
               IF STAT-COMISLED NOT EQUAL "00"
                  CLOSE COMISLED
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES         TO WS-EOF-LED
               READ COMISLED NEXT
               IF STAT-COMISLED NOT EQUAL "00"
                  MOVE "F"         TO WS-EOF-LED
               END-IF
               PERFORM UNTIL WS-EOF-LED EQUAL "F"
                  IF CML-COMPETENCIA NOT EQUAL WS-COMP-ANTERIOR
                     MOVE "F"      TO WS-EOF-LED
                  ELSE
                     IF CML-SALDO-DEVEDOR NUMERIC
                        AND CML-VEN-CODIGO NOT EQUAL ZEROS
                        MOVE CML-SALDO-DEVEDOR
                             TO TAB-SALDO-ATUAL(CML-VEN-CODIGO)
                        MOVE CML-SALDO-DEVEDOR
                             TO TAB-SALDO-PROPOSTA(CML-VEN-CODIGO)
                     END-IF
                     READ COMISLED NEXT AT END
                        MOVE "F"   TO WS-EOF-LED
                     END-READ
                  END-IF
               END-PERFORM
               CLOSE COMISLED.

       1004-CARREGA-PROPOSTA.

               MOVE WS-PERC-COMISSAO TO TAB-PERC-GERAL(2)
               OPEN INPUT COMISSIM
               IF STAT-COMISSIM NOT EQUAL "00"
                  STRING "TABELA PROPOSTA NAO CADASTRADA"
                    DELIMITED BY SIZE
                    INTO LK-RETORNO
                  END-STRING
                  GOBACK
               END-IF
               MOVE ZEROS          TO CSM-SEQUENCIA
               START COMISSIM KEY IS NOT LESS THAN CSM-SEQUENCIA
               IF STAT-COMISSIM NOT EQUAL "00"
                  CLOSE COMISSIM
                  STRING "TABELA PROPOSTA NAO CADASTRADA"
                    DELIMITED BY SIZE
                    INTO LK-RETORNO
                  END-STRING
                  GOBACK
               END-IF
               MOVE SPACES         TO WS-EOF-TAB
               READ COMISSIM NEXT
               IF STAT-COMISSIM NOT EQUAL "00"
                  MOVE "F"         TO WS-EOF-TAB
               END-IF
               PERFORM UNTIL WS-EOF-TAB EQUAL "F"
                  IF CSM-SEQUENCIA EQUAL ZEROS
                     IF CSM-PERCENTUAL NOT EQUAL ZEROS
                        MOVE CSM-PERCENTUAL TO TAB-PERC-GERAL(2)
                     END-IF
                  ELSE
                     IF TAB-QTD-REGRAS(2) LESS THAN 500
                        ADD 1      TO TAB-QTD-REGRAS(2)
                        MOVE TAB-QTD-REGRAS(2) TO WS-IND-REGRA
                        MOVE CSM-VEN-CODIGO
                             TO TAB-RGR-VENDEDOR(2, WS-IND-REGRA)
                        MOVE CSM-PORTE
                             TO TAB-RGR-PORTE(2, WS-IND-REGRA)
                        MOVE CSM-VALOR-INICIAL
                             TO TAB-RGR-VALOR-INICIAL(2, WS-IND-REGRA)
                        MOVE CSM-VALOR-FINAL
                             TO TAB-RGR-VALOR-FINAL(2, WS-IND-REGRA)
                        MOVE CSM-PERCENTUAL
                             TO TAB-RGR-PERCENTUAL(2, WS-IND-REGRA)
                     END-IF
                  END-IF
                  READ COMISSIM NEXT AT END
                     MOVE "F"      TO WS-EOF-TAB
                  END-READ
               END-PERFORM
               CLOSE COMISSIM.

       2000-PROCESSA.

           INITIALIZE TABELA-SIMULACAO
           PERFORM 1006-CARREGA-SALDOS
           MOVE ZEROS                 TO WS-QTD-COMPETENCIAS
           MOVE LK-COMP-INICIAL       TO WS-COMPETENCIA
           PERFORM UNTIL WS-COMPETENCIA > LK-COMP-FINAL
              INITIALIZE TABELA-MES
              IF WS-MODO-CAIXA
                 PERFORM 2017-EXTRAI-BAIXAS
              ELSE
                 PERFORM 2001-EXTRAI-PEDIDOS
                 IF WS-DEVOLUCA-ATIVO EQUAL "S"
                    PERFORM 2013-EXTRAI-DEVOLUCOES
                 END-IF
              END-IF
              PERFORM 2018-EXTRAI-PERDAS
              PERFORM 2005-FECHA-COMPETENCIA
              ADD 1                   TO WS-QTD-COMPETENCIAS
              IF WS-COMP-MM EQUAL 12
                 ADD 1                TO WS-COMP-AA
                 MOVE 1               TO WS-COMP-MM
              ELSE
                 ADD 1                TO WS-COMP-MM
              END-IF
           END-PERFORM

           IF WS-DEVOLUCA-ATIVO EQUAL "S"
              CLOSE DEVOLUCA
           END-IF
           IF WS-TITULOS-ATIVO EQUAL "S"
              CLOSE TITULOS
           END-IF
           IF WS-BAIXAS-ATIVO EQUAL "S"
              CLOSE BAIXAS
           END-IF
           CLOSE PEDIDOS
           CLOSE CLIENTES

           PERFORM 2002-EMITE-SIMULACAO.

       2001-EXTRAI-PEDIDOS SECTION.

           MOVE ZEROS      TO PED-CHAVE
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              GO TO 2001-EXTRAI-PEDIDOS-EXIT
           END-IF

           MOVE SPACES     TO WS-EOF-PED
           READ  PEDIDOS NEXT
               IF STAT-PEDIDOS NOT EQUAL "00"
                  MOVE "F"    TO WS-EOF-PED
           END-IF

           PERFORM UNTIL WS-EOF-PED = "F"

               IF  PED-DATA(3:4) EQUAL WS-COMPETENCIA
               AND PED-STATUS NOT EQUAL "C" AND "P"
               AND (PED-EMPRESA EQUAL WS-EMPRESA-ATUAL
                    OR (PED-EMPRESA EQUAL ZEROS
                        AND WS-EMPRESA-ATUAL EQUAL 1))
                   MOVE PED-VALOR       TO WS-BASE-ITEM
                   MOVE +1              TO WS-SINAL-ITEM
                   MOVE PED-CLI-CODIGO  TO CLI-CODIGO
                   PERFORM 2003-ACUMULA-ITEM
               END-IF

               READ  PEDIDOS NEXT AT END
                   MOVE "F" TO WS-EOF-PED
           END-PERFORM.

       2001-EXTRAI-PEDIDOS-EXIT. EXIT.

       2017-EXTRAI-BAIXAS SECTION.

           IF WS-BAIXAS-ATIVO NOT EQUAL "S"
              GO TO 2017-EXTRAI-BAIXAS-EXIT
           END-IF
           MOVE ZEROS      TO BXA-CHAVE
           START BAIXAS KEY IS GREATER THAN BXA-CHAVE
           IF STAT-BAIXAS NOT EQUAL "00"
              GO TO 2017-EXTRAI-BAIXAS-EXIT
           END-IF
           MOVE SPACES     TO WS-EOF-BXA
           READ BAIXAS NEXT
           IF STAT-BAIXAS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-BXA
           END-IF
           PERFORM UNTIL WS-EOF-BXA EQUAL "F"

               IF BXA-DATA-PAGAMENTO(3:4) EQUAL WS-COMPETENCIA
                  AND BXA-VALOR-PRINCIPAL GREATER THAN ZEROS
                  AND NOT BXA-REBATE
                  MOVE BXA-CLI-CODIGO      TO PED-CLI-CODIGO
                  MOVE BXA-PED-NUMERO      TO PED-NUMERO
                  MOVE BXA-VALOR-PRINCIPAL TO WS-BASE-TITULO
                  MOVE +1                  TO WS-SINAL-ITEM
                  PERFORM 2020-LIBERA-TITULO
               END-IF

               READ BAIXAS NEXT AT END
                   MOVE "F" TO WS-EOF-BXA
           END-PERFORM.

       2017-EXTRAI-BAIXAS-EXIT. EXIT.

       2018-EXTRAI-PERDAS SECTION.

           IF WS-TITULOS-ATIVO NOT EQUAL "S"
              GO TO 2018-EXTRAI-PERDAS-EXIT
           END-IF
           MOVE ZEROS      TO TIT-CHAVE
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              GO TO 2018-EXTRAI-PERDAS-EXIT
           END-IF
           MOVE SPACES     TO WS-EOF-TIT
           READ TITULOS NEXT
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-TIT
           END-IF
           PERFORM UNTIL WS-EOF-TIT EQUAL "F"

               IF TIT-PERDA
                  AND TIT-DATA-PERDA(3:4) EQUAL WS-COMPETENCIA
                  IF WS-MODO-CAIXA
                     MOVE TIT-VALOR-PAGO   TO WS-BASE-TITULO
                  ELSE
                     MOVE ZEROS            TO WS-BASE-TITULO
                     IF TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                        COMPUTE WS-BASE-TITULO =
                                TIT-VALOR - TIT-VALOR-PAGO
                     END-IF
                  END-IF
                  IF WS-BASE-TITULO GREATER THAN ZEROS
                     MOVE TIT-CLI-CODIGO   TO PED-CLI-CODIGO
                     MOVE TIT-PED-NUMERO   TO PED-NUMERO
                     MOVE -1               TO WS-SINAL-ITEM
                     PERFORM 2020-LIBERA-TITULO
                  END-IF
               END-IF

               READ TITULOS NEXT AT END
                   MOVE "F" TO WS-EOF-TIT
           END-PERFORM.

       2018-EXTRAI-PERDAS-EXIT. EXIT.

       2020-LIBERA-TITULO SECTION.

           READ PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              GO TO 2020-LIBERA-TITULO-EXIT
           END-IF
           IF PED-EMPRESA NOT EQUAL WS-EMPRESA-ATUAL
              AND NOT (PED-EMPRESA EQUAL ZEROS
                       AND WS-EMPRESA-ATUAL EQUAL 1)
              GO TO 2020-LIBERA-TITULO-EXIT
           END-IF
           MOVE WS-BASE-TITULO  TO WS-BASE-ITEM
           MOVE PED-CLI-CODIGO  TO CLI-CODIGO
           PERFORM 2003-ACUMULA-ITEM.

       2020-LIBERA-TITULO-EXIT. EXIT.

       2013-EXTRAI-DEVOLUCOES SECTION.

           MOVE ZEROS      TO DEV-CHAVE
           START DEVOLUCA KEY IS GREATER THAN DEV-CHAVE
           IF STAT-DEVOLUCA NOT EQUAL "00"
              GO TO 2013-EXTRAI-DEVOLUCOES-EXIT
           END-IF
           MOVE SPACES     TO WS-EOF-DEV
           READ DEVOLUCA NEXT
           IF STAT-DEVOLUCA NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-DEV
           END-IF
           PERFORM UNTIL WS-EOF-DEV EQUAL "F"

               IF DEV-DATA(3:4) EQUAL WS-COMPETENCIA
                  PERFORM 2014-LIBERA-DEVOLUCAO
               END-IF

               READ DEVOLUCA NEXT AT END
                   MOVE "F" TO WS-EOF-DEV
           END-PERFORM.

       2013-EXTRAI-DEVOLUCOES-EXIT. EXIT.

       2014-LIBERA-DEVOLUCAO SECTION.

           MOVE DEV-CLI-CODIGO  TO PED-CLI-CODIGO
           MOVE DEV-PED-NUMERO  TO PED-NUMERO
           READ PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              GO TO 2014-LIBERA-DEVOLUCAO-EXIT
           END-IF
           IF PED-EMPRESA NOT EQUAL WS-EMPRESA-ATUAL
              AND NOT (PED-EMPRESA EQUAL ZEROS
                       AND WS-EMPRESA-ATUAL EQUAL 1)
              GO TO 2014-LIBERA-DEVOLUCAO-EXIT
           END-IF
           MOVE DEV-VALOR       TO WS-BASE-ITEM
           MOVE -1              TO WS-SINAL-ITEM
           MOVE DEV-CLI-CODIGO  TO CLI-CODIGO
           PERFORM 2003-ACUMULA-ITEM.

       2014-LIBERA-DEVOLUCAO-EXIT. EXIT.

       2003-ACUMULA-ITEM SECTION.

           IF PED-VEN-CODIGO EQUAL ZEROS
              GO TO 2003-ACUMULA-ITEM-EXIT
           END-IF
           MOVE PED-VEN-CODIGO  TO WS-ESC-VEN-CODIGO
           CALL "VERESCOP" USING WS-LIG-ESCOPO
           IF WS-ESC-PERMITIDO NOT EQUAL "S"
              GO TO 2003-ACUMULA-ITEM-EXIT
           END-IF

           MOVE SPACES          TO WS-AUX-PORTE
           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              MOVE CLI-PORTE    TO WS-AUX-PORTE
           END-IF
           MOVE PED-VEN-CODIGO  TO WS-IND-VEN

           COMPUTE TAB-MES-BASE(WS-IND-VEN) =
                   TAB-MES-BASE(WS-IND-VEN)
                 + WS-BASE-ITEM * WS-SINAL-ITEM

           MOVE 1               TO WS-IND-TAB
           PERFORM 2012-RESOLVE-PERCENTUAL
           COMPUTE WS-COMIS-ITEM ROUNDED =
                   WS-BASE-ITEM * WS-PERC-APLICADO / 100
           COMPUTE TAB-MES-ATUAL(WS-IND-VEN) =
                   TAB-MES-ATUAL(WS-IND-VEN)
                 + WS-COMIS-ITEM * WS-SINAL-ITEM

           MOVE 2               TO WS-IND-TAB
           PERFORM 2012-RESOLVE-PERCENTUAL
           COMPUTE WS-COMIS-ITEM ROUNDED =
                   WS-BASE-ITEM * WS-PERC-APLICADO / 100
           COMPUTE TAB-MES-PROPOSTA(WS-IND-VEN) =
                   TAB-MES-PROPOSTA(WS-IND-VEN)
                 + WS-COMIS-ITEM * WS-SINAL-ITEM.

       2003-ACUMULA-ITEM-EXIT. EXIT.

       2012-RESOLVE-PERCENTUAL SECTION.

           MOVE TAB-PERC-GERAL(WS-IND-TAB) TO WS-PERC-APLICADO
           MOVE "N"                TO WS-ACHOU-REGRA
           MOVE ZEROS              TO WS-PONTOS-MELHOR
           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                   UNTIL WS-IND-REGRA > TAB-QTD-REGRAS(WS-IND-TAB)
              IF (TAB-RGR-VENDEDOR(WS-IND-TAB, WS-IND-REGRA)
                     EQUAL ZEROS
                  OR TAB-RGR-VENDEDOR(WS-IND-TAB, WS-IND-REGRA)
                     EQUAL PED-VEN-CODIGO)
                 AND (TAB-RGR-PORTE(WS-IND-TAB, WS-IND-REGRA)
                         EQUAL SPACE
                      OR TAB-RGR-PORTE(WS-IND-TAB, WS-IND-REGRA)
                         EQUAL WS-AUX-PORTE)
                 AND PED-VALOR NOT LESS THAN
                     TAB-RGR-VALOR-INICIAL(WS-IND-TAB, WS-IND-REGRA)
                 AND (TAB-RGR-VALOR-FINAL(WS-IND-TAB, WS-IND-REGRA)
                         EQUAL ZEROS
                      OR PED-VALOR NOT GREATER THAN
                         TAB-RGR-VALOR-FINAL(WS-IND-TAB, WS-IND-REGRA))
                 MOVE ZEROS        TO WS-PONTOS-REGRA
                 IF TAB-RGR-VENDEDOR(WS-IND-TAB, WS-IND-REGRA)
                    NOT EQUAL ZEROS
                    ADD 2          TO WS-PONTOS-REGRA
                 END-IF
                 IF TAB-RGR-PORTE(WS-IND-TAB, WS-IND-REGRA)
                    NOT EQUAL SPACE
                    ADD 1          TO WS-PONTOS-REGRA
                 END-IF
                 IF WS-ACHOU-REGRA EQUAL "N"
                    OR WS-PONTOS-REGRA GREATER THAN WS-PONTOS-MELHOR
                    MOVE "S"       TO WS-ACHOU-REGRA
                    MOVE WS-PONTOS-REGRA TO WS-PONTOS-MELHOR
                    MOVE TAB-RGR-PERCENTUAL(WS-IND-TAB, WS-IND-REGRA)
                         TO WS-PERC-APLICADO
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 2022-APLICA-CANAL.

       2012-RESOLVE-PERCENTUAL-EXIT. EXIT.

       2022-APLICA-CANAL SECTION.

           IF WS-QTD-CANAIS EQUAL ZEROS
              GO TO 2022-APLICA-CANAL-EXIT
           END-IF
           MOVE PED-ORIGEM         TO WS-AUX-CANAL
           IF WS-AUX-CANAL EQUAL SPACE
              MOVE "I"             TO WS-AUX-CANAL
           END-IF
           MOVE ZEROS              TO WS-IND-MELHOR-CANAL
           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                   UNTIL WS-IND-CANAL > WS-QTD-CANAIS
              IF TAB-CCN-CANAL(WS-IND-CANAL) EQUAL WS-AUX-CANAL
                 IF TAB-CCN-VENDEDOR(WS-IND-CANAL) EQUAL
                    PED-VEN-CODIGO
                    MOVE WS-IND-CANAL TO WS-IND-MELHOR-CANAL
                 ELSE
                    IF TAB-CCN-VENDEDOR(WS-IND-CANAL) EQUAL ZEROS
                       AND WS-IND-MELHOR-CANAL EQUAL ZEROS
                       MOVE WS-IND-CANAL TO WS-IND-MELHOR-CANAL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-IND-MELHOR-CANAL EQUAL ZEROS
              GO TO 2022-APLICA-CANAL-EXIT
           END-IF
           IF TAB-CCN-TIPO(WS-IND-MELHOR-CANAL) EQUAL "F"
              MOVE TAB-CCN-PERCENTUAL(WS-IND-MELHOR-CANAL)
                   TO WS-PERC-APLICADO
           ELSE
              COMPUTE WS-PERC-APLICADO ROUNDED =
                      WS-PERC-APLICADO
                    * TAB-CCN-PERCENTUAL(WS-IND-MELHOR-CANAL) / 100
           END-IF.

       2022-APLICA-CANAL-EXIT. EXIT.

       2005-FECHA-COMPETENCIA SECTION.

           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > 999
              IF TAB-MES-BASE(WS-IND-VEN) GREATER THAN ZEROS
                 ADD TAB-MES-BASE(WS-IND-VEN)
                                   TO TAB-SIM-BASE(WS-IND-VEN)
              END-IF
              COMPUTE WS-COMIS-LIQUIDA =
                      TAB-MES-ATUAL(WS-IND-VEN)
                    - TAB-SALDO-ATUAL(WS-IND-VEN)
              IF WS-COMIS-LIQUIDA LESS THAN ZEROS
                 COMPUTE TAB-SALDO-ATUAL(WS-IND-VEN) =
                         0 - WS-COMIS-LIQUIDA
              ELSE
                 MOVE ZEROS        TO TAB-SALDO-ATUAL(WS-IND-VEN)
                 ADD WS-COMIS-LIQUIDA
                                   TO TAB-SIM-ATUAL(WS-IND-VEN)
              END-IF
              COMPUTE WS-COMIS-LIQUIDA =
                      TAB-MES-PROPOSTA(WS-IND-VEN)
                    - TAB-SALDO-PROPOSTA(WS-IND-VEN)
              IF WS-COMIS-LIQUIDA LESS THAN ZEROS
                 COMPUTE TAB-SALDO-PROPOSTA(WS-IND-VEN) =
                         0 - WS-COMIS-LIQUIDA
              ELSE
                 MOVE ZEROS        TO TAB-SALDO-PROPOSTA(WS-IND-VEN)
                 ADD WS-COMIS-LIQUIDA
                                   TO TAB-SIM-PROPOSTA(WS-IND-VEN)
              END-IF
           END-PERFORM.

       2005-FECHA-COMPETENCIA-EXIT. EXIT.

       2002-EMITE-SIMULACAO SECTION.

           PERFORM 2008-CABECALHO

           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > 999
              IF TAB-SIM-BASE(WS-IND-VEN) NOT EQUAL ZEROS
                 OR TAB-SIM-ATUAL(WS-IND-VEN) NOT EQUAL ZEROS
                 OR TAB-SIM-PROPOSTA(WS-IND-VEN) NOT EQUAL ZEROS
                 PERFORM 2004-IMPRIME-VENDEDOR
              END-IF
           END-PERFORM

           PERFORM 2006-RODAPE

           CLOSE VENDEDOR
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

       2002-EMITE-SIMULACAO-EXIT. EXIT.

       2004-IMPRIME-VENDEDOR SECTION.

           MOVE WS-IND-VEN         TO VEN-CODIGO
           READ VENDEDOR
           IF STAT-VENDEDOR EQUAL "00"
              MOVE VEN-NOME        TO LDT-NOME
           ELSE
              MOVE "*** NAO CADASTRADO ***" TO LDT-NOME
           END-IF
           MOVE WS-IND-VEN                   TO LDT-VEN-CODIGO
           MOVE TAB-SIM-BASE(WS-IND-VEN)     TO LDT-BASE
           MOVE TAB-SIM-ATUAL(WS-IND-VEN)    TO LDT-ATUAL
           MOVE TAB-SIM-PROPOSTA(WS-IND-VEN) TO LDT-PROPOSTA
           COMPUTE WS-DIFERENCA = TAB-SIM-PROPOSTA(WS-IND-VEN)
                                - TAB-SIM-ATUAL(WS-IND-VEN)
           MOVE WS-DIFERENCA                 TO LDT-DIFERENCA
           MOVE ZEROS                        TO WS-PERC-DIFERENCA
           IF TAB-SIM-ATUAL(WS-IND-VEN) NOT EQUAL ZEROS
              COMPUTE WS-PERC-DIFERENCA ROUNDED =
                      WS-DIFERENCA * 100 / TAB-SIM-ATUAL(WS-IND-VEN)
                 ON SIZE ERROR
                    MOVE 99999,99            TO WS-PERC-DIFERENCA
              END-COMPUTE
           END-IF
           MOVE WS-PERC-DIFERENCA            TO LDT-PERC

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1

           ADD 1                             TO WS-QTD-VENDEDORES
           ADD TAB-SIM-BASE(WS-IND-VEN)      TO WS-TOT-BASE
           ADD TAB-SIM-ATUAL(WS-IND-VEN)     TO WS-TOT-ATUAL
           ADD TAB-SIM-PROPOSTA(WS-IND-VEN)  TO WS-TOT-PROPOSTA.

       2004-IMPRIME-VENDEDOR-EXIT. EXIT.

       2008-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 7                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE LK-COMP-INICIAL         TO CAB01A-COMP-INICIAL
           MOVE LK-COMP-FINAL           TO CAB01A-COMP-FINAL
           MOVE TAB-PERC-GERAL(1)       TO CAB01A-PERC-ATUAL
           MOVE TAB-PERC-GERAL(2)       TO CAB01A-PERC-PROPOSTO
           IF WS-MODO-CAIXA
              MOVE "CAIXA"              TO CAB01A-REGIME
           ELSE
              MOVE "FATURAMENTO"        TO CAB01A-REGIME
           END-IF

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB01A AFTER 1
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM CAB02 AFTER 1
           WRITE RG-SAIDA     FROM SPACES AFTER 1.

       2008-CABECALHO-EXIT. EXIT.

       2006-RODAPE SECTION.

           MOVE WS-QTD-VENDEDORES  TO ROD-QTD
           MOVE WS-TOT-BASE        TO ROD-BASE
           MOVE WS-TOT-ATUAL       TO ROD-ATUAL
           MOVE WS-TOT-PROPOSTA    TO ROD-PROPOSTA
           COMPUTE WS-DIFERENCA = WS-TOT-PROPOSTA - WS-TOT-ATUAL
           MOVE WS-DIFERENCA       TO ROD-DIFERENCA
           MOVE WS-DIFERENCA       TO ROD2-DIFERENCA
           MOVE ZEROS              TO WS-PERC-DIFERENCA
           IF WS-TOT-ATUAL NOT EQUAL ZEROS
              COMPUTE WS-PERC-DIFERENCA ROUNDED =
                      WS-DIFERENCA * 100 / WS-TOT-ATUAL
                 ON SIZE ERROR
                    MOVE 99999,99  TO WS-PERC-DIFERENCA
              END-COMPUTE
           END-IF
           MOVE WS-PERC-DIFERENCA  TO ROD-PERC
           MOVE WS-QTD-COMPETENCIAS TO ROD2-COMPETENCIAS
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1
           WRITE RG-SAIDA     FROM RODAPE2 AFTER 1.

       2006-RODAPE-EXIT. EXIT.

       2009-PREVIEW-TELA SECTION.

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

       2009-PREVIEW-TELA-EXIT. EXIT.

       3000-FINALIZA SECTION.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2009-PREVIEW-TELA
           END-IF

           GOBACK.
