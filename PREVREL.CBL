       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "VENDEDOR.SL".
           COPY "METAS.SL".
           COPY "PEDIDOS.SL".
           COPY "COTACAO.SL".
           COPY "PEDMODEL.SL".
           COPY "FERIADO.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "VENDEDOR.FD".
           COPY "METAS.FD".
           COPY "PEDIDOS.FD".
           COPY "COTACAO.FD".
           COPY "PEDMODEL.FD".
           COPY "FERIADO.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-METAS                         PIC XX.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-COTACAO                       PIC XX.
       01  STAT-PEDMODEL                      PIC XX.
       01  STAT-FERIADO                       PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  WS-COTACAO-ATIVO                   PIC X      VALUE "N".
       01  WS-PEDMODEL-ATIVO                  PIC X      VALUE "N".
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-PED                    PIC X         VALUE SPACES.
           01  WS-EOF-FER                    PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(126) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-DATA-REF                    PIC 9(008) VALUE ZEROS.
       01  WS-COMPETENCIA                 PIC 9(004) VALUE ZEROS.
       01  WS-DATA-DECOMPOSTA.
           05 FILLER                      PIC 9(002).
           05 WS-DD-AA                    PIC 9(002).
           05 WS-DD-MM                    PIC 9(002).
           05 WS-DD-DD                    PIC 9(002).
       01  TABELA-DIAS-MES.
           05 PIC X(024) VALUE "312831303130313130313031".
       01  FILLER REDEFINES TABELA-DIAS-MES.
           05 TAB-DIAS-MES OCCURS 12      PIC 9(002).
       01  TABELA-FERIADO-MES.
           05 TAB-FERIADO OCCURS 31       PIC X(001).
       01  WS-ULTIMO-DIA                  PIC 9(002) VALUE ZEROS.
       01  WS-DIA                         PIC 9(002) VALUE ZEROS.
       01  WS-RESTO-ANO                   PIC 9(001) VALUE ZEROS.
       01  WS-QUOC-ANO                    PIC 9(002) VALUE ZEROS.
       01  WS-DIAS-DECORRIDOS             PIC 9(002) VALUE ZEROS.
       01  WS-DIAS-RESTANTES              PIC 9(002) VALUE ZEROS.
       01  WS-DIA-SEMANA                  PIC 9(001) VALUE ZEROS.
       01  WS-IND-DIA                     PIC 9(001) VALUE ZEROS.
       01  WS-ZEL-ANO                     PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-MES                     PIC 9(002) VALUE ZEROS.
       01  WS-ZEL-DIA                     PIC 9(002) VALUE ZEROS.
       01  WS-ZEL-K                       PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-J                       PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-SOMA                    PIC 9(006) VALUE ZEROS.
       01  WS-ZEL-TERMO                   PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-K4                      PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-J4                      PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-QUOC                    PIC 9(006) VALUE ZEROS.
       01  WS-DATA-BASE                   PIC 9(008) VALUE ZEROS.
       01  TABELA-VENDEDOR.
           05 TAB-VEN OCCURS 999.
              10 TAB-VEN-NOME                PIC X(020).
              10 TAB-VEN-SUPERIOR            PIC 9(003).
              10 TAB-VEN-FATURADO            PIC 9(011)V99.
              10 TAB-VEN-CARTEIRA            PIC 9(011)V99.
              10 TAB-VEN-COT-ABERTO          PIC 9(011)V99.
              10 TAB-VEN-COT-GANHAS          PIC 9(005).
              10 TAB-VEN-COT-FECHADAS        PIC 9(005).
              10 TAB-VEN-MODELOS             PIC 9(011)V99.
              10 TAB-VEN-META                PIC 9(011)V99.
              10 TAB-VEN-PROJECAO            PIC 9(011)V99.
       01  TABELA-SUPERVISOR.
           05 WS-SUP OCCURS 999.
              10  TAB-SUP-META               PIC 9(013)V99.
              10  TAB-SUP-FATURADO           PIC 9(013)V99.
              10  TAB-SUP-PROJECAO           PIC 9(013)V99.
              10  TAB-SUP-QTD-VEND           PIC 9(005).
       01  WS-IND-VEN                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-SUP                     PIC 9(004) VALUE ZEROS.
       01  WS-NIVEL                       PIC 9(002) VALUE ZEROS.
       01  WS-GLB-GANHAS                  PIC 9(007) VALUE ZEROS.
       01  WS-GLB-FECHADAS                PIC 9(007) VALUE ZEROS.
       01  WS-TAXA-GLOBAL                 PIC 9(001)V9999 VALUE ZEROS.
       01  WS-TAXA                        PIC 9(001)V9999 VALUE ZEROS.
       01  WS-PERC-TAXA                   PIC 9(003)V99 VALUE ZEROS.
       01  WS-COT-PONDERADA               PIC 9(011)V99 VALUE ZEROS.
       01  WS-RITMO                       PIC 9(011)V99 VALUE ZEROS.
       01  WS-DIFERENCA                   PIC S9(013)V99 VALUE ZEROS.
       01  WS-ATINGIMENTO                 PIC 9(005)V99 VALUE ZEROS.
       01  WS-TOT-FATURADO                PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-CARTEIRA                PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-COTACOES                PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-MODELOS                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-RITMO                   PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-PROJECAO                PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-META                    PIC 9(013)V99 VALUE ZEROS.
           01  CAB01.
        05 PIC X(114)   VALUE "PREVISAO DE FECHAMENTO DO MES X META".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(010)               VALUE "DATA REF: ".
               05 CAB01A-DATA-REF          PIC 9(008).
               05 PIC X(016)               VALUE "  COMPETENCIA: ".
               05 CAB01A-COMPETENCIA       PIC 9(004).
               05 PIC X(026)         VALUE "  DIAS UTEIS DECORRIDOS: ".
               05 CAB01A-DECORRIDOS        PIC Z9.
               05 PIC X(013)               VALUE "  RESTANTES: ".
               05 CAB01A-RESTANTES         PIC Z9.
               05 PIC X(024)         VALUE "  CONVERSAO COT. GERAL: ".
               05 CAB01A-TAXA              PIC ZZ9,99.
               05 PIC X(001)               VALUE "%".
           01  CAB02.
               05 PIC X(021)               VALUE "VEN NOME".
               05 PIC X(012)               VALUE "   FATURADO".
               05 PIC X(012)               VALUE "   CARTEIRA".
               05 PIC X(012)               VALUE " COTAC.POND".
               05 PIC X(012)               VALUE "  PED.MODEL".
               05 PIC X(012)               VALUE "      RITMO".
               05 PIC X(012)               VALUE "   PROJECAO".
               05 PIC X(012)               VALUE "       META".
               05 PIC X(013)               VALUE "    DIF. META".
               05 PIC X(008)               VALUE "  % META".
       01  LDT.
           05 LDT-CODIGO                  PIC ZZ9.
           05 PIC X(001).
           05 LDT-NOME                    PIC X(016).
           05 PIC X(001).
           05 LDT-FATURADO                PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 LDT-CARTEIRA                PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 LDT-COTACOES                PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 LDT-MODELOS                 PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 LDT-RITMO                   PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 LDT-PROJECAO                PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 LDT-META                    PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 LDT-DIFERENCA               PIC -ZZZZZZZZ9,99.
           05 PIC X(001).
           05 LDT-ATINGIMENTO             PIC ZZZ9,99.
       01  CABSUP.
           05 PIC X(060)
              VALUE "CONSOLIDADO PELA CADEIA DE SUPERVISAO".
       01  CABSUP2.
           05 PIC X(021)               VALUE "SUP NOME".
           05 PIC X(012)               VALUE "   FATURADO".
           05 PIC X(012)               VALUE "   PROJECAO".
           05 PIC X(012)               VALUE "       META".
           05 PIC X(013)               VALUE "    DIF. META".
           05 PIC X(008)               VALUE "  % META".
           05 PIC X(012)               VALUE "  VENDEDORES".
       01  LSU.
           05 LSU-CODIGO                  PIC ZZ9.
           05 PIC X(001).
           05 LSU-NOME                    PIC X(016).
           05 PIC X(001).
           05 LSU-FATURADO                PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 LSU-PROJECAO                PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 LSU-META                    PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 LSU-DIFERENCA               PIC -ZZZZZZZZ9,99.
           05 PIC X(001).
           05 LSU-ATINGIMENTO             PIC ZZZ9,99.
           05 PIC X(005).
           05 LSU-QTD                     PIC ZZ.ZZ9.
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(017)                  VALUE "TOTAL GERAL".
           05 ROD-FATURADO                PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 ROD-CARTEIRA                PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 ROD-COTACOES                PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 ROD-MODELOS                 PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 ROD-RITMO                   PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 ROD-PROJECAO                PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 ROD-META                    PIC ZZZZZZZ9,99.
           05 PIC X(001).
           05 ROD-DIFERENCA               PIC -ZZZZZZZZ9,99.
           05 PIC X(001).
           05 ROD-ATINGIMENTO             PIC ZZZ9,99.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-REF                                 PIC 9(008).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-VENDEDORES                           PIC 9(005).
          05 LK-DIAS-RESTANTES                           PIC 9(002).
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
               INITIALIZE LIN-RESUMO
               IF LK-DATA-REF EQUAL ZEROS
                  ACCEPT WS-DATA-REF      FROM DATE
               ELSE
                  MOVE LK-DATA-REF        TO WS-DATA-REF
               END-IF
               MOVE WS-DATA-REF(3:4)      TO WS-COMPETENCIA
               OPEN INPUT VENDEDOR
               IF  STAT-VENDEDOR NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VENDEDOR ! "
                      STAT-VENDEDOR
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT METAS
               IF  STAT-METAS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR METAS ! "
                      STAT-METAS
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
               OPEN INPUT COTACAO
               IF STAT-COTACAO EQUAL "00"
                  MOVE "S"                TO WS-COTACAO-ATIVO
               END-IF
               OPEN INPUT PEDMODEL
               IF STAT-PEDMODEL EQUAL "00"
                  MOVE "S"                TO WS-PEDMODEL-ATIVO
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

       2000-PROCESSA.

           INITIALIZE TABELA-VENDEDOR
           INITIALIZE TABELA-SUPERVISOR

           PERFORM 2010-CALENDARIO

           PERFORM 2020-ACUMULA-PEDIDOS

           IF WS-COTACAO-ATIVO EQUAL "S"
              PERFORM 2030-ACUMULA-COTACOES
           END-IF

           IF WS-PEDMODEL-ATIVO EQUAL "S"
              PERFORM 2040-ACUMULA-MODELOS
           END-IF

           PERFORM 2008-CABECALHO

           PERFORM 2050-EMITE-VENDEDORES

           PERFORM 2060-CONSOLIDA-SUPERVISAO

           PERFORM 2015-RESUMO-SUPERVISOR

           PERFORM 2006-RODAPE

           MOVE WS-DIAS-RESTANTES  TO LK-DIAS-RESTANTES

           CLOSE VENDEDOR
           CLOSE METAS
           CLOSE PEDIDOS
           IF WS-COTACAO-ATIVO EQUAL "S"
              CLOSE COTACAO
           END-IF
           IF WS-PEDMODEL-ATIVO EQUAL "S"
              CLOSE PEDMODEL
           END-IF

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

       2010-CALENDARIO.

           MOVE WS-DATA-REF           TO WS-DATA-DECOMPOSTA
           MOVE TAB-DIAS-MES(WS-DD-MM) TO WS-ULTIMO-DIA
           IF WS-DD-MM EQUAL 2
              DIVIDE WS-DD-AA BY 4 GIVING WS-QUOC-ANO
                     REMAINDER WS-RESTO-ANO
              IF WS-RESTO-ANO EQUAL ZEROS
                 MOVE 29              TO WS-ULTIMO-DIA
              END-IF
           END-IF

           MOVE SPACES                TO TABELA-FERIADO-MES
           OPEN INPUT FERIADO
           IF STAT-FERIADO EQUAL "00"
              MOVE SPACES       TO WS-EOF-FER
              READ FERIADO AT END MOVE "F" TO WS-EOF-FER
              PERFORM UNTIL WS-EOF-FER EQUAL "F"
                 MOVE FER-DATA(7:2) TO WS-DIA
                 IF FER-DATA(3:4) EQUAL WS-COMPETENCIA
                    AND WS-DIA NOT EQUAL ZEROS
                    AND WS-DIA NOT GREATER THAN 31
                    MOVE "S"    TO TAB-FERIADO(WS-DIA)
                 END-IF
                 READ FERIADO AT END MOVE "F" TO WS-EOF-FER
              END-PERFORM
              CLOSE FERIADO
           END-IF

           PERFORM 2011-CALCULA-DIA-SEMANA

           MOVE ZEROS                 TO WS-DIAS-DECORRIDOS
           MOVE ZEROS                 TO WS-DIAS-RESTANTES
           PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-ULTIMO-DIA
              IF WS-IND-DIA > 1 AND WS-IND-DIA < 7
                 AND TAB-FERIADO(WS-DIA) NOT EQUAL "S"
                 IF WS-DIA > WS-DD-DD
                    ADD 1             TO WS-DIAS-RESTANTES
                 ELSE
                    ADD 1             TO WS-DIAS-DECORRIDOS
                 END-IF
              END-IF
              IF WS-IND-DIA EQUAL 7
                 MOVE 1               TO WS-IND-DIA
              ELSE
                 ADD 1                TO WS-IND-DIA
              END-IF
           END-PERFORM.

       2011-CALCULA-DIA-SEMANA.

           COMPUTE WS-ZEL-ANO = 2000 + WS-DD-AA
           MOVE WS-DD-MM              TO WS-ZEL-MES
           MOVE 1                     TO WS-ZEL-DIA
           IF WS-ZEL-MES LESS THAN 3
              ADD 12                  TO WS-ZEL-MES
              SUBTRACT 1              FROM WS-ZEL-ANO
           END-IF
           DIVIDE WS-ZEL-ANO BY 100 GIVING WS-ZEL-J
                  REMAINDER WS-ZEL-K
           COMPUTE WS-ZEL-TERMO = 13 * (WS-ZEL-MES + 1)
           DIVIDE WS-ZEL-TERMO BY 5 GIVING WS-ZEL-TERMO
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-K4
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-J4
           COMPUTE WS-ZEL-SOMA =
                   WS-ZEL-DIA
                 + WS-ZEL-TERMO
                 + WS-ZEL-K
                 + WS-ZEL-K4
                 + WS-ZEL-J4
                 + (5 * WS-ZEL-J)
           DIVIDE WS-ZEL-SOMA BY 7 GIVING WS-ZEL-QUOC
                  REMAINDER WS-DIA-SEMANA
           IF WS-DIA-SEMANA EQUAL ZEROS
              MOVE 7                  TO WS-IND-DIA
           ELSE
              MOVE WS-DIA-SEMANA      TO WS-IND-DIA
           END-IF.

       2020-ACUMULA-PEDIDOS.

           MOVE ZEROS      TO PED-CHAVE
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00" AND "23"
              STRING "ERRO NO START PEDIDOS ! "
                          STAT-PEDIDOS
                        DELIMITED BY SIZE
                        INTO LK-RETORNO
               END-STRING
               GOBACK
            END-IF

           MOVE SPACES     TO WS-EOF-PED
           READ  PEDIDOS NEXT
               IF STAT-PEDIDOS NOT EQUAL "00"
                  MOVE "F"    TO WS-EOF-PED
           END-IF

           PERFORM UNTIL WS-EOF-PED = "F"

               IF PED-VEN-CODIGO NOT EQUAL ZEROS
                  IF  PED-FATURADO
                  AND PED-DATA(3:4) EQUAL WS-COMPETENCIA
                  AND PED-DATA NOT GREATER THAN WS-DATA-REF
                      ADD PED-VALOR
                               TO TAB-VEN-FATURADO(PED-VEN-CODIGO)
                  END-IF
                  IF PED-ABERTO OR PED-PENDENTE
                     IF PED-DATA-PREVISTA NOT EQUAL ZEROS
                        MOVE PED-DATA-PREVISTA TO WS-DATA-BASE
                     ELSE
                        MOVE PED-DATA          TO WS-DATA-BASE
                     END-IF
                     IF WS-DATA-BASE(3:4) NOT GREATER THAN
                                                 WS-COMPETENCIA
                        ADD PED-VALOR
                               TO TAB-VEN-CARTEIRA(PED-VEN-CODIGO)
                     END-IF
                  END-IF
               END-IF

               READ  PEDIDOS NEXT AT END
                   MOVE "F" TO WS-EOF-PED
           END-PERFORM.

       2030-ACUMULA-COTACOES.

           MOVE ZEROS      TO COT-CHAVE
           START COTACAO KEY IS GREATER THAN COT-CHAVE
           IF STAT-COTACAO NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES     TO WS-EOF
           READ  COTACAO NEXT
               IF STAT-COTACAO NOT EQUAL "00"
                  MOVE "F"    TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = "F"

               IF COT-VEN-CODIGO NOT EQUAL ZEROS
                  EVALUATE TRUE
                     WHEN COT-GANHA
                        ADD 1  TO TAB-VEN-COT-GANHAS(COT-VEN-CODIGO)
                        ADD 1  TO TAB-VEN-COT-FECHADAS(COT-VEN-CODIGO)
                        ADD 1  TO WS-GLB-GANHAS
                        ADD 1  TO WS-GLB-FECHADAS
                     WHEN COT-PERDIDA
                        ADD 1  TO TAB-VEN-COT-FECHADAS(COT-VEN-CODIGO)
                        ADD 1  TO WS-GLB-FECHADAS
                     WHEN COT-ABERTA
                        IF COT-VALIDADE EQUAL ZEROS
                           OR COT-VALIDADE NOT LESS THAN WS-DATA-REF
                           ADD COT-VALOR
                               TO TAB-VEN-COT-ABERTO(COT-VEN-CODIGO)
                        END-IF
                  END-EVALUATE
               END-IF

               READ  COTACAO NEXT AT END
                   MOVE "F" TO WS-EOF
           END-PERFORM

           IF WS-GLB-FECHADAS NOT EQUAL ZEROS
              COMPUTE WS-TAXA-GLOBAL ROUNDED =
                      WS-GLB-GANHAS / WS-GLB-FECHADAS
           END-IF.

       2040-ACUMULA-MODELOS.

           MOVE ZEROS      TO MDL-CHAVE
           START PEDMODEL KEY IS GREATER THAN MDL-CHAVE
           IF STAT-PEDMODEL NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES     TO WS-EOF
           READ  PEDMODEL NEXT
               IF STAT-PEDMODEL NOT EQUAL "00"
                  MOVE "F"    TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = "F"

               IF  MDL-ATIVO
               AND MDL-VEN-CODIGO NOT EQUAL ZEROS
               AND MDL-DIA-MES GREATER THAN WS-DD-DD
               AND MDL-ULT-GERACAO(3:4) NOT EQUAL WS-COMPETENCIA
                   ADD MDL-VALOR
                               TO TAB-VEN-MODELOS(MDL-VEN-CODIGO)
               END-IF

               READ  PEDMODEL NEXT AT END
                   MOVE "F" TO WS-EOF
           END-PERFORM.

       2050-EMITE-VENDEDORES.

           MOVE ZEROS      TO VEN-CODIGO
           START VENDEDOR KEY IS GREATER THAN VEN-CODIGO
           IF STAT-VENDEDOR NOT EQUAL "00" AND "23"
              STRING "ERRO NO START COD VENDEDOR ! "
                          STAT-VENDEDOR
                        DELIMITED BY SIZE
                        INTO LK-RETORNO
               END-STRING
               GOBACK
            END-IF

           MOVE SPACES     TO WS-EOF
           READ  VENDEDOR NEXT
               IF STAT-VENDEDOR NOT EQUAL "00"
                  MOVE "F"    TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = "F"

               IF VEN-CODIGO NOT EQUAL ZEROS
                  MOVE VEN-NOME    TO TAB-VEN-NOME(VEN-CODIGO)
                  IF VEN-SUPERVISOR NOT EQUAL VEN-CODIGO
                     MOVE VEN-SUPERVISOR
                                   TO TAB-VEN-SUPERIOR(VEN-CODIGO)
                  END-IF
                  PERFORM 2054-LINHA-VENDEDOR
               END-IF

               READ  VENDEDOR NEXT AT END
                   MOVE "F" TO WS-EOF
           END-PERFORM.

       2054-LINHA-VENDEDOR.

           MOVE VEN-CODIGO         TO MET-VEN-CODIGO
           MOVE WS-COMPETENCIA     TO MET-COMPETENCIA
           READ METAS
           IF STAT-METAS EQUAL "00"
              MOVE MET-VALOR-META  TO TAB-VEN-META(VEN-CODIGO)
           END-IF

           IF TAB-VEN-COT-FECHADAS(VEN-CODIGO) NOT EQUAL ZEROS
              COMPUTE WS-TAXA ROUNDED =
                      TAB-VEN-COT-GANHAS(VEN-CODIGO)
                    / TAB-VEN-COT-FECHADAS(VEN-CODIGO)
           ELSE
              MOVE WS-TAXA-GLOBAL  TO WS-TAXA
           END-IF
           COMPUTE WS-COT-PONDERADA ROUNDED =
                   TAB-VEN-COT-ABERTO(VEN-CODIGO) * WS-TAXA

           MOVE ZEROS              TO WS-RITMO
           IF WS-DIAS-DECORRIDOS NOT EQUAL ZEROS
              COMPUTE WS-RITMO ROUNDED =
                      TAB-VEN-FATURADO(VEN-CODIGO)
                    / WS-DIAS-DECORRIDOS * WS-DIAS-RESTANTES
           END-IF

           COMPUTE TAB-VEN-PROJECAO(VEN-CODIGO) =
                   TAB-VEN-FATURADO(VEN-CODIGO)
                 + TAB-VEN-CARTEIRA(VEN-CODIGO)
                 + WS-COT-PONDERADA
                 + TAB-VEN-MODELOS(VEN-CODIGO)
                 + WS-RITMO

           IF TAB-VEN-META(VEN-CODIGO) EQUAL ZEROS
              AND TAB-VEN-PROJECAO(VEN-CODIGO) EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIFERENCA = TAB-VEN-PROJECAO(VEN-CODIGO)
                                - TAB-VEN-META(VEN-CODIGO)
           IF TAB-VEN-META(VEN-CODIGO) EQUAL ZEROS
              MOVE ZEROS           TO WS-ATINGIMENTO
           ELSE
              COMPUTE WS-ATINGIMENTO ROUNDED =
                      TAB-VEN-PROJECAO(VEN-CODIGO) * 100
                    / TAB-VEN-META(VEN-CODIGO)
           END-IF

           MOVE VEN-CODIGO         TO LDT-CODIGO
           MOVE VEN-NOME           TO LDT-NOME
           MOVE TAB-VEN-FATURADO(VEN-CODIGO) TO LDT-FATURADO
           MOVE TAB-VEN-CARTEIRA(VEN-CODIGO) TO LDT-CARTEIRA
           MOVE WS-COT-PONDERADA   TO LDT-COTACOES
           MOVE TAB-VEN-MODELOS(VEN-CODIGO)  TO LDT-MODELOS
           MOVE WS-RITMO           TO LDT-RITMO
           MOVE TAB-VEN-PROJECAO(VEN-CODIGO) TO LDT-PROJECAO
           MOVE TAB-VEN-META(VEN-CODIGO)     TO LDT-META
           MOVE WS-DIFERENCA       TO LDT-DIFERENCA
           MOVE WS-ATINGIMENTO     TO LDT-ATINGIMENTO

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           ADD 1 TO LINHAS, LK-QTD-VENDEDORES
           ADD TAB-VEN-FATURADO(VEN-CODIGO) TO WS-TOT-FATURADO
           ADD TAB-VEN-CARTEIRA(VEN-CODIGO) TO WS-TOT-CARTEIRA
           ADD WS-COT-PONDERADA             TO WS-TOT-COTACOES
           ADD TAB-VEN-MODELOS(VEN-CODIGO)  TO WS-TOT-MODELOS
           ADD WS-RITMO                     TO WS-TOT-RITMO
           ADD TAB-VEN-PROJECAO(VEN-CODIGO) TO WS-TOT-PROJECAO
           ADD TAB-VEN-META(VEN-CODIGO)     TO WS-TOT-META
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2060-CONSOLIDA-SUPERVISAO.

           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > 999
              IF TAB-VEN-META(WS-IND-VEN) NOT EQUAL ZEROS
                 OR TAB-VEN-PROJECAO(WS-IND-VEN) NOT EQUAL ZEROS
                 MOVE TAB-VEN-SUPERIOR(WS-IND-VEN) TO WS-IND-SUP
                 MOVE ZEROS           TO WS-NIVEL
                 PERFORM UNTIL WS-IND-SUP EQUAL ZEROS
                         OR WS-IND-SUP EQUAL WS-IND-VEN
                         OR WS-NIVEL > 9
                    ADD TAB-VEN-META(WS-IND-VEN)
                                   TO TAB-SUP-META(WS-IND-SUP)
                    ADD TAB-VEN-FATURADO(WS-IND-VEN)
                                   TO TAB-SUP-FATURADO(WS-IND-SUP)
                    ADD TAB-VEN-PROJECAO(WS-IND-VEN)
                                   TO TAB-SUP-PROJECAO(WS-IND-SUP)
                    ADD 1          TO TAB-SUP-QTD-VEND(WS-IND-SUP)
                    ADD 1          TO WS-NIVEL
                    MOVE TAB-VEN-SUPERIOR(WS-IND-SUP) TO WS-IND-SUP
                 END-PERFORM
              END-IF
           END-PERFORM.

       2008-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 7                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-DATA-REF             TO CAB01A-DATA-REF
           MOVE WS-COMPETENCIA          TO CAB01A-COMPETENCIA
           MOVE WS-DIAS-DECORRIDOS      TO CAB01A-DECORRIDOS
           MOVE WS-DIAS-RESTANTES       TO CAB01A-RESTANTES
           COMPUTE WS-PERC-TAXA = WS-TAXA-GLOBAL * 100
           MOVE WS-PERC-TAXA            TO CAB01A-TAXA

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1.
           WRITE RG-SAIDA     FROM CAB01A AFTER 1.
           WRITE RG-SAIDA     FROM TRACOS AFTER 1.
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.
           WRITE RG-SAIDA     FROM SPACES AFTER 1.

       2015-RESUMO-SUPERVISOR.

           IF LINHAS > WS-MAX-LINHAS - 4
              PERFORM 2008-CABECALHO
           END-IF
           WRITE RG-SAIDA FROM SPACES AFTER 1
           WRITE RG-SAIDA FROM CABSUP AFTER 1
           WRITE RG-SAIDA FROM CABSUP2 AFTER 1
           ADD 3                       TO LINHAS
           PERFORM VARYING WS-IND-SUP FROM 1 BY 1
                   UNTIL WS-IND-SUP > 999
              IF TAB-SUP-QTD-VEND(WS-IND-SUP) NOT EQUAL ZEROS
                 MOVE WS-IND-SUP       TO LSU-CODIGO
                 MOVE TAB-VEN-NOME(WS-IND-SUP)      TO LSU-NOME
                 MOVE TAB-SUP-FATURADO(WS-IND-SUP)  TO LSU-FATURADO
                 MOVE TAB-SUP-PROJECAO(WS-IND-SUP)  TO LSU-PROJECAO
                 MOVE TAB-SUP-META(WS-IND-SUP)      TO LSU-META
                 COMPUTE WS-DIFERENCA = TAB-SUP-PROJECAO(WS-IND-SUP)
                                      - TAB-SUP-META(WS-IND-SUP)
                 MOVE WS-DIFERENCA     TO LSU-DIFERENCA
                 IF TAB-SUP-META(WS-IND-SUP) EQUAL ZEROS
                    MOVE ZEROS         TO LSU-ATINGIMENTO
                 ELSE
                    COMPUTE WS-ATINGIMENTO ROUNDED =
                            TAB-SUP-PROJECAO(WS-IND-SUP) * 100
                            / TAB-SUP-META(WS-IND-SUP)
                    MOVE WS-ATINGIMENTO TO LSU-ATINGIMENTO
                 END-IF
                 MOVE TAB-SUP-QTD-VEND(WS-IND-SUP)  TO LSU-QTD
                 IF LINHAS > WS-MAX-LINHAS
                    PERFORM 2008-CABECALHO
                 END-IF
                 ADD 1                 TO LINHAS
                 WRITE RG-SAIDA FROM LSU AFTER 1
              END-IF
           END-PERFORM.

       2006-RODAPE.

           MOVE WS-TOT-FATURADO    TO ROD-FATURADO
           MOVE WS-TOT-CARTEIRA    TO ROD-CARTEIRA
           MOVE WS-TOT-COTACOES    TO ROD-COTACOES
           MOVE WS-TOT-MODELOS     TO ROD-MODELOS
           MOVE WS-TOT-RITMO       TO ROD-RITMO
           MOVE WS-TOT-PROJECAO    TO ROD-PROJECAO
           MOVE WS-TOT-META        TO ROD-META
           COMPUTE WS-DIFERENCA = WS-TOT-PROJECAO - WS-TOT-META
           MOVE WS-DIFERENCA       TO ROD-DIFERENCA
           IF WS-TOT-META EQUAL ZEROS
              MOVE ZEROS           TO ROD-ATINGIMENTO
           ELSE
              COMPUTE WS-ATINGIMENTO ROUNDED =
                      WS-TOT-PROJECAO * 100 / WS-TOT-META
              MOVE WS-ATINGIMENTO  TO ROD-ATINGIMENTO
           END-IF
           WRITE RG-SAIDA     FROM TRACOS AFTER 2.
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.

       2009-PREVIEW-TELA.

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

       3000-FINALIZA.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2009-PREVIEW-TELA
           END-IF

           GOBACK.
