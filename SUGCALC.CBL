       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGCALC.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES.SL".
           COPY "PEDIDOS.SL".
           COPY "PEDITENS.SL".
           COPY "PRODUTOS.SL".
           COPY "SUGEST.SL".
           COPY "SAIDA.SL".
           COPY "WORKSUG.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "CLIENTES.FD".
           COPY "PEDIDOS.FD".
           COPY "PEDITENS.FD".
           COPY "PRODUTOS.FD".
           COPY "SUGEST.FD".
           COPY "SAIDA.FD".
           COPY "WORKSUG.FD".

       WORKING-STORAGE SECTION.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-PEDITENS                      PIC XX.
       01  STAT-PRODUTOS                      PIC XX.
       01  STAT-SUGEST                        PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  WS-PRODUTOS-ATIVO                  PIC X      VALUE "N".
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
           01  WS-EOF-PED                    PIC X         VALUE SPACES.
           01  WS-EOF-ITE                    PIC X         VALUE SPACES.
           01  WS-EOF-SUG                    PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(080) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-MIN-COMPRAS                 PIC 9(003) VALUE 3.
       01  WS-PERC-SEGMENTO               PIC 9(003) VALUE 20.
       01  WS-MAX-SUGESTOES               PIC 9(003) VALUE 10.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-HOJE                 PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-PEDIDO               PIC 9(007) VALUE ZEROS.
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
       01  WS-MAX-GRU                     PIC 9(005) VALUE 3000.
       01  WS-QTD-GRU                     PIC 9(005) VALUE ZEROS.
       01  WS-IND-GRU                     PIC 9(005) VALUE ZEROS.
       01  TABELA-GRUPOS.
           05  TAB-GRUPO OCCURS 3000.
               10  TAB-GRU-SEGMENTO           PIC X(004).
               10  TAB-GRU-CLIENTES           PIC 9(006).
               10  TAB-GRU-INI                PIC 9(005).
               10  TAB-GRU-FIM                PIC 9(005).
       01  WS-MAX-SEG                     PIC 9(005) VALUE 30000.
       01  WS-QTD-SEG                     PIC 9(005) VALUE ZEROS.
       01  WS-IND-SEG                     PIC 9(005) VALUE ZEROS.
       01  TABELA-SEGMENTO.
           05  TAB-SEGMENTO OCCURS 30000.
               10  TAB-SEG-PRODUTO            PIC 9(007).
               10  TAB-SEG-PERC               PIC 9(003).
       01  WS-SEGMENTO-ANT                PIC X(004) VALUE SPACES.
       01  WS-PRODUTO-ANT                 PIC 9(007) VALUE ZEROS.
       01  WS-QTD-COMPRADORES             PIC 9(006) VALUE ZEROS.
       01  WS-PERC-COMPRADORES            PIC 9(003) VALUE ZEROS.
       01  WS-GRUPO-OK                    PIC X      VALUE "N".
       01  WS-MAX-HIS                     PIC 9(004) VALUE 1000.
       01  WS-QTD-HIS                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-HIS                     PIC 9(004) VALUE ZEROS.
       01  TABELA-HISTORICO.
           05  TAB-HISTORICO OCCURS 1000.
               10  TAB-HIS-PRODUTO            PIC 9(007).
               10  TAB-HIS-QTD-PEDIDOS        PIC 9(005).
               10  TAB-HIS-ULT-PEDIDO         PIC 9(007).
               10  TAB-HIS-PRIM-SERIAL        PIC 9(007).
               10  TAB-HIS-ULT-SERIAL         PIC 9(007).
               10  TAB-HIS-ULT-DATA           PIC 9(008).
               10  TAB-HIS-QTD-TOTAL          PIC 9(009).
       01  WS-PRODUTO-BUSCA               PIC 9(007) VALUE ZEROS.
       01  WS-ACHOU                       PIC X      VALUE "N".
       01  WS-FIM-BUSCA                   PIC X      VALUE "N".
       01  WS-MAX-CAN                     PIC 9(004) VALUE 300.
       01  WS-QTD-CAN                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-CAN                     PIC 9(004) VALUE ZEROS.
       01  WS-MELHOR-CAN                  PIC 9(004) VALUE ZEROS.
       01  WS-MELHOR-PONTOS               PIC 9(007) VALUE ZEROS.
       01  TABELA-CANDIDATOS.
           05  TAB-CANDIDATO OCCURS 300.
               10  TAB-CAN-TIPO               PIC X(001).
               10  TAB-CAN-PRODUTO            PIC 9(007).
               10  TAB-CAN-DESCRICAO          PIC X(030).
               10  TAB-CAN-PONTOS             PIC 9(007).
               10  TAB-CAN-ULT-DATA           PIC 9(008).
               10  TAB-CAN-INTERVALO          PIC 9(005).
               10  TAB-CAN-ATRASO             PIC 9(005).
               10  TAB-CAN-QTD                PIC 9(005).
               10  TAB-CAN-PERC               PIC 9(003).
               10  TAB-CAN-USADO              PIC X(001).
       01  WS-PRODUTO-VALIDO              PIC X      VALUE "N".
       01  WS-DESC-PRODUTO                PIC X(030) VALUE SPACES.
       01  WS-ORDEM                       PIC 9(003) VALUE ZEROS.
       01  WS-INTERVALO                   PIC 9(005) VALUE ZEROS.
       01  WS-DIAS-DESDE                  PIC 9(007) VALUE ZEROS.
       01  WS-ATRASO                      PIC 9(007) VALUE ZEROS.
       01  WS-PERC-ATRASO                 PIC 9(007) VALUE ZEROS.
       01  WS-ANT-RECOMPRA                PIC 9(006) VALUE ZEROS.
       01  WS-ANT-REC-ACEITAS             PIC 9(006) VALUE ZEROS.
       01  WS-ANT-CRUZADA                 PIC 9(006) VALUE ZEROS.
       01  WS-ANT-CRU-ACEITAS             PIC 9(006) VALUE ZEROS.
       01  WS-TAXA                        PIC 9(003)V99 VALUE ZEROS.
           01  CAB01.
        05 PIC X(068) VALUE "SUGESTOES DE RECOMPRA E VENDA CRUZADA".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(014)               VALUE "MIN. COMPRAS: ".
               05 CAB01A-MIN-COMPRAS       PIC ZZ9.
               05 PIC X(020)          VALUE "   % MIN. SEGMENTO: ".
               05 CAB01A-PERC-SEGMENTO     PIC ZZ9.
               05 PIC X(020)          VALUE "   SUGEST./CLIENTE: ".
               05 CAB01A-MAX-SUGESTOES     PIC ZZ9.
           01  CAB02.
               05 PIC X(008)                       VALUE " CLIENTE".
               05 PIC X(002).
               05 PIC X(025)                  VALUE "RAZAO SOCIAL".
               05 PIC X(002).
               05 PIC X(010)                  VALUE "TIPO".
               05 PIC X(009)                  VALUE "PRODUTO".
               05 PIC X(027)                  VALUE "DESCRICAO".
               05 PIC X(007)                  VALUE "INTERV".
               05 PIC X(007)                  VALUE "ATRASO".
               05 PIC X(005)                  VALUE "%SEG".
               05 PIC X(005)                  VALUE "  QTD".
       01  LDT.
           05 PIC X(001).
           05 LDT-CLIENTE                 PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-RAZAO                   PIC X(025).
           05 PIC X(002).
           05 LDT-TIPO                    PIC X(008).
           05 PIC X(002).
           05 LDT-PRODUTO                 PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-DESCRICAO               PIC X(025).
           05 PIC X(002).
           05 LDT-INTERVALO               PIC ZZZZ9.
           05 PIC X(002).
           05 LDT-ATRASO                  PIC ZZZZ9.
           05 PIC X(002).
           05 LDT-PERC                    PIC ZZ9.
           05 PIC X(002).
           05 LDT-QTD                     PIC ZZZZ9.
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(024) VALUE "CLIENTES COM SUGESTAO: ".
           05 ROD-CLIENTES                PIC ZZZ.ZZ9.
           05 PIC X(004).
           05 PIC X(011) VALUE "RECOMPRA: ".
           05 ROD-RECOMPRA                PIC ZZZ.ZZ9.
           05 PIC X(004).
           05 PIC X(016) VALUE "VENDA CRUZADA: ".
           05 ROD-CRUZADA                 PIC ZZZ.ZZ9.
       01  RODAPE2.
           05 PIC X(004).
           05 PIC X(024) VALUE "GERACAO ANTERIOR".
           05 ROD-TIPO-ANT                PIC X(015).
           05 ROD-QTD-ANT                 PIC ZZZ.ZZ9.
           05 PIC X(011) VALUE "  ACEITAS: ".
           05 ROD-ACEITAS-ANT             PIC ZZZ.ZZ9.
           05 PIC X(015) VALUE "  ACERTO (%): ".
           05 ROD-TAXA-ANT                PIC ZZ9,99.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-MIN-COMPRAS                              PIC 9(003).
          05 LK-PERC-SEGMENTO                            PIC 9(003).
          05 LK-MAX-SUGESTOES                            PIC 9(003).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-CLIENTES                             PIC 9(006).
          05 LK-QTD-RECOMPRA                             PIC 9(006).
          05 LK-QTD-CRUZADA                              PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               IF LK-MIN-COMPRAS NOT EQUAL ZEROS
                  MOVE LK-MIN-COMPRAS     TO WS-MIN-COMPRAS
               END-IF
               IF WS-MIN-COMPRAS LESS THAN 2
                  MOVE 2                  TO WS-MIN-COMPRAS
               END-IF
               IF LK-PERC-SEGMENTO NOT EQUAL ZEROS
                  MOVE LK-PERC-SEGMENTO   TO WS-PERC-SEGMENTO
               END-IF
               IF LK-MAX-SUGESTOES NOT EQUAL ZEROS
                  MOVE LK-MAX-SUGESTOES   TO WS-MAX-SUGESTOES
               END-IF
               MOVE SPACES                TO LK-RETORNO
               MOVE ZEROS                 TO LK-QTD-CLIENTES
               MOVE ZEROS                 TO LK-QTD-RECOMPRA
               MOVE ZEROS                 TO LK-QTD-CRUZADA
               ACCEPT WS-DATA-HOJE        FROM DATE
               MOVE WS-DATA-HOJE          TO WS-DATA-CONV
               PERFORM 2010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL        TO WS-SERIAL-HOJE
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
               OPEN INPUT PEDITENS
               IF  STAT-PEDITENS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PEDITENS ! "
                      STAT-PEDITENS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"                   TO WS-PRODUTOS-ATIVO
               OPEN INPUT PRODUTOS
               IF STAT-PRODUTOS EQUAL "00"
                  MOVE "S"                TO WS-PRODUTOS-ATIVO
               END-IF
               PERFORM 1001-APURA-ANTERIOR
               OPEN OUTPUT SUGEST
               IF  STAT-SUGEST NOT EQUAL "00"
                   STRING "ERRO AO ABRIR SUGEST ! "
                      STAT-SUGEST
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF.

       1001-APURA-ANTERIOR.

               OPEN INPUT SUGEST
               IF  STAT-SUGEST NOT EQUAL "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES                TO WS-EOF-SUG
               READ SUGEST NEXT AT END MOVE "F" TO WS-EOF-SUG
               END-READ
               PERFORM UNTIL WS-EOF-SUG EQUAL "F"
                  IF SUG-RECOMPRA
                     ADD 1                TO WS-ANT-RECOMPRA
                     IF SUG-FOI-ACEITA
                        ADD 1             TO WS-ANT-REC-ACEITAS
                     END-IF
                  ELSE
                     ADD 1                TO WS-ANT-CRUZADA
                     IF SUG-FOI-ACEITA
                        ADD 1             TO WS-ANT-CRU-ACEITAS
                     END-IF
                  END-IF
                  READ SUGEST NEXT AT END MOVE "F" TO WS-EOF-SUG
                  END-READ
               END-PERFORM
               CLOSE SUGEST.

       2000-PROCESSA.

           SORT WORKSUG ON ASCENDING SORS-SEGMENTO
                                     SORS-PRO-CODIGO
                                     SORS-CLI-CODIGO
                INPUT PROCEDURE 2001-SORTIN-COMPRAS
                OUTPUT PROCEDURE 2002-SORTOUT-SEGMENTOS

           IF LK-RETORNO NOT EQUAL SPACES
              GOBACK
           END-IF

           SORT WORKSUG ON ASCENDING SORS-SEGMENTO
                                     SORS-CLI-CODIGO
                INPUT PROCEDURE 2003-SORTIN-CLIENTES
                OUTPUT PROCEDURE 2004-SORTOUT-SUGESTOES.

       2001-SORTIN-COMPRAS SECTION.

           MOVE ZEROS              TO CLI-CODIGO
           START CLIENTES KEY IS GREATER THAN CLI-CODIGO
           IF STAT-CLIENTES NOT EQUAL "00"
              GO TO 2001-SORTIN-COMPRAS-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ CLIENTES NEXT
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF CLI-ATIVO
                 PERFORM 2005-LIBERA-COMPRAS
              END-IF
              READ CLIENTES NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2001-SORTIN-COMPRAS-EXIT. EXIT.

       2005-LIBERA-COMPRAS SECTION.

           PERFORM 2006-CARREGA-HISTORICO
           MOVE CLI-PORTE          TO SORS-PORTE
           MOVE CLI-REGIAO         TO SORS-REGIAO
           MOVE ZEROS              TO SORS-PRO-CODIGO
           MOVE CLI-CODIGO         TO SORS-CLI-CODIGO
           RELEASE SORS-REC
           PERFORM VARYING WS-IND-HIS FROM 1 BY 1
                     UNTIL WS-IND-HIS > WS-QTD-HIS
              MOVE TAB-HIS-PRODUTO(WS-IND-HIS) TO SORS-PRO-CODIGO
              RELEASE SORS-REC
           END-PERFORM.

       2005-LIBERA-COMPRAS-EXIT. EXIT.

       2006-CARREGA-HISTORICO SECTION.

           MOVE ZEROS              TO WS-QTD-HIS
           MOVE CLI-CODIGO         TO PED-CLI-CODIGO
           MOVE ZEROS              TO PED-NUMERO
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              GO TO 2006-CARREGA-HISTORICO-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF-PED
           READ PEDIDOS NEXT
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-PED
           END-IF
           PERFORM UNTIL WS-EOF-PED EQUAL "F"
              IF PED-CLI-CODIGO NOT EQUAL CLI-CODIGO
                 MOVE "F"          TO WS-EOF-PED
              ELSE
                 IF NOT PED-CANCELADO
                    PERFORM 2007-LE-ITENS-PEDIDO
                 END-IF
                 READ PEDIDOS NEXT AT END
                    MOVE "F"       TO WS-EOF-PED
                 END-READ
              END-IF
           END-PERFORM.

       2006-CARREGA-HISTORICO-EXIT. EXIT.

       2007-LE-ITENS-PEDIDO SECTION.

           MOVE PED-DATA           TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL     TO WS-SERIAL-PEDIDO
           MOVE PED-CLI-CODIGO     TO ITE-CLI-CODIGO
           MOVE PED-NUMERO         TO ITE-PED-NUMERO
           MOVE ZEROS              TO ITE-SEQUENCIA
           START PEDITENS KEY IS GREATER THAN ITE-CHAVE
           IF STAT-PEDITENS NOT EQUAL "00"
              GO TO 2007-LE-ITENS-PEDIDO-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF-ITE
           READ PEDITENS NEXT
           IF STAT-PEDITENS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-ITE
           END-IF
           PERFORM UNTIL WS-EOF-ITE EQUAL "F"
              IF ITE-CLI-CODIGO NOT EQUAL PED-CLI-CODIGO
                 OR ITE-PED-NUMERO NOT EQUAL PED-NUMERO
                 MOVE "F"          TO WS-EOF-ITE
              ELSE
                 PERFORM 2008-ACUMULA-ITEM
                 READ PEDITENS NEXT AT END
                    MOVE "F"       TO WS-EOF-ITE
                 END-READ
              END-IF
           END-PERFORM.

       2007-LE-ITENS-PEDIDO-EXIT. EXIT.

       2008-ACUMULA-ITEM SECTION.

           MOVE ITE-PRO-CODIGO     TO WS-PRODUTO-BUSCA
           PERFORM 2009-PROCURA-HISTORICO
           IF WS-ACHOU NOT EQUAL "S"
              IF WS-QTD-HIS EQUAL WS-MAX-HIS
                 GO TO 2008-ACUMULA-ITEM-EXIT
              END-IF
              ADD 1                TO WS-QTD-HIS
              MOVE WS-QTD-HIS      TO WS-IND-HIS
              MOVE ITE-PRO-CODIGO  TO TAB-HIS-PRODUTO(WS-IND-HIS)
              MOVE ZEROS           TO TAB-HIS-QTD-PEDIDOS(WS-IND-HIS)
              MOVE ZEROS           TO TAB-HIS-ULT-PEDIDO(WS-IND-HIS)
              MOVE ZEROS           TO TAB-HIS-QTD-TOTAL(WS-IND-HIS)
              MOVE WS-SERIAL-PEDIDO TO TAB-HIS-PRIM-SERIAL(WS-IND-HIS)
              MOVE WS-SERIAL-PEDIDO TO TAB-HIS-ULT-SERIAL(WS-IND-HIS)
              MOVE PED-DATA        TO TAB-HIS-ULT-DATA(WS-IND-HIS)
           END-IF
           IF TAB-HIS-ULT-PEDIDO(WS-IND-HIS) NOT EQUAL PED-NUMERO
              ADD 1                TO TAB-HIS-QTD-PEDIDOS(WS-IND-HIS)
              MOVE PED-NUMERO      TO TAB-HIS-ULT-PEDIDO(WS-IND-HIS)
              IF WS-SERIAL-PEDIDO LESS THAN
                 TAB-HIS-PRIM-SERIAL(WS-IND-HIS)
                 MOVE WS-SERIAL-PEDIDO
                                   TO TAB-HIS-PRIM-SERIAL(WS-IND-HIS)
              END-IF
              IF WS-SERIAL-PEDIDO GREATER THAN
                 TAB-HIS-ULT-SERIAL(WS-IND-HIS)
                 MOVE WS-SERIAL-PEDIDO
                                   TO TAB-HIS-ULT-SERIAL(WS-IND-HIS)
                 MOVE PED-DATA     TO TAB-HIS-ULT-DATA(WS-IND-HIS)
              END-IF
           END-IF
           ADD ITE-QUANTIDADE      TO TAB-HIS-QTD-TOTAL(WS-IND-HIS).

       2008-ACUMULA-ITEM-EXIT. EXIT.

       2009-PROCURA-HISTORICO SECTION.

           MOVE "N"                TO WS-ACHOU
           MOVE "N"                TO WS-FIM-BUSCA
           MOVE 1                  TO WS-IND-HIS
           PERFORM UNTIL WS-FIM-BUSCA EQUAL "S"
              IF WS-IND-HIS > WS-QTD-HIS
                 MOVE "S"          TO WS-FIM-BUSCA
              ELSE
                 IF TAB-HIS-PRODUTO(WS-IND-HIS) EQUAL WS-PRODUTO-BUSCA
                    MOVE "S"       TO WS-ACHOU
                    MOVE "S"       TO WS-FIM-BUSCA
                 ELSE
                    ADD 1          TO WS-IND-HIS
                 END-IF
              END-IF
           END-PERFORM.

       2009-PROCURA-HISTORICO-EXIT. EXIT.

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

       2002-SORTOUT-SEGMENTOS SECTION.

           MOVE ZEROS              TO WS-QTD-GRU
           MOVE ZEROS              TO WS-QTD-SEG
           MOVE HIGH-VALUES        TO WS-SEGMENTO-ANT
           MOVE ZEROS              TO WS-PRODUTO-ANT
           MOVE SPACES             TO WS-EOF-SD

           RETURN WORKSUG AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
              IF SORS-SEGMENTO NOT EQUAL WS-SEGMENTO-ANT
                 PERFORM 2011-FECHA-PRODUTO
                 PERFORM 2012-NOVO-GRUPO
              END-IF
              IF SORS-PRO-CODIGO EQUAL ZEROS
                 IF WS-QTD-GRU NOT EQUAL ZEROS
                    ADD 1          TO TAB-GRU-CLIENTES(WS-QTD-GRU)
                 END-IF
              ELSE
                 IF SORS-PRO-CODIGO NOT EQUAL WS-PRODUTO-ANT
                    PERFORM 2011-FECHA-PRODUTO
                    MOVE SORS-PRO-CODIGO TO WS-PRODUTO-ANT
                    MOVE ZEROS     TO WS-QTD-COMPRADORES
                 END-IF
                 ADD 1             TO WS-QTD-COMPRADORES
              END-IF
              RETURN WORKSUG AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           PERFORM 2011-FECHA-PRODUTO.

       2002-SORTOUT-SEGMENTOS-EXIT. EXIT.

       2011-FECHA-PRODUTO SECTION.

           IF WS-PRODUTO-ANT EQUAL ZEROS
              OR WS-QTD-GRU EQUAL ZEROS
              GO TO 2011-FECHA-PRODUTO-EXIT
           END-IF
           MOVE WS-PRODUTO-ANT     TO WS-PRODUTO-BUSCA
           MOVE ZEROS              TO WS-PRODUTO-ANT
           IF WS-QTD-COMPRADORES LESS THAN 2
              OR TAB-GRU-CLIENTES(WS-QTD-GRU) EQUAL ZEROS
              GO TO 2011-FECHA-PRODUTO-EXIT
           END-IF
           COMPUTE WS-PERC-COMPRADORES =
                   WS-QTD-COMPRADORES * 100
                 / TAB-GRU-CLIENTES(WS-QTD-GRU)
           IF WS-PERC-COMPRADORES LESS THAN WS-PERC-SEGMENTO
              GO TO 2011-FECHA-PRODUTO-EXIT
           END-IF
           IF WS-QTD-SEG EQUAL WS-MAX-SEG
              STRING "ESTOURO TABELA SEGMENTOS ! "
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GO TO 2011-FECHA-PRODUTO-EXIT
           END-IF
           ADD 1                   TO WS-QTD-SEG
           MOVE WS-PRODUTO-BUSCA   TO TAB-SEG-PRODUTO(WS-QTD-SEG)
           MOVE WS-PERC-COMPRADORES TO TAB-SEG-PERC(WS-QTD-SEG)
           MOVE WS-QTD-SEG         TO TAB-GRU-FIM(WS-QTD-GRU).

       2011-FECHA-PRODUTO-EXIT. EXIT.

       2012-NOVO-GRUPO SECTION.

           MOVE SORS-SEGMENTO      TO WS-SEGMENTO-ANT
           IF WS-QTD-GRU EQUAL WS-MAX-GRU
              STRING "ESTOURO TABELA GRUPOS ! "
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GO TO 2012-NOVO-GRUPO-EXIT
           END-IF
           ADD 1                   TO WS-QTD-GRU
           MOVE SORS-SEGMENTO      TO TAB-GRU-SEGMENTO(WS-QTD-GRU)
           MOVE ZEROS              TO TAB-GRU-CLIENTES(WS-QTD-GRU)
           COMPUTE TAB-GRU-INI(WS-QTD-GRU) = WS-QTD-SEG + 1
           MOVE WS-QTD-SEG         TO TAB-GRU-FIM(WS-QTD-GRU).

       2012-NOVO-GRUPO-EXIT. EXIT.

       2003-SORTIN-CLIENTES SECTION.

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
                 MOVE CLI-PORTE    TO SORS-PORTE
                 MOVE CLI-REGIAO   TO SORS-REGIAO
                 MOVE ZEROS        TO SORS-PRO-CODIGO
                 MOVE CLI-CODIGO   TO SORS-CLI-CODIGO
                 RELEASE SORS-REC
              END-IF
              READ CLIENTES NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2003-SORTIN-CLIENTES-EXIT. EXIT.

       2004-SORTOUT-SUGESTOES SECTION.

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

           MOVE 1                  TO WS-IND-GRU
           MOVE SPACES             TO WS-EOF-SD

           RETURN WORKSUG AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               PERFORM 2014-SUGERE-CLIENTE
               RETURN WORKSUG AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           MOVE LK-QTD-CLIENTES    TO ROD-CLIENTES
           MOVE LK-QTD-RECOMPRA    TO ROD-RECOMPRA
           MOVE LK-QTD-CRUZADA     TO ROD-CRUZADA
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1

           MOVE " - RECOMPRA:"     TO ROD-TIPO-ANT
           MOVE WS-ANT-RECOMPRA    TO ROD-QTD-ANT
           MOVE WS-ANT-REC-ACEITAS TO ROD-ACEITAS-ANT
           MOVE ZEROS              TO WS-TAXA
           IF WS-ANT-RECOMPRA NOT EQUAL ZEROS
              COMPUTE WS-TAXA ROUNDED =
                      WS-ANT-REC-ACEITAS * 100 / WS-ANT-RECOMPRA
           END-IF
           MOVE WS-TAXA            TO ROD-TAXA-ANT
           WRITE RG-SAIDA     FROM RODAPE2 AFTER 1

           MOVE " - CRUZADA.:"     TO ROD-TIPO-ANT
           MOVE WS-ANT-CRUZADA     TO ROD-QTD-ANT
           MOVE WS-ANT-CRU-ACEITAS TO ROD-ACEITAS-ANT
           MOVE ZEROS              TO WS-TAXA
           IF WS-ANT-CRUZADA NOT EQUAL ZEROS
              COMPUTE WS-TAXA ROUNDED =
                      WS-ANT-CRU-ACEITAS * 100 / WS-ANT-CRUZADA
           END-IF
           MOVE WS-TAXA            TO ROD-TAXA-ANT
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
           CLOSE PEDIDOS
           CLOSE PEDITENS
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              CLOSE PRODUTOS
           END-IF
           CLOSE SUGEST

           MOVE SPACES                                    TO LK-RETORNO.

       2004-SORTOUT-SUGESTOES-EXIT. EXIT.

       2014-SUGERE-CLIENTE SECTION.

           MOVE SORS-CLI-CODIGO    TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              GO TO 2014-SUGERE-CLIENTE-EXIT
           END-IF

           PERFORM 2006-CARREGA-HISTORICO
           MOVE ZEROS              TO WS-QTD-CAN
           PERFORM VARYING WS-IND-HIS FROM 1 BY 1
                     UNTIL WS-IND-HIS > WS-QTD-HIS
              PERFORM 2015-AVALIA-RECOMPRA
           END-PERFORM

           PERFORM 2016-LOCALIZA-GRUPO
           IF WS-GRUPO-OK EQUAL "S"
              PERFORM VARYING WS-IND-SEG
                         FROM TAB-GRU-INI(WS-IND-GRU) BY 1
                        UNTIL WS-IND-SEG > TAB-GRU-FIM(WS-IND-GRU)
                 PERFORM 2017-AVALIA-CRUZADA
              END-PERFORM
           END-IF

           MOVE ZEROS              TO WS-ORDEM
           MOVE "N"                TO WS-FIM-BUSCA
           PERFORM UNTIL WS-FIM-BUSCA EQUAL "S"
              IF WS-ORDEM NOT LESS THAN WS-MAX-SUGESTOES
                 MOVE "S"          TO WS-FIM-BUSCA
              ELSE
                 PERFORM 2019-MELHOR-CANDIDATO
                 IF WS-MELHOR-CAN EQUAL ZEROS
                    MOVE "S"       TO WS-FIM-BUSCA
                 ELSE
                    PERFORM 2020-GRAVA-SUGESTAO
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ORDEM NOT EQUAL ZEROS
              ADD 1                TO LK-QTD-CLIENTES
           END-IF.

       2014-SUGERE-CLIENTE-EXIT. EXIT.

       2015-AVALIA-RECOMPRA SECTION.

           IF TAB-HIS-QTD-PEDIDOS(WS-IND-HIS) LESS THAN WS-MIN-COMPRAS
              GO TO 2015-AVALIA-RECOMPRA-EXIT
           END-IF
           COMPUTE WS-INTERVALO =
                  (TAB-HIS-ULT-SERIAL(WS-IND-HIS)
                 - TAB-HIS-PRIM-SERIAL(WS-IND-HIS))
                 / (TAB-HIS-QTD-PEDIDOS(WS-IND-HIS) - 1)
           IF WS-INTERVALO EQUAL ZEROS
              GO TO 2015-AVALIA-RECOMPRA-EXIT
           END-IF
           IF WS-SERIAL-HOJE NOT GREATER THAN
              TAB-HIS-ULT-SERIAL(WS-IND-HIS)
              GO TO 2015-AVALIA-RECOMPRA-EXIT
           END-IF
           COMPUTE WS-DIAS-DESDE =
                   WS-SERIAL-HOJE - TAB-HIS-ULT-SERIAL(WS-IND-HIS)
           IF WS-DIAS-DESDE NOT GREATER THAN WS-INTERVALO
              GO TO 2015-AVALIA-RECOMPRA-EXIT
           END-IF
           COMPUTE WS-ATRASO = WS-DIAS-DESDE - WS-INTERVALO
           COMPUTE WS-PERC-ATRASO = WS-ATRASO * 100 / WS-INTERVALO
           IF WS-PERC-ATRASO GREATER THAN 899999
              MOVE 899999          TO WS-PERC-ATRASO
           END-IF
           IF WS-ATRASO GREATER THAN 99999
              MOVE 99999           TO WS-ATRASO
           END-IF

           MOVE TAB-HIS-PRODUTO(WS-IND-HIS) TO WS-PRODUTO-BUSCA
           PERFORM 2018-VERIFICA-PRODUTO
           IF WS-PRODUTO-VALIDO NOT EQUAL "S"
              OR WS-QTD-CAN EQUAL WS-MAX-CAN
              GO TO 2015-AVALIA-RECOMPRA-EXIT
           END-IF

           ADD 1                   TO WS-QTD-CAN
           MOVE "R"                TO TAB-CAN-TIPO(WS-QTD-CAN)
           MOVE WS-PRODUTO-BUSCA   TO TAB-CAN-PRODUTO(WS-QTD-CAN)
           MOVE WS-DESC-PRODUTO    TO TAB-CAN-DESCRICAO(WS-QTD-CAN)
           COMPUTE TAB-CAN-PONTOS(WS-QTD-CAN) = 100000 + WS-PERC-ATRASO
           MOVE TAB-HIS-ULT-DATA(WS-IND-HIS)
                                   TO TAB-CAN-ULT-DATA(WS-QTD-CAN)
           MOVE WS-INTERVALO       TO TAB-CAN-INTERVALO(WS-QTD-CAN)
           MOVE WS-ATRASO          TO TAB-CAN-ATRASO(WS-QTD-CAN)
           COMPUTE TAB-CAN-QTD(WS-QTD-CAN) ROUNDED =
                   TAB-HIS-QTD-TOTAL(WS-IND-HIS)
                 / TAB-HIS-QTD-PEDIDOS(WS-IND-HIS)
           MOVE ZEROS              TO TAB-CAN-PERC(WS-QTD-CAN)
           MOVE "N"                TO TAB-CAN-USADO(WS-QTD-CAN).

       2015-AVALIA-RECOMPRA-EXIT. EXIT.

       2016-LOCALIZA-GRUPO SECTION.

           MOVE "N"                TO WS-GRUPO-OK
           MOVE "N"                TO WS-FIM-BUSCA
           PERFORM UNTIL WS-FIM-BUSCA EQUAL "S"
              IF WS-IND-GRU > WS-QTD-GRU
                 MOVE "S"          TO WS-FIM-BUSCA
              ELSE
                 IF TAB-GRU-SEGMENTO(WS-IND-GRU) LESS THAN
                    SORS-SEGMENTO
                    ADD 1          TO WS-IND-GRU
                 ELSE
                    IF TAB-GRU-SEGMENTO(WS-IND-GRU) EQUAL
                       SORS-SEGMENTO
                       MOVE "S"    TO WS-GRUPO-OK
                    END-IF
                    MOVE "S"       TO WS-FIM-BUSCA
                 END-IF
              END-IF
           END-PERFORM.

       2016-LOCALIZA-GRUPO-EXIT. EXIT.

       2017-AVALIA-CRUZADA SECTION.

           MOVE TAB-SEG-PRODUTO(WS-IND-SEG) TO WS-PRODUTO-BUSCA
           PERFORM 2009-PROCURA-HISTORICO
           IF WS-ACHOU EQUAL "S"
              GO TO 2017-AVALIA-CRUZADA-EXIT
           END-IF
           PERFORM 2018-VERIFICA-PRODUTO
           IF WS-PRODUTO-VALIDO NOT EQUAL "S"
              OR WS-QTD-CAN EQUAL WS-MAX-CAN
              GO TO 2017-AVALIA-CRUZADA-EXIT
           END-IF

           ADD 1                   TO WS-QTD-CAN
           MOVE "X"                TO TAB-CAN-TIPO(WS-QTD-CAN)
           MOVE WS-PRODUTO-BUSCA   TO TAB-CAN-PRODUTO(WS-QTD-CAN)
           MOVE WS-DESC-PRODUTO    TO TAB-CAN-DESCRICAO(WS-QTD-CAN)
           MOVE TAB-SEG-PERC(WS-IND-SEG) TO TAB-CAN-PONTOS(WS-QTD-CAN)
           MOVE ZEROS              TO TAB-CAN-ULT-DATA(WS-QTD-CAN)
           MOVE ZEROS              TO TAB-CAN-INTERVALO(WS-QTD-CAN)
           MOVE ZEROS              TO TAB-CAN-ATRASO(WS-QTD-CAN)
           MOVE ZEROS              TO TAB-CAN-QTD(WS-QTD-CAN)
           MOVE TAB-SEG-PERC(WS-IND-SEG) TO TAB-CAN-PERC(WS-QTD-CAN)
           MOVE "N"                TO TAB-CAN-USADO(WS-QTD-CAN).

       2017-AVALIA-CRUZADA-EXIT. EXIT.

       2018-VERIFICA-PRODUTO SECTION.

           MOVE "S"                TO WS-PRODUTO-VALIDO
           MOVE SPACES             TO WS-DESC-PRODUTO
           IF WS-PRODUTOS-ATIVO NOT EQUAL "S"
              GO TO 2018-VERIFICA-PRODUTO-EXIT
           END-IF
           MOVE WS-PRODUTO-BUSCA   TO PRO-CODIGO
           READ PRODUTOS
           IF STAT-PRODUTOS NOT EQUAL "00"
              OR NOT PRO-ATIVO
              MOVE "N"             TO WS-PRODUTO-VALIDO
           ELSE
              MOVE PRO-DESCRICAO   TO WS-DESC-PRODUTO
           END-IF.

       2018-VERIFICA-PRODUTO-EXIT. EXIT.

       2019-MELHOR-CANDIDATO SECTION.

           MOVE ZEROS              TO WS-MELHOR-CAN
           MOVE ZEROS              TO WS-MELHOR-PONTOS
           PERFORM VARYING WS-IND-CAN FROM 1 BY 1
                     UNTIL WS-IND-CAN > WS-QTD-CAN
              IF TAB-CAN-USADO(WS-IND-CAN) EQUAL "N"
                 AND (WS-MELHOR-CAN EQUAL ZEROS
                      OR TAB-CAN-PONTOS(WS-IND-CAN) GREATER THAN
                         WS-MELHOR-PONTOS)
                 MOVE WS-IND-CAN   TO WS-MELHOR-CAN
                 MOVE TAB-CAN-PONTOS(WS-IND-CAN) TO WS-MELHOR-PONTOS
              END-IF
           END-PERFORM.

       2019-MELHOR-CANDIDATO-EXIT. EXIT.

       2020-GRAVA-SUGESTAO SECTION.

           ADD 1                   TO WS-ORDEM
           MOVE "S"                TO TAB-CAN-USADO(WS-MELHOR-CAN)
           INITIALIZE RG-SUGEST
           MOVE CLI-CODIGO         TO SUG-CLI-CODIGO
           MOVE WS-ORDEM           TO SUG-ORDEM
           MOVE TAB-CAN-PRODUTO(WS-MELHOR-CAN)   TO SUG-PRO-CODIGO
           MOVE TAB-CAN-TIPO(WS-MELHOR-CAN)      TO SUG-TIPO
           MOVE TAB-CAN-DESCRICAO(WS-MELHOR-CAN) TO SUG-DESCRICAO
           MOVE TAB-CAN-ULT-DATA(WS-MELHOR-CAN)  TO SUG-ULT-COMPRA
           MOVE TAB-CAN-INTERVALO(WS-MELHOR-CAN) TO SUG-INTERVALO
           MOVE TAB-CAN-ATRASO(WS-MELHOR-CAN)    TO SUG-DIAS-ATRASO
           MOVE TAB-CAN-QTD(WS-MELHOR-CAN)       TO SUG-QTD-SUGERIDA
           MOVE TAB-CAN-PERC(WS-MELHOR-CAN)      TO SUG-PERC-SEGMENTO
           MOVE WS-DATA-HOJE       TO SUG-DATA-GERACAO
           MOVE "N"                TO SUG-ACEITA
           MOVE ZEROS              TO SUG-DATA-ACEITE
           WRITE RG-SUGEST
           IF STAT-SUGEST NOT EQUAL "00"
              STRING "ERRO AO GRAVAR SUGEST ! "
                     STAT-SUGEST
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF

           MOVE CLI-CODIGO         TO LDT-CLIENTE
           MOVE CLI-RAZAO          TO LDT-RAZAO
           IF SUG-RECOMPRA
              ADD 1                TO LK-QTD-RECOMPRA
              MOVE "RECOMPRA"      TO LDT-TIPO
           ELSE
              ADD 1                TO LK-QTD-CRUZADA
              MOVE "CRUZADA"       TO LDT-TIPO
           END-IF
           MOVE SUG-PRO-CODIGO     TO LDT-PRODUTO
           MOVE SUG-DESCRICAO      TO LDT-DESCRICAO
           MOVE SUG-INTERVALO      TO LDT-INTERVALO
           MOVE SUG-DIAS-ATRASO    TO LDT-ATRASO
           MOVE SUG-PERC-SEGMENTO  TO LDT-PERC
           MOVE SUG-QTD-SUGERIDA   TO LDT-QTD
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2020-GRAVA-SUGESTAO-EXIT. EXIT.

       2013-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-MIN-COMPRAS          TO CAB01A-MIN-COMPRAS
           MOVE WS-PERC-SEGMENTO        TO CAB01A-PERC-SEGMENTO
           MOVE WS-MAX-SUGESTOES        TO CAB01A-MAX-SUGESTOES

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
