       01  WS-QTD-REGIAO                  PIC 9(007) VALUE ZEROS.
       01  WS-TOT-GERAL                   PIC 9(013)V99 VALUE ZEROS.
       01  WS-QTD-GERAL                   PIC 9(007) VALUE ZEROS.
       01  WS-IND-CANAL                   PIC 9(001) VALUE ZEROS.
       01  WS-BASE-CANAL                  PIC 9(013)V99 VALUE ZEROS.
       01  TABELA-CAN-PORTE.
           05 WS-CAN-PORTE                PIC 9(013)V99 OCCURS 4.
       01  TABELA-CAN-MUNICIPIO.
           05 WS-CAN-MUNICIPIO            PIC 9(013)V99 OCCURS 4.
       01  TABELA-CAN-REGIAO.
           05 WS-CAN-REGIAO               PIC 9(013)V99 OCCURS 4.
       01  TABELA-CAN-GERAL.
           05 WS-CAN-GERAL                PIC 9(013)V99 OCCURS 4.
       01  TABELA-CAN-AUX.
           05 WS-CAN-AUX                  PIC 9(013)V99 OCCURS 4.
       01  LCN.
           05 PIC X(005)                  VALUE " INT:".
           05 PIC ZZ9.
           05 PIC X(001)                  VALUE "%".
           05 PIC X(005)                  VALUE " WEB:".
           05 PIC ZZ9.
           05 PIC X(001)                  VALUE "%".
           05 PIC X(005)                  VALUE " CAM:".
           05 PIC ZZ9.
           05 PIC X(001)                  VALUE "%".
           05 PIC X(005)                  VALUE " REC:".
           05 PIC ZZ9.
           05 PIC X(001)                  VALUE "%".
       01  FILLER REDEFINES LCN.
           05 LCN-CANAL OCCURS 4.
              10 PIC X(005).
              10 LCN-PERC                 PIC ZZ9.
              10 PIC X(001).
           01  CAB01.
        05 PIC X(068)   VALUE "ANALISE DE VENDAS POR REGIAO".
               05 PIC X(008) VALUE "PAGINA: ".
           05 PIC X(003).
           05 PIC X(009)                  VALUE "PEDIDOS: ".
           05 LDT-QTD                     PIC ZZZ.ZZ9.
           05 PIC X(006).
           05 LDT-CANAIS                  PIC X(036).
       01  TOTMUN.
           05 PIC X(003).
           05 PIC X(017) VALUE "TOTAL MUNICIPIO: ".
           05 PIC X(003).
           05 PIC X(009) VALUE "PEDIDOS: ".
           05 TOTM-QTD                    PIC ZZZ.ZZ9.
           05 PIC X(003).
           05 TOTM-CANAIS                 PIC X(036).
       01  TOTREG.
           05 PIC X(014) VALUE "TOTAL REGIAO: ".
           05 TOTR-VALOR                  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(003).
           05 PIC X(009) VALUE "PEDIDOS: ".
           05 TOTR-QTD                    PIC ZZZ.ZZ9.
           05 PIC X(007).
           05 TOTR-CANAIS                 PIC X(036).
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(013) VALUE "TOTAL GERAL: ".
           05 PIC X(003).
           05 PIC X(009) VALUE "PEDIDOS: ".
           05 ROD-QTD                     PIC ZZZ.ZZ9.
           05 PIC X(004).
           05 ROD-CANAIS                  PIC X(036).
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-INICIAL                             PIC 9(008).
              END-IF
           END-IF
           MOVE PED-VALOR          TO SORA-VALOR
           EVALUATE TRUE
              WHEN PED-ORIGEM-LOJA
                 MOVE 2            TO SORA-CANAL
              WHEN PED-ORIGEM-CAMPO
                 MOVE 3            TO SORA-CANAL
              WHEN PED-ORIGEM-RECORRENTE
                 MOVE 4            TO SORA-CANAL
              WHEN OTHER
                 MOVE 1            TO SORA-CANAL
           END-EVALUATE
           RELEASE SORA-REC.

       2001-LIBERA-REGISTRO-EXIT. EXIT.
              GOBACK
           END-IF

           MOVE ZEROS              TO TABELA-CAN-PORTE
           MOVE ZEROS              TO TABELA-CAN-MUNICIPIO
           MOVE ZEROS              TO TABELA-CAN-REGIAO
           MOVE ZEROS              TO TABELA-CAN-GERAL

           PERFORM 2008-CABECALHO

           RETURN WORKANA AT END MOVE "F" TO WS-EOF-SD
           MOVE SORA-MUNICIPIO     TO WS-MUNICIPIO-ANT
           MOVE SORA-PORTE         TO WS-PORTE-ANT
           ADD SORA-VALOR          TO WS-TOT-PORTE
           ADD SORA-VALOR          TO WS-CAN-PORTE(SORA-CANAL)
           ADD 1                   TO WS-QTD-PORTE.

       2003-ACUMULA-LINHA-EXIT. EXIT.
           MOVE WS-PORTE-ANT       TO LDT-PORTE
           MOVE WS-TOT-PORTE       TO LDT-VALOR
           MOVE WS-QTD-PORTE       TO LDT-QTD
           MOVE WS-TOT-PORTE       TO WS-BASE-CANAL
           MOVE TABELA-CAN-PORTE   TO TABELA-CAN-AUX
           PERFORM 2017-MONTA-CANAIS
           MOVE LCN                TO LDT-CANAIS
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           WRITE RG-SAIDA FROM LDT AFTER 1
           ADD WS-TOT-PORTE        TO WS-TOT-MUNICIPIO
           ADD WS-QTD-PORTE        TO WS-QTD-MUNICIPIO
           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                   UNTIL WS-IND-CANAL > 4
              ADD WS-CAN-PORTE(WS-IND-CANAL)
                  TO WS-CAN-MUNICIPIO(WS-IND-CANAL)
           END-PERFORM
           MOVE ZEROS              TO TABELA-CAN-PORTE
           MOVE ZEROS              TO WS-TOT-PORTE
           MOVE ZEROS              TO WS-QTD-PORTE.

           END-IF
           MOVE WS-TOT-MUNICIPIO   TO TOTM-VALOR
           MOVE WS-QTD-MUNICIPIO   TO TOTM-QTD
           MOVE WS-TOT-MUNICIPIO   TO WS-BASE-CANAL
           MOVE TABELA-CAN-MUNICIPIO TO TABELA-CAN-AUX
           PERFORM 2017-MONTA-CANAIS
           MOVE LCN                TO TOTM-CANAIS
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           WRITE RG-SAIDA FROM TOTMUN AFTER 1
           ADD WS-TOT-MUNICIPIO    TO WS-TOT-REGIAO
           ADD WS-QTD-MUNICIPIO    TO WS-QTD-REGIAO
           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                   UNTIL WS-IND-CANAL > 4
              ADD WS-CAN-MUNICIPIO(WS-IND-CANAL)
                  TO WS-CAN-REGIAO(WS-IND-CANAL)
           END-PERFORM
           MOVE ZEROS              TO TABELA-CAN-MUNICIPIO
           MOVE ZEROS              TO WS-TOT-MUNICIPIO
           MOVE ZEROS              TO WS-QTD-MUNICIPIO.

           END-IF
           MOVE WS-TOT-REGIAO      TO TOTR-VALOR
           MOVE WS-QTD-REGIAO      TO TOTR-QTD
           MOVE WS-TOT-REGIAO      TO WS-BASE-CANAL
           MOVE TABELA-CAN-REGIAO  TO TABELA-CAN-AUX
           PERFORM 2017-MONTA-CANAIS
           MOVE LCN                TO TOTR-CANAIS
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
           WRITE RG-SAIDA FROM SPACES AFTER 1
           ADD WS-TOT-REGIAO       TO WS-TOT-GERAL
           ADD WS-QTD-REGIAO       TO WS-QTD-GERAL
           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                   UNTIL WS-IND-CANAL > 4
              ADD WS-CAN-REGIAO(WS-IND-CANAL)
                  TO WS-CAN-GERAL(WS-IND-CANAL)
           END-PERFORM
           MOVE ZEROS              TO TABELA-CAN-REGIAO
           MOVE ZEROS              TO WS-TOT-REGIAO
           MOVE ZEROS              TO WS-QTD-REGIAO.


       2011-CABECALHO-MUNICIPIO-EXIT. EXIT.

       2017-MONTA-CANAIS SECTION.

           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                   UNTIL WS-IND-CANAL > 4
              MOVE ZEROS           TO LCN-PERC(WS-IND-CANAL)
              IF WS-BASE-CANAL NOT EQUAL ZEROS
                 COMPUTE LCN-PERC(WS-IND-CANAL) ROUNDED =
                         WS-CAN-AUX(WS-IND-CANAL) * 100
                       / WS-BASE-CANAL
              END-IF
           END-PERFORM.

       2017-MONTA-CANAIS-EXIT. EXIT.

       2008-CABECALHO SECTION.

           ADD 1                        TO PAGINA

           MOVE WS-TOT-GERAL       TO ROD-VALOR
           MOVE WS-QTD-GERAL       TO ROD-QTD
           MOVE WS-TOT-GERAL       TO WS-BASE-CANAL
           MOVE TABELA-CAN-GERAL   TO TABELA-CAN-AUX
           PERFORM 2017-MONTA-CANAIS
           MOVE LCN                TO ROD-CANAIS
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.

