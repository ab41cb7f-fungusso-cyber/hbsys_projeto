           05 TAB-REA-VALOR OCCURS 999    PIC 9(011)V99.
       01  TABELA-QTD-PED.
           05 TAB-REA-QTD OCCURS 999      PIC 9(005).
       01  TABELA-REA-CANAL.
           05 WS-REA-VEN OCCURS 999.
              10  TAB-REA-CANAL              PIC 9(011)V99 OCCURS 4.
       01  TABELA-TOT-CANAL.
           05 WS-TOT-CANAL                PIC 9(013)V99 OCCURS 4.
       01  WS-IND-CANAL                   PIC 9(001) VALUE ZEROS.
       01  WS-META                        PIC 9(011)V99 VALUE ZEROS.
       01  WS-REALIZADO                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-ATINGIMENTO                 PIC 9(005)V99 VALUE ZEROS.
               05 PIC X(008)                  VALUE "QTD PED".
               05 PIC X(003).
               05 PIC X(008)                  VALUE "ATING. %".
               05 PIC X(001).
               05 PIC X(020)        VALUE " %INT %WEB %CAM %REC".
       01  LDT.
           05 PIC X(005).
           05 LDT-CODIGO                  PIC ZZ9.
           05 LDT-QTD                     PIC ZZ.ZZ9.
           05 PIC X(005).
           05 LDT-ATINGIMENTO             PIC ZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-CANAL OCCURS 4.
              10 PIC X(002).
              10 LDT-PERC-CANAL           PIC ZZ9.
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(012) VALUE "TOTAL META: ".
           05 PIC X(003).
           05 PIC X(009) VALUE "ATING.%: ".
           05 ROD-ATINGIMENTO             PIC ZZ.ZZ9,99.
           05 PIC X(012).
           05 ROD-CANAL OCCURS 4.
              10 PIC X(002).
              10 ROD-PERC-CANAL           PIC ZZ9.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-COMPETENCIA                              PIC 9(004).

           INITIALIZE TABELA-REALIZADO
           INITIALIZE TABELA-QTD-PED
           INITIALIZE TABELA-REA-CANAL
           INITIALIZE TABELA-TOT-CANAL
           INITIALIZE TABELA-SUPERVISOR

           PERFORM 2001-ACUMULA-PEDIDOS
               AND PED-VEN-CODIGO NOT EQUAL ZEROS
                   ADD PED-VALOR TO TAB-REA-VALOR(PED-VEN-CODIGO)
                   ADD 1         TO TAB-REA-QTD(PED-VEN-CODIGO)
                   EVALUATE TRUE
                      WHEN PED-ORIGEM-LOJA
                         MOVE 2      TO WS-IND-CANAL
                      WHEN PED-ORIGEM-CAMPO
                         MOVE 3      TO WS-IND-CANAL
                      WHEN PED-ORIGEM-RECORRENTE
                         MOVE 4      TO WS-IND-CANAL
                      WHEN OTHER
                         MOVE 1      TO WS-IND-CANAL
                   END-EVALUATE
                   ADD PED-VALOR TO
                       TAB-REA-CANAL(PED-VEN-CODIGO, WS-IND-CANAL)
               END-IF

               READ  PEDIDOS NEXT AT END
           MOVE WS-REALIZADO       TO LDT-REALIZADO
           MOVE TAB-REA-QTD(VEN-CODIGO) TO LDT-QTD
           MOVE WS-ATINGIMENTO     TO LDT-ATINGIMENTO
           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                   UNTIL WS-IND-CANAL > 4
              MOVE ZEROS           TO LDT-PERC-CANAL(WS-IND-CANAL)
              IF WS-REALIZADO NOT EQUAL ZEROS
                 COMPUTE LDT-PERC-CANAL(WS-IND-CANAL) ROUNDED =
                         TAB-REA-CANAL(VEN-CODIGO, WS-IND-CANAL)
                       * 100 / WS-REALIZADO
              END-IF
              ADD TAB-REA-CANAL(VEN-CODIGO, WS-IND-CANAL)
                  TO WS-TOT-CANAL(WS-IND-CANAL)
           END-PERFORM

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
                      WS-TOT-REALIZADO * 100 / WS-TOT-META
              MOVE WS-ATINGIMENTO  TO ROD-ATINGIMENTO
           END-IF
           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                   UNTIL WS-IND-CANAL > 4
              MOVE ZEROS           TO ROD-PERC-CANAL(WS-IND-CANAL)
              IF WS-TOT-REALIZADO NOT EQUAL ZEROS
                 COMPUTE ROD-PERC-CANAL(WS-IND-CANAL) ROUNDED =
                         WS-TOT-CANAL(WS-IND-CANAL) * 100
                       / WS-TOT-REALIZADO
              END-IF
           END-PERFORM
           WRITE RG-SAIDA     FROM TRACOS AFTER 2.
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.

