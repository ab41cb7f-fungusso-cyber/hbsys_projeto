              10  TAB-TEN-VALOR              PIC 9(011)V99.
              10  TAB-TEN-QTD                PIC 9(005).
              10  TAB-TEN-CANCELADOS         PIC 9(005).
              10  TAB-TEN-CANAL              PIC 9(011)V99 OCCURS 4.
       01  WS-IND-MES                     PIC 9(002) VALUE ZEROS.
       01  WS-IND-CANAL                   PIC 9(001) VALUE ZEROS.
       01  TABELA-TOT-CANAL.
           05 WS-TOT-CANAL                PIC 9(013)V99 OCCURS 4.
       01  WS-COMP-AUX.
           05 WS-COMP-AA                  PIC 9(002).
           05 WS-COMP-MM                  PIC 9(002).
               05 PIC X(008)                  VALUE "PEDIDOS".
               05 PIC X(003).
               05 PIC X(011)                  VALUE "CANCELADOS".
               05 PIC X(020)        VALUE " %INT %WEB %CAM %REC".
       01  LDT.
           05 PIC X(004).
           05 LDT-COMPETENCIA             PIC 9(004).
           05 LDT-QTD                     PIC ZZ.ZZ9.
           05 PIC X(006).
           05 LDT-CANCELADOS              PIC ZZ.ZZ9.
           05 PIC X(004).
           05 LDT-CANAL OCCURS 4.
              10 PIC X(002).
              10 LDT-PERC-CANAL           PIC ZZ9.
       01  TOTVEN.
           05 PIC X(004).
           05 PIC X(020) VALUE "TOTAL DO VENDEDOR: ".
           05 TOTV-VALOR                  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(015).
           05 TOTV-CANAL OCCURS 4.
              10 PIC X(002).
              10 TOTV-PERC-CANAL          PIC ZZ9.
       01  RODAPE.
           05 PIC X(010).
           05 PIC X(030) VALUE "TOTAL DE VENDEDORES LISTADOS: ".
       2004-TENDENCIA-VENDEDOR.

           MOVE ZEROS              TO WS-TOT-VENDEDOR
           MOVE ZEROS              TO TABELA-TOT-CANAL
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 12
              MOVE ZEROS           TO TAB-TEN-VALOR(WS-IND-MES)
              MOVE ZEROS           TO TAB-TEN-QTD(WS-IND-MES)
              MOVE ZEROS           TO TAB-TEN-CANCELADOS(WS-IND-MES)
              PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                      UNTIL WS-IND-CANAL > 4
                 MOVE ZEROS
                      TO TAB-TEN-CANAL(WS-IND-MES, WS-IND-CANAL)
              END-PERFORM
              PERFORM 2005-SOMA-COMPETENCIA
              ADD TAB-TEN-VALOR(WS-IND-MES) TO WS-TOT-VENDEDOR
              PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                      UNTIL WS-IND-CANAL > 4
                 ADD TAB-TEN-CANAL(WS-IND-MES, WS-IND-CANAL)
                     TO WS-TOT-CANAL(WS-IND-CANAL)
              END-PERFORM
           END-PERFORM

           IF WS-TOT-VENDEDOR EQUAL ZEROS
              MOVE TAB-TEN-VALOR(WS-IND-MES)       TO LDT-VALOR
              MOVE TAB-TEN-QTD(WS-IND-MES)         TO LDT-QTD
              MOVE TAB-TEN-CANCELADOS(WS-IND-MES)  TO LDT-CANCELADOS
              PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                      UNTIL WS-IND-CANAL > 4
                 MOVE ZEROS        TO LDT-PERC-CANAL(WS-IND-CANAL)
                 IF TAB-TEN-VALOR(WS-IND-MES) NOT EQUAL ZEROS
                    COMPUTE LDT-PERC-CANAL(WS-IND-CANAL) ROUNDED =
                            TAB-TEN-CANAL(WS-IND-MES, WS-IND-CANAL)
                          * 100 / TAB-TEN-VALOR(WS-IND-MES)
                 END-IF
              END-PERFORM
              IF LINHAS > WS-MAX-LINHAS
                 PERFORM 2008-CABECALHO
              END-IF
           END-PERFORM

           MOVE WS-TOT-VENDEDOR    TO TOTV-VALOR
           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                   UNTIL WS-IND-CANAL > 4
              COMPUTE TOTV-PERC-CANAL(WS-IND-CANAL) ROUNDED =
                      WS-TOT-CANAL(WS-IND-CANAL) * 100
                    / WS-TOT-VENDEDOR
           END-PERFORM
           WRITE RG-SAIDA FROM TOTVEN AFTER 1
           ADD 1                   TO LINHAS
           ADD 1                   TO WS-QTD-VEND-LISTADOS.
                     TO TAB-TEN-QTD(WS-IND-MES)
                 ADD RES-QTD-CANCELADOS
                     TO TAB-TEN-CANCELADOS(WS-IND-MES)
                 PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                         UNTIL WS-IND-CANAL > 4
                    ADD RES-FATURADO-CANAL(WS-IND-CANAL)
                        TO TAB-TEN-CANAL(WS-IND-MES, WS-IND-CANAL)
                 END-PERFORM
                 READ RESUMOME NEXT AT END
                    MOVE "F"       TO WS-EOF-RES
                 END-READ
