       01  WS-EOF-PED                     PIC X      VALUE SPACES.
       01  WS-EOF-RES                     PIC X      VALUE SPACES.
       01  WS-RESUMO-EXISTE               PIC X      VALUE SPACES.
       01  WS-IND-CANAL                   PIC 9(001) VALUE ZEROS.

       LINKAGE SECTION.
       01 LIN-LIGACAO.
              MOVE ZEROS           TO RES-QTD-PEDIDOS
              MOVE ZEROS           TO RES-VALOR-FATURADO
              MOVE ZEROS           TO RES-QTD-CANCELADOS
              MOVE ZEROS           TO RES-CANAIS
           END-IF

           ADD 1                   TO RES-QTD-PEDIDOS
           IF PED-FATURADO
              ADD PED-VALOR        TO RES-VALOR-FATURADO
              EVALUATE TRUE
                 WHEN PED-ORIGEM-LOJA
                    MOVE 2         TO WS-IND-CANAL
                 WHEN PED-ORIGEM-CAMPO
                    MOVE 3         TO WS-IND-CANAL
                 WHEN PED-ORIGEM-RECORRENTE
                    MOVE 4         TO WS-IND-CANAL
                 WHEN OTHER
                    MOVE 1         TO WS-IND-CANAL
              END-EVALUATE
              ADD PED-VALOR        TO RES-FATURADO-CANAL(WS-IND-CANAL)
           END-IF
           IF PED-CANCELADO
              ADD 1                TO RES-QTD-CANCELADOS
