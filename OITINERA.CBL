          05 WS-MODO-DISTANCIA      PIC X(001) VALUE SPACES.
          05 WS-LINHAS              PIC 9(003) VALUE ZEROS.
          05 WS-DESTINO             PIC X(001) VALUE SPACES.
          05 WS-SO-VENCIDOS         PIC X(001) VALUE SPACES.
          05 WS-SEMANA-PLANO        PIC 9(008) VALUE ZEROS.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.

       SCREEN SECTION.
                          "DESTINO DEVE SER P OU T !"
                          ACCEPT T-DESTINO AT LINE 9, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-SO-VENCIDOS EQUAL SPACES
                      MOVE "S"            TO T-SO-VENCIDOS
                   END-IF
                   IF T-SO-VENCIDOS NOT EQUAL "S" AND "N"
                      DISPLAY MESSAGE BOX
                          "VISITAS VENCIDAS DEVE SER S OU N !"
                          ACCEPT T-SO-VENCIDOS AT LINE 11, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF
                   IF T-SEMANA-PLANO NOT EQUAL ZEROS
                      AND (T-SEMANA-PLANO(5:2) EQUAL ZEROS
                       OR T-SEMANA-PLANO(5:2) GREATER THAN 12
                       OR T-SEMANA-PLANO(7:2) EQUAL ZEROS
                       OR T-SEMANA-PLANO(7:2) GREATER THAN 31)
                      DISPLAY MESSAGE BOX
                          "SEMANA DO PLANO INVALIDA !"
                          ACCEPT T-SEMANA-PLANO AT LINE 13, COL 38
                          MOVE "N"           TO WS-CAMPOS-OK
                   END-IF.

       4002-GERA-RELATORIO.
                                                     WS-MODO-DISTANCIA
                          MOVE T-LINHAS                TO WS-LINHAS
                          MOVE T-DESTINO               TO WS-DESTINO
                          MOVE T-SO-VENCIDOS           TO WS-SO-VENCIDOS
                          MOVE T-SEMANA-PLANO     TO WS-SEMANA-PLANO
                  CALL "ITINERA" USING WS-LIGACAO
                          IF WS-RETORNO NOT EQUAL SPACES
                             DISPLAY MESSAGE BOX
