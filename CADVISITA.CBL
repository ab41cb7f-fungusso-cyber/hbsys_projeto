                   READ VISITAS
                   IF STAT-VISITAS EQUAL "00"
                      MOVE "S"          TO WS-VISITA-EXISTE
                   ELSE
                      INITIALIZE RG-VISITAS
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-VISITA-EXISTE EQUAL "S"
