           01  WS-PAUSA                    PIC X      VALUE SPACES.
       01  WS-DIAS-LIMITE-PED             PIC 9(003) VALUE 60.
       01  WS-DIAS-LIMITE-VIS             PIC 9(003) VALUE 30.
       01  WS-DIAS-VISITA-A               PIC 9(003) VALUE ZEROS.
       01  WS-DIAS-VISITA-B               PIC 9(003) VALUE ZEROS.
       01  WS-DIAS-VISITA-C               PIC 9(003) VALUE ZEROS.
       01  WS-LIMITE-VIS-CLI              PIC 9(003) VALUE ZEROS.
       01  WS-PESO-PORTE-P                PIC 9(003) VALUE 100.
       01  WS-PESO-PORTE-M                PIC 9(003) VALUE 100.
       01  WS-PESO-PORTE-G                PIC 9(003) VALUE 100.
       01  WS-PESO-CLIENTE                PIC 9(003) VALUE 100.
       01  WS-ULT-PEDIDO                  PIC 9(008) VALUE ZEROS.
       01  WS-ULT-VISITA                  PIC 9(008) VALUE ZEROS.
       01  WS-EOF-ULTVIS                  PIC X      VALUE SPACES.
       01  WS-DIAS-SEM-PEDIDO             PIC 9(005) VALUE ZEROS.
       01  WS-DIAS-SEM-VISITA             PIC 9(005) VALUE ZEROS.
       01  WS-EXCEDENTE-PED               PIC 9(005) VALUE ZEROS.
                         AND PAR-PESO-PORTE-G NOT EQUAL ZEROS
                         MOVE PAR-PESO-PORTE-G TO WS-PESO-PORTE-G
                      END-IF
                      IF PAR-DIAS-VISITA-A NUMERIC
                         MOVE PAR-DIAS-VISITA-A TO WS-DIAS-VISITA-A
                      END-IF
                      IF PAR-DIAS-VISITA-B NUMERIC
                         MOVE PAR-DIAS-VISITA-B TO WS-DIAS-VISITA-B
                      END-IF
                      IF PAR-DIAS-VISITA-C NUMERIC
                         MOVE PAR-DIAS-VISITA-C TO WS-DIAS-VISITA-C
                      END-IF
                   END-IF
                   CLOSE PARAMETR
               END-IF
               IF WS-DIAS-VISITA-A EQUAL ZEROS
                  MOVE WS-DIAS-LIMITE-VIS TO WS-DIAS-VISITA-A
               END-IF
               IF WS-DIAS-VISITA-B EQUAL ZEROS
                  MOVE WS-DIAS-LIMITE-VIS TO WS-DIAS-VISITA-B
               END-IF
               IF WS-DIAS-VISITA-C EQUAL ZEROS
                  MOVE WS-DIAS-LIMITE-VIS TO WS-DIAS-VISITA-C
               END-IF.

       2000-PROCESSA.
           ELSE
              MOVE ZEROS           TO WS-EXCEDENTE-PED
           END-IF
           EVALUATE TRUE
               WHEN CLI-CLASSE-A
                    MOVE WS-DIAS-VISITA-A   TO WS-LIMITE-VIS-CLI
               WHEN CLI-CLASSE-B
                    MOVE WS-DIAS-VISITA-B   TO WS-LIMITE-VIS-CLI
               WHEN CLI-CLASSE-C
                    MOVE WS-DIAS-VISITA-C   TO WS-LIMITE-VIS-CLI
               WHEN OTHER
                    MOVE WS-DIAS-LIMITE-VIS TO WS-LIMITE-VIS-CLI
           END-EVALUATE
           IF WS-DIAS-SEM-VISITA GREATER THAN WS-LIMITE-VIS-CLI
              COMPUTE WS-EXCEDENTE-VIS =
                      WS-DIAS-SEM-VISITA - WS-LIMITE-VIS-CLI
           ELSE
              MOVE ZEROS           TO WS-EXCEDENTE-VIS
           END-IF
           IF STAT-VISITAS NOT EQUAL "00"
              GO TO 2005-ULTIMA-VISITA-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF-ULTVIS
           PERFORM UNTIL WS-EOF-ULTVIS EQUAL "F"
              READ VISITAS PREVIOUS
              IF STAT-VISITAS NOT EQUAL "00"
                 OR VIS-CLI-CODIGO NOT EQUAL CLI-CODIGO
                 MOVE "F"       TO WS-EOF-ULTVIS
              ELSE
                 IF NOT VIS-GEO-NAO-VERIFICADA
                    MOVE VIS-DATA TO WS-ULT-VISITA
                    MOVE "F"    TO WS-EOF-ULTVIS
                 END-IF
              END-IF
           END-PERFORM.

       2005-ULTIMA-VISITA-EXIT. EXIT.

