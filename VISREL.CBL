           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
       01  WS-DIAS-LIMITE                 PIC 9(003) VALUE 30.
       01  WS-DIAS-LIMITE-A               PIC 9(003) VALUE ZEROS.
       01  WS-DIAS-LIMITE-B               PIC 9(003) VALUE ZEROS.
       01  WS-DIAS-LIMITE-C               PIC 9(003) VALUE ZEROS.
       01  WS-DIAS-LIMITE-CLI             PIC 9(003) VALUE ZEROS.
       01  WS-MAX-ULTVIS                  PIC 9(005) VALUE 50000.
       01  WS-QTD-ULTVIS                  PIC 9(005) VALUE ZEROS.
       01  WS-IND-ULTVIS                  PIC 9(005) VALUE ZEROS.
           05 TAB-MES-ACUM OCCURS 12      PIC 9(003).
       01  WS-VENDEDOR-QUEBRA             PIC 9(003) VALUE ZEROS.
       01  WS-PRIMEIRO-VENDEDOR           PIC X      VALUE "S".
       01  WS-LIG-ESCOPO.
           05 WS-ESC-VEN-CODIGO               PIC 9(003).
           05 WS-ESC-REGISTRA                 PIC X(001) VALUE "N".
           05 WS-ESC-PROGRAMA                 PIC X(010) VALUE "VISREL".
           05 WS-ESC-CHAVE                    PIC X(015).
           05 WS-ESC-RESTRITO                 PIC X(001).
           05 WS-ESC-PERMITIDO                PIC X(001).
           05 WS-ESC-OPERADOR                 PIC X(010).
       01  WS-SUB-CONTADOR                PIC 9(005) VALUE ZEROS.
           01  CAB01.
        05 PIC X(068)   VALUE "CLIENTES COM VISITA EM ATRASO".
           01  CAB01A.
               05 PIC X(025) VALUE "DIAS LIMITE SEM VISITA: ".
               05 CAB01A-DIAS              PIC ZZ9.
               05 PIC X(018) VALUE "   CLASSE A/B/C: ".
               05 CAB01A-DIAS-A            PIC ZZ9.
               05 PIC X(001) VALUE "/".
               05 CAB01A-DIAS-B            PIC ZZ9.
               05 PIC X(001) VALUE "/".
               05 CAB01A-DIAS-C            PIC ZZ9.
           01  CAB02.
               05 PIC X(009)                       VALUE " VENDEDOR".
               05 PIC X(003).
               05 PIC X(012)                  VALUE "ULT. VISITA".
               05 PIC X(003).
               05 PIC X(010)                  VALUE "DIAS SEM".
               05 PIC X(002)                  VALUE "CL".
       01  LDT.
           05 PIC X(004).
           05 LDT-VENDEDOR                PIC ZZ9.
           05 LDT-ULT-VISITA              PIC X(012).
           05 PIC X(003).
           05 LDT-DIAS                    PIC ZZ.ZZ9.
           05 PIC X(006).
           05 LDT-CLASSE                  PIC X(001).
       01  SUBTOT.
           05 PIC X(010).
           05 PIC X(019) VALUE "SUBTOTAL VENDEDOR ".
                         AND PAR-DIAS-VISITA NOT EQUAL ZEROS
                         MOVE PAR-DIAS-VISITA TO WS-DIAS-LIMITE
                      END-IF
                      IF PAR-DIAS-VISITA-A NUMERIC
                         MOVE PAR-DIAS-VISITA-A TO WS-DIAS-LIMITE-A
                      END-IF
                      IF PAR-DIAS-VISITA-B NUMERIC
                         MOVE PAR-DIAS-VISITA-B TO WS-DIAS-LIMITE-B
                      END-IF
                      IF PAR-DIAS-VISITA-C NUMERIC
                         MOVE PAR-DIAS-VISITA-C TO WS-DIAS-LIMITE-C
                      END-IF
                   END-IF
                   CLOSE PARAMETR
               END-IF
               IF WS-DIAS-LIMITE-A EQUAL ZEROS
                  MOVE WS-DIAS-LIMITE     TO WS-DIAS-LIMITE-A
               END-IF
               IF WS-DIAS-LIMITE-B EQUAL ZEROS
                  MOVE WS-DIAS-LIMITE     TO WS-DIAS-LIMITE-B
               END-IF
               IF WS-DIAS-LIMITE-C EQUAL ZEROS
                  MOVE WS-DIAS-LIMITE     TO WS-DIAS-LIMITE-C
               END-IF.

       2000-PROCESSA.

           PERFORM UNTIL WS-EOF-VIS = "F"

               IF NOT VIS-GEO-NAO-VERIFICADA
                  PERFORM 2003-ACUMULA-ULTIMA-VISITA
               END-IF

               READ  VISITAS NEXT AT END
                   MOVE "F" TO WS-EOF-VIS

       2004-AVALIA-CLIENTE.

           MOVE CLI-ON-VENDEDOR  TO WS-ESC-VEN-CODIGO
           MOVE CLI-CODIGO       TO WS-ESC-CHAVE
           CALL "VERESCOP" USING WS-LIG-ESCOPO
           IF WS-ESC-PERMITIDO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF

           MOVE "N"              TO WS-ACHOU-VISITA
           MOVE ZEROS            TO WS-ULT-VISITA
           PERFORM VARYING WS-IND-ULTVIS FROM 1 BY 1
              MOVE 99999          TO WS-DIAS-SEM-VISITA
           END-IF

           EVALUATE TRUE
               WHEN CLI-CLASSE-A
                    MOVE WS-DIAS-LIMITE-A TO WS-DIAS-LIMITE-CLI
               WHEN CLI-CLASSE-B
                    MOVE WS-DIAS-LIMITE-B TO WS-DIAS-LIMITE-CLI
               WHEN CLI-CLASSE-C
                    MOVE WS-DIAS-LIMITE-C TO WS-DIAS-LIMITE-CLI
               WHEN OTHER
                    MOVE WS-DIAS-LIMITE   TO WS-DIAS-LIMITE-CLI
           END-EVALUATE

           IF WS-DIAS-SEM-VISITA GREATER THAN WS-DIAS-LIMITE-CLI
              MOVE CLI-ON-VENDEDOR   TO SORI-VENDEDOR
              MOVE CLI-CODIGO        TO SORI-CODIGO
              MOVE CLI-RAZAO         TO SORI-RAZAO
              MOVE WS-ULT-VISITA     TO SORI-ULT-VISITA
              MOVE WS-DIAS-SEM-VISITA TO SORI-DIAS
              MOVE CLI-CLASSE-ABC    TO SORI-CLASSE
              RELEASE SORI-REC
           END-IF.

           MOVE SORI-VENDEDOR          TO LDT-VENDEDOR
           MOVE SORI-CODIGO            TO LDT-CLIENTE
           MOVE SORI-RAZAO             TO LDT-RAZAO
           MOVE SORI-CLASSE            TO LDT-CLASSE
           IF SORI-ULT-VISITA EQUAL ZEROS
              MOVE "NUNCA"             TO LDT-ULT-VISITA
              MOVE 99999               TO LDT-DIAS
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-DIAS-LIMITE          TO CAB01A-DIAS
           MOVE WS-DIAS-LIMITE-A        TO CAB01A-DIAS-A
           MOVE WS-DIAS-LIMITE-B        TO CAB01A-DIAS-B
           MOVE WS-DIAS-LIMITE-C        TO CAB01A-DIAS-C

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
