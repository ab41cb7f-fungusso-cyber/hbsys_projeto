               10 LDT-CPF-3                                PIC 9(003).
               10 FILLER                     PIC X VALUE "-".
               10 LDT-CPF-4                                PIC 9(002).
           05 LDT-CPF-X REDEFINES LDT-CPF     PIC X(014).
           05 PIC X(003).
           05 LDT-NOME                     PIC X(020).
           05 PIC X(003).
               05 WS-PAR-DIST-MAXIMA       PIC 9(005).
               05 WS-PAR-DELIMITADOR       PIC X(001).
           01  WS-SAIDA-PATH               PIC X(040) VALUE SPACES.
           01  WS-LIG-MASCARA.
               05 WS-MSC-FUNCAO            PIC X(001).
               05 WS-MSC-SAIDA             PIC X(008) VALUE "VENREL".
               05 WS-MSC-VALOR             PIC X(040).
               05 WS-MSC-DOCUMENTO         PIC X(001).
               05 WS-MSC-CONTATO           PIC X(001).
           01  WS-CSV-DOCUMENTO            PIC X(011) VALUE SPACES.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-TIPO-ORD                                   PIC X.
              END-IF
           END-IF.

            MOVE "I"                TO WS-MSC-FUNCAO
            CALL "MASCDADO" USING WS-LIG-MASCARA

            RETURN  WORKVEN AT END MOVE "F" TO WS-EOF-SD

            PERFORM UNTIL WS-EOF-SD EQUAL "F"
       2001-GERA-RELATORIO.

          MOVE SORV-CODIGO            TO LDT-CODIGO
          MOVE SORV-CPF               TO WS-CSV-DOCUMENTO
          IF WS-MSC-DOCUMENTO EQUAL "S"
             PERFORM 2006-MASCARA-DOCUMENTO
          ELSE
             MOVE SORV-CPF (1:3)         TO LDT-CPF-1
             MOVE SORV-CPF (4:3)         TO LDT-CPF-2
             MOVE SORV-CPF (7:3)         TO LDT-CPF-3
             MOVE SORV-CPF (10:2)        TO LDT-CPF-4
          END-IF
          MOVE SORV-NOME              TO LDT-NOME
          MOVE SORV-LATITUDE          TO LDT-LATITUDE
          MOVE SORV-LONGITUDE         TO LDT-LONGITUDE

           STRING SORV-CODIGO          DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  WS-CSV-DOCUMENTO      DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  SORV-NOME             DELIMITED BY SPACE
                  WS-CSV-DELIM          DELIMITED BY SIZE
               GOBACK
           END-IF.

       2006-MASCARA-DOCUMENTO.

           MOVE "D"                   TO WS-MSC-FUNCAO
           MOVE SORV-CPF              TO WS-MSC-VALOR
           CALL "MASCDADO" USING WS-LIG-MASCARA
           MOVE WS-MSC-VALOR (1:11)   TO WS-CSV-DOCUMENTO
           MOVE SPACES                TO LDT-CPF-X
           STRING WS-MSC-VALOR (1:3)  DELIMITED BY SIZE
                  "."                 DELIMITED BY SIZE
                  WS-MSC-VALOR (4:3)  DELIMITED BY SIZE
                  "."                 DELIMITED BY SIZE
                  WS-MSC-VALOR (7:3)  DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WS-MSC-VALOR (10:2) DELIMITED BY SIZE
               INTO LDT-CPF-X
           END-STRING.

       2000-SORTOUT-EXIT. EXIT.

       2005-PREVIEW-TELA.
