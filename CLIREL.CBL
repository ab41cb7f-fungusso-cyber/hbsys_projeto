               10 LDT-CNPJ-4                               PIC 9(004).
               10 FILLER                     PIC X VALUE "-".
               10 LDT-CNPJ-5                               PIC 9(002).
           05 LDT-CNPJ-X REDEFINES LDT-CNPJ   PIC X(018).
           05 PIC X(003).
           05 LDT-RAZAO                   PIC X(020).
           05 PIC X(003).
               05 WS-PAR-DIST-MAXIMA       PIC 9(005).
               05 WS-PAR-DELIMITADOR       PIC X(001).
           01  WS-SAIDA-PATH               PIC X(040) VALUE SPACES.
           01  WS-LIG-ESCOPO.
               05 WS-ESC-VEN-CODIGO        PIC 9(003).
               05 WS-ESC-REGISTRA          PIC X(001) VALUE "N".
               05 WS-ESC-PROGRAMA          PIC X(010) VALUE "CLIREL".
               05 WS-ESC-CHAVE             PIC X(015).
               05 WS-ESC-RESTRITO          PIC X(001).
               05 WS-ESC-PERMITIDO         PIC X(001).
               05 WS-ESC-OPERADOR          PIC X(010).
           01  WS-LIG-MASCARA.
               05 WS-MSC-FUNCAO            PIC X(001).
               05 WS-MSC-SAIDA             PIC X(008) VALUE "CLIREL".
               05 WS-MSC-VALOR             PIC X(040).
               05 WS-MSC-DOCUMENTO         PIC X(001).
               05 WS-MSC-CONTATO           PIC X(001).
           01  WS-CSV-DOCUMENTO            PIC X(014) VALUE SPACES.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-TIPO-ORD                                   PIC X.
                   
           PERFORM UNTIL WS-EOF = "F"
                          
               MOVE "N"                 TO WS-ESC-PERMITIDO
               IF  STAT-CLIENTES EQUAL "00"
                   AND NOT CLI-PROSPECT
                   MOVE CLI-ON-VENDEDOR TO WS-ESC-VEN-CODIGO
                   MOVE CLI-CODIGO      TO WS-ESC-CHAVE
                   CALL "VERESCOP" USING WS-LIG-ESCOPO
               END-IF
               IF  STAT-CLIENTES EQUAL "00"
                   AND NOT CLI-PROSPECT
                   AND WS-ESC-PERMITIDO EQUAL "S"
                  IF LK-VENDEDOR EQUAL ZEROS
                     OR CLI-ON-VENDEDOR EQUAL LK-VENDEDOR
                     MOVE CLI-CODIGO      TO SORT-CODIGO
                     MOVE CLI-LATITUDE    TO SORT-LATITUDE
                     MOVE CLI-LONGITUDE   TO SORT-LONGITUDE
                     MOVE CLI-ON-VENDEDOR TO SORT-ON-VENDEDOR
                     MOVE CLI-TIPO-PESSOA TO SORT-TIPO-PESSOA
                     RELEASE SORT-REC
                  END-IF
              END-IF
              END-IF
           END-IF.

            MOVE "I"                TO WS-MSC-FUNCAO
            CALL "MASCDADO" USING WS-LIG-MASCARA

            RETURN  WORK AT END MOVE "F" TO WS-EOF-SD
                   
            PERFORM UNTIL WS-EOF-SD EQUAL "F"
           END-IF

          MOVE SORT-CODIGO            TO LDT-CODIGO
          MOVE SORT-CNPJ              TO WS-CSV-DOCUMENTO
          IF SORT-TIPO-PESSOA EQUAL "F"
             AND WS-MSC-DOCUMENTO EQUAL "S"
             PERFORM 2007-MASCARA-DOCUMENTO
          ELSE
             MOVE "  .   .   /    -  " TO LDT-CNPJ-X
             MOVE SORT-CNPJ (1:2)        TO LDT-CNPJ-1
             MOVE SORT-CNPJ (3:3)        TO LDT-CNPJ-2
             MOVE SORT-CNPJ (6:3)        TO LDT-CNPJ-3
             MOVE SORT-CNPJ (9:4)        TO LDT-CNPJ-4
             MOVE SORT-CNPJ (13:2)       TO LDT-CNPJ-5
          END-IF
          MOVE SORT-RAZAO             TO LDT-RAZAO
          MOVE SORT-LATITUDE          TO LDT-LATITUDE
          MOVE SORT-LONGITUDE         TO LDT-LONGITUDE

           STRING SORT-CODIGO          DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  WS-CSV-DOCUMENTO      DELIMITED BY SIZE
                  WS-CSV-DELIM          DELIMITED BY SIZE
                  SORT-RAZAO            DELIMITED BY SPACE
                  WS-CSV-DELIM          DELIMITED BY SIZE
               GOBACK
           END-IF.

       2007-MASCARA-DOCUMENTO.

           MOVE "D"                   TO WS-MSC-FUNCAO
           MOVE SORT-CNPJ (4:11)      TO WS-MSC-VALOR
           CALL "MASCDADO" USING WS-LIG-MASCARA
           MOVE WS-MSC-VALOR (1:11)   TO WS-CSV-DOCUMENTO (4:11)
           MOVE SPACES                TO LDT-CNPJ-X
           STRING WS-MSC-VALOR (1:3)  DELIMITED BY SIZE
                  "."                 DELIMITED BY SIZE
                  WS-MSC-VALOR (4:3)  DELIMITED BY SIZE
                  "."                 DELIMITED BY SIZE
                  WS-MSC-VALOR (7:3)  DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WS-MSC-VALOR (10:2) DELIMITED BY SIZE
               INTO LDT-CNPJ-X
           END-STRING.

       2000-SORTOUT-EXIT. EXIT.

       2005-PREVIEW-TELA.
