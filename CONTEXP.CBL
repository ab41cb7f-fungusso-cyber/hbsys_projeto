       01  WS-EOF                         PIC X      VALUE SPACES.
       01  WS-QTD-EXPORTADOS              PIC 9(007) VALUE ZEROS.
       01  WS-LINHA                       PIC X(150) VALUE SPACES.
       01  WS-FONE                        PIC X(040) VALUE SPACES.
       01  WS-EMAIL                       PIC X(040) VALUE SPACES.
       01  WS-LIG-MASCARA.
           05 WS-MSC-FUNCAO               PIC X(001).
           05 WS-MSC-SAIDA                PIC X(008) VALUE "CONTEXP".
           05 WS-MSC-VALOR                PIC X(040).
           05 WS-MSC-DOCUMENTO            PIC X(001).
           05 WS-MSC-CONTATO              PIC X(001).
       PROCEDURE DIVISION.
       1000-INICIO.

              STOP RUN
           END-IF

           MOVE "I"              TO WS-MSC-FUNCAO
           CALL "MASCDADO" USING WS-LIG-MASCARA

           PERFORM 2000-PROCESSA

           CLOSE CONTATOS
              EXIT PARAGRAPH
           END-IF

           MOVE CON-FONE         TO WS-FONE
           MOVE CON-EMAIL        TO WS-EMAIL
           IF WS-MSC-CONTATO EQUAL "S"
              MOVE "F"           TO WS-MSC-FUNCAO
              MOVE CON-FONE      TO WS-MSC-VALOR
              CALL "MASCDADO" USING WS-LIG-MASCARA
              MOVE WS-MSC-VALOR  TO WS-FONE
              MOVE "E"           TO WS-MSC-FUNCAO
              MOVE CON-EMAIL     TO WS-MSC-VALOR
              CALL "MASCDADO" USING WS-LIG-MASCARA
              MOVE WS-MSC-VALOR  TO WS-EMAIL
           END-IF

           MOVE SPACES           TO WS-LINHA
           STRING CON-CLI-CODIGO DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  CON-CARGO      DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WS-FONE        DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WS-EMAIL       DELIMITED BY SPACE
               INTO WS-LINHA
           END-STRING

