       01  WS-QTD-REGISTROS               PIC 9(009) VALUE ZEROS.
       01  WS-CHECKSUM                    PIC 9(009) VALUE ZEROS.
       01  WS-FALHAS                      PIC 9(003) VALUE ZEROS.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       PROCEDURE DIVISION.
       1000-INICIO.

                         STAT-PARAMETR
                 STOP RUN
              END-IF
              MOVE SPACES       TO WS-AUD-ANTES
              MOVE "PARAMETR"               TO WS-AUD-ARQUIVO
              MOVE "I"                      TO WS-AUD-OPERACAO
              MOVE "RESTBACK"               TO WS-AUD-OPERADOR
              MOVE "RESTBACK"               TO WS-AUD-PROGRAMA
              MOVE RG-PARAMETR              TO WS-AUD-DEPOIS
              CALL "GRAVAUD" USING WS-LIG-AUDITA
              ADD 1             TO WS-QTD-REGISTROS
              ADD 1 TO WS-CHECKSUM
              READ BKFILE AT END MOVE "F" TO WS-EOF
