           05 WS-PAR-LINHAS-PAGINA               PIC 9(003).
           05 WS-PAR-DIST-MAXIMA                 PIC 9(005).
           05 WS-PAR-DELIMITADOR                 PIC X(001).
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).
       LINKAGE SECTION.
       01  LK-IMPORTA-RETORNO           PIC X(030).
       01  LK-OPERADOR                  PIC X(010).
       4001-VALIDA-CLIENTE.
               MOVE SPACES     TO WS-CAMPOS-OK
                   MOVE T-CODIGO   TO VEN-CODIGO
                   MOVE SPACES     TO WS-AUD-ANTES
                   READ VENDEDOR
                   IF STAT-VENDEDOR EQUAL "00"
                      MOVE RG-VENDEDOR TO WS-AUD-ANTES
                      PERFORM 4001-CARREGA-TELA
                          PERFORM 4001-ON-BOTAO-UP-DEL
                          PERFORM 4001-OFF-BOTAO-INC

       4040-GRAVA-ALTERLOG.

          MOVE "VENDEDOR"        TO WS-AUD-ARQUIVO
          MOVE WS-ALT-OPERACAO   TO WS-AUD-OPERACAO
          IF WS-ALT-OPERACAO EQUAL "E"
             MOVE "A"            TO WS-AUD-OPERACAO
          END-IF
          MOVE LK-OPERADOR       TO WS-AUD-OPERADOR
          MOVE "VENDEDOR"        TO WS-AUD-PROGRAMA
          MOVE RG-VENDEDOR       TO WS-AUD-DEPOIS
          CALL "GRAVAUD" USING WS-LIG-AUDITA

          OPEN EXTEND ALTERLOG
          IF STAT-ALTERLOG NOT EQUAL "00"
             EXIT PARAGRAPH
