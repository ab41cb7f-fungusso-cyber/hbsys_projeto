       01 WS-MESSAGE                 PIC X(060) VALUE SPACES.
       01 WS-LIGACAO.
          05 WS-VENDEDOR            PIC 9(003) VALUE ZEROS.
          05 WS-QTD-SUGESTOES       PIC 9(003) VALUE ZEROS.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.
       01 WS-RESUMO.
          05 WS-QTD-LINHAS          PIC 9(006) VALUE ZEROS.
       4002-GERA-EXPORTACAO.

           MOVE T-VENDEDOR              TO WS-VENDEDOR
           MOVE T-QTD-SUGESTOES         TO WS-QTD-SUGESTOES
           MOVE SPACES                  TO WS-RETORNO
           MOVE ZEROS                   TO WS-QTD-LINHAS
           CALL "EXPDIA" USING WS-LIGACAO
