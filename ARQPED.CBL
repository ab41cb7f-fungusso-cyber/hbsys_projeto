           COPY "ARQCTL.FD".
       FD  ARQUIVO
           LABEL RECORD IS STANDARD.
       01  RG-ARQUIVO                      PIC X(200).

       WORKING-STORAGE SECTION.
       01  STAT-PEDIDOS                   PIC XX.
       01  WS-ANO-PEDIDO                  PIC 9(004) VALUE ZEROS.
       01  WS-REGISTRO-EXISTE             PIC X      VALUE SPACES.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-RETORNO                              PIC X(030).
           PERFORM 2002-ATUALIZA-INDICE
           PERFORM 2003-ATUALIZA-CONTROLE

           MOVE RG-PEDIDOS        TO WS-AUD-ANTES
           DELETE PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              STRING "ERRO AO EXCLUIR PEDIDOS ! "
              END-STRING
              GOBACK
           END-IF
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "E"                      TO WS-AUD-OPERACAO
           MOVE "ARQPED"                 TO WS-AUD-OPERADOR
           MOVE "ARQPED"                 TO WS-AUD-PROGRAMA
           MOVE SPACES                   TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           ADD 1                  TO LK-QTD-ARQUIVADOS.

       2002-ATUALIZA-INDICE.
