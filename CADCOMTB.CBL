       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-REGRA-EXISTE               PIC X     VALUE SPACES.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).

       SCREEN SECTION.
       COPY "TELCOMT.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.
               OPEN I-O COMISTAB
               IF STAT-COMISTAB EQUAL "35"
               IF  WS-CAMPOS-OK EQUAL SPACES
                   MOVE SPACES          TO WS-REGRA-EXISTE
                   MOVE T-SEQUENCIA     TO CTB-SEQUENCIA
                   MOVE SPACES          TO WS-AUD-ANTES
                   READ COMISTAB
                   IF STAT-COMISTAB EQUAL "00"
                      MOVE "S"          TO WS-REGRA-EXISTE
                      MOVE RG-COMISTAB             TO WS-AUD-ANTES
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-REGRA-EXISTE EQUAL "S"
                         "ERRO AO REGRAVAR COMISTAB !"
                         "STATUS: " STAT-COMISTAB
                      ELSE
                         MOVE "COMISTAB"  TO WS-AUD-ARQUIVO
                         MOVE "A"         TO WS-AUD-OPERACAO
                         MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                         MOVE "CADCOMTB"  TO WS-AUD-PROGRAMA
                         MOVE RG-COMISTAB TO WS-AUD-DEPOIS
                         CALL "GRAVAUD" USING WS-LIG-AUDITA
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "REGRA ATUALIZADA COM SUCESSO !"
                         "ERRO AO GRAVAR COMISTAB !"
                         "STATUS: " STAT-COMISTAB
                      ELSE
                         MOVE "COMISTAB"  TO WS-AUD-ARQUIVO
                         MOVE "I"         TO WS-AUD-OPERACAO
                         MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                         MOVE "CADCOMTB"  TO WS-AUD-PROGRAMA
                         MOVE RG-COMISTAB TO WS-AUD-DEPOIS
                         CALL "GRAVAUD" USING WS-LIG-AUDITA
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "REGRA GRAVADA COM SUCESSO !"
                  DISPLAY MESSAGE BOX
                  "REGRA NAO ENCONTRADA !"
               ELSE
                  MOVE RG-COMISTAB              TO WS-AUD-ANTES
                  DELETE COMISTAB
                  IF STAT-COMISTAB NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR COMISTAB !"
                     "STATUS: " STAT-COMISTAB
                  ELSE
                     MOVE "COMISTAB"  TO WS-AUD-ARQUIVO
                     MOVE "E"         TO WS-AUD-OPERACAO
                     MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                     MOVE "CADCOMTB"  TO WS-AUD-PROGRAMA
                     MOVE SPACES      TO WS-AUD-DEPOIS
                     CALL "GRAVAUD" USING WS-LIG-AUDITA
                     PERFORM 4006-LIMPA-TELA
                     DISPLAY MESSAGE BOX
                     "REGRA EXCLUIDA COM SUCESSO !"
