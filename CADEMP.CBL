                  "NOME DA EMPRESA NAO INFORMADO !"
                  ACCEPT T-NOME AT LINE 5, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-UF EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "UF DA EMPRESA NAO INFORMADA !"
                  ACCEPT T-UF AT LINE 7, COL 22
                  EXIT PARAGRAPH
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-EMPRESAS
               MOVE ZEROS             TO T-CODIGO
               MOVE SPACES            TO T-NOME
               MOVE SPACES            TO T-UF
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-CODIGO          TO EMP-CODIGO
               MOVE T-NOME            TO EMP-NOME
               MOVE T-UF              TO EMP-UF.
