               05  TAB-OPE-BLOQUEADO          PIC X(001).
               05  TAB-OPE-TENTATIVAS         PIC 9(001).
               05  TAB-OPE-EMPRESAS           PIC X(010).
               05  TAB-OPE-ESCOPO             PIC X(001).
               05  TAB-OPE-ESCOPO-COD         PIC 9(003).
       01  WS-HASH-ENTRADA.
           05 WS-HASH-VALOR              PIC X(010).
       01  WS-SENHA-DIGITADA.
               END-IF
               MOVE OPE-EMPRESAS
                    TO TAB-OPE-EMPRESAS(WS-QTD-OPERADORES)
               IF (OPE-ESCOPO-VENDEDOR OR OPE-ESCOPO-SUPERVISOR)
                  AND OPE-ESCOPO-CODIGO NUMERIC
                  MOVE OPE-ESCOPO
                       TO TAB-OPE-ESCOPO(WS-QTD-OPERADORES)
                  MOVE OPE-ESCOPO-CODIGO
                       TO TAB-OPE-ESCOPO-COD(WS-QTD-OPERADORES)
               ELSE
                  MOVE SPACES
                       TO TAB-OPE-ESCOPO(WS-QTD-OPERADORES)
                  MOVE ZEROS
                       TO TAB-OPE-ESCOPO-COD(WS-QTD-OPERADORES)
               END-IF
               READ OPERADOR
                   AT END MOVE "10" TO STAT-OPERADOR
               END-READ
                   TO OPE-TENTATIVAS
              MOVE TAB-OPE-EMPRESAS(WS-IND-OPERADOR)
                   TO OPE-EMPRESAS
              MOVE TAB-OPE-ESCOPO(WS-IND-OPERADOR)
                   TO OPE-ESCOPO
              MOVE TAB-OPE-ESCOPO-COD(WS-IND-OPERADOR)
                   TO OPE-ESCOPO-CODIGO
              WRITE RG-OPERADOR
           END-PERFORM
           CLOSE OPERADOR.
              "CODIGO DO OPERADOR NAO INFORMADO !"
              EXIT PARAGRAPH
           END-IF
           IF T-NIVEL NOT EQUAL "A" AND "O" AND "C"
              DISPLAY MESSAGE BOX
              "NIVEL DEVE SER A, O OU C !"
              EXIT PARAGRAPH
           END-IF
           IF T-ESCOPO NOT EQUAL SPACE AND "V" AND "S"
              DISPLAY MESSAGE BOX
              "ESCOPO DEVE SER V, S OU BRANCO !"
              EXIT PARAGRAPH
           END-IF
           IF T-ESCOPO NOT EQUAL SPACE
              IF T-ESCOPO-COD EQUAL ZEROS
                 DISPLAY MESSAGE BOX
                 "CODIGO DO VENDEDOR/SUPERVISOR NAO INFORMADO !"
                 EXIT PARAGRAPH
              END-IF
           ELSE
              MOVE ZEROS        TO T-ESCOPO-COD
           END-IF

           PERFORM 4001-PROCURA-OPERADOR
           IF WS-IND-ACHADO EQUAL ZEROS
           MOVE T-NIVEL         TO TAB-OPE-NIVEL(WS-IND-ACHADO)
           MOVE "A"             TO TAB-OPE-ATIVO(WS-IND-ACHADO)
           MOVE T-EMPRESAS      TO TAB-OPE-EMPRESAS(WS-IND-ACHADO)
           MOVE T-ESCOPO        TO TAB-OPE-ESCOPO(WS-IND-ACHADO)
           MOVE T-ESCOPO-COD    TO TAB-OPE-ESCOPO-COD(WS-IND-ACHADO)

           PERFORM 0900-REGRAVA-OPERADORES
           PERFORM 4009-MOSTRA-SITUACAO
           MOVE TAB-OPE-ULT-LOGIN(WS-IND-ACHADO)  TO T-ULT-LOGIN
           MOVE TAB-OPE-TENTATIVAS(WS-IND-ACHADO) TO T-TENTATIVAS
           MOVE TAB-OPE-EMPRESAS(WS-IND-ACHADO)   TO T-EMPRESAS
           MOVE TAB-OPE-ESCOPO(WS-IND-ACHADO)     TO T-ESCOPO
           MOVE TAB-OPE-ESCOPO-COD(WS-IND-ACHADO) TO T-ESCOPO-COD
           DISPLAY TELA.

       4006-LIMPA-TELA.
           MOVE ZEROS           TO T-ULT-LOGIN
           MOVE ZEROS           TO T-TENTATIVAS
           MOVE SPACES          TO T-EMPRESAS
           MOVE SPACES          TO T-ESCOPO
           MOVE ZEROS           TO T-ESCOPO-COD
           DISPLAY TELA.
