           05 PIC X(005).
           05 PIC X(013) VALUE "MUDANCAS...: ".
           05 ROD-MUDANCAS                PIC ZZZ.ZZ9.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-MODO                                     PIC X(001).
           WRITE RG-SAIDA FROM LDT AFTER 1

           IF LK-MODO EQUAL "A"
              MOVE RG-CLIENTES     TO WS-AUD-ANTES
              MOVE WS-REGIAO-NOVA  TO CLI-REGIAO
              REWRITE RG-CLIENTES
              IF STAT-CLIENTES NOT EQUAL "00"
                 END-STRING
                 GOBACK
              END-IF
              MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
              MOVE "A"                      TO WS-AUD-OPERACAO
              MOVE "REALINHA"               TO WS-AUD-OPERADOR
              MOVE "REALINHA"               TO WS-AUD-PROGRAMA
              MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
              CALL "GRAVAUD" USING WS-LIG-AUDITA
              PERFORM 2007-GRAVA-ALTERLOG
           END-IF.

