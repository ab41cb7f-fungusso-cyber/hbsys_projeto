           05 PIC X(004).
           05 PIC X(026) VALUE "OCORRENCIAS ENCONTRADAS.:".
           05 ROD-QTD                     PIC ZZZ.ZZ9.
       01  WS-LIG-MASCARA.
           05 WS-MSC-FUNCAO               PIC X(001).
           05 WS-MSC-SAIDA                PIC X(008) VALUE "CONQUAL".
           05 WS-MSC-VALOR                PIC X(040).
           05 WS-MSC-DOCUMENTO            PIC X(001).
           05 WS-MSC-CONTATO              PIC X(001).
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-LINHAS                                   PIC 9(003).
              GOBACK
           END-IF

           MOVE "I"        TO WS-MSC-FUNCAO
           CALL "MASCDADO" USING WS-LIG-MASCARA

           PERFORM 2008-CABECALHO

           MOVE SPACES     TO WS-EMAIL-ANT
           MOVE SORN-NOME          TO LDT-NOME
           MOVE WS-PROBLEMA        TO LDT-PROBLEMA
           MOVE SORN-EMAIL         TO LDT-EMAIL
           IF WS-MSC-CONTATO EQUAL "S"
              MOVE "E"             TO WS-MSC-FUNCAO
              MOVE SORN-EMAIL      TO WS-MSC-VALOR
              CALL "MASCDADO" USING WS-LIG-MASCARA
              MOVE WS-MSC-VALOR    TO LDT-EMAIL
           END-IF
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           END-IF
