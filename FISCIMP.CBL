       01  WS-EOF                         PIC X      VALUE SPACES.
       01  WS-LINHA                       PIC 9(006) VALUE ZEROS.
       01  WS-MOTIVO-REJEICAO             PIC X(030) VALUE SPACES.
       01  WS-TOLERANCIA                  PIC 9(001)V99 VALUE 0,01.
       01  WS-DIFERENCA                   PIC S9(009)V99 VALUE ZEROS.
       01  WS-IMPOSTO-DIVERGENTE          PIC X(006) VALUE SPACES.
       01  WS-NF-ICMS                     PIC 9(009)V99 VALUE ZEROS.
       01  WS-NF-IPI                      PIC 9(009)V99 VALUE ZEROS.
       01  WS-NF-PIS                      PIC 9(009)V99 VALUE ZEROS.
       01  WS-NF-COFINS                   PIC 9(009)V99 VALUE ZEROS.
       01  SEPARATE-RET.
           05 WS-TIPO                     PIC X(001).
           05 WS-CLI-CODIGO               PIC 9(007).
           05 WS-NUMERO                   PIC 9(007).
           05 WS-NUM-NF                   PIC 9(009).
           05 WS-OCORRENCIA               PIC X(002).
           05 WS-RET-ICMS                 PIC X(012).
           05 WS-RET-ICMS-ED REDEFINES WS-RET-ICMS
                                          PIC 9(009),99.
           05 WS-RET-IPI                  PIC X(012).
           05 WS-RET-IPI-ED REDEFINES WS-RET-IPI
                                          PIC 9(009),99.
           05 WS-RET-PIS                  PIC X(012).
           05 WS-RET-PIS-ED REDEFINES WS-RET-PIS
                                          PIC 9(009),99.
           05 WS-RET-COFINS               PIC X(012).
           05 WS-RET-COFINS-ED REDEFINES WS-RET-COFINS
                                          PIC 9(009),99.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-QTD-FATURADOS                        PIC 9(006).
          05 LK-QTD-REJEITADOS                       PIC 9(006).
          05 LK-QTD-ERROS                            PIC 9(006).
          05 LK-QTD-DIVERGENTES                      PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
               MOVE ZEROS          TO LK-QTD-FATURADOS
               MOVE ZEROS          TO LK-QTD-REJEITADOS
               MOVE ZEROS          TO LK-QTD-ERROS
               MOVE ZEROS          TO LK-QTD-DIVERGENTES
               OPEN I-O PEDIDOS
               IF  STAT-PEDIDOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PEDIDOS ! "
               INITIALIZE SEPARATE-RET
               UNSTRING RG-FISCRET DELIMITED BY ";"
                   INTO WS-TIPO, WS-CLI-CODIGO, WS-NUMERO,
                        WS-NUM-NF, WS-OCORRENCIA, WS-RET-ICMS,
                        WS-RET-IPI, WS-RET-PIS, WS-RET-COFINS
               IF WS-TIPO EQUAL "D"
                  PERFORM 2001-PROCESSA-RETORNO
               END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE RG-PEDIDOS        TO WS-AUD-ANTES
           IF WS-OCORRENCIA EQUAL "00"
              MOVE WS-NUM-NF      TO PED-NUM-NF
              ACCEPT PED-DATA-NF  FROM DATE
              PERFORM 2003-CONFERE-IMPOSTOS
              IF WS-IMPOSTO-DIVERGENTE EQUAL SPACES
                 MOVE "N"         TO PED-SIT-FISCAL
                 ADD 1            TO LK-QTD-FATURADOS
              ELSE
                 MOVE "D"         TO PED-SIT-FISCAL
                 PERFORM 2004-GRAVA-DIVERGENCIA
              END-IF
           ELSE
              MOVE "R"            TO PED-SIT-FISCAL
              ADD 1               TO LK-QTD-REJEITADOS
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "FISCIMP"                TO WS-AUD-OPERADOR
           MOVE "FISCIMP"                TO WS-AUD-PROGRAMA
           MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA.

       2002-GRAVA-ERRO.

           WRITE RG-REJFIS
           ADD 1 TO LK-QTD-ERROS.

       2003-CONFERE-IMPOSTOS.

           MOVE SPACES            TO WS-IMPOSTO-DIVERGENTE
           IF WS-RET-ICMS EQUAL SPACES
              AND WS-RET-IPI EQUAL SPACES
              AND WS-RET-PIS EQUAL SPACES
              AND WS-RET-COFINS EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS             TO WS-NF-ICMS
           MOVE ZEROS             TO WS-NF-IPI
           MOVE ZEROS             TO WS-NF-PIS
           MOVE ZEROS             TO WS-NF-COFINS
           IF WS-RET-ICMS NOT EQUAL SPACES
              MOVE WS-RET-ICMS-ED TO WS-NF-ICMS
           END-IF
           IF WS-RET-IPI NOT EQUAL SPACES
              MOVE WS-RET-IPI-ED  TO WS-NF-IPI
           END-IF
           IF WS-RET-PIS NOT EQUAL SPACES
              MOVE WS-RET-PIS-ED  TO WS-NF-PIS
           END-IF
           IF WS-RET-COFINS NOT EQUAL SPACES
              MOVE WS-RET-COFINS-ED TO WS-NF-COFINS
           END-IF

           COMPUTE WS-DIFERENCA = WS-NF-ICMS - PED-VALOR-ICMS
           IF WS-DIFERENCA GREATER THAN WS-TOLERANCIA
              OR WS-DIFERENCA LESS THAN (WS-TOLERANCIA * -1)
              MOVE "ICMS"         TO WS-IMPOSTO-DIVERGENTE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFERENCA = WS-NF-IPI - PED-VALOR-IPI
           IF WS-DIFERENCA GREATER THAN WS-TOLERANCIA
              OR WS-DIFERENCA LESS THAN (WS-TOLERANCIA * -1)
              MOVE "IPI"          TO WS-IMPOSTO-DIVERGENTE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFERENCA = WS-NF-PIS - PED-VALOR-PIS
           IF WS-DIFERENCA GREATER THAN WS-TOLERANCIA
              OR WS-DIFERENCA LESS THAN (WS-TOLERANCIA * -1)
              MOVE "PIS"          TO WS-IMPOSTO-DIVERGENTE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFERENCA = WS-NF-COFINS - PED-VALOR-COFINS
           IF WS-DIFERENCA GREATER THAN WS-TOLERANCIA
              OR WS-DIFERENCA LESS THAN (WS-TOLERANCIA * -1)
              MOVE "COFINS"       TO WS-IMPOSTO-DIVERGENTE
           END-IF.

       2004-GRAVA-DIVERGENCIA.

           MOVE SPACES TO RG-REJFIS
           STRING WS-LINHA          DELIMITED BY SIZE
                  " - PEDIDO "      DELIMITED BY SIZE
                  PED-CLI-CODIGO    DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  PED-NUMERO        DELIMITED BY SIZE
                  " NF "            DELIMITED BY SIZE
                  WS-NUM-NF         DELIMITED BY SIZE
                  " DIVERGENCIA "   DELIMITED BY SIZE
                  WS-IMPOSTO-DIVERGENTE DELIMITED BY SPACE
               INTO RG-REJFIS
           END-STRING
           WRITE RG-REJFIS
           ADD 1 TO LK-QTD-DIVERGENTES.

       3000-FINALIZA.

           GOBACK.
