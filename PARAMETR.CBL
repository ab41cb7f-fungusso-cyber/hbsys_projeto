               88 GRAVA-KEY                           VALUE 221.
               88 LIMPA-KEY                       VALUE 222.
       01  WS-CAMPOS-OK                   PIC X     VALUE SPACES.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01  LK-OPERADOR                    PIC X(010).

       SCREEN SECTION.
       COPY "TELPARAM.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR.
       1000-INICIO.

               MOVE SPACES                TO WS-AUD-ANTES
               OPEN INPUT PARAMETR
               IF STAT-PARAMETR EQUAL "00"
                  READ PARAMETR
                  IF STAT-PARAMETR EQUAL "00"
                     MOVE RG-PARAMETR     TO WS-AUD-ANTES
                     PERFORM 4001-CARREGA-TELA
                  END-IF
                  CLOSE PARAMETR
           MOVE PAR-DIAS-CHURN-PED        TO T-DIAS-CHURN-PED
           MOVE PAR-DIAS-CHURN-VIS        TO T-DIAS-CHURN-VIS
           MOVE PAR-DIAS-LGPD             TO T-DIAS-LGPD
           MOVE PAR-MESES-ARQUIVO         TO T-MESES-ARQUIVO
           MOVE PAR-DESC-MAX-ADMIN        TO T-DESC-MAX-ADMIN
           MOVE PAR-DESC-MAX-OPER         TO T-DESC-MAX-OPER
           MOVE PAR-PERC-MULTA            TO T-PERC-MULTA
           MOVE PAR-JUROS-DIA             TO T-JUROS-DIA
           MOVE PAR-DIAS-COBR-1           TO T-DIAS-COBR-1
           MOVE PAR-DIAS-COBR-2           TO T-DIAS-COBR-2
           MOVE PAR-DIAS-COBR-3           TO T-DIAS-COBR-3
           MOVE PAR-MODO-COMISSAO         TO T-MODO-COMISSAO
           MOVE PAR-DIAS-VISITA-A         TO T-DIAS-VISITA-A
           MOVE PAR-DIAS-VISITA-B         TO T-DIAS-VISITA-B
           MOVE PAR-DIAS-VISITA-C         TO T-DIAS-VISITA-C
           MOVE PAR-PERC-CLASSE-A         TO T-PERC-CLASSE-A
           MOVE PAR-PERC-CLASSE-B         TO T-PERC-CLASSE-B
           MOVE PAR-VALOR-KM              TO T-VALOR-KM
           MOVE PAR-PERC-TOL-KM           TO T-PERC-TOL-KM
           MOVE PAR-RAIO-CHECKIN          TO T-RAIO-CHECKIN
           MOVE PAR-SLA-ENTREGA           TO T-SLA-ENTREGA
           MOVE PAR-SLA-PRECO             TO T-SLA-PRECO
           MOVE PAR-SLA-AVARIA            TO T-SLA-AVARIA
           MOVE PAR-SLA-OUTROS            TO T-SLA-OUTROS
           MOVE PAR-DIAS-REV-CREDITO      TO T-DIAS-REV-CREDITO.

       4002-GRAVAR.

               MOVE T-DIAS-CHURN-VIS      TO PAR-DIAS-CHURN-VIS
               MOVE T-DIAS-LGPD           TO PAR-DIAS-LGPD
               MOVE T-MESES-ARQUIVO       TO PAR-MESES-ARQUIVO
               MOVE T-DESC-MAX-ADMIN      TO PAR-DESC-MAX-ADMIN
               MOVE T-DESC-MAX-OPER       TO PAR-DESC-MAX-OPER
               MOVE T-PERC-MULTA          TO PAR-PERC-MULTA
               MOVE T-JUROS-DIA           TO PAR-JUROS-DIA
               MOVE T-DIAS-COBR-1         TO PAR-DIAS-COBR-1
               MOVE T-DIAS-COBR-2         TO PAR-DIAS-COBR-2
               MOVE T-DIAS-COBR-3         TO PAR-DIAS-COBR-3
               MOVE T-MODO-COMISSAO       TO PAR-MODO-COMISSAO
               MOVE T-DIAS-VISITA-A       TO PAR-DIAS-VISITA-A
               MOVE T-DIAS-VISITA-B       TO PAR-DIAS-VISITA-B
               MOVE T-DIAS-VISITA-C       TO PAR-DIAS-VISITA-C
               MOVE T-PERC-CLASSE-A       TO PAR-PERC-CLASSE-A
               MOVE T-PERC-CLASSE-B       TO PAR-PERC-CLASSE-B
               MOVE T-VALOR-KM            TO PAR-VALOR-KM
               MOVE T-PERC-TOL-KM         TO PAR-PERC-TOL-KM
               MOVE T-RAIO-CHECKIN        TO PAR-RAIO-CHECKIN
               MOVE T-SLA-ENTREGA         TO PAR-SLA-ENTREGA
               MOVE T-SLA-PRECO           TO PAR-SLA-PRECO
               MOVE T-SLA-AVARIA          TO PAR-SLA-AVARIA
               MOVE T-SLA-OUTROS          TO PAR-SLA-OUTROS
               MOVE T-DIAS-REV-CREDITO    TO PAR-DIAS-REV-CREDITO
               OPEN OUTPUT PARAMETR
               IF STAT-PARAMETR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                     "ERRO AO GRAVAR PARAMETR !"
                     "STATUS: " STAT-PARAMETR
                  ELSE
                     MOVE "PARAMETR"      TO WS-AUD-ARQUIVO
                     MOVE "A"             TO WS-AUD-OPERACAO
                     IF WS-AUD-ANTES EQUAL SPACES
                        MOVE "I"          TO WS-AUD-OPERACAO
                     END-IF
                     MOVE LK-OPERADOR     TO WS-AUD-OPERADOR
                     MOVE "CADPARAM"      TO WS-AUD-PROGRAMA
                     MOVE RG-PARAMETR     TO WS-AUD-DEPOIS
                     CALL "GRAVAUD" USING WS-LIG-AUDITA
                     MOVE RG-PARAMETR     TO WS-AUD-ANTES
                     DISPLAY MESSAGE BOX
                     "PARAMETROS GRAVADOS COM SUCESSO !"
                  END-IF
                 "DELIMITADOR DEVE SER , OU ; !"
                 ACCEPT T-DELIMITADOR AT LINE 7, COL 41
              END-IF
           END-IF
           IF T-MODO-COMISSAO EQUAL SPACE
              MOVE "F"            TO T-MODO-COMISSAO
           END-IF
           IF T-MODO-COMISSAO NOT EQUAL "F" AND "C"
              MOVE "N"            TO WS-CAMPOS-OK
              DISPLAY MESSAGE BOX
              "REGIME DE COMISSAO DEVE SER F OU C !"
              ACCEPT T-MODO-COMISSAO AT LINE 18, COL 41
           END-IF
           IF T-PERC-CLASSE-A GREATER THAN 100
              OR T-PERC-CLASSE-B GREATER THAN 100
              OR (T-PERC-CLASSE-B NOT EQUAL ZEROS
                  AND T-PERC-CLASSE-B LESS THAN T-PERC-CLASSE-A)
              MOVE "N"            TO WS-CAMPOS-OK
              DISPLAY MESSAGE BOX
              "PERCENTUAIS DAS CLASSES A/B INVALIDOS !"
              ACCEPT T-PERC-CLASSE-A AT LINE 14, COL 41
           END-IF.

       4006-LIMPA-TELA.
           MOVE ZEROS              TO T-DIAS-CHURN-VIS
           MOVE ZEROS              TO T-DIAS-LGPD
           MOVE ZEROS              TO T-MESES-ARQUIVO
           MOVE ZEROS              TO T-DESC-MAX-ADMIN
           MOVE ZEROS              TO T-DESC-MAX-OPER
           MOVE ZEROS              TO T-PERC-MULTA
           MOVE ZEROS              TO T-JUROS-DIA
           MOVE ZEROS              TO T-DIAS-COBR-1
           MOVE ZEROS              TO T-DIAS-COBR-2
           MOVE ZEROS              TO T-DIAS-COBR-3
           MOVE "F"                TO T-MODO-COMISSAO
           MOVE ZEROS              TO T-DIAS-VISITA-A
           MOVE ZEROS              TO T-DIAS-VISITA-B
           MOVE ZEROS              TO T-DIAS-VISITA-C
           MOVE ZEROS              TO T-PERC-CLASSE-A
           MOVE ZEROS              TO T-PERC-CLASSE-B
           MOVE ZEROS              TO T-VALOR-KM
           MOVE ZEROS              TO T-PERC-TOL-KM
           MOVE ZEROS              TO T-RAIO-CHECKIN
           MOVE ZEROS              TO T-SLA-ENTREGA
           MOVE ZEROS              TO T-SLA-PRECO
           MOVE ZEROS              TO T-SLA-AVARIA
           MOVE ZEROS              TO T-SLA-OUTROS
           MOVE ZEROS              TO T-DIAS-REV-CREDITO
           DISPLAY TELA.
