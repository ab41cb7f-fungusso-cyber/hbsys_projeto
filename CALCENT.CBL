       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCENT.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CLIENTES.SL".
       COPY "ENDERENT.SL".
       COPY "TERRITOR.SL".
       COPY "TERFAIXA.SL".
       COPY "PARAMETR.SL".
       COPY "FERIADO.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "CLIENTES.FD".
       COPY "ENDERENT.FD".
       COPY "TERRITOR.FD".
       COPY "TERFAIXA.FD".
       COPY "PARAMETR.FD".
       COPY "FERIADO.FD".

       WORKING-STORAGE SECTION.
       01  STAT-CLIENTES                   PIC XX.
       01  STAT-ENDERENT                   PIC XX.
       01  STAT-TERRITOR                   PIC XX.
       01  STAT-TERFAIXA                   PIC XX.
       01  STAT-PARAMETR                   PIC XX.
       01  STAT-FERIADO                    PIC XX.
       01  WS-CLIENTES-ATIVO               PIC X      VALUE "N".
       01  WS-ENDERENT-ATIVO               PIC X      VALUE "N".
       01  WS-TERRITOR-ATIVO               PIC X      VALUE "N".
       01  WS-TERFAIXA-ATIVO               PIC X      VALUE "N".
       01  WS-EOF-TER                      PIC X      VALUE SPACES.
       01  WS-EOF-FXA                      PIC X      VALUE SPACES.
       01  WS-EOF-FER                      PIC X      VALUE SPACES.
       01  WS-UF-BUSCA                     PIC X(002) VALUE SPACES.
       01  WS-CEP-BUSCA                    PIC 9(008) VALUE ZEROS.
       01  WS-REGIAO-END                   PIC 9(003) VALUE ZEROS.
       01  WS-DIAS-ENTREGA                 PIC X(007) VALUE SPACES.
       01  FILLER REDEFINES WS-DIAS-ENTREGA.
           05 TAB-DIA-ENTREGA OCCURS 7     PIC X(001).
       01  WS-HORA-CORTE                   PIC 9(004) VALUE ZEROS.
       01  WS-PRAZO                        PIC 9(003) VALUE ZEROS.
       01  WS-PRAZO-PADRAO                 PIC 9(003) VALUE 10.
       01  WS-CONT-PRAZO                   PIC 9(003) VALUE ZEROS.
       01  WS-GUARDA                       PIC 9(003) VALUE ZEROS.
       01  WS-DIA-UTIL                     PIC X(001) VALUE SPACES.
       01  WS-DIA-ENTREGA                  PIC X(001) VALUE SPACES.
       01  WS-EH-FERIADO                   PIC X(001) VALUE SPACES.
       01  WS-QTD-FERIADOS                 PIC 9(004) VALUE ZEROS.
       01  WS-IND-FER                      PIC 9(004) VALUE ZEROS.
       01  TABELA-FERIADOS.
           05 TAB-FERIADO OCCURS 500       PIC 9(008).
       01  WS-DATA-DECOMPOSTA.
           05 FILLER                      PIC 9(002).
           05 WS-DD-AA                    PIC 9(002).
           05 WS-DD-MM                    PIC 9(002).
           05 WS-DD-DD                    PIC 9(002).
       01  FILLER REDEFINES WS-DATA-DECOMPOSTA.
           05 WS-DATA-CALC                PIC 9(008).
       01  TABELA-DIAS-MES.
           05 PIC X(024) VALUE "312831303130313130313031".
       01  FILLER REDEFINES TABELA-DIAS-MES.
           05 TAB-DIAS-MES OCCURS 12      PIC 9(002).
       01  WS-ULTIMO-DIA                  PIC 9(002) VALUE ZEROS.
       01  WS-RESTO-ANO                   PIC 9(001) VALUE ZEROS.
       01  WS-QUOC-ANO                    PIC 9(002) VALUE ZEROS.
       01  WS-DIA-SEMANA                  PIC 9(001) VALUE ZEROS.
       01  WS-IND-DIA                     PIC 9(001) VALUE ZEROS.
       01  WS-ZEL-ANO                     PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-MES                     PIC 9(002) VALUE ZEROS.
       01  WS-ZEL-DIA                     PIC 9(002) VALUE ZEROS.
       01  WS-ZEL-K                       PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-J                       PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-SOMA                    PIC 9(006) VALUE ZEROS.
       01  WS-ZEL-TERMO                   PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-K4                      PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-J4                      PIC 9(004) VALUE ZEROS.
       01  WS-ZEL-QUOC                    PIC 9(006) VALUE ZEROS.

       LINKAGE SECTION.
       01  LIN-CALCENT.
           05 LK-CLI-CODIGO                       PIC 9(007).
           05 LK-END-SEQUENCIA                    PIC 9(003).
           05 LK-DATA-PEDIDO                      PIC 9(008).
           05 LK-HORA-PEDIDO                      PIC 9(004).
           05 LK-REGIAO                           PIC 9(003).
           05 LK-DATA-PREVISTA                    PIC 9(008).
           05 LK-SEM-CALENDARIO                   PIC X(001).
           05 LK-RETORNO                          PIC X(030).

       PROCEDURE DIVISION USING LIN-CALCENT.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE SPACES             TO LK-RETORNO
               MOVE ZEROS              TO LK-REGIAO
               MOVE ZEROS              TO LK-DATA-PREVISTA
               MOVE "S"                TO LK-SEM-CALENDARIO
               MOVE "N"                TO WS-CLIENTES-ATIVO
               OPEN INPUT CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  MOVE "S"             TO WS-CLIENTES-ATIVO
               END-IF
               MOVE "N"                TO WS-ENDERENT-ATIVO
               OPEN INPUT ENDERENT
               IF STAT-ENDERENT EQUAL "00"
                  MOVE "S"             TO WS-ENDERENT-ATIVO
               END-IF
               MOVE "N"                TO WS-TERRITOR-ATIVO
               OPEN INPUT TERRITOR
               IF STAT-TERRITOR EQUAL "00"
                  MOVE "S"             TO WS-TERRITOR-ATIVO
               END-IF
               MOVE "N"                TO WS-TERFAIXA-ATIVO
               OPEN INPUT TERFAIXA
               IF STAT-TERFAIXA EQUAL "00"
                  MOVE "S"             TO WS-TERFAIXA-ATIVO
               END-IF
               MOVE 10                 TO WS-PRAZO-PADRAO
               OPEN INPUT PARAMETR
               IF STAT-PARAMETR EQUAL "00"
                  READ PARAMETR
                  IF STAT-PARAMETR EQUAL "00"
                     IF PAR-DIAS-ENTREGA NUMERIC
                        AND PAR-DIAS-ENTREGA NOT EQUAL ZEROS
                        MOVE PAR-DIAS-ENTREGA TO WS-PRAZO-PADRAO
                     END-IF
                  END-IF
                  CLOSE PARAMETR
               END-IF
               MOVE ZEROS              TO WS-QTD-FERIADOS
               OPEN INPUT FERIADO
               IF STAT-FERIADO EQUAL "00"
                  MOVE SPACES          TO WS-EOF-FER
                  READ FERIADO AT END MOVE "F" TO WS-EOF-FER
                  PERFORM UNTIL WS-EOF-FER EQUAL "F"
                     IF WS-QTD-FERIADOS LESS THAN 500
                        AND FER-DATA NUMERIC
                        ADD 1          TO WS-QTD-FERIADOS
                        MOVE FER-DATA  TO TAB-FERIADO(WS-QTD-FERIADOS)
                     END-IF
                     READ FERIADO AT END MOVE "F" TO WS-EOF-FER
                  END-PERFORM
                  CLOSE FERIADO
               END-IF.

       2000-PROCESSA.

           IF LK-DATA-PEDIDO EQUAL ZEROS
              ACCEPT WS-DATA-CALC FROM DATE
           ELSE
              MOVE LK-DATA-PEDIDO    TO WS-DATA-CALC
           END-IF

           PERFORM 2001-DETERMINA-REGIAO

           MOVE " XXXXX "            TO WS-DIAS-ENTREGA
           MOVE ZEROS                TO WS-HORA-CORTE
           MOVE WS-PRAZO-PADRAO      TO WS-PRAZO
           IF LK-REGIAO NOT EQUAL ZEROS
              AND WS-TERRITOR-ATIVO EQUAL "S"
              MOVE LK-REGIAO         TO TER-CODIGO
              READ TERRITOR
              IF STAT-TERRITOR EQUAL "00"
                 PERFORM 2004-CARREGA-CALENDARIO
              END-IF
           END-IF

           PERFORM 2011-CALCULA-DIA-SEMANA

           IF WS-HORA-CORTE NOT EQUAL ZEROS
              AND LK-HORA-PEDIDO NOT LESS THAN WS-HORA-CORTE
              PERFORM 2010-PROXIMO-DIA
           END-IF

           MOVE ZEROS                TO WS-CONT-PRAZO
           PERFORM UNTIL WS-CONT-PRAZO NOT LESS THAN WS-PRAZO
              PERFORM 2010-PROXIMO-DIA
              PERFORM 2012-VERIFICA-DIA
              IF WS-DIA-UTIL EQUAL "S"
                 ADD 1               TO WS-CONT-PRAZO
              END-IF
           END-PERFORM

           MOVE ZEROS                TO WS-GUARDA
           PERFORM 2012-VERIFICA-DIA
           PERFORM UNTIL WS-DIA-ENTREGA EQUAL "S"
                      OR WS-GUARDA GREATER THAN 60
              PERFORM 2010-PROXIMO-DIA
              PERFORM 2012-VERIFICA-DIA
              ADD 1                  TO WS-GUARDA
           END-PERFORM

           MOVE WS-DATA-CALC         TO LK-DATA-PREVISTA.

       2001-DETERMINA-REGIAO.

           IF WS-CLIENTES-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE LK-CLI-CODIGO        TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           IF CLI-REGIAO NUMERIC
              MOVE CLI-REGIAO        TO LK-REGIAO
           END-IF
           IF LK-END-SEQUENCIA EQUAL ZEROS
              OR WS-ENDERENT-ATIVO NOT EQUAL "S"
              OR WS-TERRITOR-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE LK-CLI-CODIGO        TO END-CLI-CODIGO
           MOVE LK-END-SEQUENCIA     TO END-SEQUENCIA
           READ ENDERENT
           IF STAT-ENDERENT NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE END-UF               TO WS-UF-BUSCA
           MOVE END-CEP              TO WS-CEP-BUSCA
           MOVE ZEROS                TO WS-REGIAO-END
           IF WS-TERFAIXA-ATIVO EQUAL "S"
              PERFORM 2003-REGIAO-FAIXAS
           END-IF
           IF WS-REGIAO-END EQUAL ZEROS
              PERFORM 2002-REGIAO-TERRITOR
           END-IF
           IF WS-REGIAO-END NOT EQUAL ZEROS
              MOVE WS-REGIAO-END     TO LK-REGIAO
           END-IF.

       2002-REGIAO-TERRITOR.

           MOVE ZEROS                TO TER-CODIGO
           START TERRITOR KEY IS GREATER THAN TER-CODIGO
           IF STAT-TERRITOR NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES               TO WS-EOF-TER
           READ TERRITOR NEXT
           IF STAT-TERRITOR NOT EQUAL "00"
              MOVE "F"               TO WS-EOF-TER
           END-IF
           PERFORM UNTIL WS-EOF-TER EQUAL "F"
              IF TER-UF EQUAL WS-UF-BUSCA
                 AND WS-CEP-BUSCA NOT LESS THAN TER-CEP-INICIAL
                 AND WS-CEP-BUSCA NOT GREATER THAN TER-CEP-FINAL
                 MOVE TER-CODIGO     TO WS-REGIAO-END
                 MOVE "F"            TO WS-EOF-TER
              ELSE
                 READ TERRITOR NEXT AT END
                    MOVE "F"         TO WS-EOF-TER
                 END-READ
              END-IF
           END-PERFORM.

       2003-REGIAO-FAIXAS.

           MOVE ZEROS                TO FXA-CHAVE
           START TERFAIXA KEY IS GREATER THAN FXA-CHAVE
           IF STAT-TERFAIXA NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES               TO WS-EOF-FXA
           READ TERFAIXA NEXT
           IF STAT-TERFAIXA NOT EQUAL "00"
              MOVE "F"               TO WS-EOF-FXA
           END-IF
           PERFORM UNTIL WS-EOF-FXA EQUAL "F"
              IF WS-CEP-BUSCA NOT LESS THAN FXA-CEP-INICIAL
                 AND WS-CEP-BUSCA NOT GREATER THAN FXA-CEP-FINAL
                 MOVE FXA-TER-CODIGO TO TER-CODIGO
                 READ TERRITOR
                 IF STAT-TERRITOR EQUAL "00"
                    AND TER-UF EQUAL WS-UF-BUSCA
                    MOVE FXA-TER-CODIGO TO WS-REGIAO-END
                    MOVE "F"         TO WS-EOF-FXA
                 END-IF
              END-IF
              IF WS-EOF-FXA NOT EQUAL "F"
                 READ TERFAIXA NEXT AT END
                    MOVE "F"         TO WS-EOF-FXA
                 END-READ
              END-IF
           END-PERFORM.

       2004-CARREGA-CALENDARIO.

           IF TER-DIAS-ENTREGA NOT EQUAL SPACES
              AND TER-DIAS-ENTREGA NOT EQUAL LOW-VALUES
              MOVE TER-DIAS-ENTREGA  TO WS-DIAS-ENTREGA
              MOVE "N"               TO LK-SEM-CALENDARIO
           END-IF
           IF TER-PRAZO-ENTREGA NUMERIC
              AND TER-PRAZO-ENTREGA NOT EQUAL ZEROS
              MOVE TER-PRAZO-ENTREGA TO WS-PRAZO
              MOVE "N"               TO LK-SEM-CALENDARIO
           END-IF
           IF TER-HORA-CORTE NUMERIC
              MOVE TER-HORA-CORTE    TO WS-HORA-CORTE
           END-IF.

       2010-PROXIMO-DIA.

           MOVE TAB-DIAS-MES(WS-DD-MM) TO WS-ULTIMO-DIA
           IF WS-DD-MM EQUAL 2
              DIVIDE WS-DD-AA BY 4 GIVING WS-QUOC-ANO
                     REMAINDER WS-RESTO-ANO
              IF WS-RESTO-ANO EQUAL ZEROS
                 MOVE 29             TO WS-ULTIMO-DIA
              END-IF
           END-IF
           ADD 1                     TO WS-DD-DD
           IF WS-DD-DD GREATER THAN WS-ULTIMO-DIA
              MOVE 1                 TO WS-DD-DD
              ADD 1                  TO WS-DD-MM
              IF WS-DD-MM GREATER THAN 12
                 MOVE 1              TO WS-DD-MM
                 ADD 1               TO WS-DD-AA
              END-IF
           END-IF
           IF WS-IND-DIA EQUAL 7
              MOVE 1                 TO WS-IND-DIA
           ELSE
              ADD 1                  TO WS-IND-DIA
           END-IF.

       2011-CALCULA-DIA-SEMANA.

           IF WS-DD-MM EQUAL ZEROS OR WS-DD-MM GREATER THAN 12
              MOVE 1                 TO WS-DD-MM
           END-IF
           IF WS-DD-DD EQUAL ZEROS
              MOVE 1                 TO WS-DD-DD
           END-IF
           COMPUTE WS-ZEL-ANO = 2000 + WS-DD-AA
           MOVE WS-DD-MM              TO WS-ZEL-MES
           MOVE WS-DD-DD              TO WS-ZEL-DIA
           IF WS-ZEL-MES LESS THAN 3
              ADD 12                  TO WS-ZEL-MES
              SUBTRACT 1              FROM WS-ZEL-ANO
           END-IF
           DIVIDE WS-ZEL-ANO BY 100 GIVING WS-ZEL-J
                  REMAINDER WS-ZEL-K
           COMPUTE WS-ZEL-TERMO = 13 * (WS-ZEL-MES + 1)
           DIVIDE WS-ZEL-TERMO BY 5 GIVING WS-ZEL-TERMO
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-K4
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-J4
           COMPUTE WS-ZEL-SOMA =
                   WS-ZEL-DIA
                 + WS-ZEL-TERMO
                 + WS-ZEL-K
                 + WS-ZEL-K4
                 + WS-ZEL-J4
                 + (5 * WS-ZEL-J)
           DIVIDE WS-ZEL-SOMA BY 7 GIVING WS-ZEL-QUOC
                  REMAINDER WS-DIA-SEMANA
           IF WS-DIA-SEMANA EQUAL ZEROS
              MOVE 7                  TO WS-IND-DIA
           ELSE
              MOVE WS-DIA-SEMANA      TO WS-IND-DIA
           END-IF.

       2012-VERIFICA-DIA.

           MOVE "N"                  TO WS-EH-FERIADO
           PERFORM VARYING WS-IND-FER FROM 1 BY 1
                   UNTIL WS-IND-FER > WS-QTD-FERIADOS
                      OR WS-EH-FERIADO EQUAL "S"
              IF TAB-FERIADO(WS-IND-FER) EQUAL WS-DATA-CALC
                 MOVE "S"            TO WS-EH-FERIADO
              END-IF
           END-PERFORM
           MOVE "N"                  TO WS-DIA-UTIL
           IF WS-IND-DIA > 1 AND WS-IND-DIA < 7
              AND WS-EH-FERIADO NOT EQUAL "S"
              MOVE "S"               TO WS-DIA-UTIL
           END-IF
           MOVE "N"                  TO WS-DIA-ENTREGA
           IF TAB-DIA-ENTREGA(WS-IND-DIA) EQUAL "X"
              AND WS-EH-FERIADO NOT EQUAL "S"
              MOVE "S"               TO WS-DIA-ENTREGA
           END-IF.

       3000-FINALIZA.
           IF WS-CLIENTES-ATIVO EQUAL "S"
              CLOSE CLIENTES
           END-IF
           IF WS-ENDERENT-ATIVO EQUAL "S"
              CLOSE ENDERENT
           END-IF
           IF WS-TERRITOR-ATIVO EQUAL "S"
              CLOSE TERRITOR
           END-IF
           IF WS-TERFAIXA-ATIVO EQUAL "S"
              CLOSE TERFAIXA
           END-IF
           GOBACK.
