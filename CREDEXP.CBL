       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDEXP.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES.SL".
           COPY "PEDIDOS.SL".
           COPY "CREDITO.SL".
           COPY "PARAMETR.SL".
           SELECT CREDENV ASSIGN TO "CREDENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-CREDENV.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES.FD".
           COPY "PEDIDOS.FD".
           COPY "CREDITO.FD".
           COPY "PARAMETR.FD".
       FD  CREDENV
           LABEL RECORD IS STANDARD.
       01  RG-CREDENV                      PIC X(060).

       WORKING-STORAGE SECTION.
       01  STAT-CLIENTES                  PIC XX.
       01  STAT-PEDIDOS                   PIC XX.
       01  STAT-CREDITO                   PIC XX.
       01  STAT-PARAMETR                  PIC XX.
       01  STAT-CREDENV                   PIC XX.
       01  WS-EOF                         PIC X      VALUE SPACES.
       01  WS-EOF-AUX                     PIC X      VALUE SPACES.
       01  WS-CREDITO-ATIVO               PIC X      VALUE "N".
       01  WS-QTD-EXPORTADOS              PIC 9(007) VALUE ZEROS.
       01  WS-QTD-NOVOS                   PIC 9(007) VALUE ZEROS.
       01  WS-QTD-PENDENTES               PIC 9(007) VALUE ZEROS.
       01  WS-QTD-PERIODICOS              PIC 9(007) VALUE ZEROS.
       01  WS-LINHA                       PIC X(060) VALUE SPACES.
       01  WS-MOTIVO                      PIC X(001) VALUE SPACES.
       01  WS-DIAS-REVISAO                PIC 9(003) VALUE 365.
       01  WS-VALOR-ALCADA                PIC 9(009)V99 VALUE ZEROS.
       01  WS-ULTIMA-CONSULTA             PIC 9(008) VALUE ZEROS.
       01  WS-LIMITE-CENTAVOS             PIC 9(011) VALUE ZEROS.
       01  WS-DIAS-DECORRIDOS             PIC 9(007) VALUE ZEROS.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-HOJE                 PIC 9(007) VALUE ZEROS.
       01  WS-DATA-CONV.
           05 FILLER                      PIC 9(002).
           05 WS-CONV-AA                  PIC 9(002).
           05 WS-CONV-MM                  PIC 9(002).
           05 WS-CONV-DD                  PIC 9(002).
       01  WS-DIAS-SERIAL                 PIC 9(007) VALUE ZEROS.
       01  WS-CONV-ANO                    PIC 9(004) VALUE ZEROS.
       01  WS-CONV-MES                    PIC 9(002) VALUE ZEROS.
       01  WS-QUOC-4                      PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-100                    PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-400                    PIC 9(004) VALUE ZEROS.
       01  TABELA-MES-ACUM.
           05 PIC X(036) VALUE "000031059090120151181212243273304334".
       01  FILLER REDEFINES TABELA-MES-ACUM.
           05 TAB-MES-ACUM OCCURS 12      PIC 9(003).

       PROCEDURE DIVISION.
       1000-INICIO.

           DISPLAY "CREDEXP - CONSULTA DE CREDITO AO BUREAU - INICIO"

           PERFORM 1001-LE-PARAMETRO
           ACCEPT WS-DATA-HOJE FROM DATE
           MOVE WS-DATA-HOJE   TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL TO WS-SERIAL-HOJE

           OPEN INPUT CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              DISPLAY "CREDEXP - ERRO AO ABRIR CLIENTES: "
                      STAT-CLIENTES
              STOP RUN
           END-IF
           OPEN INPUT PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              DISPLAY "CREDEXP - ERRO AO ABRIR PEDIDOS: "
                      STAT-PEDIDOS
              STOP RUN
           END-IF
           OPEN INPUT CREDITO
           IF STAT-CREDITO EQUAL "00"
              MOVE "S"        TO WS-CREDITO-ATIVO
           END-IF
           OPEN OUTPUT CREDENV
           IF STAT-CREDENV NOT EQUAL "00"
              DISPLAY "CREDEXP - ERRO AO ABRIR CREDENV: "
                      STAT-CREDENV
              STOP RUN
           END-IF

           PERFORM 2000-PROCESSA

           CLOSE CLIENTES
           CLOSE PEDIDOS
           IF WS-CREDITO-ATIVO EQUAL "S"
              CLOSE CREDITO
           END-IF
           CLOSE CREDENV

           DISPLAY "CREDEXP - NOVOS: " WS-QTD-NOVOS
                   " PEDIDOS PENDENTES: " WS-QTD-PENDENTES
                   " REVISAO PERIODICA: " WS-QTD-PERIODICOS
           DISPLAY "CREDEXP - CLIENTES EXPORTADOS: " WS-QTD-EXPORTADOS
           DISPLAY "CREDEXP - CONSULTA DE CREDITO AO BUREAU - OK"
           STOP RUN.

       1001-LE-PARAMETRO.

           OPEN INPUT PARAMETR
           IF  STAT-PARAMETR EQUAL "00"
               READ PARAMETR
               IF STAT-PARAMETR EQUAL "00"
                  IF PAR-DIAS-REV-CREDITO NUMERIC
                     AND PAR-DIAS-REV-CREDITO NOT EQUAL ZEROS
                     MOVE PAR-DIAS-REV-CREDITO TO WS-DIAS-REVISAO
                  END-IF
                  IF PAR-VALOR-ALCADA NUMERIC
                     MOVE PAR-VALOR-ALCADA  TO WS-VALOR-ALCADA
                  END-IF
               END-IF
               CLOSE PARAMETR
           END-IF.

       2000-PROCESSA.

           MOVE ZEROS      TO CLI-CODIGO
           START CLIENTES KEY IS GREATER THAN CLI-CODIGO
           IF STAT-CLIENTES NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ CLIENTES NEXT
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF CLI-ATIVO
                 PERFORM 2001-SELECIONA-CLIENTE
                 IF WS-MOTIVO NOT EQUAL SPACES
                    PERFORM 2005-GRAVA-LINHA
                 END-IF
              END-IF
              READ CLIENTES NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2001-SELECIONA-CLIENTE.

           MOVE SPACES              TO WS-MOTIVO
           PERFORM 2002-ULTIMA-CONSULTA
           IF WS-ULTIMA-CONSULTA EQUAL ZEROS
              MOVE "N"              TO WS-MOTIVO
              ADD 1                 TO WS-QTD-NOVOS
              EXIT PARAGRAPH
           END-IF
           PERFORM 2003-PEDIDO-PENDENTE
           IF WS-MOTIVO NOT EQUAL SPACES
              ADD 1                 TO WS-QTD-PENDENTES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ULTIMA-CONSULTA  TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE ZEROS               TO WS-DIAS-DECORRIDOS
           IF WS-SERIAL-HOJE GREATER THAN WS-DIAS-SERIAL
              COMPUTE WS-DIAS-DECORRIDOS =
                      WS-SERIAL-HOJE - WS-DIAS-SERIAL
           END-IF
           IF WS-DIAS-DECORRIDOS NOT LESS THAN WS-DIAS-REVISAO
              MOVE "R"              TO WS-MOTIVO
              ADD 1                 TO WS-QTD-PERIODICOS
           END-IF.

       2002-ULTIMA-CONSULTA.

           MOVE ZEROS               TO WS-ULTIMA-CONSULTA
           IF WS-CREDITO-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE CLI-CODIGO          TO CRE-CLI-CODIGO
           MOVE ZEROS               TO CRE-DATA-CONSULTA
           START CREDITO KEY IS NOT LESS THAN CRE-CHAVE
           IF STAT-CREDITO NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX EQUAL "F"
              READ CREDITO NEXT AT END
                 MOVE "F"           TO WS-EOF-AUX
              END-READ
              IF WS-EOF-AUX NOT EQUAL "F"
                 IF CRE-CLI-CODIGO NOT EQUAL CLI-CODIGO
                    MOVE "F"        TO WS-EOF-AUX
                 ELSE
                    MOVE CRE-DATA-CONSULTA TO WS-ULTIMA-CONSULTA
                 END-IF
              END-IF
           END-PERFORM.

       2003-PEDIDO-PENDENTE.

           MOVE CLI-CODIGO          TO PED-CLI-CODIGO
           MOVE ZEROS               TO PED-NUMERO
           START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX EQUAL "F"
              READ PEDIDOS NEXT AT END
                 MOVE "F"           TO WS-EOF-AUX
              END-READ
              IF WS-EOF-AUX NOT EQUAL "F"
                 IF PED-CLI-CODIGO NOT EQUAL CLI-CODIGO
                    MOVE "F"        TO WS-EOF-AUX
                 ELSE
                    IF PED-PENDENTE
                       AND PED-VALOR GREATER THAN WS-VALOR-ALCADA
                       AND PED-DATA GREATER THAN WS-ULTIMA-CONSULTA
                       MOVE "P"     TO WS-MOTIVO
                       MOVE "F"     TO WS-EOF-AUX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2005-GRAVA-LINHA.

           COMPUTE WS-LIMITE-CENTAVOS = CLI-LIMITE-CREDITO * 100
           MOVE SPACES             TO WS-LINHA
           STRING CLI-CNPJ          DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLI-CODIGO        DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLI-TIPO-PESSOA   DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-LIMITE-CENTAVOS DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           WRITE RG-CREDENV FROM WS-LINHA
           IF STAT-CREDENV NOT EQUAL "00"
              DISPLAY "CREDEXP - ERRO AO GRAVAR CREDENV: "
                      STAT-CREDENV
              STOP RUN
           END-IF
           ADD 1                   TO WS-QTD-EXPORTADOS.

       2010-CALCULA-SERIAL.

           COMPUTE WS-CONV-ANO = 2000 + WS-CONV-AA
           MOVE WS-CONV-MM           TO WS-CONV-MES
           IF WS-CONV-MES EQUAL ZEROS
              OR WS-CONV-MES GREATER THAN 12
              MOVE 1                 TO WS-CONV-MES
           END-IF
           DIVIDE WS-CONV-ANO BY 4   GIVING WS-QUOC-4
           DIVIDE WS-CONV-ANO BY 100 GIVING WS-QUOC-100
           DIVIDE WS-CONV-ANO BY 400 GIVING WS-QUOC-400
           COMPUTE WS-DIAS-SERIAL =
                   (WS-CONV-ANO * 365)
                 + WS-QUOC-4 - WS-QUOC-100 + WS-QUOC-400
                 + TAB-MES-ACUM(WS-CONV-MES)
                 + WS-CONV-DD.
