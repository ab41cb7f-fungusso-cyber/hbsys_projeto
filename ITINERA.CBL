       FILE-CONTROL.
           COPY "VENDEDOR.SL".
           COPY "CLIENTES.SL".
           COPY "VISITAS.SL".
           COPY "PARAMETR.SL".
           COPY "PLANOVIS.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "VENDEDOR.FD".
           COPY "CLIENTES.FD".
           COPY "VISITAS.FD".
           COPY "PARAMETR.FD".
           COPY "PLANOVIS.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VISITAS                       PIC XX.
       01  STAT-PARAMETR                      PIC XX.
       01  STAT-PLANOVIS                      PIC XX.
       01  WS-PLANO-ATIVO                     PIC X      VALUE "N".
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-CLI                    PIC X         VALUE SPACES.
               05  TAB-ROT-LATITUDE           PIC S9(003)V9(008).
               05  TAB-ROT-LONGITUDE          PIC S9(003)V9(008).
               05  TAB-ROT-USADO              PIC X(001).
               05  TAB-ROT-CLASSE             PIC X(001).
       01  WS-ROT-DISTANCIA               PIC 9(005) VALUE ZEROS.
       01  WS-ATUAL-LATITUDE              PIC S9(003)V9(008) VALUE
                                          ZEROS.
       01  WS-SEQUENCIA                   PIC 9(005) VALUE ZEROS.
       01  WS-TOTAL-ROTA                  PIC 9(007) VALUE ZEROS.
       01  WS-QTD-PENDENTES               PIC 9(005) VALUE ZEROS.
       01  WS-VISITAS-ATIVO               PIC X      VALUE "N".
       01  WS-SO-VENCIDOS                 PIC X      VALUE "N".
       01  WS-DIAS-LIMITE                 PIC 9(003) VALUE 30.
       01  WS-DIAS-LIMITE-A               PIC 9(003) VALUE ZEROS.
       01  WS-DIAS-LIMITE-B               PIC 9(003) VALUE ZEROS.
       01  WS-DIAS-LIMITE-C               PIC 9(003) VALUE ZEROS.
       01  WS-DIAS-LIMITE-CLI             PIC 9(003) VALUE ZEROS.
       01  WS-VISITA-VENCIDA              PIC X      VALUE "S".
       01  WS-ULT-VISITA                  PIC 9(008) VALUE ZEROS.
       01  WS-EOF-ULTVIS                  PIC X      VALUE SPACES.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-HOJE                 PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-VISITA               PIC 9(007) VALUE ZEROS.
       01  WS-DIAS-SEM-VISITA             PIC 9(005) VALUE ZEROS.
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
           01  CAB01.
        05 PIC X(068)   VALUE "ROTEIRO DE VISITAS POR VENDEDOR".
               05 PIC X(008) VALUE "PAGINA: ".
               05 PIC X(020)                  VALUE "CIDADE".
               05 PIC X(003).
               05 PIC X(010)                  VALUE "TRECHO KM".
               05 PIC X(002)                  VALUE "CL".
       01  LDT.
           05 PIC X(002).
           05 LDT-ORDEM                   PIC ZZ.ZZ9.
           05 LDT-CIDADE                  PIC X(020).
           05 PIC X(003).
           05 LDT-TRECHO                  PIC ZZ.ZZ9.
           05 PIC X(006).
           05 LDT-CLASSE                  PIC X(001).
       01  TOTROTA.
           05 PIC X(004).
           05 PIC X(026) VALUE "DISTANCIA TOTAL DA ROTA: ".
          05 LK-MODO-DISTANCIA                           PIC X(001).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-SO-VENCIDOS                              PIC X(001).
          05 LK-SEMANA-PLANO                             PIC 9(008).
          05 LK-RETORNO                                  PIC X(030).
       PROCEDURE DIVISION USING LIN-LIGACAO.
       1000-INICIO.
               ELSE
                  MOVE "T"                TO WS-MODO-DISTANCIA
               END-IF
               IF LK-SO-VENCIDOS EQUAL "S"
                  MOVE "S"                TO WS-SO-VENCIDOS
                  PERFORM 1001-LE-PARAMETRO
                  ACCEPT WS-DATA-HOJE     FROM DATE
                  MOVE WS-DATA-HOJE       TO WS-DATA-CONV
                  PERFORM 2010-CALCULA-SERIAL
                  MOVE WS-DIAS-SERIAL     TO WS-SERIAL-HOJE
                  OPEN INPUT VISITAS
                  IF STAT-VISITAS EQUAL "00"
                     MOVE "S"             TO WS-VISITAS-ATIVO
                  END-IF
               END-IF
               IF LK-SEMANA-PLANO NOT EQUAL ZEROS
                  ACCEPT WS-DATA-HOJE     FROM DATE
                  OPEN I-O PLANOVIS
                  IF STAT-PLANOVIS EQUAL "35"
                     OPEN OUTPUT PLANOVIS
                     CLOSE PLANOVIS
                     OPEN I-O PLANOVIS
                  END-IF
                  IF  STAT-PLANOVIS NOT EQUAL "00"
                      STRING "ERRO AO ABRIR PLANOVIS ! "
                         STAT-PLANOVIS
                    DELIMITED BY SIZE
                    INTO LK-RETORNO
                  END-STRING
                      GOBACK
                  END-IF
                  MOVE "S"                TO WS-PLANO-ATIVO
               END-IF
               OPEN INPUT VENDEDOR
               IF  STAT-VENDEDOR NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VENDEDOR ! "
              GOBACK
           END-IF.

       1001-LE-PARAMETRO.

               OPEN INPUT PARAMETR
               IF  STAT-PARAMETR EQUAL "00"
                   READ PARAMETR
                   IF STAT-PARAMETR EQUAL "00"
                      IF PAR-DIAS-VISITA NUMERIC
                         AND PAR-DIAS-VISITA NOT EQUAL ZEROS
                         MOVE PAR-DIAS-VISITA TO WS-DIAS-LIMITE
                      END-IF
                      IF PAR-DIAS-VISITA-A NUMERIC
                         MOVE PAR-DIAS-VISITA-A TO WS-DIAS-LIMITE-A
                      END-IF
                      IF PAR-DIAS-VISITA-B NUMERIC
                         MOVE PAR-DIAS-VISITA-B TO WS-DIAS-LIMITE-B
                      END-IF
                      IF PAR-DIAS-VISITA-C NUMERIC
                         MOVE PAR-DIAS-VISITA-C TO WS-DIAS-LIMITE-C
                      END-IF
                   END-IF
                   CLOSE PARAMETR
               END-IF
               IF WS-DIAS-LIMITE-A EQUAL ZEROS
                  MOVE WS-DIAS-LIMITE     TO WS-DIAS-LIMITE-A
               END-IF
               IF WS-DIAS-LIMITE-B EQUAL ZEROS
                  MOVE WS-DIAS-LIMITE     TO WS-DIAS-LIMITE-B
               END-IF
               IF WS-DIAS-LIMITE-C EQUAL ZEROS
                  MOVE WS-DIAS-LIMITE     TO WS-DIAS-LIMITE-C
               END-IF.

       2000-PROCESSA.

           MOVE ZEROS      TO VEN-CODIGO

           CLOSE VENDEDOR
           CLOSE CLIENTES
           IF WS-VISITAS-ATIVO EQUAL "S"
              CLOSE VISITAS
           END-IF
           IF WS-PLANO-ATIVO EQUAL "S"
              CLOSE PLANOVIS
           END-IF

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"

           PERFORM UNTIL WS-EOF-CLI = "F"

               MOVE "S"                TO WS-VISITA-VENCIDA
               IF  CLI-ATIVO
               AND CLI-ON-VENDEDOR EQUAL VEN-CODIGO
               AND WS-SO-VENCIDOS EQUAL "S"
                   PERFORM 2005-VERIFICA-VENCIMENTO
               END-IF
               IF  CLI-ATIVO
               AND CLI-ON-VENDEDOR EQUAL VEN-CODIGO
               AND WS-VISITA-VENCIDA EQUAL "S"
                   IF WS-QTD-ROTA EQUAL WS-MAX-ROTA
                      STRING "ESTOURO TABELA DE ROTEIRO ! "
                        DELIMITED BY SIZE
                   MOVE CLI-LONGITUDE  TO
                                       TAB-ROT-LONGITUDE(WS-QTD-ROTA)
                   MOVE "N"            TO TAB-ROT-USADO(WS-QTD-ROTA)
                   MOVE CLI-CLASSE-ABC TO TAB-ROT-CLASSE(WS-QTD-ROTA)
               END-IF

               READ  CLIENTES NEXT AT END
           MOVE TAB-ROT-RAZAO(WS-MELHOR-IND)     TO LDT-RAZAO
           MOVE TAB-ROT-CIDADE(WS-MELHOR-IND)    TO LDT-CIDADE
           MOVE WS-MELHOR-DIST                   TO LDT-TRECHO
           MOVE TAB-ROT-CLASSE(WS-MELHOR-IND)    TO LDT-CLASSE

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
           WRITE RG-SAIDA FROM LDT AFTER 1

           MOVE TAB-ROT-LATITUDE(WS-MELHOR-IND)  TO WS-ATUAL-LATITUDE
           MOVE TAB-ROT-LONGITUDE(WS-MELHOR-IND) TO WS-ATUAL-LONGITUDE

           IF WS-PLANO-ATIVO EQUAL "S"
              PERFORM 2011-GRAVA-PLANO
           END-IF.

       2011-GRAVA-PLANO.

           MOVE VEN-CODIGO                     TO PLV-VEN-CODIGO
           MOVE LK-SEMANA-PLANO                TO PLV-SEMANA
           MOVE TAB-ROT-CLIENTE(WS-MELHOR-IND) TO PLV-CLI-CODIGO
           READ PLANOVIS
           IF STAT-PLANOVIS EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           INITIALIZE RG-PLANOVIS
           MOVE VEN-CODIGO                     TO PLV-VEN-CODIGO
           MOVE LK-SEMANA-PLANO                TO PLV-SEMANA
           MOVE TAB-ROT-CLIENTE(WS-MELHOR-IND) TO PLV-CLI-CODIGO
           MOVE WS-SEQUENCIA                   TO PLV-SEQUENCIA
           IF WS-SO-VENCIDOS EQUAL "S"
              MOVE "V"                         TO PLV-ORIGEM
           ELSE
              MOVE "R"                         TO PLV-ORIGEM
           END-IF
           MOVE "ROTEIRO"                      TO PLV-OPERADOR
           MOVE WS-DATA-HOJE                   TO PLV-DATA-INCLUSAO
           WRITE RG-PLANOVIS
           IF STAT-PLANOVIS NOT EQUAL "00"
              STRING "ERRO AO GRAVAR PLANOVIS ! "
                     STAT-PLANOVIS
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2005-VERIFICA-VENCIMENTO.

           EVALUATE TRUE
               WHEN CLI-CLASSE-A
                    MOVE WS-DIAS-LIMITE-A TO WS-DIAS-LIMITE-CLI
               WHEN CLI-CLASSE-B
                    MOVE WS-DIAS-LIMITE-B TO WS-DIAS-LIMITE-CLI
               WHEN CLI-CLASSE-C
                    MOVE WS-DIAS-LIMITE-C TO WS-DIAS-LIMITE-CLI
               WHEN OTHER
                    MOVE WS-DIAS-LIMITE   TO WS-DIAS-LIMITE-CLI
           END-EVALUATE

           IF WS-VISITAS-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS              TO WS-ULT-VISITA
           MOVE CLI-CODIGO         TO VIS-CLI-CODIGO
           MOVE 99999999           TO VIS-DATA
           START VISITAS KEY IS LESS THAN VIS-CHAVE
           IF STAT-VISITAS EQUAL "00"
              MOVE SPACES          TO WS-EOF-ULTVIS
              PERFORM UNTIL WS-EOF-ULTVIS EQUAL "F"
                 READ VISITAS PREVIOUS
                 IF STAT-VISITAS NOT EQUAL "00"
                    OR VIS-CLI-CODIGO NOT EQUAL CLI-CODIGO
                    MOVE "F"       TO WS-EOF-ULTVIS
                 ELSE
                    IF NOT VIS-GEO-NAO-VERIFICADA
                       MOVE VIS-DATA TO WS-ULT-VISITA
                       MOVE "F"    TO WS-EOF-ULTVIS
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           IF WS-ULT-VISITA EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF

           MOVE WS-ULT-VISITA      TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL     TO WS-SERIAL-VISITA
           IF WS-SERIAL-HOJE GREATER THAN WS-SERIAL-VISITA
              COMPUTE WS-DIAS-SEM-VISITA =
                      WS-SERIAL-HOJE - WS-SERIAL-VISITA
           ELSE
              MOVE ZEROS           TO WS-DIAS-SEM-VISITA
           END-IF
           IF WS-DIAS-SEM-VISITA LESS THAN WS-DIAS-LIMITE-CLI
              MOVE "N"             TO WS-VISITA-VENCIDA
           END-IF.

       2010-CALCULA-SERIAL.

           COMPUTE WS-CONV-ANO = 2000 + WS-CONV-AA
           MOVE WS-CONV-MM           TO WS-CONV-MES
           IF WS-CONV-MES EQUAL ZEROS OR WS-CONV-MES GREATER THAN 12
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

       2007-CABECALHO-VENDEDOR.

