       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCIMP.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "TRIBUTOS.SL".
       COPY "PRODUTOS.SL".
       COPY "CLIENTES.SL".
       COPY "EMPRESAS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "TRIBUTOS.FD".
       COPY "PRODUTOS.FD".
       COPY "CLIENTES.FD".
       COPY "EMPRESAS.FD".

       WORKING-STORAGE SECTION.
       01  STAT-TRIBUTOS                   PIC XX.
       01  STAT-PRODUTOS                   PIC XX.
       01  STAT-CLIENTES                   PIC XX.
       01  STAT-EMPRESAS                   PIC XX.
       01  WS-PRODUTOS-ATIVO               PIC X      VALUE "N".
       01  WS-CLIENTES-ATIVO               PIC X      VALUE "N".
       01  WS-EMPRESAS-ATIVO               PIC X      VALUE "N".
       01  WS-CLASSE-FISCAL                PIC X(008) VALUE SPACES.
       01  WS-UF-ORIGEM                    PIC X(002) VALUE SPACES.
       01  WS-UF-DESTINO                   PIC X(002) VALUE SPACES.

       LINKAGE SECTION.
       01  LIN-CALCIMP.
           05 LK-EMPRESA                          PIC 9(002).
           05 LK-CLI-CODIGO                       PIC 9(007).
           05 LK-PRO-CODIGO                       PIC 9(007).
           05 LK-VALOR-BASE                       PIC 9(009)V99.
           05 LK-VALOR-ICMS                       PIC 9(009)V99.
           05 LK-VALOR-IPI                        PIC 9(009)V99.
           05 LK-VALOR-PIS                        PIC 9(009)V99.
           05 LK-VALOR-COFINS                     PIC 9(009)V99.
           05 LK-SEM-REGRA                        PIC X(001).
           05 LK-RETORNO                          PIC X(030).

       PROCEDURE DIVISION USING LIN-CALCIMP.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE SPACES             TO LK-RETORNO
               MOVE "S"                TO LK-SEM-REGRA
               MOVE ZEROS              TO LK-VALOR-ICMS
               MOVE ZEROS              TO LK-VALOR-IPI
               MOVE ZEROS              TO LK-VALOR-PIS
               MOVE ZEROS              TO LK-VALOR-COFINS
               OPEN INPUT TRIBUTOS
               IF STAT-TRIBUTOS EQUAL "35"
                  GOBACK
               END-IF
               IF  STAT-TRIBUTOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR TRIBUTOS ! "
                      STAT-TRIBUTOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"                TO WS-PRODUTOS-ATIVO
               OPEN INPUT PRODUTOS
               IF STAT-PRODUTOS EQUAL "00"
                  MOVE "S"             TO WS-PRODUTOS-ATIVO
               END-IF
               MOVE "N"                TO WS-CLIENTES-ATIVO
               OPEN INPUT CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  MOVE "S"             TO WS-CLIENTES-ATIVO
               END-IF
               MOVE "N"                TO WS-EMPRESAS-ATIVO
               OPEN INPUT EMPRESAS
               IF STAT-EMPRESAS EQUAL "00"
                  MOVE "S"             TO WS-EMPRESAS-ATIVO
               END-IF.

       2000-PROCESSA.

           IF LK-VALOR-BASE EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES            TO WS-CLASSE-FISCAL
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              MOVE LK-PRO-CODIGO  TO PRO-CODIGO
              READ PRODUTOS
              IF STAT-PRODUTOS EQUAL "00"
                 MOVE PRO-CLASSE-FISCAL TO WS-CLASSE-FISCAL
              END-IF
           END-IF
           IF WS-CLASSE-FISCAL EQUAL SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE "**"              TO WS-UF-DESTINO
           IF WS-CLIENTES-ATIVO EQUAL "S"
              MOVE LK-CLI-CODIGO  TO CLI-CODIGO
              READ CLIENTES
              IF STAT-CLIENTES EQUAL "00"
                 AND CLI-UF NOT EQUAL SPACES
                 MOVE CLI-UF      TO WS-UF-DESTINO
              END-IF
           END-IF

           MOVE "**"              TO WS-UF-ORIGEM
           IF WS-EMPRESAS-ATIVO EQUAL "S"
              MOVE LK-EMPRESA     TO EMP-CODIGO
              READ EMPRESAS
              IF STAT-EMPRESAS EQUAL "00"
                 AND EMP-UF NOT EQUAL SPACES
                 MOVE EMP-UF      TO WS-UF-ORIGEM
              END-IF
           END-IF

           PERFORM 2001-PROCURA-REGRA
           IF STAT-TRIBUTOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES            TO LK-SEM-REGRA
           COMPUTE LK-VALOR-ICMS ROUNDED =
                   LK-VALOR-BASE * TRB-ALIQ-ICMS / 100
           COMPUTE LK-VALOR-IPI ROUNDED =
                   LK-VALOR-BASE * TRB-ALIQ-IPI / 100
           COMPUTE LK-VALOR-PIS ROUNDED =
                   LK-VALOR-BASE * TRB-ALIQ-PIS / 100
           COMPUTE LK-VALOR-COFINS ROUNDED =
                   LK-VALOR-BASE * TRB-ALIQ-COFINS / 100.

       2001-PROCURA-REGRA.

           MOVE WS-CLASSE-FISCAL  TO TRB-CLASSE-FISCAL
           MOVE WS-UF-ORIGEM      TO TRB-UF-ORIGEM
           MOVE WS-UF-DESTINO     TO TRB-UF-DESTINO
           READ TRIBUTOS
           IF STAT-TRIBUTOS EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLASSE-FISCAL  TO TRB-CLASSE-FISCAL
           MOVE WS-UF-ORIGEM      TO TRB-UF-ORIGEM
           MOVE "**"              TO TRB-UF-DESTINO
           READ TRIBUTOS
           IF STAT-TRIBUTOS EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLASSE-FISCAL  TO TRB-CLASSE-FISCAL
           MOVE "**"              TO TRB-UF-ORIGEM
           MOVE "**"              TO TRB-UF-DESTINO
           READ TRIBUTOS.

       3000-FINALIZA.
           CLOSE TRIBUTOS
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              CLOSE PRODUTOS
           END-IF
           IF WS-CLIENTES-ATIVO EQUAL "S"
              CLOSE CLIENTES
           END-IF
           IF WS-EMPRESAS-ATIVO EQUAL "S"
              CLOSE EMPRESAS
           END-IF
           GOBACK.
