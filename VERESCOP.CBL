       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERESCOP.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "VENDEDOR.SL".
           COPY "LOGMENU.SL".
           SELECT ESCATIVO ASSIGN TO "ESCATIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-ESCATIVO.
       DATA DIVISION.
       FILE SECTION.
           COPY "VENDEDOR.FD".
           COPY "LOGMENU.FD".
       FD  ESCATIVO
           LABEL RECORD IS STANDARD.
       01  RG-ESCATIVO.
           05  ESA-OPERADOR                PIC X(010).
           05  ESA-ESCOPO                  PIC X(001).
           05  ESA-CODIGO                  PIC 9(003).
           05  ESA-NIVEL                   PIC X(001).

       WORKING-STORAGE SECTION.
       01  STAT-ESCATIVO                   PIC XX.
       01  STAT-VENDEDOR                   PIC XX.
       01  STAT-LOGMENU                    PIC XX.
       01  WS-ESC-CARREGADO                PIC X(001) VALUE "N".
       01  WS-ESC-SESSAO                   PIC X(001) VALUE "N".
       01  WS-ESC-OPERADOR                 PIC X(010) VALUE SPACES.
       01  WS-ESC-TIPO                     PIC X(001) VALUE SPACES.
           88  ESC-TOTAL                      VALUE " ".
           88  ESC-VENDEDOR                   VALUE "V".
           88  ESC-SUPERVISOR                 VALUE "S".
       01  WS-ESC-CODIGO                   PIC 9(003) VALUE ZEROS.
       01  WS-IND-VEN                      PIC 9(003) VALUE ZEROS.
       01  TABELA-ESCOPO.
           05  TAB-ESC-VENDEDOR OCCURS 999 PIC X(001).

       LINKAGE SECTION.
       01  LIN-ESCOPO.
           05 LK-ESC-VEN-CODIGO                   PIC 9(003).
           05 LK-ESC-REGISTRA                     PIC X(001).
           05 LK-ESC-PROGRAMA                     PIC X(010).
           05 LK-ESC-CHAVE                        PIC X(015).
           05 LK-ESC-RESTRITO                     PIC X(001).
           05 LK-ESC-PERMITIDO                    PIC X(001).
           05 LK-ESC-OPERADOR                     PIC X(010).

       PROCEDURE DIVISION USING LIN-ESCOPO.
       1000-INICIO.

           IF WS-ESC-CARREGADO NOT EQUAL "S"
              PERFORM 1001-CARREGA-ESCOPO
              MOVE "S"                TO WS-ESC-CARREGADO
           END-IF

           MOVE WS-ESC-OPERADOR       TO LK-ESC-OPERADOR
           IF ESC-TOTAL AND WS-ESC-SESSAO EQUAL "S"
              MOVE "N"                TO LK-ESC-RESTRITO
              MOVE "S"                TO LK-ESC-PERMITIDO
              GOBACK
           END-IF

           MOVE "S"                   TO LK-ESC-RESTRITO
           MOVE "N"                   TO LK-ESC-PERMITIDO
           IF LK-ESC-VEN-CODIGO NUMERIC
              AND LK-ESC-VEN-CODIGO NOT EQUAL ZEROS
              IF TAB-ESC-VENDEDOR(LK-ESC-VEN-CODIGO) EQUAL "S"
                 MOVE "S"             TO LK-ESC-PERMITIDO
              END-IF
           END-IF

           IF LK-ESC-PERMITIDO EQUAL "N"
              AND LK-ESC-REGISTRA EQUAL "S"
              PERFORM 2000-GRAVA-LOG
           END-IF
           GOBACK.

       1001-CARREGA-ESCOPO.

           MOVE SPACES                TO WS-ESC-OPERADOR
           MOVE SPACES                TO WS-ESC-TIPO
           MOVE "N"                   TO WS-ESC-SESSAO
           MOVE ZEROS                 TO WS-ESC-CODIGO
           MOVE ALL "N"               TO TABELA-ESCOPO
           OPEN INPUT ESCATIVO
           IF STAT-ESCATIVO EQUAL "00"
              READ ESCATIVO
              IF STAT-ESCATIVO EQUAL "00"
                 MOVE "S"             TO WS-ESC-SESSAO
                 MOVE ESA-OPERADOR    TO WS-ESC-OPERADOR
                 IF (ESA-ESCOPO EQUAL "V" OR "S")
                    AND ESA-CODIGO NUMERIC
                    AND ESA-CODIGO NOT EQUAL ZEROS
                    MOVE ESA-ESCOPO   TO WS-ESC-TIPO
                    MOVE ESA-CODIGO   TO WS-ESC-CODIGO
                 END-IF
              END-IF
              CLOSE ESCATIVO
           END-IF

           IF ESC-TOTAL
              EXIT PARAGRAPH
           END-IF
           MOVE "S"                   TO TAB-ESC-VENDEDOR(WS-ESC-CODIGO)
           IF ESC-SUPERVISOR
              OPEN INPUT VENDEDOR
              IF STAT-VENDEDOR EQUAL "00"
                 MOVE ZEROS           TO VEN-CODIGO
                 START VENDEDOR KEY IS NOT LESS THAN VEN-CODIGO
                 IF STAT-VENDEDOR EQUAL "00"
                    READ VENDEDOR NEXT
                    PERFORM UNTIL STAT-VENDEDOR NOT EQUAL "00"
                       IF VEN-SUPERVISOR EQUAL WS-ESC-CODIGO
                          AND VEN-CODIGO NOT EQUAL ZEROS
                          MOVE VEN-CODIGO TO WS-IND-VEN
                          MOVE "S"    TO TAB-ESC-VENDEDOR(WS-IND-VEN)
                       END-IF
                       READ VENDEDOR NEXT
                    END-PERFORM
                 END-IF
                 CLOSE VENDEDOR
              END-IF
           END-IF.

       2000-GRAVA-LOG.

           OPEN EXTEND LOGMENU
           IF STAT-LOGMENU NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           ACCEPT LOG-DATA          FROM DATE
           ACCEPT LOG-HORA          FROM TIME
           MOVE WS-ESC-OPERADOR     TO LOG-OPERADOR
           MOVE "*"                 TO LOG-OPCAO
           MOVE "ACESSO FORA DO ESCOPO"
                                    TO LOG-DESCRICAO
           MOVE SPACES              TO LOG-RETORNO
           STRING LK-ESC-PROGRAMA   DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  LK-ESC-CHAVE      DELIMITED BY SIZE
                  INTO LOG-RETORNO
           END-STRING
           WRITE RG-LOGMENU
           CLOSE LOGMENU.
