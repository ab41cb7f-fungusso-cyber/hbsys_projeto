       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCDADO.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MASCREGR.SL".
           COPY "LOGMENU.SL".
           SELECT ESCATIVO ASSIGN TO "ESCATIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-ESCATIVO.
       DATA DIVISION.
       FILE SECTION.
           COPY "MASCREGR.FD".
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
       01  STAT-MASCREGR                   PIC XX.
       01  STAT-LOGMENU                    PIC XX.
       01  WS-MSC-OPERADOR                 PIC X(010) VALUE SPACES.
       01  WS-MSC-NIVEL                    PIC X(001) VALUE "C".
       01  WS-MSC-CARREGADO                PIC X(001) VALUE "N".
       01  WS-MSC-TAMANHO                  PIC 9(002) VALUE ZEROS.
       01  WS-MSC-ARROBA                   PIC 9(002) VALUE ZEROS.
       01  WS-MSC-IND                      PIC 9(002) VALUE ZEROS.

       LINKAGE SECTION.
       01  LIN-MASCARA.
           05 LK-MSC-FUNCAO                       PIC X(001).
              88 LK-MSC-INICIA                       VALUE "I".
              88 LK-MSC-DOCUMENTO-CPF                VALUE "D".
              88 LK-MSC-EMAIL                        VALUE "E".
              88 LK-MSC-FONE                         VALUE "F".
           05 LK-MSC-SAIDA                        PIC X(008).
           05 LK-MSC-VALOR                        PIC X(040).
           05 LK-MSC-DOCUMENTO                    PIC X(001).
           05 LK-MSC-CONTATO                      PIC X(001).

       PROCEDURE DIVISION USING LIN-MASCARA.
       1000-INICIO.

           EVALUATE TRUE
               WHEN LK-MSC-INICIA
                    PERFORM 1001-CARREGA-REGRA
               WHEN LK-MSC-DOCUMENTO-CPF
                    IF LK-MSC-DOCUMENTO EQUAL "S"
                       PERFORM 2001-MASCARA-CPF
                    END-IF
               WHEN LK-MSC-EMAIL
                    IF LK-MSC-CONTATO EQUAL "S"
                       PERFORM 2002-MASCARA-EMAIL
                    END-IF
               WHEN LK-MSC-FONE
                    IF LK-MSC-CONTATO EQUAL "S"
                       PERFORM 2003-MASCARA-FONE
                    END-IF
           END-EVALUATE
           GOBACK.

       1001-CARREGA-REGRA.

           IF WS-MSC-CARREGADO NOT EQUAL "S"
              PERFORM 1002-CARREGA-NIVEL
              MOVE "S"                TO WS-MSC-CARREGADO
           END-IF

           IF WS-MSC-NIVEL EQUAL "A"
              MOVE "N"                TO LK-MSC-DOCUMENTO
              MOVE "N"                TO LK-MSC-CONTATO
           ELSE
              MOVE "S"                TO LK-MSC-DOCUMENTO
              MOVE "S"                TO LK-MSC-CONTATO
           END-IF

           OPEN INPUT MASCREGR
           IF STAT-MASCREGR EQUAL "00"
              MOVE LK-MSC-SAIDA       TO MSR-SAIDA
              MOVE WS-MSC-NIVEL       TO MSR-NIVEL
              READ MASCREGR
              IF STAT-MASCREGR EQUAL "00"
                 IF MSR-MASC-DOCUMENTO EQUAL "S" OR "N"
                    MOVE MSR-MASC-DOCUMENTO TO LK-MSC-DOCUMENTO
                 END-IF
                 IF MSR-MASC-CONTATO EQUAL "S" OR "N"
                    MOVE MSR-MASC-CONTATO   TO LK-MSC-CONTATO
                 END-IF
              END-IF
              CLOSE MASCREGR
           END-IF

           IF LK-MSC-DOCUMENTO EQUAL "N"
              OR LK-MSC-CONTATO EQUAL "N"
              PERFORM 3000-GRAVA-LOG
           END-IF.

       1002-CARREGA-NIVEL.

           MOVE SPACES                TO WS-MSC-OPERADOR
           MOVE "C"                   TO WS-MSC-NIVEL
           OPEN INPUT ESCATIVO
           IF STAT-ESCATIVO EQUAL "00"
              READ ESCATIVO
              IF STAT-ESCATIVO EQUAL "00"
                 MOVE ESA-OPERADOR    TO WS-MSC-OPERADOR
                 IF ESA-NIVEL EQUAL "A" OR "O" OR "C"
                    MOVE ESA-NIVEL    TO WS-MSC-NIVEL
                 END-IF
              END-IF
              CLOSE ESCATIVO
           END-IF.

       2001-MASCARA-CPF.

           MOVE "***"                 TO LK-MSC-VALOR(1:3)
           MOVE "**"                  TO LK-MSC-VALOR(10:2).

       2002-MASCARA-EMAIL.

           MOVE ZEROS                 TO WS-MSC-ARROBA
           INSPECT LK-MSC-VALOR TALLYING WS-MSC-ARROBA
                   FOR CHARACTERS BEFORE INITIAL "@"
           IF WS-MSC-ARROBA EQUAL 40
              MOVE ZEROS              TO WS-MSC-ARROBA
              INSPECT LK-MSC-VALOR TALLYING WS-MSC-ARROBA
                      FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF
           PERFORM VARYING WS-MSC-IND FROM 3 BY 1
                   UNTIL WS-MSC-IND GREATER THAN WS-MSC-ARROBA
              MOVE "*"                TO LK-MSC-VALOR(WS-MSC-IND:1)
           END-PERFORM.

       2003-MASCARA-FONE.

           MOVE 40                    TO WS-MSC-TAMANHO
           PERFORM UNTIL WS-MSC-TAMANHO EQUAL ZEROS
                   OR LK-MSC-VALOR(WS-MSC-TAMANHO:1) NOT EQUAL SPACE
              SUBTRACT 1 FROM WS-MSC-TAMANHO
           END-PERFORM
           IF WS-MSC-TAMANHO NOT GREATER THAN 4
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 4 FROM WS-MSC-TAMANHO
           PERFORM VARYING WS-MSC-IND FROM 1 BY 1
                   UNTIL WS-MSC-IND GREATER THAN WS-MSC-TAMANHO
              IF LK-MSC-VALOR(WS-MSC-IND:1) NUMERIC
                 MOVE "*"             TO LK-MSC-VALOR(WS-MSC-IND:1)
              END-IF
           END-PERFORM.

       3000-GRAVA-LOG.

           OPEN EXTEND LOGMENU
           IF STAT-LOGMENU NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           ACCEPT LOG-DATA          FROM DATE
           ACCEPT LOG-HORA          FROM TIME
           MOVE WS-MSC-OPERADOR     TO LOG-OPERADOR
           MOVE "*"                 TO LOG-OPCAO
           MOVE "EMISSAO SEM MASCARA"
                                    TO LOG-DESCRICAO
           MOVE SPACES              TO LOG-RETORNO
           STRING LK-MSC-SAIDA      DELIMITED BY SPACE
                  " NIVEL "         DELIMITED BY SIZE
                  WS-MSC-NIVEL      DELIMITED BY SIZE
                  " CPF="           DELIMITED BY SIZE
                  LK-MSC-DOCUMENTO  DELIMITED BY SIZE
                  " CONT="          DELIMITED BY SIZE
                  LK-MSC-CONTATO    DELIMITED BY SIZE
                  INTO LOG-RETORNO
           END-STRING
           WRITE RG-LOGMENU
           CLOSE LOGMENU.
