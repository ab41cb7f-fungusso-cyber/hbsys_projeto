       COPY "INTEGHIST.SL".
       COPY "CLIHIST.SL".
       COPY "ARQIDX.SL".
       COPY "CHAMADOS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "CLIENTES.FD".
       COPY "INTEGHIST.FD".
       COPY "CLIHIST.FD".
       COPY "ARQIDX.FD".
       COPY "CHAMADOS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
       01  WS-ARQIDX-ATIVO               PIC X     VALUE "N".
       01  WS-EOF-AIX                    PIC X     VALUE SPACES.
       01  WS-PONTEIRO-ARQ               PIC 9(003) VALUE 1.
       01  STAT-CHAMADOS                 PIC XX.
       01  WS-CHAMADOS-ATIVO             PIC X     VALUE "N".
       01  WS-EOF-CHA                    PIC X     VALUE SPACES.
       01  WS-EOF                        PIC X     VALUE SPACES.
       01  WS-DATA-HOJE                  PIC 9(008) VALUE ZEROS.
       01  WS-HIST-RUNS.
              10 WS-HT-RUN               PIC 9(005).
              10 WS-HT-DATA              PIC 9(008).
              10 WS-HT-VEN               PIC 9(003).
       01  WS-LIG-ESCOPO.
           05 WS-ESC-VEN-CODIGO          PIC 9(003).
           05 WS-ESC-REGISTRA            PIC X(001) VALUE "S".
           05 WS-ESC-PROGRAMA            PIC X(010) VALUE "CLI360".
           05 WS-ESC-CHAVE               PIC X(015).
           05 WS-ESC-RESTRITO            PIC X(001).
           05 WS-ESC-PERMITIDO           PIC X(001).
           05 WS-ESC-OPERADOR            PIC X(010).
       01  WS-LIG-MASCARA.
           05 WS-MSC-FUNCAO              PIC X(001).
           05 WS-MSC-SAIDA               PIC X(008) VALUE "CLI360".
           05 WS-MSC-VALOR               PIC X(040).
           05 WS-MSC-DOCUMENTO           PIC X(001).
           05 WS-MSC-CONTATO             PIC X(001).

       SCREEN SECTION.
       COPY "TELC360.SCR".
               IF STAT-ARQIDX EQUAL "00"
                  MOVE "S"       TO WS-ARQIDX-ATIVO
               END-IF
               MOVE "N"          TO WS-CHAMADOS-ATIVO
               OPEN INPUT CHAMADOS
               IF STAT-CHAMADOS EQUAL "00"
                  MOVE "S"       TO WS-CHAMADOS-ATIVO
               END-IF
               MOVE "I"          TO WS-MSC-FUNCAO
               CALL "MASCDADO" USING WS-LIG-MASCARA
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Consulta Cliente 360"
           DISPLAY TELA.
               END-IF
               IF WS-ARQIDX-ATIVO EQUAL "S"
                  CLOSE ARQIDX
               END-IF
               IF WS-CHAMADOS-ATIVO EQUAL "S"
                  CLOSE CHAMADOS
               END-IF.
               GOBACK.

              EXIT PARAGRAPH
           END-IF

           MOVE CLI-ON-VENDEDOR TO WS-ESC-VEN-CODIGO
           MOVE CLI-CODIGO      TO WS-ESC-CHAVE
           CALL "VERESCOP" USING WS-LIG-ESCOPO
           IF WS-ESC-PERMITIDO NOT EQUAL "S"
              PERFORM 4006-LIMPA-CAMPOS
              DISPLAY TELA
              DISPLAY MESSAGE BOX
              "CLIENTE FORA DO ESCOPO DO OPERADOR !"
              EXIT PARAGRAPH
           END-IF

           MOVE CLI-STATUS      TO T-STATUS
           MOVE CLI-CNPJ        TO T-CNPJ
           IF CLI-PESSOA-FISICA
              AND WS-MSC-DOCUMENTO EQUAL "S"
              MOVE "D"          TO WS-MSC-FUNCAO
              MOVE T-CNPJ (4:11) TO WS-MSC-VALOR
              CALL "MASCDADO" USING WS-LIG-MASCARA
              MOVE WS-MSC-VALOR (1:11) TO T-CNPJ (4:11)
           END-IF
           MOVE CLI-RAZAO       TO T-RAZAO
           MOVE CLI-LOGRADOURO  TO T-LOGRADOURO
           MOVE CLI-BAIRRO      TO T-BAIRRO
           PERFORM 4004-CONSULTA-HISTORICO
           PERFORM 4005-CONSULTA-EXCLUSAO
           PERFORM 4008-CONSULTA-ARQUIVO
           PERFORM 4009-CONSULTA-CHAMADOS

           DISPLAY TELA.

       4009-CONSULTA-CHAMADOS.

           MOVE ZEROS           TO T-CHA-TOTAL
           MOVE ZEROS           TO T-CHA-ABERTOS
           MOVE ZEROS           TO T-CHA-VENCIDOS
           IF WS-CHAMADOS-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATA-HOJE  FROM DATE
           MOVE T-CODIGO        TO CHA-CLI-CODIGO
           MOVE ZEROS           TO CHA-NUMERO
           START CHAMADOS KEY IS GREATER THAN CHA-CHAVE
           IF STAT-CHAMADOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES          TO WS-EOF-CHA
           READ CHAMADOS NEXT
           IF STAT-CHAMADOS NOT EQUAL "00"
              MOVE "F"          TO WS-EOF-CHA
           END-IF
           PERFORM UNTIL WS-EOF-CHA EQUAL "F"
              IF CHA-CLI-CODIGO NOT EQUAL T-CODIGO
                 MOVE "F"       TO WS-EOF-CHA
              ELSE
                 ADD 1          TO T-CHA-TOTAL
                 IF CHA-PENDENTE
                    ADD 1       TO T-CHA-ABERTOS
                    IF CHA-DATA-LIMITE NOT EQUAL ZEROS
                       AND WS-DATA-HOJE GREATER THAN CHA-DATA-LIMITE
                       ADD 1    TO T-CHA-VENCIDOS
                    END-IF
                 END-IF
                 READ CHAMADOS NEXT AT END
                    MOVE "F"    TO WS-EOF-CHA
                 END-READ
              END-IF
           END-PERFORM.

       4008-CONSULTA-ARQUIVO.

           MOVE SPACES          TO T-ARQUIVADOS
           INITIALIZE WS-HIST-RUNS
           PERFORM 4007-MOVE-HISTORICO
           MOVE SPACES          TO T-EXCLUSAO
           MOVE SPACES          TO T-ARQUIVADOS
           MOVE ZEROS           TO T-CHA-TOTAL
           MOVE ZEROS           TO T-CHA-ABERTOS
           MOVE ZEROS           TO T-CHA-VENCIDOS.
