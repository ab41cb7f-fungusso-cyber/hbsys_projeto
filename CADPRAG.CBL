       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPRAG.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PRECOAGE.SL".
       COPY "PRODUTOS.SL".
       COPY "LINPROD.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "PRECOAGE.FD".
       COPY "PRODUTOS.FD".
       COPY "LINPROD.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-PRECOAGE                 PIC XX.
       01  STAT-PRODUTOS                 PIC XX.
       01  STAT-LINPROD                  PIC XX.
       01  WS-PRODUTOS-ATIVO             PIC X     VALUE "N".
       01  WS-LINPROD-ATIVO              PIC X     VALUE "N".
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-AGENDA-EXISTE              PIC X     VALUE SPACES.
       01  WS-DATA-HOJE                  PIC 9(008) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELPRAG.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O PRECOAGE
               IF STAT-PRECOAGE EQUAL "35"
                  OPEN OUTPUT PRECOAGE
                  CLOSE PRECOAGE
                  OPEN I-O PRECOAGE
               END-IF
               IF STAT-PRECOAGE NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR PRECOAGE !"
                  "STATUS: " STAT-PRECOAGE
                  EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRODUTOS
           IF STAT-PRODUTOS EQUAL "00"
              MOVE "S"                TO WS-PRODUTOS-ATIVO
           END-IF
           OPEN INPUT LINPROD
           IF STAT-LINPROD EQUAL "00"
              MOVE "S"                TO WS-LINPROD-ATIVO
           END-IF
           ACCEPT WS-DATA-HOJE        FROM DATE
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Agenda de Precos"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE PRECOAGE
                   IF WS-PRODUTOS-ATIVO EQUAL "S"
                      CLOSE PRODUTOS
                   END-IF
                   IF WS-LINPROD-ATIVO EQUAL "S"
                      CLOSE LINPROD
                   END-IF
                   GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
               WHEN WRITE-KEY
                    IF LK-NIVEL-CONSULTA
                       DISPLAY MESSAGE BOX
                       "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                    ELSE
                       PERFORM 4005-VALIDA-CAMPOS
                       PERFORM 4002-GRAVAR
                    END-IF
               WHEN DEL-KEY
                    IF LK-NIVEL-CONSULTA
                       DISPLAY MESSAGE BOX
                       "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                    ELSE
                       PERFORM 4004-CANCELAR
                    END-IF
               WHEN PROX-KEY
                    PERFORM 4003-PROXIMO
               WHEN CLEAR-KEY
                    PERFORM 4006-LIMPA-TELA
           END-EVALUATE.

       4002-GRAVAR.
               IF  WS-CAMPOS-OK EQUAL SPACES
                   MOVE SPACES          TO WS-AGENDA-EXISTE
                   MOVE T-DATA-VIGENCIA TO PAG-DATA-VIGENCIA
                   MOVE T-TIPO          TO PAG-TIPO
                   MOVE T-REFERENCIA    TO PAG-REFERENCIA
                   READ PRECOAGE
                   IF STAT-PRECOAGE EQUAL "00"
                      MOVE "S"          TO WS-AGENDA-EXISTE
                      IF NOT PAG-PENDENTE
                         DISPLAY MESSAGE BOX
                         "AGENDAMENTO JA APLICADO OU CANCELADO !"
                         EXIT PARAGRAPH
                      END-IF
                   ELSE
                      MOVE "P"          TO PAG-SITUACAO
                      MOVE WS-DATA-HOJE TO PAG-DATA-CADASTRO
                      MOVE ZEROS        TO PAG-DATA-APLICACAO
                      MOVE ZEROS        TO PAG-QTD-PRODUTOS
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-AGENDA-EXISTE EQUAL "S"
                      REWRITE RG-PRECOAGE
                      IF STAT-PRECOAGE NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR PRECOAGE !"
                         "STATUS: " STAT-PRECOAGE
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "AGENDAMENTO ATUALIZADO COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-PRECOAGE
                      IF STAT-PRECOAGE NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR PRECOAGE !"
                         "STATUS: " STAT-PRECOAGE
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "AGENDAMENTO GRAVADO COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-DATA-VIGENCIA   TO PAG-DATA-VIGENCIA
               MOVE T-TIPO            TO PAG-TIPO
               MOVE T-REFERENCIA      TO PAG-REFERENCIA
               START PRECOAGE KEY IS GREATER THAN PAG-CHAVE
               IF STAT-PRECOAGE NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS AGENDAMENTOS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ PRECOAGE NEXT
               IF STAT-PRECOAGE NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS AGENDAMENTOS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-CANCELAR.

               MOVE T-DATA-VIGENCIA   TO PAG-DATA-VIGENCIA
               MOVE T-TIPO            TO PAG-TIPO
               MOVE T-REFERENCIA      TO PAG-REFERENCIA
               READ PRECOAGE
               IF STAT-PRECOAGE NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "AGENDAMENTO NAO ENCONTRADO !"
                  EXIT PARAGRAPH
               END-IF
               IF NOT PAG-PENDENTE
                  DISPLAY MESSAGE BOX
                  "SOMENTE AGENDAMENTO PENDENTE PODE SER CANCELADO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE "C"               TO PAG-SITUACAO
               MOVE LK-OPERADOR       TO PAG-OPERADOR
               REWRITE RG-PRECOAGE
               IF STAT-PRECOAGE NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR PRECOAGE !"
                  "STATUS: " STAT-PRECOAGE
               ELSE
                  PERFORM 4006-LIMPA-TELA
                  DISPLAY MESSAGE BOX
                  "AGENDAMENTO CANCELADO COM SUCESSO !"
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-DATA-VIGENCIA EQUAL ZEROS
                  OR T-DATA-VIGENCIA(5:2) EQUAL ZEROS
                  OR T-DATA-VIGENCIA(5:2) GREATER THAN 12
                  OR T-DATA-VIGENCIA(7:2) EQUAL ZEROS
                  OR T-DATA-VIGENCIA(7:2) GREATER THAN 31
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DATA DE VIGENCIA INVALIDA !"
                  ACCEPT T-DATA-VIGENCIA AT LINE 3, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-DATA-VIGENCIA LESS THAN WS-DATA-HOJE
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DATA DE VIGENCIA ANTERIOR A HOJE !"
                  ACCEPT T-DATA-VIGENCIA AT LINE 3, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-TIPO EQUAL "p"
                  MOVE "P"            TO T-TIPO
               END-IF
               IF T-TIPO EQUAL "l"
                  MOVE "L"            TO T-TIPO
               END-IF
               IF T-TIPO NOT EQUAL "P" AND "L"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "TIPO INVALIDO - INFORME P OU L !"
                  ACCEPT T-TIPO AT LINE 5, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-REFERENCIA EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "REFERENCIA NAO INFORMADA !"
                  ACCEPT T-REFERENCIA AT LINE 7, COL 22
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4007-CARREGA-REFERENCIA
               IF T-REF-DESCRICAO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PRODUTO OU LINHA NAO CADASTRADO !"
                  ACCEPT T-REFERENCIA AT LINE 7, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-SENTIDO EQUAL SPACES
                  MOVE "A"            TO T-SENTIDO
               END-IF
               IF T-SENTIDO NOT EQUAL "A" AND "R"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "SENTIDO INVALIDO - INFORME A OU R !"
                  ACCEPT T-SENTIDO AT LINE 13, COL 29
                  EXIT PARAGRAPH
               END-IF
               IF T-TIPO EQUAL "L"
                  MOVE ZEROS          TO T-PRECO-NOVO
               END-IF
               IF T-PRECO-NOVO NOT EQUAL ZEROS
                  MOVE ZEROS          TO T-PERCENTUAL
               END-IF
               IF T-PRECO-NOVO EQUAL ZEROS
                  AND T-PERCENTUAL EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "INFORME O NOVO PRECO OU O PERCENTUAL !"
                  ACCEPT T-PRECO-NOVO AT LINE 11, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-SENTIDO EQUAL "R"
                  AND T-PERCENTUAL NOT LESS THAN 100
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PERCENTUAL DE REDUCAO INVALIDO !"
                  ACCEPT T-PERCENTUAL AT LINE 13, COL 22
                  EXIT PARAGRAPH
               END-IF
               DISPLAY TELA.

       4006-LIMPA-TELA.
               INITIALIZE RG-PRECOAGE
               MOVE ZEROS             TO T-DATA-VIGENCIA
               MOVE SPACES            TO T-TIPO
               MOVE ZEROS             TO T-REFERENCIA
               MOVE SPACES            TO T-REF-DESCRICAO
               MOVE ZEROS             TO T-PRECO-ATUAL
               MOVE ZEROS             TO T-PRECO-NOVO
               MOVE ZEROS             TO T-PERCENTUAL
               MOVE SPACES            TO T-SENTIDO
               MOVE SPACES            TO T-SITUACAO
               MOVE SPACES            TO T-OPERADOR
               MOVE ZEROS             TO T-DATA-APLICACAO
               MOVE ZEROS             TO T-QTD-PRODUTOS
               DISPLAY TELA.

       4007-CARREGA-REFERENCIA.

               MOVE SPACES            TO T-REF-DESCRICAO
               MOVE ZEROS             TO T-PRECO-ATUAL
               IF T-TIPO EQUAL "P"
                  AND WS-PRODUTOS-ATIVO EQUAL "S"
                  MOVE T-REFERENCIA   TO PRO-CODIGO
                  READ PRODUTOS
                  IF STAT-PRODUTOS EQUAL "00"
                     MOVE PRO-DESCRICAO   TO T-REF-DESCRICAO
                     MOVE PRO-PRECO-LISTA TO T-PRECO-ATUAL
                  END-IF
               END-IF
               IF T-TIPO EQUAL "L"
                  AND WS-LINPROD-ATIVO EQUAL "S"
                  AND T-REFERENCIA NOT GREATER THAN 999
                  MOVE T-REFERENCIA   TO LPR-CODIGO
                  READ LINPROD
                  IF STAT-LINPROD EQUAL "00"
                     MOVE LPR-DESCRICAO TO T-REF-DESCRICAO
                  END-IF
               END-IF.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-DATA-VIGENCIA   TO PAG-DATA-VIGENCIA
               MOVE T-TIPO            TO PAG-TIPO
               MOVE T-REFERENCIA      TO PAG-REFERENCIA
               MOVE T-PRECO-NOVO      TO PAG-PRECO-NOVO
               MOVE T-PERCENTUAL      TO PAG-PERCENTUAL
               MOVE T-SENTIDO         TO PAG-SENTIDO
               MOVE LK-OPERADOR       TO PAG-OPERADOR.

       4016-CARREGA-TELA.

               MOVE PAG-DATA-VIGENCIA TO T-DATA-VIGENCIA
               MOVE PAG-TIPO          TO T-TIPO
               MOVE PAG-REFERENCIA    TO T-REFERENCIA
               MOVE PAG-PRECO-NOVO    TO T-PRECO-NOVO
               MOVE PAG-PERCENTUAL    TO T-PERCENTUAL
               MOVE PAG-SENTIDO       TO T-SENTIDO
               MOVE PAG-SITUACAO      TO T-SITUACAO
               MOVE PAG-OPERADOR      TO T-OPERADOR
               MOVE PAG-DATA-APLICACAO TO T-DATA-APLICACAO
               MOVE PAG-QTD-PRODUTOS  TO T-QTD-PRODUTOS
               PERFORM 4007-CARREGA-REFERENCIA.
