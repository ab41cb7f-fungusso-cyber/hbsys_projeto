       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCHAMA.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CHAMADOS.SL".
       COPY "CHAHIST.SL".
       COPY "CLIENTES.SL".
       COPY "PEDIDOS.SL".
       COPY "PARAMETR.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "CHAMADOS.FD".
       COPY "CHAHIST.FD".
       COPY "CLIENTES.FD".
       COPY "PEDIDOS.FD".
       COPY "PARAMETR.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-CHAMADOS                 PIC XX.
       01  STAT-CHAHIST                  PIC XX.
       01  STAT-CLIENTES                 PIC XX.
       01  STAT-PEDIDOS                  PIC XX.
       01  STAT-PARAMETR                 PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-CHAMADO-EXISTE             PIC X     VALUE SPACES.
       01  WS-EOF-CHH                    PIC X     VALUE SPACES.
       01  WS-STATUS-ANTERIOR            PIC X     VALUE SPACES.
       01  WS-CATEGORIA-ANTERIOR         PIC X     VALUE SPACES.
       01  WS-HORA                       PIC 9(008) VALUE ZEROS.
       01  WS-SLA-ENTREGA                PIC 9(003) VALUE 2.
       01  WS-SLA-PRECO                  PIC 9(003) VALUE 5.
       01  WS-SLA-AVARIA                 PIC 9(003) VALUE 3.
       01  WS-SLA-OUTROS                 PIC 9(003) VALUE 7.
       01  WS-DIAS-SOMAR                 PIC 9(003) VALUE ZEROS.
       01  TABELA-MES-DIAS.
           05 PIC X(024) VALUE "312831303130313130313031".
       01  FILLER REDEFINES TABELA-MES-DIAS.
           05 TAB-MES-DIAS OCCURS 12      PIC 9(002).
       01  WS-SOMA-DATA.
           05 WS-SOMA-SECULO              PIC 9(002).
           05 WS-SOMA-AA                  PIC 9(002).
           05 WS-SOMA-MM                  PIC 9(002).
           05 WS-SOMA-DD                  PIC 9(002).
       01  WS-DD-ACUM                     PIC 9(004) VALUE ZEROS.
       01  WS-DATA-PRAZO.
           05 WS-PRZ-SECULO               PIC 9(002).
           05 WS-PRZ-AA                   PIC 9(002).
           05 WS-PRZ-MM                   PIC 9(002).
           05 WS-PRZ-DD                   PIC 9(002).
       01  WS-SOMA-ANO                    PIC 9(004) VALUE ZEROS.
       01  WS-DIAS-MES                    PIC 9(002) VALUE ZEROS.
       01  WS-RESTO-4                     PIC 9(004) VALUE ZEROS.
       01  WS-RESTO-100                   PIC 9(004) VALUE ZEROS.
       01  WS-RESTO-400                   PIC 9(004) VALUE ZEROS.
       01  WS-LIG-CADDEVOL.
           05 WS-DCH-CLI-CODIGO          PIC 9(007).
           05 WS-DCH-PED-NUMERO          PIC 9(007).
           05 WS-DCH-MOTIVO              PIC X(030).
           05 WS-DCH-SEQUENCIA           PIC 9(003).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELCHAMA.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O CHAMADOS
               IF STAT-CHAMADOS EQUAL "35"
                  OPEN OUTPUT CHAMADOS
                  CLOSE CHAMADOS
                  OPEN I-O CHAMADOS
               END-IF
               IF STAT-CHAMADOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CHAMADOS !"
                  "STATUS: " STAT-CHAMADOS
                  EXIT PARAGRAPH
           END-IF
               OPEN I-O CHAHIST
               IF STAT-CHAHIST EQUAL "35"
                  OPEN OUTPUT CHAHIST
                  CLOSE CHAHIST
                  OPEN I-O CHAHIST
               END-IF
               IF STAT-CHAHIST NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CHAHIST !"
                  "STATUS: " STAT-CHAHIST
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CLIENTES !"
                  "STATUS: " STAT-CLIENTES
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT PEDIDOS
               IF STAT-PEDIDOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR PEDIDOS !"
                  "STATUS: " STAT-PEDIDOS
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT PARAMETR
               IF STAT-PARAMETR EQUAL "00"
                  READ PARAMETR
                  IF STAT-PARAMETR EQUAL "00"
                     IF PAR-SLA-ENTREGA NUMERIC
                        AND PAR-SLA-ENTREGA NOT EQUAL ZEROS
                        MOVE PAR-SLA-ENTREGA TO WS-SLA-ENTREGA
                     END-IF
                     IF PAR-SLA-PRECO NUMERIC
                        AND PAR-SLA-PRECO NOT EQUAL ZEROS
                        MOVE PAR-SLA-PRECO   TO WS-SLA-PRECO
                     END-IF
                     IF PAR-SLA-AVARIA NUMERIC
                        AND PAR-SLA-AVARIA NOT EQUAL ZEROS
                        MOVE PAR-SLA-AVARIA  TO WS-SLA-AVARIA
                     END-IF
                     IF PAR-SLA-OUTROS NUMERIC
                        AND PAR-SLA-OUTROS NOT EQUAL ZEROS
                        MOVE PAR-SLA-OUTROS  TO WS-SLA-OUTROS
                     END-IF
                  END-IF
                  CLOSE PARAMETR
               END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Chamados de Clientes"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE CHAMADOS
                   CLOSE CHAHIST
                   CLOSE CLIENTES
                   CLOSE PEDIDOS.
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
                    IF NOT LK-NIVEL-ADMIN
                       DISPLAY MESSAGE BOX
                       "ACESSO RESTRITO AO ADMINISTRADOR !"
                    ELSE
                       PERFORM 4004-DELETAR
                    END-IF
               WHEN PROX-KEY
                    PERFORM 4003-PROXIMO
               WHEN CLEAR-KEY
                    PERFORM 4006-LIMPA-TELA
           END-EVALUATE.

       4002-GRAVAR.
               IF  WS-CAMPOS-OK EQUAL SPACES
                   IF T-NUMERO EQUAL ZEROS
                      PERFORM 4036-PROXIMO-NUMERO
                   END-IF
                   MOVE SPACES          TO WS-CHAMADO-EXISTE
                   MOVE SPACES          TO WS-STATUS-ANTERIOR
                   MOVE SPACES          TO WS-CATEGORIA-ANTERIOR
                   MOVE T-CLI-CODIGO    TO CHA-CLI-CODIGO
                   MOVE T-NUMERO        TO CHA-NUMERO
                   READ CHAMADOS
                   IF STAT-CHAMADOS EQUAL "00"
                      MOVE "S"          TO WS-CHAMADO-EXISTE
                      MOVE CHA-STATUS   TO WS-STATUS-ANTERIOR
                      MOVE CHA-CATEGORIA TO WS-CATEGORIA-ANTERIOR
                   ELSE
                      INITIALIZE RG-CHAMADOS
                      MOVE T-CLI-CODIGO TO CHA-CLI-CODIGO
                      MOVE T-NUMERO     TO CHA-NUMERO
                      ACCEPT CHA-DATA-ABERTURA FROM DATE
                      MOVE LK-OPERADOR  TO CHA-OPERADOR
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-CHAMADO-EXISTE EQUAL "S"
                      REWRITE RG-CHAMADOS
                      IF STAT-CHAMADOS NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR CHAMADOS !"
                         "STATUS: " STAT-CHAMADOS
                         EXIT PARAGRAPH
                      END-IF
                   ELSE
                      WRITE RG-CHAMADOS
                      IF STAT-CHAMADOS NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR CHAMADOS !"
                         "STATUS: " STAT-CHAMADOS
                         EXIT PARAGRAPH
                      END-IF
                   END-IF
                   IF CHA-STATUS NOT EQUAL WS-STATUS-ANTERIOR
                      PERFORM 4031-GRAVA-HISTORICO
                   END-IF
                   IF CHA-RESOLVIDO
                      AND CHA-RES-DEVOLUCAO
                      AND CHA-DEV-SEQUENCIA EQUAL ZEROS
                      PERFORM 4032-ABRE-DEVOLUCAO
                   END-IF
                   PERFORM 4006-LIMPA-TELA
                   IF WS-CHAMADO-EXISTE EQUAL "S"
                      DISPLAY MESSAGE BOX
                      "CHAMADO ATUALIZADO COM SUCESSO !"
                   ELSE
                      DISPLAY MESSAGE BOX
                      "CHAMADO GRAVADO COM SUCESSO !"
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-CLI-CODIGO      TO CHA-CLI-CODIGO
               MOVE T-NUMERO          TO CHA-NUMERO
               START CHAMADOS KEY IS GREATER THAN CHA-CHAVE
               IF STAT-CHAMADOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS CHAMADOS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ CHAMADOS NEXT
               IF STAT-CHAMADOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS CHAMADOS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-CLI-CODIGO      TO CHA-CLI-CODIGO
               MOVE T-NUMERO          TO CHA-NUMERO
               READ CHAMADOS
               IF STAT-CHAMADOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "CHAMADO NAO ENCONTRADO !"
                  EXIT PARAGRAPH
               END-IF
               DELETE CHAMADOS
               IF STAT-CHAMADOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO EXCLUIR CHAMADOS !"
                  "STATUS: " STAT-CHAMADOS
                  EXIT PARAGRAPH
               END-IF
               MOVE T-CLI-CODIGO      TO CHH-CLI-CODIGO
               MOVE T-NUMERO          TO CHH-NUMERO
               MOVE ZEROS             TO CHH-SEQUENCIA
               START CHAHIST KEY IS GREATER THAN CHH-CHAVE
               MOVE SPACES            TO WS-EOF-CHH
               IF STAT-CHAHIST NOT EQUAL "00"
                  MOVE "F"            TO WS-EOF-CHH
               ELSE
                  READ CHAHIST NEXT
                  IF STAT-CHAHIST NOT EQUAL "00"
                     MOVE "F"         TO WS-EOF-CHH
                  END-IF
               END-IF
               PERFORM UNTIL WS-EOF-CHH EQUAL "F"
                  IF CHH-CLI-CODIGO NOT EQUAL T-CLI-CODIGO
                     OR CHH-NUMERO NOT EQUAL T-NUMERO
                     MOVE "F"         TO WS-EOF-CHH
                  ELSE
                     DELETE CHAHIST
                     READ CHAHIST NEXT AT END
                        MOVE "F"      TO WS-EOF-CHH
                     END-READ
                  END-IF
               END-PERFORM
               PERFORM 4006-LIMPA-TELA
               DISPLAY MESSAGE BOX
               "CHAMADO EXCLUIDO COM SUCESSO !".

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-CLI-CODIGO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CLIENTE NAO INFORMADO !"
                  ACCEPT T-CLI-CODIGO AT LINE 3, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE T-CLI-CODIGO      TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CLIENTE NAO CADASTRADO !"
                  ACCEPT T-CLI-CODIGO AT LINE 3, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE CLI-RAZAO         TO T-RAZAO
               IF T-PED-NUMERO NOT EQUAL ZEROS
                  MOVE T-CLI-CODIGO   TO PED-CLI-CODIGO
                  MOVE T-PED-NUMERO   TO PED-NUMERO
                  READ PEDIDOS
                  IF STAT-PEDIDOS NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "PEDIDO NAO CADASTRADO PARA O CLIENTE !"
                     ACCEPT T-PED-NUMERO AT LINE 3, COL 63
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               IF T-CATEGORIA NOT EQUAL "E" AND "P" AND "A" AND "O"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CATEGORIA INVALIDA !"
                  ACCEPT T-CATEGORIA AT LINE 6, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-PRIORIDADE EQUAL SPACES
                  MOVE "M"            TO T-PRIORIDADE
               END-IF
               IF T-PRIORIDADE NOT EQUAL "A" AND "M" AND "B"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PRIORIDADE INVALIDA !"
                  ACCEPT T-PRIORIDADE AT LINE 7, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-RESPONSAVEL EQUAL SPACES
                  MOVE LK-OPERADOR    TO T-RESPONSAVEL
               END-IF
               IF T-DESCRICAO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DESCRICAO NAO INFORMADA !"
                  ACCEPT T-DESCRICAO AT LINE 9, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-STATUS EQUAL SPACES
                  MOVE "A"            TO T-STATUS
               END-IF
               IF T-STATUS NOT EQUAL "A" AND "E" AND "R" AND "C"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "STATUS INVALIDO !"
                  ACCEPT T-STATUS AT LINE 13, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-STATUS EQUAL "R"
                  PERFORM 4007-VALIDA-RESOLUCAO
               END-IF
               DISPLAY TELA.

       4007-VALIDA-RESOLUCAO.

               IF T-TIPO-RESOLUCAO NOT EQUAL "D" AND "O"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "TIPO DE RESOLUCAO INVALIDO !"
                  ACCEPT T-TIPO-RESOLUCAO AT LINE 16, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-RESOLUCAO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "RESOLUCAO NAO INFORMADA !"
                  ACCEPT T-RESOLUCAO AT LINE 17, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-TIPO-RESOLUCAO EQUAL "D"
                  IF T-PED-NUMERO EQUAL ZEROS
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "DEVOLUCAO EXIGE O NUMERO DO PEDIDO !"
                     ACCEPT T-PED-NUMERO AT LINE 3, COL 63
                     EXIT PARAGRAPH
                  END-IF
                  IF NOT PED-FATURADO
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "DEVOLUCAO SOMENTE PARA PEDIDO FATURADO !"
                     ACCEPT T-PED-NUMERO AT LINE 3, COL 63
                     EXIT PARAGRAPH
                  END-IF
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-CHAMADOS
               MOVE ZEROS             TO T-CLI-CODIGO
               MOVE ZEROS             TO T-NUMERO
               MOVE ZEROS             TO T-PED-NUMERO
               MOVE SPACES            TO T-RAZAO
               MOVE SPACES            TO T-CATEGORIA
               MOVE SPACES            TO T-PRIORIDADE
               MOVE SPACES            TO T-RESPONSAVEL
               MOVE SPACES            TO T-DESCRICAO
               MOVE ZEROS             TO T-DATA-ABERTURA
               MOVE ZEROS             TO T-DATA-LIMITE
               MOVE SPACES            TO T-OPERADOR
               MOVE SPACES            TO T-STATUS
               MOVE SPACES            TO T-OBS-HIST
               MOVE SPACES            TO T-TIPO-RESOLUCAO
               MOVE SPACES            TO T-RESOLUCAO
               MOVE ZEROS             TO T-DATA-RESOLUCAO
               MOVE ZEROS             TO T-DEV-SEQUENCIA
               MOVE SPACES            TO T-ULT-MUDANCA
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-PED-NUMERO      TO CHA-PED-NUMERO
               MOVE T-CATEGORIA       TO CHA-CATEGORIA
               MOVE T-PRIORIDADE      TO CHA-PRIORIDADE
               MOVE T-RESPONSAVEL     TO CHA-RESPONSAVEL
               MOVE T-DESCRICAO       TO CHA-DESCRICAO
               IF T-CATEGORIA NOT EQUAL WS-CATEGORIA-ANTERIOR
                  PERFORM 4030-CALCULA-PRAZO
               END-IF
               MOVE T-STATUS          TO CHA-STATUS
               MOVE T-TIPO-RESOLUCAO  TO CHA-TIPO-RESOLUCAO
               MOVE T-RESOLUCAO       TO CHA-RESOLUCAO
               IF CHA-PENDENTE
                  MOVE ZEROS          TO CHA-DATA-RESOLUCAO
               ELSE
                  IF CHA-DATA-RESOLUCAO EQUAL ZEROS
                     OR T-STATUS NOT EQUAL WS-STATUS-ANTERIOR
                     ACCEPT CHA-DATA-RESOLUCAO FROM DATE
                  END-IF
               END-IF.

       4016-CARREGA-TELA.

               MOVE CHA-CLI-CODIGO    TO T-CLI-CODIGO
               MOVE CHA-NUMERO        TO T-NUMERO
               MOVE CHA-PED-NUMERO    TO T-PED-NUMERO
               MOVE SPACES            TO T-RAZAO
               MOVE CHA-CLI-CODIGO    TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  MOVE CLI-RAZAO      TO T-RAZAO
               END-IF
               MOVE CHA-CATEGORIA     TO T-CATEGORIA
               MOVE CHA-PRIORIDADE    TO T-PRIORIDADE
               MOVE CHA-RESPONSAVEL   TO T-RESPONSAVEL
               MOVE CHA-DESCRICAO     TO T-DESCRICAO
               MOVE CHA-DATA-ABERTURA TO T-DATA-ABERTURA
               MOVE CHA-DATA-LIMITE   TO T-DATA-LIMITE
               MOVE CHA-OPERADOR      TO T-OPERADOR
               MOVE CHA-STATUS        TO T-STATUS
               MOVE SPACES            TO T-OBS-HIST
               MOVE CHA-TIPO-RESOLUCAO TO T-TIPO-RESOLUCAO
               MOVE CHA-RESOLUCAO     TO T-RESOLUCAO
               MOVE CHA-DATA-RESOLUCAO TO T-DATA-RESOLUCAO
               MOVE CHA-DEV-SEQUENCIA TO T-DEV-SEQUENCIA
               MOVE SPACES            TO T-ULT-MUDANCA
               MOVE CHA-CLI-CODIGO    TO CHH-CLI-CODIGO
               MOVE CHA-NUMERO        TO CHH-NUMERO
               MOVE 999               TO CHH-SEQUENCIA
               START CHAHIST KEY IS LESS THAN CHH-CHAVE
               IF STAT-CHAHIST EQUAL "00"
                  READ CHAHIST PREVIOUS
                  IF STAT-CHAHIST EQUAL "00"
                     AND CHH-CLI-CODIGO EQUAL CHA-CLI-CODIGO
                     AND CHH-NUMERO EQUAL CHA-NUMERO
                     STRING CHH-DATA            DELIMITED BY SIZE
                            " "                 DELIMITED BY SIZE
                            CHH-HORA            DELIMITED BY SIZE
                            " "                 DELIMITED BY SIZE
                            CHH-STATUS-ANTERIOR DELIMITED BY SIZE
                            "->"                DELIMITED BY SIZE
                            CHH-STATUS          DELIMITED BY SIZE
                            " "                 DELIMITED BY SIZE
                            CHH-OPERADOR        DELIMITED BY SIZE
                         INTO T-ULT-MUDANCA
                     END-STRING
                  END-IF
               END-IF.

       4030-CALCULA-PRAZO.

               EVALUATE TRUE
                   WHEN CHA-CAT-ENTREGA
                        MOVE WS-SLA-ENTREGA TO WS-DIAS-SOMAR
                   WHEN CHA-CAT-PRECO
                        MOVE WS-SLA-PRECO   TO WS-DIAS-SOMAR
                   WHEN CHA-CAT-AVARIA
                        MOVE WS-SLA-AVARIA  TO WS-DIAS-SOMAR
                   WHEN OTHER
                        MOVE WS-SLA-OUTROS  TO WS-DIAS-SOMAR
               END-EVALUATE
               MOVE CHA-DATA-ABERTURA TO WS-SOMA-DATA
               PERFORM 4040-SOMA-DIAS
               MOVE WS-DATA-PRAZO     TO CHA-DATA-LIMITE.

       4031-GRAVA-HISTORICO.

               MOVE CHA-CLI-CODIGO    TO CHH-CLI-CODIGO
               MOVE CHA-NUMERO        TO CHH-NUMERO
               MOVE 999               TO CHH-SEQUENCIA
               START CHAHIST KEY IS LESS THAN CHH-CHAVE
               IF STAT-CHAHIST EQUAL "00"
                  READ CHAHIST PREVIOUS
                  IF STAT-CHAHIST EQUAL "00"
                     AND CHH-CLI-CODIGO EQUAL CHA-CLI-CODIGO
                     AND CHH-NUMERO EQUAL CHA-NUMERO
                     ADD 1            TO CHH-SEQUENCIA
                  ELSE
                     MOVE 1           TO CHH-SEQUENCIA
                  END-IF
               ELSE
                  MOVE 1              TO CHH-SEQUENCIA
               END-IF
               MOVE CHA-CLI-CODIGO    TO CHH-CLI-CODIGO
               MOVE CHA-NUMERO        TO CHH-NUMERO
               ACCEPT CHH-DATA        FROM DATE
               ACCEPT WS-HORA         FROM TIME
               MOVE WS-HORA(1:4)      TO CHH-HORA
               MOVE WS-STATUS-ANTERIOR TO CHH-STATUS-ANTERIOR
               MOVE CHA-STATUS        TO CHH-STATUS
               MOVE LK-OPERADOR       TO CHH-OPERADOR
               MOVE T-OBS-HIST        TO CHH-OBSERVACAO
               WRITE RG-CHAHIST
               IF STAT-CHAHIST NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO GRAVAR CHAHIST !"
                  "STATUS: " STAT-CHAHIST
               END-IF.

       4032-ABRE-DEVOLUCAO.

               MOVE CHA-CLI-CODIGO    TO WS-DCH-CLI-CODIGO
               MOVE CHA-PED-NUMERO    TO WS-DCH-PED-NUMERO
               MOVE SPACES            TO WS-DCH-MOTIVO
               STRING "CHAMADO "      DELIMITED BY SIZE
                      CHA-NUMERO      DELIMITED BY SIZE
                      " - "           DELIMITED BY SIZE
                      CHA-RESOLUCAO   DELIMITED BY SIZE
                   INTO WS-DCH-MOTIVO
               END-STRING
               MOVE ZEROS             TO WS-DCH-SEQUENCIA
               CALL "CADDEVOL" USING LK-OPERADOR WS-LIG-CADDEVOL
               DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
               TITLE "Chamados de Clientes"
               IF WS-DCH-SEQUENCIA EQUAL ZEROS
                  DISPLAY MESSAGE BOX
                  "DEVOLUCAO NAO REGISTRADA PARA O CHAMADO !"
                  EXIT PARAGRAPH
               END-IF
               READ CHAMADOS
               IF STAT-CHAMADOS EQUAL "00"
                  MOVE WS-DCH-SEQUENCIA TO CHA-DEV-SEQUENCIA
                  REWRITE RG-CHAMADOS
                  IF STAT-CHAMADOS NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO REGRAVAR CHAMADOS !"
                     "STATUS: " STAT-CHAMADOS
                  END-IF
               END-IF.

       4036-PROXIMO-NUMERO.

               MOVE 1                 TO T-NUMERO
               MOVE T-CLI-CODIGO      TO CHA-CLI-CODIGO
               MOVE 99999             TO CHA-NUMERO
               START CHAMADOS KEY IS LESS THAN CHA-CHAVE
               IF STAT-CHAMADOS EQUAL "00"
                  READ CHAMADOS PREVIOUS
                  IF STAT-CHAMADOS EQUAL "00"
                     AND CHA-CLI-CODIGO EQUAL T-CLI-CODIGO
                     COMPUTE T-NUMERO = CHA-NUMERO + 1
                  END-IF
               END-IF.

       4040-SOMA-DIAS.

           MOVE WS-SOMA-DD           TO WS-DD-ACUM
           ADD WS-DIAS-SOMAR         TO WS-DD-ACUM
           PERFORM 4042-DIAS-DO-MES
           PERFORM 4041-AJUSTA-MES
              UNTIL WS-DD-ACUM NOT GREATER THAN WS-DIAS-MES
           MOVE WS-SOMA-SECULO       TO WS-PRZ-SECULO
           MOVE WS-SOMA-AA           TO WS-PRZ-AA
           MOVE WS-SOMA-MM           TO WS-PRZ-MM
           MOVE WS-DD-ACUM           TO WS-PRZ-DD.

       4041-AJUSTA-MES.

           SUBTRACT WS-DIAS-MES      FROM WS-DD-ACUM
           ADD 1                     TO WS-SOMA-MM
           IF WS-SOMA-MM GREATER THAN 12
              MOVE 1                 TO WS-SOMA-MM
              ADD 1                  TO WS-SOMA-AA
           END-IF
           PERFORM 4042-DIAS-DO-MES.

       4042-DIAS-DO-MES.

           IF WS-SOMA-MM EQUAL ZEROS
              OR WS-SOMA-MM GREATER THAN 12
              MOVE 1                 TO WS-SOMA-MM
           END-IF
           MOVE TAB-MES-DIAS(WS-SOMA-MM) TO WS-DIAS-MES
           IF WS-SOMA-MM EQUAL 2
              COMPUTE WS-SOMA-ANO = 2000 + WS-SOMA-AA
              COMPUTE WS-RESTO-4 =
                      WS-SOMA-ANO - (WS-SOMA-ANO / 4) * 4
              COMPUTE WS-RESTO-100 =
                      WS-SOMA-ANO - (WS-SOMA-ANO / 100) * 100
              COMPUTE WS-RESTO-400 =
                      WS-SOMA-ANO - (WS-SOMA-ANO / 400) * 400
              IF WS-RESTO-4 EQUAL ZEROS
                 AND (WS-RESTO-100 NOT EQUAL ZEROS
                      OR WS-RESTO-400 EQUAL ZEROS)
                 MOVE 29             TO WS-DIAS-MES
              END-IF
           END-IF.
