       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREBA.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "REBACORD.SL".
       COPY "CLIENTES.SL".
       COPY "GRUPOS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "REBACORD.FD".
       COPY "CLIENTES.FD".
       COPY "GRUPOS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-REBACORD                 PIC XX.
       01  STAT-CLIENTES                 PIC XX.
       01  STAT-GRUPOS                   PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-ACORDO-EXISTE              PIC X     VALUE SPACES.
       01  WS-FAIXA-VAZIA                PIC X     VALUE SPACES.
       01  WS-IND-FAI                    PIC 9(002) VALUE ZEROS.
       01  WS-RAIZ-CNPJ                  PIC 9(008) VALUE ZEROS.
       01  WS-TAB-FAIXAS.
           05 WS-FAIXA OCCURS 5.
              10 WS-FAI-VOLUME              PIC 9(011)V99.
              10 WS-FAI-PERCENTUAL          PIC 9(002)V99.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELREBA.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O REBACORD
               IF STAT-REBACORD EQUAL "35"
                  OPEN OUTPUT REBACORD
                  CLOSE REBACORD
                  OPEN I-O REBACORD
               END-IF
               IF STAT-REBACORD NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR REBACORD !"
                  "STATUS: " STAT-REBACORD
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CLIENTES !"
                  "STATUS: " STAT-CLIENTES
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT GRUPOS
               IF STAT-GRUPOS EQUAL "35"
                  OPEN OUTPUT GRUPOS
                  CLOSE GRUPOS
                  OPEN INPUT GRUPOS
               END-IF
               IF STAT-GRUPOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR GRUPOS !"
                  "STATUS: " STAT-GRUPOS
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Acordos de Rebate"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE REBACORD
                   CLOSE CLIENTES
                   CLOSE GRUPOS.
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
                   MOVE SPACES          TO WS-ACORDO-EXISTE
                   MOVE T-ANO           TO RBA-ANO
                   MOVE T-TIPO          TO RBA-TIPO
                   MOVE T-CODIGO        TO RBA-CODIGO
                   MOVE SPACES          TO WS-AUD-ANTES
                   READ REBACORD
                   IF STAT-REBACORD EQUAL "00"
                      IF RBA-LIQUIDADO
                         DISPLAY MESSAGE BOX
                         "ACORDO JA LIQUIDADO NAO PODE SER ALTERADO !"
                         EXIT PARAGRAPH
                      END-IF
                      MOVE "S"          TO WS-ACORDO-EXISTE
                      MOVE RG-REBACORD  TO WS-AUD-ANTES
                   ELSE
                      INITIALIZE RG-REBACORD
                      MOVE T-ANO        TO RBA-ANO
                      MOVE T-TIPO       TO RBA-TIPO
                      MOVE T-CODIGO     TO RBA-CODIGO
                      MOVE "A"          TO RBA-STATUS
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-ACORDO-EXISTE EQUAL "S"
                      REWRITE RG-REBACORD
                      IF STAT-REBACORD NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR REBACORD !"
                         "STATUS: " STAT-REBACORD
                      ELSE
                         MOVE "REBACORD"  TO WS-AUD-ARQUIVO
                         MOVE "A"         TO WS-AUD-OPERACAO
                         MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                         MOVE "CADREBA"   TO WS-AUD-PROGRAMA
                         MOVE RG-REBACORD TO WS-AUD-DEPOIS
                         CALL "GRAVAUD" USING WS-LIG-AUDITA
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "ACORDO ATUALIZADO COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-REBACORD
                      IF STAT-REBACORD NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR REBACORD !"
                         "STATUS: " STAT-REBACORD
                      ELSE
                         MOVE "REBACORD"  TO WS-AUD-ARQUIVO
                         MOVE "I"         TO WS-AUD-OPERACAO
                         MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                         MOVE "CADREBA"   TO WS-AUD-PROGRAMA
                         MOVE RG-REBACORD TO WS-AUD-DEPOIS
                         CALL "GRAVAUD" USING WS-LIG-AUDITA
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "ACORDO GRAVADO COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-ANO             TO RBA-ANO
               MOVE T-TIPO            TO RBA-TIPO
               MOVE T-CODIGO          TO RBA-CODIGO
               START REBACORD KEY IS GREATER THAN RBA-CHAVE
               IF STAT-REBACORD NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS ACORDOS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ REBACORD NEXT
               IF STAT-REBACORD NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS ACORDOS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-ANO             TO RBA-ANO
               MOVE T-TIPO            TO RBA-TIPO
               MOVE T-CODIGO          TO RBA-CODIGO
               READ REBACORD
               IF STAT-REBACORD NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ACORDO NAO ENCONTRADO !"
                  EXIT PARAGRAPH
               END-IF
               IF RBA-LIQUIDADO
                  DISPLAY MESSAGE BOX
                  "ACORDO JA LIQUIDADO NAO PODE SER EXCLUIDO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE RG-REBACORD       TO WS-AUD-ANTES
               DELETE REBACORD
               IF STAT-REBACORD NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO EXCLUIR REBACORD !"
                  "STATUS: " STAT-REBACORD
               ELSE
                  MOVE "REBACORD"     TO WS-AUD-ARQUIVO
                  MOVE "E"            TO WS-AUD-OPERACAO
                  MOVE LK-OPERADOR    TO WS-AUD-OPERADOR
                  MOVE "CADREBA"      TO WS-AUD-PROGRAMA
                  MOVE SPACES         TO WS-AUD-DEPOIS
                  CALL "GRAVAUD" USING WS-LIG-AUDITA
                  PERFORM 4006-LIMPA-TELA
                  DISPLAY MESSAGE BOX
                  "ACORDO EXCLUIDO COM SUCESSO !"
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               MOVE SPACES            TO T-NOME
               IF T-ANO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "ANO DO ACORDO NAO INFORMADO !"
                  ACCEPT T-ANO AT LINE 3, COL 26
                  EXIT PARAGRAPH
               END-IF
               IF T-TIPO EQUAL "c"
                  MOVE "C"            TO T-TIPO
               END-IF
               IF T-TIPO EQUAL "g"
                  MOVE "G"            TO T-TIPO
               END-IF
               IF T-TIPO NOT EQUAL "C" AND "G"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "TIPO DEVE SER C OU G !"
                  ACCEPT T-TIPO AT LINE 5, COL 26
                  EXIT PARAGRAPH
               END-IF
               IF T-CODIGO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CLIENTE OU RAIZ DO CNPJ NAO INFORMADO !"
                  ACCEPT T-CODIGO AT LINE 7, COL 26
                  EXIT PARAGRAPH
               END-IF
               IF T-TIPO EQUAL "C"
                  IF T-CODIGO GREATER THAN 9999999
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "CODIGO DE CLIENTE INVALIDO !"
                     ACCEPT T-CODIGO AT LINE 7, COL 26
                     EXIT PARAGRAPH
                  END-IF
                  MOVE T-CODIGO       TO CLI-CODIGO
                  READ CLIENTES
                  IF STAT-CLIENTES NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "CLIENTE NAO CADASTRADO !"
                     ACCEPT T-CODIGO AT LINE 7, COL 26
                     EXIT PARAGRAPH
                  END-IF
                  MOVE CLI-RAZAO      TO T-NOME
                  IF T-CLI-DESTINO EQUAL ZEROS
                     MOVE T-CODIGO    TO T-CLI-DESTINO
                  END-IF
                  IF T-CLI-DESTINO NOT EQUAL T-CODIGO
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "ACORDO POR CLIENTE: DEMONSTRATIVO AO PROPRIO !"
                     ACCEPT T-CLI-DESTINO AT LINE 9, COL 26
                     EXIT PARAGRAPH
                  END-IF
               ELSE
                  MOVE T-CODIGO       TO GRU-RAIZ-CNPJ
                  READ GRUPOS
                  IF STAT-GRUPOS NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "GRUPO ECONOMICO NAO CADASTRADO !"
                     ACCEPT T-CODIGO AT LINE 7, COL 26
                     EXIT PARAGRAPH
                  END-IF
                  MOVE GRU-NOME       TO T-NOME
                  IF T-CLI-DESTINO EQUAL ZEROS
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "INFORME O CLIENTE DO GRUPO PARA O DEMONSTRATIVO !"
                     ACCEPT T-CLI-DESTINO AT LINE 9, COL 26
                     EXIT PARAGRAPH
                  END-IF
                  MOVE T-CLI-DESTINO  TO CLI-CODIGO
                  READ CLIENTES
                  IF STAT-CLIENTES NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "CLIENTE DO DEMONSTRATIVO NAO CADASTRADO !"
                     ACCEPT T-CLI-DESTINO AT LINE 9, COL 26
                     EXIT PARAGRAPH
                  END-IF
                  MOVE CLI-CNPJ(1:8)  TO WS-RAIZ-CNPJ
                  IF WS-RAIZ-CNPJ NOT EQUAL T-CODIGO
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "CLIENTE DO DEMONSTRATIVO FORA DO GRUPO !"
                     ACCEPT T-CLI-DESTINO AT LINE 9, COL 26
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               IF T-FORMA EQUAL SPACES OR "c"
                  MOVE "C"            TO T-FORMA
               END-IF
               IF T-FORMA EQUAL "p"
                  MOVE "P"            TO T-FORMA
               END-IF
               IF T-FORMA NOT EQUAL "C" AND "P"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "LIQUIDACAO DEVE SER C OU P !"
                  ACCEPT T-FORMA AT LINE 11, COL 26
                  EXIT PARAGRAPH
               END-IF
               MOVE T-VOLUME-1        TO WS-FAI-VOLUME(1)
               MOVE T-PERC-1          TO WS-FAI-PERCENTUAL(1)
               MOVE T-VOLUME-2        TO WS-FAI-VOLUME(2)
               MOVE T-PERC-2          TO WS-FAI-PERCENTUAL(2)
               MOVE T-VOLUME-3        TO WS-FAI-VOLUME(3)
               MOVE T-PERC-3          TO WS-FAI-PERCENTUAL(3)
               MOVE T-VOLUME-4        TO WS-FAI-VOLUME(4)
               MOVE T-PERC-4          TO WS-FAI-PERCENTUAL(4)
               MOVE T-VOLUME-5        TO WS-FAI-VOLUME(5)
               MOVE T-PERC-5          TO WS-FAI-PERCENTUAL(5)
               IF WS-FAI-PERCENTUAL(1) EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PERCENTUAL DA PRIMEIRA FAIXA NAO INFORMADO !"
                  ACCEPT T-PERC-1 AT LINE 14, COL 42
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES            TO WS-FAIXA-VAZIA
               PERFORM VARYING WS-IND-FAI FROM 2 BY 1
                       UNTIL WS-IND-FAI > 5
                          OR WS-CAMPOS-OK NOT EQUAL SPACES
                  IF WS-FAI-VOLUME(WS-IND-FAI) EQUAL ZEROS
                     AND WS-FAI-PERCENTUAL(WS-IND-FAI) EQUAL ZEROS
                     MOVE "S"         TO WS-FAIXA-VAZIA
                  ELSE
                     IF WS-FAIXA-VAZIA EQUAL "S"
                        MOVE "N"      TO WS-CAMPOS-OK
                        DISPLAY MESSAGE BOX
                        "FAIXAS DEVEM SER INFORMADAS EM SEQUENCIA !"
                     ELSE
                        IF WS-FAI-VOLUME(WS-IND-FAI) NOT GREATER
                           WS-FAI-VOLUME(WS-IND-FAI - 1)
                           MOVE "N"   TO WS-CAMPOS-OK
                           DISPLAY MESSAGE BOX
                           "VOLUME DA FAIXA DEVE SER CRESCENTE !"
                        ELSE
                           IF WS-FAI-PERCENTUAL(WS-IND-FAI) EQUAL
                              ZEROS
                              MOVE "N" TO WS-CAMPOS-OK
                              DISPLAY MESSAGE BOX
                              "PERCENTUAL DA FAIXA NAO INFORMADO !"
                           END-IF
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-CAMPOS-OK NOT EQUAL SPACES
                  ACCEPT T-VOLUME-2 AT LINE 15, COL 14
                  EXIT PARAGRAPH
               END-IF
               DISPLAY TELA.

       4006-LIMPA-TELA.
               INITIALIZE RG-REBACORD
               MOVE ZEROS             TO T-ANO
               MOVE SPACES            TO T-TIPO
               MOVE ZEROS             TO T-CODIGO
               MOVE SPACES            TO T-NOME
               MOVE ZEROS             TO T-CLI-DESTINO
               MOVE SPACES            TO T-FORMA
               MOVE ZEROS             TO T-VOLUME-1 T-PERC-1
               MOVE ZEROS             TO T-VOLUME-2 T-PERC-2
               MOVE ZEROS             TO T-VOLUME-3 T-PERC-3
               MOVE ZEROS             TO T-VOLUME-4 T-PERC-4
               MOVE ZEROS             TO T-VOLUME-5 T-PERC-5
               MOVE SPACES            TO T-SITUACAO
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-CLI-DESTINO     TO RBA-CLI-DESTINO
               MOVE T-FORMA           TO RBA-FORMA
               MOVE WS-TAB-FAIXAS     TO RBA-FAIXAS.

       4016-CARREGA-TELA.

               MOVE RBA-ANO           TO T-ANO
               MOVE RBA-TIPO          TO T-TIPO
               MOVE RBA-CODIGO        TO T-CODIGO
               MOVE SPACES            TO T-NOME
               IF RBA-CLIENTE
                  MOVE RBA-CODIGO     TO CLI-CODIGO
                  READ CLIENTES
                  IF STAT-CLIENTES EQUAL "00"
                     MOVE CLI-RAZAO   TO T-NOME
                  END-IF
               ELSE
                  MOVE RBA-CODIGO     TO GRU-RAIZ-CNPJ
                  READ GRUPOS
                  IF STAT-GRUPOS EQUAL "00"
                     MOVE GRU-NOME    TO T-NOME
                  END-IF
               END-IF
               MOVE RBA-CLI-DESTINO   TO T-CLI-DESTINO
               MOVE RBA-FORMA         TO T-FORMA
               MOVE RBA-FAI-VOLUME(1)     TO T-VOLUME-1
               MOVE RBA-FAI-PERCENTUAL(1) TO T-PERC-1
               MOVE RBA-FAI-VOLUME(2)     TO T-VOLUME-2
               MOVE RBA-FAI-PERCENTUAL(2) TO T-PERC-2
               MOVE RBA-FAI-VOLUME(3)     TO T-VOLUME-3
               MOVE RBA-FAI-PERCENTUAL(3) TO T-PERC-3
               MOVE RBA-FAI-VOLUME(4)     TO T-VOLUME-4
               MOVE RBA-FAI-PERCENTUAL(4) TO T-PERC-4
               MOVE RBA-FAI-VOLUME(5)     TO T-VOLUME-5
               MOVE RBA-FAI-PERCENTUAL(5) TO T-PERC-5
               IF RBA-LIQUIDADO
                  MOVE "LIQUIDADO"    TO T-SITUACAO
               ELSE
                  MOVE "ATIVO"        TO T-SITUACAO
               END-IF.
