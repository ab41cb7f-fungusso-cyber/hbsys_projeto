       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMOTC.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "MOTCANC.SL".
       COPY "PEDIDOS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "MOTCANC.FD".
       COPY "PEDIDOS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-MOTCANC                  PIC XX.
       01  STAT-PEDIDOS                  PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-MOTIVO-EXISTE              PIC X     VALUE SPACES.
       01  WS-MOTIVO-EM-USO              PIC X     VALUE SPACES.
       01  WS-EOF-PED                    PIC X     VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELMOTC.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O MOTCANC
               IF STAT-MOTCANC EQUAL "35"
                  OPEN OUTPUT MOTCANC
                  CLOSE MOTCANC
                  OPEN I-O MOTCANC
               END-IF
               IF STAT-MOTCANC NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR MOTCANC !"
                  "STATUS: " STAT-MOTCANC
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Motivos de Cancelamento"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE MOTCANC.
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
                   MOVE SPACES          TO WS-MOTIVO-EXISTE
                   MOVE T-CODIGO        TO MOT-CODIGO
                   READ MOTCANC
                   IF STAT-MOTCANC EQUAL "00"
                      MOVE "S"          TO WS-MOTIVO-EXISTE
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-MOTIVO-EXISTE EQUAL "S"
                      REWRITE RG-MOTCANC
                      IF STAT-MOTCANC NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR MOTCANC !"
                         "STATUS: " STAT-MOTCANC
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "MOTIVO ATUALIZADO COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-MOTCANC
                      IF STAT-MOTCANC NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR MOTCANC !"
                         "STATUS: " STAT-MOTCANC
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "MOTIVO GRAVADO COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-CODIGO          TO MOT-CODIGO
               START MOTCANC KEY IS GREATER THAN MOT-CODIGO
               IF STAT-MOTCANC NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS MOTIVOS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ MOTCANC NEXT
               IF STAT-MOTCANC NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS MOTIVOS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-CODIGO          TO MOT-CODIGO
               READ MOTCANC
               IF STAT-MOTCANC NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "MOTIVO NAO ENCONTRADO !"
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4007-VERIFICA-USO
               IF WS-MOTIVO-EM-USO EQUAL "S"
                  DISPLAY MESSAGE BOX
                  "LINHA POSSUI PEDIDOS VINCULADOS !"
                  EXIT PARAGRAPH
               END-IF
               DELETE MOTCANC
               IF STAT-MOTCANC NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO EXCLUIR MOTCANC !"
                  "STATUS: " STAT-MOTCANC
               ELSE
                  PERFORM 4006-LIMPA-TELA
                  DISPLAY MESSAGE BOX
                  "MOTIVO EXCLUIDO COM SUCESSO !"
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-CODIGO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CODIGO DO MOTIVO NAO INFORMADO !"
                  ACCEPT T-CODIGO AT LINE 3, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-DESCRICAO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DESCRICAO DO MOTIVO NAO INFORMADA !"
                  ACCEPT T-DESCRICAO AT LINE 5, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-CATEGORIA NOT EQUAL "E" AND "C" AND "D" AND "O"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CATEGORIA DO MOTIVO INVALIDA !"
                  ACCEPT T-CATEGORIA AT LINE 7, COL 21
                  EXIT PARAGRAPH
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-MOTCANC
               MOVE ZEROS             TO T-CODIGO
               MOVE SPACES            TO T-DESCRICAO
               MOVE SPACES            TO T-CATEGORIA
               DISPLAY TELA.

       4007-VERIFICA-USO.

               MOVE "N"               TO WS-MOTIVO-EM-USO
               OPEN INPUT PEDIDOS
               IF STAT-PEDIDOS NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE ZEROS             TO PED-CHAVE
               START PEDIDOS KEY IS GREATER THAN PED-CHAVE
               IF STAT-PEDIDOS NOT EQUAL "00"
                  CLOSE PEDIDOS
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES            TO WS-EOF-PED
               READ PEDIDOS NEXT
               IF STAT-PEDIDOS NOT EQUAL "00"
                  MOVE "F"            TO WS-EOF-PED
               END-IF
               PERFORM UNTIL WS-EOF-PED EQUAL "F"
                  IF PED-MOT-CANCEL EQUAL T-CODIGO
                     MOVE "S"         TO WS-MOTIVO-EM-USO
                     MOVE "F"         TO WS-EOF-PED
                  ELSE
                     READ PEDIDOS NEXT AT END
                        MOVE "F"      TO WS-EOF-PED
                     END-READ
                  END-IF
               END-PERFORM
               CLOSE PEDIDOS.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-CODIGO          TO MOT-CODIGO
               MOVE T-DESCRICAO       TO MOT-DESCRICAO
               MOVE T-CATEGORIA       TO MOT-CATEGORIA.

       4016-CARREGA-TELA.

               MOVE MOT-CODIGO        TO T-CODIGO
               MOVE MOT-DESCRICAO     TO T-DESCRICAO
               MOVE MOT-CATEGORIA     TO T-CATEGORIA.
