       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTRANS.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "TRANSP.SL".
       COPY "ROMANEIO.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "TRANSP.FD".
       COPY "ROMANEIO.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-TRANSP                   PIC XX.
       01  STAT-ROMANEIO                 PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-TRANSP-EXISTE              PIC X     VALUE SPACES.
       01  WS-TRANSP-EM-USO              PIC X     VALUE SPACES.
       01  WS-EOF-ROM                    PIC X     VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELTRANS.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O TRANSP
               IF STAT-TRANSP EQUAL "35"
                  OPEN OUTPUT TRANSP
                  CLOSE TRANSP
                  OPEN I-O TRANSP
               END-IF
               IF STAT-TRANSP NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR TRANSP !"
                  "STATUS: " STAT-TRANSP
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Transportadoras"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE TRANSP.
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
                   MOVE SPACES          TO WS-TRANSP-EXISTE
                   MOVE T-CODIGO        TO TRA-CODIGO
                   READ TRANSP
                   IF STAT-TRANSP EQUAL "00"
                      MOVE "S"          TO WS-TRANSP-EXISTE
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-TRANSP-EXISTE EQUAL "S"
                      REWRITE RG-TRANSP
                      IF STAT-TRANSP NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR TRANSP !"
                         "STATUS: " STAT-TRANSP
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "TRANSPORTADORA ATUALIZADA COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-TRANSP
                      IF STAT-TRANSP NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR TRANSP !"
                         "STATUS: " STAT-TRANSP
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "TRANSPORTADORA GRAVADA COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-CODIGO          TO TRA-CODIGO
               START TRANSP KEY IS GREATER THAN TRA-CODIGO
               IF STAT-TRANSP NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS TRANSPORTADORAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ TRANSP NEXT
               IF STAT-TRANSP NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS TRANSPORTADORAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-CODIGO          TO TRA-CODIGO
               READ TRANSP
               IF STAT-TRANSP NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "TRANSPORTADORA NAO ENCONTRADA !"
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4007-VERIFICA-USO
               IF WS-TRANSP-EM-USO EQUAL "S"
                  DISPLAY MESSAGE BOX
                  "TRANSPORTADORA POSSUI ROMANEIOS !"
                  EXIT PARAGRAPH
               END-IF
               DELETE TRANSP
               IF STAT-TRANSP NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO EXCLUIR TRANSP !"
                  "STATUS: " STAT-TRANSP
               ELSE
                  PERFORM 4006-LIMPA-TELA
                  DISPLAY MESSAGE BOX
                  "TRANSPORTADORA EXCLUIDA COM SUCESSO !"
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-CODIGO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CODIGO DA TRANSPORTADORA NAO INFORMADO !"
                  ACCEPT T-CODIGO AT LINE 3, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-RAZAO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "RAZAO DA TRANSPORTADORA NAO INFORMADA !"
                  ACCEPT T-RAZAO AT LINE 5, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-STATUS NOT EQUAL "A" AND "I"
                  MOVE "A"            TO T-STATUS
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-TRANSP
               MOVE ZEROS             TO T-CODIGO
               MOVE SPACES            TO T-RAZAO
               MOVE ZEROS             TO T-CNPJ
               MOVE SPACES            TO T-FONE
               MOVE SPACES            TO T-CONTATO
               MOVE SPACES            TO T-STATUS
               DISPLAY TELA.

       4007-VERIFICA-USO.

               MOVE "N"               TO WS-TRANSP-EM-USO
               OPEN INPUT ROMANEIO
               IF STAT-ROMANEIO NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE ZEROS             TO ROM-NUMERO
               START ROMANEIO KEY IS GREATER THAN ROM-NUMERO
               IF STAT-ROMANEIO NOT EQUAL "00"
                  CLOSE ROMANEIO
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES            TO WS-EOF-ROM
               READ ROMANEIO NEXT
               IF STAT-ROMANEIO NOT EQUAL "00"
                  MOVE "F"            TO WS-EOF-ROM
               END-IF
               PERFORM UNTIL WS-EOF-ROM EQUAL "F"
                  IF ROM-TRA-CODIGO EQUAL T-CODIGO
                     MOVE "S"         TO WS-TRANSP-EM-USO
                     MOVE "F"         TO WS-EOF-ROM
                  ELSE
                     READ ROMANEIO NEXT AT END
                        MOVE "F"      TO WS-EOF-ROM
                     END-READ
                  END-IF
               END-PERFORM
               CLOSE ROMANEIO.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-CODIGO          TO TRA-CODIGO
               MOVE T-RAZAO           TO TRA-RAZAO
               MOVE T-CNPJ            TO TRA-CNPJ
               MOVE T-FONE            TO TRA-FONE
               MOVE T-CONTATO         TO TRA-CONTATO
               MOVE T-STATUS          TO TRA-STATUS.

       4016-CARREGA-TELA.

               MOVE TRA-CODIGO        TO T-CODIGO
               MOVE TRA-RAZAO         TO T-RAZAO
               MOVE TRA-CNPJ          TO T-CNPJ
               MOVE TRA-FONE          TO T-FONE
               MOVE TRA-CONTATO       TO T-CONTATO
               MOVE TRA-STATUS        TO T-STATUS.
