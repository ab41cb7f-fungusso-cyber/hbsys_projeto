       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADKMDIA.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "KMDIA.SL".
       COPY "VENDEDOR.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "KMDIA.FD".
       COPY "VENDEDOR.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-KMDIA                    PIC XX.
       01  STAT-VENDEDOR                 PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-KM-EXISTE                  PIC X     VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELKMDIA.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O KMDIA
               IF STAT-KMDIA EQUAL "35"
                  OPEN OUTPUT KMDIA
                  CLOSE KMDIA
                  OPEN I-O KMDIA
               END-IF
               IF STAT-KMDIA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR KMDIA !"
                  "STATUS: " STAT-KMDIA
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT VENDEDOR
               IF STAT-VENDEDOR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR VENDEDOR !"
                  "STATUS: " STAT-VENDEDOR
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Quilometragem Declarada"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE KMDIA
                   CLOSE VENDEDOR.
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
                   MOVE SPACES          TO WS-KM-EXISTE
                   MOVE T-VEN-CODIGO    TO KMD-VEN-CODIGO
                   MOVE T-DATA          TO KMD-DATA
                   READ KMDIA
                   IF STAT-KMDIA EQUAL "00"
                      MOVE "S"          TO WS-KM-EXISTE
                   ELSE
                      INITIALIZE RG-KMDIA
                      MOVE T-VEN-CODIGO TO KMD-VEN-CODIGO
                      MOVE T-DATA       TO KMD-DATA
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-KM-EXISTE EQUAL "S"
                      REWRITE RG-KMDIA
                      IF STAT-KMDIA NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR KMDIA !"
                         "STATUS: " STAT-KMDIA
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "QUILOMETRAGEM ATUALIZADA COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-KMDIA
                      IF STAT-KMDIA NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR KMDIA !"
                         "STATUS: " STAT-KMDIA
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "QUILOMETRAGEM GRAVADA COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-VEN-CODIGO      TO KMD-VEN-CODIGO
               MOVE T-DATA            TO KMD-DATA
               START KMDIA KEY IS GREATER THAN KMD-CHAVE
               IF STAT-KMDIA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS DECLARACOES !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ KMDIA NEXT
               IF STAT-KMDIA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS DECLARACOES !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-VEN-CODIGO      TO KMD-VEN-CODIGO
               MOVE T-DATA            TO KMD-DATA
               READ KMDIA
               IF STAT-KMDIA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "DECLARACAO NAO ENCONTRADA !"
                  EXIT PARAGRAPH
               END-IF
               DELETE KMDIA
               IF STAT-KMDIA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO EXCLUIR KMDIA !"
                  "STATUS: " STAT-KMDIA
               ELSE
                  PERFORM 4006-LIMPA-TELA
                  DISPLAY MESSAGE BOX
                  "DECLARACAO EXCLUIDA COM SUCESSO !"
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-VEN-CODIGO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "VENDEDOR NAO INFORMADO !"
                  ACCEPT T-VEN-CODIGO AT LINE 3, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE T-VEN-CODIGO      TO VEN-CODIGO
               READ VENDEDOR
               IF STAT-VENDEDOR NOT EQUAL "00"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "VENDEDOR NAO CADASTRADO !"
                  ACCEPT T-VEN-CODIGO AT LINE 3, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE VEN-NOME          TO T-VEN-NOME
               IF T-DATA EQUAL ZEROS
                  OR T-DATA(5:2) EQUAL ZEROS
                  OR T-DATA(5:2) GREATER THAN 12
                  OR T-DATA(7:2) EQUAL ZEROS
                  OR T-DATA(7:2) GREATER THAN 31
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DATA INVALIDA !"
                  ACCEPT T-DATA AT LINE 5, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-KM-INFORMADO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "KM DECLARADO NAO INFORMADO !"
                  ACCEPT T-KM-INFORMADO AT LINE 7, COL 22
                  EXIT PARAGRAPH
               END-IF.

       4006-LIMPA-TELA.
               INITIALIZE RG-KMDIA
               MOVE ZEROS             TO T-VEN-CODIGO
               MOVE SPACES            TO T-VEN-NOME
               MOVE ZEROS             TO T-DATA
               MOVE ZEROS             TO T-KM-INFORMADO
               MOVE SPACES            TO T-OBSERVACAO
               MOVE ZEROS             TO T-KM-CALCULADO
               MOVE ZEROS             TO T-KM-APROVADO
               MOVE ZEROS             TO T-VALOR-APROVADO
               MOVE SPACES            TO T-SITUACAO
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               IF KMD-KM-INFORMADO NOT EQUAL T-KM-INFORMADO
                  MOVE ZEROS          TO KMD-KM-CALCULADO
                  MOVE ZEROS          TO KMD-KM-APROVADO
                  MOVE ZEROS          TO KMD-VALOR-APROVADO
                  MOVE SPACES         TO KMD-SITUACAO
                  MOVE ZEROS          TO KMD-DATA-APURACAO
               END-IF
               MOVE T-KM-INFORMADO    TO KMD-KM-INFORMADO
               MOVE T-OBSERVACAO      TO KMD-OBSERVACAO
               MOVE LK-OPERADOR       TO KMD-OPERADOR.

       4016-CARREGA-TELA.

               MOVE KMD-VEN-CODIGO    TO T-VEN-CODIGO
               MOVE SPACES            TO T-VEN-NOME
               MOVE KMD-VEN-CODIGO    TO VEN-CODIGO
               READ VENDEDOR
               IF STAT-VENDEDOR EQUAL "00"
                  MOVE VEN-NOME       TO T-VEN-NOME
               END-IF
               MOVE KMD-DATA          TO T-DATA
               MOVE KMD-KM-INFORMADO  TO T-KM-INFORMADO
               MOVE KMD-OBSERVACAO    TO T-OBSERVACAO
               MOVE KMD-KM-CALCULADO  TO T-KM-CALCULADO
               MOVE KMD-KM-APROVADO   TO T-KM-APROVADO
               MOVE KMD-VALOR-APROVADO TO T-VALOR-APROVADO
               MOVE KMD-SITUACAO      TO T-SITUACAO.
