       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCANAL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CANALCOM.SL".
       COPY "VENDEDOR.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "CANALCOM.FD".
       COPY "VENDEDOR.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-CANALCOM                 PIC XX.
       01  STAT-VENDEDOR                 PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-REGRA-EXISTE               PIC X     VALUE SPACES.

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
       COPY "TELCANAL.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O CANALCOM
               IF STAT-CANALCOM EQUAL "35"
                  OPEN OUTPUT CANALCOM
                  CLOSE CANALCOM
                  OPEN I-O CANALCOM
               END-IF
               IF STAT-CANALCOM NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CANALCOM !"
                  "STATUS: " STAT-CANALCOM
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
           TITLE "Comissao por Canal de Origem"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE CANALCOM
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
                   MOVE SPACES          TO WS-REGRA-EXISTE
                   MOVE T-CANAL         TO CCN-CANAL
                   MOVE T-VEN-CODIGO    TO CCN-VEN-CODIGO
                   MOVE SPACES          TO WS-AUD-ANTES
                   READ CANALCOM
                   IF STAT-CANALCOM EQUAL "00"
                      MOVE "S"          TO WS-REGRA-EXISTE
                      MOVE RG-CANALCOM             TO WS-AUD-ANTES
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-REGRA-EXISTE EQUAL "S"
                      REWRITE RG-CANALCOM
                      IF STAT-CANALCOM NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR CANALCOM !"
                         "STATUS: " STAT-CANALCOM
                      ELSE
                         MOVE "CANALCOM"  TO WS-AUD-ARQUIVO
                         MOVE "A"         TO WS-AUD-OPERACAO
                         MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                         MOVE "CADCANAL"  TO WS-AUD-PROGRAMA
                         MOVE RG-CANALCOM TO WS-AUD-DEPOIS
                         CALL "GRAVAUD" USING WS-LIG-AUDITA
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "REGRA ATUALIZADA COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-CANALCOM
                      IF STAT-CANALCOM NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR CANALCOM !"
                         "STATUS: " STAT-CANALCOM
                      ELSE
                         MOVE "CANALCOM"  TO WS-AUD-ARQUIVO
                         MOVE "I"         TO WS-AUD-OPERACAO
                         MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                         MOVE "CADCANAL"  TO WS-AUD-PROGRAMA
                         MOVE RG-CANALCOM TO WS-AUD-DEPOIS
                         CALL "GRAVAUD" USING WS-LIG-AUDITA
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "REGRA GRAVADA COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-CANAL           TO CCN-CANAL
               MOVE T-VEN-CODIGO      TO CCN-VEN-CODIGO
               START CANALCOM KEY IS GREATER THAN CCN-CHAVE
               IF STAT-CANALCOM NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS REGRAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ CANALCOM NEXT
               IF STAT-CANALCOM NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS REGRAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-CANAL           TO CCN-CANAL
               MOVE T-VEN-CODIGO      TO CCN-VEN-CODIGO
               READ CANALCOM
               IF STAT-CANALCOM NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "REGRA NAO ENCONTRADA !"
               ELSE
                  MOVE RG-CANALCOM              TO WS-AUD-ANTES
                  DELETE CANALCOM
                  IF STAT-CANALCOM NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR CANALCOM !"
                     "STATUS: " STAT-CANALCOM
                  ELSE
                     MOVE "CANALCOM"  TO WS-AUD-ARQUIVO
                     MOVE "E"         TO WS-AUD-OPERACAO
                     MOVE LK-OPERADOR TO WS-AUD-OPERADOR
                     MOVE "CADCANAL"  TO WS-AUD-PROGRAMA
                     MOVE SPACES      TO WS-AUD-DEPOIS
                     CALL "GRAVAUD" USING WS-LIG-AUDITA
                     PERFORM 4006-LIMPA-TELA
                     DISPLAY MESSAGE BOX
                     "REGRA EXCLUIDA COM SUCESSO !"
                  END-IF
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               MOVE T-CANAL           TO CCN-CANAL
               IF NOT CCN-CANAL-VALIDO
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CANAL DEVE SER I, W, C OU R !"
                  ACCEPT T-CANAL AT LINE 3, COL 26
                  EXIT PARAGRAPH
               END-IF
               IF T-VEN-CODIGO NOT EQUAL ZEROS
                  MOVE T-VEN-CODIGO   TO VEN-CODIGO
                  READ VENDEDOR
                  IF STAT-VENDEDOR NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "VENDEDOR NAO CADASTRADO !"
                     ACCEPT T-VEN-CODIGO AT LINE 5, COL 26
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               IF T-TIPO EQUAL SPACES
                  MOVE "P"            TO T-TIPO
               END-IF
               IF T-TIPO NOT EQUAL "P" AND "F"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "TIPO DEVE SER P OU F !"
                  ACCEPT T-TIPO AT LINE 7, COL 26
                  EXIT PARAGRAPH
               END-IF
               IF T-TIPO EQUAL "P"
                  AND T-PERCENTUAL GREATER THAN 100
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PROPORCIONAL NAO PODE PASSAR DE 100% !"
                  ACCEPT T-PERCENTUAL AT LINE 9, COL 26
                  EXIT PARAGRAPH
               END-IF
               IF T-TIPO EQUAL "F"
                  AND T-PERCENTUAL GREATER THAN 99,99
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PERCENTUAL FIXO INVALIDO !"
                  ACCEPT T-PERCENTUAL AT LINE 9, COL 26
                  EXIT PARAGRAPH
               END-IF
               DISPLAY TELA.

       4006-LIMPA-TELA.
               INITIALIZE RG-CANALCOM
               MOVE SPACES            TO T-CANAL
               MOVE ZEROS             TO T-VEN-CODIGO
               MOVE SPACES            TO T-TIPO
               MOVE ZEROS             TO T-PERCENTUAL
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-CANAL           TO CCN-CANAL
               MOVE T-VEN-CODIGO      TO CCN-VEN-CODIGO
               MOVE T-TIPO            TO CCN-TIPO
               MOVE T-PERCENTUAL      TO CCN-PERCENTUAL.

       4016-CARREGA-TELA.

               MOVE CCN-CANAL         TO T-CANAL
               MOVE CCN-VEN-CODIGO    TO T-VEN-CODIGO
               MOVE CCN-TIPO          TO T-TIPO
               MOVE CCN-PERCENTUAL    TO T-PERCENTUAL.
