       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCAMP.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CAMPANHA.SL".
       COPY "CAMPALVO.SL".
       COPY "VENDEDOR.SL".
       COPY "MUNICIP.SL".
       COPY "GRUPOS.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "CAMPANHA.FD".
       COPY "CAMPALVO.FD".
       COPY "VENDEDOR.FD".
       COPY "MUNICIP.FD".
       COPY "GRUPOS.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-CAMPANHA                 PIC XX.
       01  STAT-CAMPALVO                 PIC XX.
       01  STAT-VENDEDOR                 PIC XX.
       01  STAT-MUNICIP                  PIC XX.
       01  STAT-GRUPOS                   PIC XX.
       01  WS-MUNICIP-ATIVO              PIC X     VALUE "N".
       01  WS-GRUPOS-ATIVO               PIC X     VALUE "N".
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-CAMPANHA-EXISTE            PIC X     VALUE SPACES.
       01  WS-EOF-CAL                    PIC X     VALUE SPACES.
       01  WS-CRITERIO-ALTERADO          PIC X     VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELCAMP.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O CAMPANHA
               IF STAT-CAMPANHA EQUAL "35"
                  OPEN OUTPUT CAMPANHA
                  CLOSE CAMPANHA
                  OPEN I-O CAMPANHA
               END-IF
               IF STAT-CAMPANHA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CAMPANHA !"
                  "STATUS: " STAT-CAMPANHA
                  EXIT PARAGRAPH
           END-IF
               OPEN I-O CAMPALVO
               IF STAT-CAMPALVO EQUAL "35"
                  OPEN OUTPUT CAMPALVO
                  CLOSE CAMPALVO
                  OPEN I-O CAMPALVO
               END-IF
               IF STAT-CAMPALVO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CAMPALVO !"
                  "STATUS: " STAT-CAMPALVO
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT VENDEDOR
               IF STAT-VENDEDOR NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR VENDEDOR !"
                  "STATUS: " STAT-VENDEDOR
                  EXIT PARAGRAPH
           END-IF
               MOVE "N"                TO WS-MUNICIP-ATIVO
               OPEN INPUT MUNICIP
               IF STAT-MUNICIP EQUAL "00"
                  MOVE "S"             TO WS-MUNICIP-ATIVO
               END-IF
               MOVE "N"                TO WS-GRUPOS-ATIVO
               OPEN INPUT GRUPOS
               IF STAT-GRUPOS EQUAL "00"
                  MOVE "S"             TO WS-GRUPOS-ATIVO
               END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Campanhas de Marketing"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE CAMPANHA
                   CLOSE CAMPALVO
                   CLOSE VENDEDOR
                   IF WS-MUNICIP-ATIVO EQUAL "S"
                      CLOSE MUNICIP
                   END-IF
                   IF WS-GRUPOS-ATIVO EQUAL "S"
                      CLOSE GRUPOS
                   END-IF.
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
                   IF T-CODIGO EQUAL ZEROS
                      PERFORM 4036-PROXIMO-CODIGO
                   END-IF
                   MOVE SPACES          TO WS-CAMPANHA-EXISTE
                   MOVE SPACES          TO WS-CRITERIO-ALTERADO
                   MOVE T-CODIGO        TO CMP-CODIGO
                   READ CAMPANHA
                   IF STAT-CAMPANHA EQUAL "00"
                      MOVE "S"          TO WS-CAMPANHA-EXISTE
                   ELSE
                      INITIALIZE RG-CAMPANHA
                      MOVE T-CODIGO     TO CMP-CODIGO
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   IF WS-CAMPANHA-EXISTE EQUAL "S"
                      REWRITE RG-CAMPANHA
                      IF STAT-CAMPANHA NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR CAMPANHA !"
                         "STATUS: " STAT-CAMPANHA
                         EXIT PARAGRAPH
                      END-IF
                   ELSE
                      WRITE RG-CAMPANHA
                      IF STAT-CAMPANHA NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR CAMPANHA !"
                         "STATUS: " STAT-CAMPANHA
                         EXIT PARAGRAPH
                      END-IF
                   END-IF
                   PERFORM 4006-LIMPA-TELA
                   IF WS-CRITERIO-ALTERADO EQUAL "S"
                      DISPLAY MESSAGE BOX
                      "PUBLICO JA GERADO - CRITERIOS NAO ALTERADOS !"
                   ELSE
                      IF WS-CAMPANHA-EXISTE EQUAL "S"
                         DISPLAY MESSAGE BOX
                         "CAMPANHA ATUALIZADA COM SUCESSO !"
                      ELSE
                         DISPLAY MESSAGE BOX
                         "CAMPANHA GRAVADA COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-CODIGO          TO CMP-CODIGO
               START CAMPANHA KEY IS GREATER THAN CMP-CODIGO
               IF STAT-CAMPANHA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS CAMPANHAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ CAMPANHA NEXT
               IF STAT-CAMPANHA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS CAMPANHAS !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-CODIGO          TO CMP-CODIGO
               READ CAMPANHA
               IF STAT-CAMPANHA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "CAMPANHA NAO ENCONTRADA !"
                  EXIT PARAGRAPH
               END-IF
               DELETE CAMPANHA
               IF STAT-CAMPANHA NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO EXCLUIR CAMPANHA !"
                  "STATUS: " STAT-CAMPANHA
                  EXIT PARAGRAPH
               END-IF
               MOVE T-CODIGO          TO CAL-CMP-CODIGO
               MOVE ZEROS             TO CAL-CLI-CODIGO
               START CAMPALVO KEY IS GREATER THAN CAL-CHAVE
               MOVE SPACES            TO WS-EOF-CAL
               IF STAT-CAMPALVO NOT EQUAL "00"
                  MOVE "F"            TO WS-EOF-CAL
               ELSE
                  READ CAMPALVO NEXT
                  IF STAT-CAMPALVO NOT EQUAL "00"
                     MOVE "F"         TO WS-EOF-CAL
                  END-IF
               END-IF
               PERFORM UNTIL WS-EOF-CAL EQUAL "F"
                  IF CAL-CMP-CODIGO NOT EQUAL T-CODIGO
                     MOVE "F"         TO WS-EOF-CAL
                  ELSE
                     DELETE CAMPALVO
                     READ CAMPALVO NEXT AT END
                        MOVE "F"      TO WS-EOF-CAL
                     END-READ
                  END-IF
               END-PERFORM
               PERFORM 4006-LIMPA-TELA
               DISPLAY MESSAGE BOX
               "CAMPANHA EXCLUIDA COM SUCESSO !".

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-DESCRICAO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DESCRICAO NAO INFORMADA !"
                  ACCEPT T-DESCRICAO AT LINE 4, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-DATA-INICIO EQUAL ZEROS
                  OR T-DATA-INICIO(5:2) EQUAL ZEROS
                  OR T-DATA-INICIO(5:2) GREATER THAN 12
                  OR T-DATA-INICIO(7:2) EQUAL ZEROS
                  OR T-DATA-INICIO(7:2) GREATER THAN 31
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DATA INICIAL INVALIDA !"
                  ACCEPT T-DATA-INICIO AT LINE 5, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-DATA-FIM EQUAL ZEROS
                  OR T-DATA-FIM(5:2) EQUAL ZEROS
                  OR T-DATA-FIM(5:2) GREATER THAN 12
                  OR T-DATA-FIM(7:2) EQUAL ZEROS
                  OR T-DATA-FIM(7:2) GREATER THAN 31
                  OR T-DATA-FIM LESS THAN T-DATA-INICIO
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DATA FINAL INVALIDA !"
                  ACCEPT T-DATA-FIM AT LINE 5, COL 33
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES            TO T-MUN-NOME
               IF T-MUN-CODIGO NOT EQUAL ZEROS
                  AND WS-MUNICIP-ATIVO EQUAL "S"
                  MOVE T-MUN-CODIGO   TO MUN-CODIGO
                  READ MUNICIP
                  IF STAT-MUNICIP NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "MUNICIPIO NAO CADASTRADO !"
                     ACCEPT T-MUN-CODIGO AT LINE 9, COL 22
                     EXIT PARAGRAPH
                  END-IF
                  MOVE MUN-NOME       TO T-MUN-NOME
               END-IF
               IF T-PORTE NOT EQUAL SPACES AND "P" AND "M" AND "G"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PORTE INVALIDO !"
                  ACCEPT T-PORTE AT LINE 10, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES            TO T-GRUPO-NOME
               IF T-GRUPO-RAIZ NOT EQUAL ZEROS
                  AND WS-GRUPOS-ATIVO EQUAL "S"
                  MOVE T-GRUPO-RAIZ   TO GRU-RAIZ-CNPJ
                  READ GRUPOS
                  IF STAT-GRUPOS NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "GRUPO ECONOMICO NAO CADASTRADO !"
                     ACCEPT T-GRUPO-RAIZ AT LINE 11, COL 22
                     EXIT PARAGRAPH
                  END-IF
                  MOVE GRU-NOME       TO T-GRUPO-NOME
               END-IF
               MOVE SPACES            TO T-VEN-NOME
               IF T-VEN-CODIGO NOT EQUAL ZEROS
                  MOVE T-VEN-CODIGO   TO VEN-CODIGO
                  READ VENDEDOR
                  IF STAT-VENDEDOR NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "VENDEDOR NAO CADASTRADO !"
                     ACCEPT T-VEN-CODIGO AT LINE 12, COL 22
                     EXIT PARAGRAPH
                  END-IF
                  MOVE VEN-NOME       TO T-VEN-NOME
               END-IF
               IF T-PERC-CONTROLE GREATER THAN 50
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "PERCENTUAL DE CONTROLE ACIMA DE 50 !"
                  ACCEPT T-PERC-CONTROLE AT LINE 15, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-GERA-CARTA EQUAL SPACES
                  MOVE "N"            TO T-GERA-CARTA
               END-IF
               IF T-GERA-CARTA NOT EQUAL "S" AND "N"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "GERA CARTA DEVE SER S OU N !"
                  ACCEPT T-GERA-CARTA AT LINE 16, COL 22
                  EXIT PARAGRAPH
               END-IF
               DISPLAY TELA.

       4006-LIMPA-TELA.
               INITIALIZE RG-CAMPANHA
               MOVE ZEROS             TO T-CODIGO
               MOVE SPACES            TO T-DESCRICAO
               MOVE ZEROS             TO T-DATA-INICIO
               MOVE ZEROS             TO T-DATA-FIM
               MOVE ZEROS             TO T-REGIAO
               MOVE ZEROS             TO T-MUN-CODIGO
               MOVE SPACES            TO T-MUN-NOME
               MOVE SPACES            TO T-PORTE
               MOVE ZEROS             TO T-GRUPO-RAIZ
               MOVE SPACES            TO T-GRUPO-NOME
               MOVE ZEROS             TO T-VEN-CODIGO
               MOVE SPACES            TO T-VEN-NOME
               MOVE ZEROS             TO T-DIAS-SEM-PEDIDO
               MOVE ZEROS             TO T-PERC-CONTROLE
               MOVE SPACES            TO T-GERA-CARTA
               MOVE SPACES            TO T-SITUACAO
               MOVE ZEROS             TO T-DATA-GERACAO
               MOVE ZEROS             TO T-QTD-ALVO
               MOVE ZEROS             TO T-QTD-CONTROLE
               MOVE ZEROS             TO T-DATA-CARTAS
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-DESCRICAO       TO CMP-DESCRICAO
               MOVE T-DATA-INICIO     TO CMP-DATA-INICIO
               MOVE T-DATA-FIM        TO CMP-DATA-FIM
               MOVE LK-OPERADOR       TO CMP-OPERADOR
               IF CMP-GERADA
                  IF T-REGIAO NOT EQUAL CMP-REGIAO
                     OR T-MUN-CODIGO NOT EQUAL CMP-MUN-CODIGO
                     OR T-PORTE NOT EQUAL CMP-PORTE
                     OR T-GRUPO-RAIZ NOT EQUAL CMP-GRUPO-RAIZ
                     OR T-VEN-CODIGO NOT EQUAL CMP-VEN-CODIGO
                     OR T-DIAS-SEM-PEDIDO NOT EQUAL
                        CMP-DIAS-SEM-PEDIDO
                     OR T-PERC-CONTROLE NOT EQUAL CMP-PERC-CONTROLE
                     OR T-GERA-CARTA NOT EQUAL CMP-GERA-CARTA
                     MOVE "S"         TO WS-CRITERIO-ALTERADO
                  END-IF
                  EXIT PARAGRAPH
               END-IF
               MOVE T-REGIAO          TO CMP-REGIAO
               MOVE T-MUN-CODIGO      TO CMP-MUN-CODIGO
               MOVE T-PORTE           TO CMP-PORTE
               MOVE T-GRUPO-RAIZ      TO CMP-GRUPO-RAIZ
               MOVE T-VEN-CODIGO      TO CMP-VEN-CODIGO
               MOVE T-DIAS-SEM-PEDIDO TO CMP-DIAS-SEM-PEDIDO
               MOVE T-PERC-CONTROLE   TO CMP-PERC-CONTROLE
               MOVE T-GERA-CARTA      TO CMP-GERA-CARTA.

       4016-CARREGA-TELA.

               MOVE CMP-CODIGO        TO T-CODIGO
               MOVE CMP-DESCRICAO     TO T-DESCRICAO
               MOVE CMP-DATA-INICIO   TO T-DATA-INICIO
               MOVE CMP-DATA-FIM      TO T-DATA-FIM
               MOVE CMP-REGIAO        TO T-REGIAO
               MOVE CMP-MUN-CODIGO    TO T-MUN-CODIGO
               MOVE SPACES            TO T-MUN-NOME
               IF CMP-MUN-CODIGO NOT EQUAL ZEROS
                  AND WS-MUNICIP-ATIVO EQUAL "S"
                  MOVE CMP-MUN-CODIGO TO MUN-CODIGO
                  READ MUNICIP
                  IF STAT-MUNICIP EQUAL "00"
                     MOVE MUN-NOME    TO T-MUN-NOME
                  END-IF
               END-IF
               MOVE CMP-PORTE         TO T-PORTE
               MOVE CMP-GRUPO-RAIZ    TO T-GRUPO-RAIZ
               MOVE SPACES            TO T-GRUPO-NOME
               IF CMP-GRUPO-RAIZ NOT EQUAL ZEROS
                  AND WS-GRUPOS-ATIVO EQUAL "S"
                  MOVE CMP-GRUPO-RAIZ TO GRU-RAIZ-CNPJ
                  READ GRUPOS
                  IF STAT-GRUPOS EQUAL "00"
                     MOVE GRU-NOME    TO T-GRUPO-NOME
                  END-IF
               END-IF
               MOVE CMP-VEN-CODIGO    TO T-VEN-CODIGO
               MOVE SPACES            TO T-VEN-NOME
               IF CMP-VEN-CODIGO NOT EQUAL ZEROS
                  MOVE CMP-VEN-CODIGO TO VEN-CODIGO
                  READ VENDEDOR
                  IF STAT-VENDEDOR EQUAL "00"
                     MOVE VEN-NOME    TO T-VEN-NOME
                  END-IF
               END-IF
               MOVE CMP-DIAS-SEM-PEDIDO TO T-DIAS-SEM-PEDIDO
               MOVE CMP-PERC-CONTROLE TO T-PERC-CONTROLE
               MOVE CMP-GERA-CARTA    TO T-GERA-CARTA
               MOVE CMP-SITUACAO      TO T-SITUACAO
               MOVE CMP-DATA-GERACAO  TO T-DATA-GERACAO
               MOVE CMP-QTD-ALVO      TO T-QTD-ALVO
               MOVE CMP-QTD-CONTROLE  TO T-QTD-CONTROLE
               MOVE CMP-DATA-CARTAS   TO T-DATA-CARTAS.

       4036-PROXIMO-CODIGO.

               MOVE 1                 TO T-CODIGO
               MOVE 99999             TO CMP-CODIGO
               START CAMPANHA KEY IS LESS THAN CMP-CODIGO
               IF STAT-CAMPANHA EQUAL "00"
                  READ CAMPANHA PREVIOUS
                  IF STAT-CAMPANHA EQUAL "00"
                     COMPUTE T-CODIGO = CMP-CODIGO + 1
                  END-IF
               END-IF.
