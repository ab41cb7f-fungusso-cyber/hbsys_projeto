       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCPG.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CONDPAG.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "CONDPAG.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 DEL-KEY                     VALUE 224.
               88 PROX-KEY                    VALUE 227.
       01  STAT-CONDPAG                  PIC XX.
       01  WS-CAMPOS-OK                  PIC X     VALUE SPACES.
       01  WS-CONDICAO-EXISTE            PIC X     VALUE SPACES.
       01  WS-IND-PARC                   PIC 9(002) VALUE ZEROS.
       01  WS-QTD-PARC                   PIC 9(002) VALUE ZEROS.
       01  WS-SOMA-PERC                  PIC 9(005)V99 VALUE ZEROS.
       01  WS-DIAS-ANTERIOR              PIC 9(003) VALUE ZEROS.
       01  WS-FIM-PARCELAS               PIC X     VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELCPG.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O CONDPAG
               IF STAT-CONDPAG EQUAL "35"
                  OPEN OUTPUT CONDPAG
                  CLOSE CONDPAG
                  OPEN I-O CONDPAG
               END-IF
               IF STAT-CONDPAG NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CONDPAG !"
                  "STATUS: " STAT-CONDPAG
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Condições de Pagamento"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE CONDPAG.
                   GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
               WHEN WRITE-KEY
                    IF NOT LK-NIVEL-ADMIN
                       DISPLAY MESSAGE BOX
                       "ACESSO RESTRITO AO ADMINISTRADOR !"
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
                   MOVE SPACES          TO WS-CONDICAO-EXISTE
                   MOVE T-CODIGO        TO CPG-CODIGO
                   READ CONDPAG
                   IF STAT-CONDPAG EQUAL "00"
                      MOVE "S"          TO WS-CONDICAO-EXISTE
                   END-IF
                   PERFORM 4014-MOVE-CAMPOS-TELA
                   MOVE WS-QTD-PARC     TO CPG-QTD-PARCELAS
                   IF WS-CONDICAO-EXISTE EQUAL "S"
                      REWRITE RG-CONDPAG
                      IF STAT-CONDPAG NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO REGRAVAR CONDPAG !"
                         "STATUS: " STAT-CONDPAG
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "CONDICAO ATUALIZADA COM SUCESSO !"
                      END-IF
                   ELSE
                      WRITE RG-CONDPAG
                      IF STAT-CONDPAG NOT EQUAL "00"
                         DISPLAY MESSAGE BOX
                         "ERRO AO GRAVAR CONDPAG !"
                         "STATUS: " STAT-CONDPAG
                      ELSE
                         PERFORM 4006-LIMPA-TELA
                         DISPLAY MESSAGE BOX
                         "CONDICAO GRAVADA COM SUCESSO !"
                      END-IF
                   END-IF
               ELSE
                   DISPLAY MESSAGE BOX
                   "GRAVACAO NAO EFETUADA !"
               END-IF.

       4003-PROXIMO.

               MOVE T-CODIGO          TO CPG-CODIGO
               START CONDPAG KEY IS GREATER THAN CPG-CODIGO
               IF STAT-CONDPAG NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS CONDICOES !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ CONDPAG NEXT
               IF STAT-CONDPAG NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DAS CONDICOES !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4016-CARREGA-TELA
               DISPLAY TELA.

       4004-DELETAR.

               MOVE T-CODIGO          TO CPG-CODIGO
               READ CONDPAG
               IF STAT-CONDPAG NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "CONDICAO NAO ENCONTRADA !"
               ELSE
                  DELETE CONDPAG
                  IF STAT-CONDPAG NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR CONDPAG !"
                     "STATUS: " STAT-CONDPAG
                  ELSE
                     PERFORM 4006-LIMPA-TELA
                     DISPLAY MESSAGE BOX
                     "CONDICAO EXCLUIDA COM SUCESSO !"
                  END-IF
               END-IF.

       4005-VALIDA-CAMPOS.

               MOVE SPACES            TO WS-CAMPOS-OK
               IF T-CODIGO EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CODIGO NAO INFORMADO !"
                  ACCEPT T-CODIGO AT LINE 3, COL 21
                  EXIT PARAGRAPH
               END-IF
               IF T-DESCRICAO EQUAL SPACES
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "DESCRICAO NAO INFORMADA !"
                  ACCEPT T-DESCRICAO AT LINE 5, COL 21
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4014-MOVE-CAMPOS-TELA
               MOVE ZEROS             TO WS-QTD-PARC
               MOVE ZEROS             TO WS-SOMA-PERC
               MOVE ZEROS             TO WS-DIAS-ANTERIOR
               MOVE SPACES            TO WS-FIM-PARCELAS
               PERFORM VARYING WS-IND-PARC FROM 1 BY 1
                       UNTIL WS-IND-PARC > 12
                  IF CPG-PERCENTUAL(WS-IND-PARC) EQUAL ZEROS
                     MOVE "S"         TO WS-FIM-PARCELAS
                     IF CPG-DIAS(WS-IND-PARC) NOT EQUAL ZEROS
                        MOVE "N"      TO WS-CAMPOS-OK
                     END-IF
                  ELSE
                     IF WS-FIM-PARCELAS EQUAL "S"
                        MOVE "N"      TO WS-CAMPOS-OK
                     END-IF
                     IF WS-QTD-PARC NOT EQUAL ZEROS
                        AND CPG-DIAS(WS-IND-PARC) NOT GREATER THAN
                            WS-DIAS-ANTERIOR
                        MOVE "N"      TO WS-CAMPOS-OK
                     END-IF
                     ADD 1            TO WS-QTD-PARC
                     ADD CPG-PERCENTUAL(WS-IND-PARC) TO WS-SOMA-PERC
                     MOVE CPG-DIAS(WS-IND-PARC) TO WS-DIAS-ANTERIOR
                  END-IF
               END-PERFORM
               IF WS-CAMPOS-OK NOT EQUAL SPACES
                  DISPLAY MESSAGE BOX
                  "PARCELAS FORA DE SEQUENCIA OU DIAS NAO CRESCENTES !"
                  EXIT PARAGRAPH
               END-IF
               IF WS-QTD-PARC EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "INFORME AO MENOS UMA PARCELA !"
                  EXIT PARAGRAPH
               END-IF
               IF WS-SOMA-PERC NOT EQUAL 100
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "SOMA DOS PERCENTUAIS DEVE SER 100 !"
                  EXIT PARAGRAPH
               END-IF
               MOVE WS-QTD-PARC       TO T-QTD-PARCELAS
               DISPLAY TELA.

       4006-LIMPA-TELA.
               INITIALIZE RG-CONDPAG
               MOVE ZEROS             TO T-CODIGO
               MOVE SPACES            TO T-DESCRICAO
               MOVE ZEROS             TO T-QTD-PARCELAS
               MOVE ZEROS             TO T-DIAS-01
               MOVE ZEROS             TO T-PERC-01
               MOVE ZEROS             TO T-DIAS-02
               MOVE ZEROS             TO T-PERC-02
               MOVE ZEROS             TO T-DIAS-03
               MOVE ZEROS             TO T-PERC-03
               MOVE ZEROS             TO T-DIAS-04
               MOVE ZEROS             TO T-PERC-04
               MOVE ZEROS             TO T-DIAS-05
               MOVE ZEROS             TO T-PERC-05
               MOVE ZEROS             TO T-DIAS-06
               MOVE ZEROS             TO T-PERC-06
               MOVE ZEROS             TO T-DIAS-07
               MOVE ZEROS             TO T-PERC-07
               MOVE ZEROS             TO T-DIAS-08
               MOVE ZEROS             TO T-PERC-08
               MOVE ZEROS             TO T-DIAS-09
               MOVE ZEROS             TO T-PERC-09
               MOVE ZEROS             TO T-DIAS-10
               MOVE ZEROS             TO T-PERC-10
               MOVE ZEROS             TO T-DIAS-11
               MOVE ZEROS             TO T-PERC-11
               MOVE ZEROS             TO T-DIAS-12
               MOVE ZEROS             TO T-PERC-12
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               MOVE T-CODIGO          TO CPG-CODIGO
               MOVE T-DESCRICAO       TO CPG-DESCRICAO
               MOVE T-DIAS-01         TO CPG-DIAS(1)
               MOVE T-PERC-01         TO CPG-PERCENTUAL(1)
               MOVE T-DIAS-02         TO CPG-DIAS(2)
               MOVE T-PERC-02         TO CPG-PERCENTUAL(2)
               MOVE T-DIAS-03         TO CPG-DIAS(3)
               MOVE T-PERC-03         TO CPG-PERCENTUAL(3)
               MOVE T-DIAS-04         TO CPG-DIAS(4)
               MOVE T-PERC-04         TO CPG-PERCENTUAL(4)
               MOVE T-DIAS-05         TO CPG-DIAS(5)
               MOVE T-PERC-05         TO CPG-PERCENTUAL(5)
               MOVE T-DIAS-06         TO CPG-DIAS(6)
               MOVE T-PERC-06         TO CPG-PERCENTUAL(6)
               MOVE T-DIAS-07         TO CPG-DIAS(7)
               MOVE T-PERC-07         TO CPG-PERCENTUAL(7)
               MOVE T-DIAS-08         TO CPG-DIAS(8)
               MOVE T-PERC-08         TO CPG-PERCENTUAL(8)
               MOVE T-DIAS-09         TO CPG-DIAS(9)
               MOVE T-PERC-09         TO CPG-PERCENTUAL(9)
               MOVE T-DIAS-10         TO CPG-DIAS(10)
               MOVE T-PERC-10         TO CPG-PERCENTUAL(10)
               MOVE T-DIAS-11         TO CPG-DIAS(11)
               MOVE T-PERC-11         TO CPG-PERCENTUAL(11)
               MOVE T-DIAS-12         TO CPG-DIAS(12)
               MOVE T-PERC-12         TO CPG-PERCENTUAL(12).

       4016-CARREGA-TELA.

               MOVE CPG-CODIGO        TO T-CODIGO
               MOVE CPG-DESCRICAO     TO T-DESCRICAO
               MOVE CPG-QTD-PARCELAS  TO T-QTD-PARCELAS
               MOVE CPG-DIAS(1)  TO T-DIAS-01
               MOVE CPG-PERCENTUAL(1)  TO T-PERC-01
               MOVE CPG-DIAS(2)  TO T-DIAS-02
               MOVE CPG-PERCENTUAL(2)  TO T-PERC-02
               MOVE CPG-DIAS(3)  TO T-DIAS-03
               MOVE CPG-PERCENTUAL(3)  TO T-PERC-03
               MOVE CPG-DIAS(4)  TO T-DIAS-04
               MOVE CPG-PERCENTUAL(4)  TO T-PERC-04
               MOVE CPG-DIAS(5)  TO T-DIAS-05
               MOVE CPG-PERCENTUAL(5)  TO T-PERC-05
               MOVE CPG-DIAS(6)  TO T-DIAS-06
               MOVE CPG-PERCENTUAL(6)  TO T-PERC-06
               MOVE CPG-DIAS(7)  TO T-DIAS-07
               MOVE CPG-PERCENTUAL(7)  TO T-PERC-07
               MOVE CPG-DIAS(8)  TO T-DIAS-08
               MOVE CPG-PERCENTUAL(8)  TO T-PERC-08
               MOVE CPG-DIAS(9)  TO T-DIAS-09
               MOVE CPG-PERCENTUAL(9)  TO T-PERC-09
               MOVE CPG-DIAS(10) TO T-DIAS-10
               MOVE CPG-PERCENTUAL(10) TO T-PERC-10
               MOVE CPG-DIAS(11) TO T-DIAS-11
               MOVE CPG-PERCENTUAL(11) TO T-PERC-11
               MOVE CPG-DIAS(12) TO T-DIAS-12
               MOVE CPG-PERCENTUAL(12) TO T-PERC-12.
