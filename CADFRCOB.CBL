       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFRCOB.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "ROMITENS.SL".
       COPY "ROMANEIO.SL".
       COPY "CLIENTES.SL".
       COPY "TRANSP.SL".
       DATA DIVISION.
       FILE SECTION.
       COPY "ROMITENS.FD".
       COPY "ROMANEIO.FD".
       COPY "CLIENTES.FD".
       COPY "TRANSP.FD".
       WORKING-STORAGE SECTION.

       77  KEYSTATUS                PIC 9(004) SPECIAL-NAMES CRT STATUS.
               88 ESCAPE-KEY                  VALUE 27.
               88 WRITE-KEY                           VALUE 221.
               88 CLEAR-KEY                       VALUE 222.
               88 PROX-KEY                    VALUE 227.
       01  STAT-ROMITENS                 PIC XX.
       01  STAT-ROMANEIO                 PIC XX.
       01  STAT-CLIENTES                 PIC XX.
       01  STAT-TRANSP                   PIC XX.
       01  WS-ITEM-LIDO                  PIC X     VALUE SPACES.
       01  WS-COBRADO-ANT                PIC 9(007)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELFRCOB.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O ROMITENS
               IF STAT-ROMITENS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR ROMITENS !"
                  "STATUS: " STAT-ROMITENS
                  EXIT PARAGRAPH
           END-IF
               OPEN I-O ROMANEIO
               IF STAT-ROMANEIO NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR ROMANEIO !"
                  "STATUS: " STAT-ROMANEIO
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR CLIENTES !"
                  "STATUS: " STAT-CLIENTES
                  EXIT PARAGRAPH
           END-IF
               OPEN INPUT TRANSP
               IF STAT-TRANSP NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO ABRIR TRANSP !"
                  "STATUS: " STAT-TRANSP
                  EXIT PARAGRAPH
           END-IF
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Frete Cobrado"
           DISPLAY TELA.

       2000-PROCESSA.

           PERFORM WITH TEST AFTER UNTIL ESCAPE-KEY
                                ACCEPT TELA ON EXCEPTION
                                        PERFORM 4000-CONTROLE-TELA
                                END-ACCEPT
           END-PERFORM.

       3000-FINALIZA.
                   CLOSE ROMITENS
                   CLOSE ROMANEIO
                   CLOSE CLIENTES
                   CLOSE TRANSP.
                   GOBACK.

       4000-CONTROLE-TELA.

           EVALUATE TRUE
               WHEN WRITE-KEY
                    IF LK-NIVEL-CONSULTA
                       DISPLAY MESSAGE BOX
                       "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                    ELSE
                       PERFORM 4001-LE-ITEM
                       PERFORM 4002-GRAVAR
                    END-IF
               WHEN PROX-KEY
                    PERFORM 4003-PROXIMO
               WHEN CLEAR-KEY
                    PERFORM 4006-LIMPA-TELA
           END-EVALUATE.

       4001-LE-ITEM.

               MOVE SPACES          TO WS-ITEM-LIDO
               IF T-ROMANEIO EQUAL ZEROS
                  OR T-CLI-CODIGO EQUAL ZEROS
                  OR T-PEDIDO EQUAL ZEROS
                  DISPLAY MESSAGE BOX
                  "INFORME ROMANEIO, CLIENTE E PEDIDO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE T-ROMANEIO      TO ROI-ROM-NUMERO
               MOVE T-CLI-CODIGO    TO ROI-CLI-CODIGO
               MOVE T-PEDIDO        TO ROI-PED-NUMERO
               READ ROMITENS
               IF STAT-ROMITENS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "PEDIDO NAO CONSTA DO ROMANEIO !"
                  EXIT PARAGRAPH
               END-IF
               MOVE "S"             TO WS-ITEM-LIDO
               PERFORM 4007-CARREGA-DESCRICOES
               MOVE ROI-FRETE-ESTIMADO TO T-FRETE-ESTIMADO
               IF T-FRETE-COBRADO EQUAL ZEROS
                  MOVE ROI-FRETE-COBRADO TO T-FRETE-COBRADO
               END-IF
               IF T-DOC-COBRANCA EQUAL SPACES
                  MOVE ROI-DOC-COBRANCA  TO T-DOC-COBRANCA
               END-IF
               IF T-DATA-COBRANCA EQUAL ZEROS
                  MOVE ROI-DATA-COBRANCA TO T-DATA-COBRANCA
               END-IF
               DISPLAY TELA.

       4002-GRAVAR.

               IF WS-ITEM-LIDO NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               IF T-FRETE-COBRADO EQUAL ZEROS
                  DISPLAY MESSAGE BOX
                  "FRETE COBRADO NAO INFORMADO !"
                  ACCEPT T-FRETE-COBRADO AT LINE 13, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF T-DATA-COBRANCA EQUAL ZEROS
                  ACCEPT T-DATA-COBRANCA FROM DATE
                  DISPLAY TELA
               END-IF
               MOVE ROI-FRETE-COBRADO TO WS-COBRADO-ANT
               MOVE T-FRETE-COBRADO TO ROI-FRETE-COBRADO
               MOVE T-DOC-COBRANCA  TO ROI-DOC-COBRANCA
               MOVE T-DATA-COBRANCA TO ROI-DATA-COBRANCA
               REWRITE RG-ROMITENS
               IF STAT-ROMITENS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR ROMITENS !"
                  "STATUS: " STAT-ROMITENS
                  EXIT PARAGRAPH
               END-IF
               MOVE ROI-ROM-NUMERO  TO ROM-NUMERO
               READ ROMANEIO
               IF STAT-ROMANEIO EQUAL "00"
                  SUBTRACT WS-COBRADO-ANT FROM ROM-FRETE-COBRADO
                  ADD ROI-FRETE-COBRADO TO ROM-FRETE-COBRADO
                  REWRITE RG-ROMANEIO
                  IF STAT-ROMANEIO NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO REGRAVAR ROMANEIO !"
                     "STATUS: " STAT-ROMANEIO
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               PERFORM 4006-LIMPA-TELA
               DISPLAY MESSAGE BOX
               "FRETE COBRADO REGISTRADO COM SUCESSO !".

       4003-PROXIMO.

               MOVE T-ROMANEIO        TO ROI-ROM-NUMERO
               MOVE T-CLI-CODIGO      TO ROI-CLI-CODIGO
               MOVE T-PEDIDO          TO ROI-PED-NUMERO
               START ROMITENS KEY IS GREATER THAN ROI-CHAVE
               IF STAT-ROMITENS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "FIM DOS PEDIDOS DO ROMANEIO !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               READ ROMITENS NEXT
               IF STAT-ROMITENS NOT EQUAL "00"
                  OR (T-ROMANEIO NOT EQUAL ZEROS
                      AND ROI-ROM-NUMERO NOT EQUAL T-ROMANEIO)
                  DISPLAY MESSAGE BOX
                  "FIM DOS PEDIDOS DO ROMANEIO !"
                  PERFORM 4006-LIMPA-TELA
                  EXIT PARAGRAPH
               END-IF
               MOVE "S"               TO WS-ITEM-LIDO
               MOVE ROI-ROM-NUMERO    TO T-ROMANEIO
               MOVE ROI-CLI-CODIGO    TO T-CLI-CODIGO
               MOVE ROI-PED-NUMERO    TO T-PEDIDO
               PERFORM 4007-CARREGA-DESCRICOES
               MOVE ROI-FRETE-ESTIMADO TO T-FRETE-ESTIMADO
               MOVE ROI-FRETE-COBRADO TO T-FRETE-COBRADO
               MOVE ROI-DOC-COBRANCA  TO T-DOC-COBRANCA
               MOVE ROI-DATA-COBRANCA TO T-DATA-COBRANCA
               DISPLAY TELA.

       4006-LIMPA-TELA.
               INITIALIZE RG-ROMITENS
               MOVE SPACES            TO WS-ITEM-LIDO
               MOVE ZEROS             TO T-ROMANEIO
               MOVE ZEROS             TO T-CLI-CODIGO
               MOVE ZEROS             TO T-PEDIDO
               MOVE SPACES            TO T-RAZAO
               MOVE ZEROS             TO T-TRA-CODIGO
               MOVE SPACES            TO T-TRA-RAZAO
               MOVE ZEROS             TO T-FRETE-ESTIMADO
               MOVE ZEROS             TO T-FRETE-COBRADO
               MOVE SPACES            TO T-DOC-COBRANCA
               MOVE ZEROS             TO T-DATA-COBRANCA
               DISPLAY TELA.

       4007-CARREGA-DESCRICOES.

               MOVE SPACES            TO T-RAZAO
               MOVE ROI-CLI-CODIGO    TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES EQUAL "00"
                  MOVE CLI-RAZAO      TO T-RAZAO
               END-IF
               MOVE ZEROS             TO T-TRA-CODIGO
               MOVE SPACES            TO T-TRA-RAZAO
               MOVE ROI-ROM-NUMERO    TO ROM-NUMERO
               READ ROMANEIO
               IF STAT-ROMANEIO EQUAL "00"
                  MOVE ROM-TRA-CODIGO TO T-TRA-CODIGO
                  MOVE ROM-TRA-CODIGO TO TRA-CODIGO
                  READ TRANSP
                  IF STAT-TRANSP EQUAL "00"
                     MOVE TRA-RAZAO   TO T-TRA-RAZAO
                  END-IF
               END-IF.
