           88 R-CONSOLIDA-INTEGRA        VALUE IS "6".
           88 R-TABELA-FRETE             VALUE IS "7".
           88 R-EMPRESAS                 VALUE IS "8".
           88 R-POSICAO-ESTOQUE          VALUE IS "9".
           88 R-MOVIMENTA-ESTOQUE        VALUE IS "A" "a".
           88 R-TABELA-PRECOS            VALUE IS "B" "b".
           88 R-CONDICAO-PAGTO           VALUE IS "C" "c".
           88 R-RECEBIMENTOS             VALUE IS "D" "d".
           88 R-REMESSA-COBRANCA         VALUE IS "E" "e".
           88 R-RETORNO-COBRANCA         VALUE IS "F" "f".
           88 R-COMPORTAMENTO-PAGTO      VALUE IS "G" "g".
           88 R-FLUXO-CAIXA              VALUE IS "H" "h".
           88 R-APROVA-PERDAS            VALUE IS "I" "i".
           88 R-REGISTRO-PERDAS          VALUE IS "J" "j".
           88 R-EXPORTA-CONTABIL         VALUE IS "K" "k".
           88 R-RETORNO-CONTABIL         VALUE IS "L" "l".
           88 R-CONTAS-CONTABEIS         VALUE IS "M" "m".
           88 R-REGRAS-TRIBUTACAO        VALUE IS "N" "n".
           88 R-LINHAS-PRODUTO           VALUE IS "O" "o".
           88 R-CURVA-ABC                VALUE IS "P" "p".
           88 R-CLASSE-CLIENTES          VALUE IS "Q" "q".
           88 R-SUGESTOES                VALUE IS "R" "r".
           88 R-TRANSPORTADORAS          VALUE IS "S" "s".
           88 R-ROMANEIO                 VALUE IS "T" "t".
           88 R-FRETE-COBRADO            VALUE IS "U" "u".
           88 R-CONCILIA-FRETE           VALUE IS "V" "v".
           88 R-STATUS-LOJA              VALUE IS "W" "w".
           88 R-VOLTAR                   VALUE IS "X" "x".
           88 R-KM-DECLARADA             VALUE IS "Y" "y".
           88 R-REEMBOLSO-KM             VALUE IS "Z" "z".
           88 R-MAIS-ROTINAS             VALUE IS "0".

       01  STAT-LOGMENU                  PIC XX.
       01  WS-LOG-DESCRICAO              PIC X(030) VALUE SPACES.
           05 WS-FATUR-FISCIMP                        PIC 9(006).
           05 WS-REJEIT-FISCIMP                       PIC 9(006).
           05 WS-ERROS-FISCIMP                        PIC 9(006).
           05 WS-DIVERG-FISCIMP                       PIC 9(006).
       01  WS-LIG-EXPLOJA.
           05 WS-RET-EXPLOJA                          PIC X(030).
       01  WS-RES-EXPLOJA.
           05 WS-LOTE-EXPLOJA                         PIC 9(005).
           05 WS-QTD-EXPLOJA                          PIC 9(006).
       01  WS-LIG-REMCOB.
           05 WS-RET-REMCOB                           PIC X(030).
       01  WS-RES-REMCOB.
           05 WS-NUM-REMCOB                           PIC 9(005).
           05 WS-QTD-REMCOB                           PIC 9(006).
       01  WS-LIG-RETCOB.
           05 WS-RET-RETCOB                           PIC X(030).
       01  WS-RES-RETCOB.
           05 WS-BAIXAS-RETCOB                        PIC 9(006).
           05 WS-EXCEC-RETCOB                         PIC 9(006).
           05 WS-CONFERE-RETCOB                       PIC X(001).
       01  WS-LIG-CTBEXP.
           05 WS-RET-CTBEXP                           PIC X(030).
       01  WS-RES-CTBEXP.
           05 WS-LOTE-CTBEXP                          PIC 9(005).
           05 WS-QTD-CTBEXP                           PIC 9(006).
           05 WS-SEMCTA-CTBEXP                        PIC 9(006).
       01  WS-LIG-CTBIMP.
           05 WS-RET-CTBIMP                           PIC X(030).
       01  WS-RES-CTBIMP.
           05 WS-ACEITOS-CTBIMP                       PIC 9(006).
           05 WS-REJEIT-CTBIMP                        PIC 9(006).
           05 WS-ERROS-CTBIMP                         PIC 9(006).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN R-POSICAO-ESTOQUE
                        CALL "OESTQREL"
                        MOVE "POSICAO DE ESTOQUE" TO WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-MOVIMENTA-ESTOQUE
                        CALL "CADESTOQ" USING LK-OPERADOR LK-NIVEL
                        MOVE "MOVIMENTACAO DE ESTOQUE" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-TABELA-PRECOS
                        CALL "CADTABPR" USING LK-OPERADOR LK-NIVEL
                        MOVE "TABELA DE PRECOS" TO WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-CONDICAO-PAGTO
                        CALL "CADCPG" USING LK-OPERADOR LK-NIVEL
                        MOVE "CONDICOES DE PAGAMENTO" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-RECEBIMENTOS
                        CALL "ORECREL"
                        MOVE "RELATORIO DE RECEBIMENTOS" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-REMESSA-COBRANCA
                        IF NOT LK-NIVEL-ADMIN
                           DISPLAY MESSAGE BOX
                               "ACESSO RESTRITO AO ADMINISTRADOR !"
                        ELSE
                           PERFORM 2005-REMESSA-COBRANCA
                           MOVE "REMESSA BANCARIA COBRANCA" TO
                                                       WS-LOG-DESCRICAO
                           IF WS-RET-REMCOB EQUAL SPACES
                              MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           ELSE
                              MOVE WS-RET-REMCOB TO WS-LOG-RETORNO
                           END-IF
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN R-RETORNO-COBRANCA
                        IF NOT LK-NIVEL-ADMIN
                           DISPLAY MESSAGE BOX
                               "ACESSO RESTRITO AO ADMINISTRADOR !"
                        ELSE
                           PERFORM 2006-RETORNO-COBRANCA
                           MOVE "RETORNO BANCARIO COBRANCA" TO
                                                       WS-LOG-DESCRICAO
                           IF WS-RET-RETCOB EQUAL SPACES
                              MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           ELSE
                              MOVE WS-RET-RETCOB TO WS-LOG-RETORNO
                           END-IF
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN R-COMPORTAMENTO-PAGTO
                        CALL "OPAGREL"
                        MOVE "COMPORTAMENTO DE PAGAMENTO" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-FLUXO-CAIXA
                        CALL "OFLUXREL"
                        MOVE "PROJECAO FLUXO DE CAIXA" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-APROVA-PERDAS
                        IF NOT LK-NIVEL-ADMIN
                           DISPLAY MESSAGE BOX
                               "ACESSO RESTRITO AO ADMINISTRADOR !"
                        ELSE
                           CALL "APRPERDA" USING LK-OPERADOR
                           MOVE "APROVACAO DE PERDAS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN R-REGISTRO-PERDAS
                        CALL "OPERDREL"
                        MOVE "REGISTRO DE PERDAS" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-EXPORTA-CONTABIL
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           PERFORM 2007-EXPORTA-CONTABIL
                           MOVE "EXPORTACAO CONTABIL" TO
                                                       WS-LOG-DESCRICAO
                           IF WS-RET-CTBEXP EQUAL SPACES
                              MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           ELSE
                              MOVE WS-RET-CTBEXP TO WS-LOG-RETORNO
                           END-IF
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN R-RETORNO-CONTABIL
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           PERFORM 2008-RETORNO-CONTABIL
                           MOVE "RETORNO CONTABIL" TO WS-LOG-DESCRICAO
                           IF WS-RET-CTBIMP EQUAL SPACES
                              MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           ELSE
                              MOVE WS-RET-CTBIMP TO WS-LOG-RETORNO
                           END-IF
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN R-CONTAS-CONTABEIS
                        CALL "CADCONTA" USING LK-OPERADOR LK-NIVEL
                        MOVE "CONTAS CONTABEIS" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-REGRAS-TRIBUTACAO
                        CALL "CADTRIB" USING LK-OPERADOR LK-NIVEL
                        MOVE "REGRAS DE TRIBUTACAO" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-LINHAS-PRODUTO
                        CALL "CADLINHA" USING LK-OPERADOR LK-NIVEL
                        MOVE "LINHAS DE PRODUTO" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-CURVA-ABC
                        CALL "OABCREL"
                        MOVE "CURVA ABC DE PRODUTOS" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-CLASSE-CLIENTES
                        CALL "OCLASCLI"
                        MOVE "CLASSIFICACAO ABC CLIENTES" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-SUGESTOES
                        CALL "OSUGCALC"
                        MOVE "SUGESTOES RECOMPRA/CRUZADA" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-TRANSPORTADORAS
                        CALL "CADTRANS" USING LK-OPERADOR LK-NIVEL
                        MOVE "TRANSPORTADORAS" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-ROMANEIO
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "OGERAROM"
                           MOVE "ROMANEIO DE ENTREGA" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN R-FRETE-COBRADO
                        CALL "CADFRCOB" USING LK-OPERADOR LK-NIVEL
                        MOVE "FRETE COBRADO" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-CONCILIA-FRETE
                        CALL "OFRETREL"
                        MOVE "CONCILIACAO DE FRETE" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-STATUS-LOJA
                        IF NOT LK-NIVEL-ADMIN
                           DISPLAY MESSAGE BOX
                               "ACESSO RESTRITO AO ADMINISTRADOR !"
                        ELSE
                           PERFORM 2009-STATUS-LOJA
                           MOVE "STATUS PEDIDOS LOJA WEB" TO
                                                       WS-LOG-DESCRICAO
                           IF WS-RET-EXPLOJA EQUAL SPACES
                              MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           ELSE
                              MOVE WS-RET-EXPLOJA TO WS-LOG-RETORNO
                           END-IF
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN R-KM-DECLARADA
                        CALL "CADKMDIA" USING LK-OPERADOR LK-NIVEL
                        MOVE "KM DECLARADA VENDEDORES" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-REEMBOLSO-KM
                        CALL "OKMREL"
                        MOVE "REEMBOLSO DE KM" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN R-MAIS-ROTINAS
                        CALL "MENUCO3" USING LK-OPERADOR
                                             LK-NIVEL
                        MOVE "ATENDIMENTO E ROTINAS" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

               END-EVALUATE
           END-PERFORM

           MOVE ZEROS             TO WS-FATUR-FISCIMP
           MOVE ZEROS             TO WS-REJEIT-FISCIMP
           MOVE ZEROS             TO WS-ERROS-FISCIMP
           MOVE ZEROS             TO WS-DIVERG-FISCIMP
           CALL "FISCIMP" USING WS-LIG-FISCIMP
                                WS-RES-FISCIMP
           IF WS-RET-FISCIMP EQUAL SPACES
              STRING "NF: " WS-FATUR-FISCIMP
                  " REJ: " WS-REJEIT-FISCIMP
                  " ERROS: " WS-ERROS-FISCIMP
                  " DIVERG.IMP: " WS-DIVERG-FISCIMP
                  DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
              DISPLAY MESSAGE BOX WS-MESSAGE
           END-IF.

       2005-REMESSA-COBRANCA.

           MOVE SPACES            TO WS-RET-REMCOB
           MOVE ZEROS             TO WS-NUM-REMCOB
           MOVE ZEROS             TO WS-QTD-REMCOB
           CALL "REMCOB" USING WS-LIG-REMCOB
                               WS-RES-REMCOB
           IF WS-RET-REMCOB EQUAL SPACES
              STRING "REMESSA " WS-NUM-REMCOB
                  " GERADA COM " WS-QTD-REMCOB
                  " TITULOS"
                  DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
              DISPLAY MESSAGE BOX WS-MESSAGE
           ELSE
              STRING "ERRO ROT. REMESSA COBRANCA "
                     WS-RET-REMCOB
                    DELIMITED BY SIZE
                   INTO WS-MESSAGE
              END-STRING
              DISPLAY MESSAGE BOX WS-MESSAGE
           END-IF.

       2006-RETORNO-COBRANCA.

           MOVE SPACES            TO WS-RET-RETCOB
           MOVE ZEROS             TO WS-BAIXAS-RETCOB
           MOVE ZEROS             TO WS-EXCEC-RETCOB
           MOVE SPACES            TO WS-CONFERE-RETCOB
           CALL "RETCOB" USING WS-LIG-RETCOB
                               WS-RES-RETCOB
           IF WS-RET-RETCOB EQUAL SPACES
              IF WS-CONFERE-RETCOB EQUAL "S"
                 STRING "BAIXADOS: " WS-BAIXAS-RETCOB
                     " EXCECOES: " WS-EXCEC-RETCOB
                     " - TRAILER CONFERE"
                     DELIMITED BY SIZE
                   INTO WS-MESSAGE
                 END-STRING
              ELSE
                 STRING "BAIXADOS: " WS-BAIXAS-RETCOB
                     " EXCECOES: " WS-EXCEC-RETCOB
                     " - TRAILER DIVERGENTE"
                     DELIMITED BY SIZE
                   INTO WS-MESSAGE
                 END-STRING
              END-IF
              DISPLAY MESSAGE BOX WS-MESSAGE
           ELSE
              STRING "ERRO ROT. RETORNO COBRANCA "
                     WS-RET-RETCOB
                    DELIMITED BY SIZE
                   INTO WS-MESSAGE
              END-STRING
              DISPLAY MESSAGE BOX WS-MESSAGE
           END-IF.

       2007-EXPORTA-CONTABIL.

           MOVE SPACES            TO WS-RET-CTBEXP
           MOVE ZEROS             TO WS-LOTE-CTBEXP
           MOVE ZEROS             TO WS-QTD-CTBEXP
           MOVE ZEROS             TO WS-SEMCTA-CTBEXP
           MOVE SPACES            TO WS-MESSAGE
           CALL "CTBEXP" USING WS-LIG-CTBEXP
                               WS-RES-CTBEXP
           IF WS-RET-CTBEXP EQUAL SPACES
              STRING "LOTE " WS-LOTE-CTBEXP
                  " LANCAMENTOS: " WS-QTD-CTBEXP
                  " SEM CONTA: " WS-SEMCTA-CTBEXP
                  DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
              DISPLAY MESSAGE BOX WS-MESSAGE
           ELSE
              STRING "ERRO ROT. EXPORTACAO CONTABIL "
                     WS-RET-CTBEXP
                    DELIMITED BY SIZE
                   INTO WS-MESSAGE
              END-STRING
              DISPLAY MESSAGE BOX WS-MESSAGE
           END-IF.

       2008-RETORNO-CONTABIL.

           MOVE SPACES            TO WS-RET-CTBIMP
           MOVE ZEROS             TO WS-ACEITOS-CTBIMP
           MOVE ZEROS             TO WS-REJEIT-CTBIMP
           MOVE ZEROS             TO WS-ERROS-CTBIMP
           MOVE SPACES            TO WS-MESSAGE
           CALL "CTBIMP" USING WS-LIG-CTBIMP
                               WS-RES-CTBIMP
           IF WS-RET-CTBIMP EQUAL SPACES
              STRING "ACEITOS: " WS-ACEITOS-CTBIMP
                  " REJ: " WS-REJEIT-CTBIMP
                  " ERROS: " WS-ERROS-CTBIMP
                  DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
              DISPLAY MESSAGE BOX WS-MESSAGE
           ELSE
              STRING "ERRO ROT. RETORNO CONTABIL "
                     WS-RET-CTBIMP
                    DELIMITED BY SIZE
                   INTO WS-MESSAGE
              END-STRING
              DISPLAY MESSAGE BOX WS-MESSAGE
           END-IF.

       2009-STATUS-LOJA.

           MOVE SPACES            TO WS-RET-EXPLOJA
           MOVE ZEROS             TO WS-LOTE-EXPLOJA
           MOVE ZEROS             TO WS-QTD-EXPLOJA
           CALL "EXPLOJA" USING WS-LIG-EXPLOJA
                                WS-RES-EXPLOJA
           IF WS-RET-EXPLOJA EQUAL SPACES
              STRING "LOTE " WS-LOTE-EXPLOJA
                  " GERADO COM " WS-QTD-EXPLOJA
                  " EVENTOS"
                  DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
              DISPLAY MESSAGE BOX WS-MESSAGE
           ELSE
              STRING "ERRO ROT. STATUS LOJA "
                     WS-RET-EXPLOJA
                    DELIMITED BY SIZE
                   INTO WS-MESSAGE
              END-STRING
              DISPLAY MESSAGE BOX WS-MESSAGE
           END-IF.

       0700-GRAVA-LOG.

           OPEN EXTEND LOGMENU
