           SELECT EMPATIVA ASSIGN TO "EMPATIVA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-EMPATIVA.
           SELECT ESCATIVO ASSIGN TO "ESCATIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-ESCATIVO.
           SELECT LOTETRAV ASSIGN TO "LOTETRAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-LOTETRAV.
           LABEL RECORD IS STANDARD.
       01  RG-EMPATIVA.
           05  ATV-EMPRESA                 PIC 9(002).
       FD  ESCATIVO
           LABEL RECORD IS STANDARD.
       01  RG-ESCATIVO.
           05  ESA-OPERADOR                PIC X(010).
           05  ESA-ESCOPO                  PIC X(001).
           05  ESA-CODIGO                  PIC 9(003).
           05  ESA-NIVEL                   PIC X(001).
       FD  LOTETRAV
           LABEL RECORD IS STANDARD.
       01  RG-LOTETRAV.
                   88 E-LOGCONS                  VALUE IS "S" "s".
                   88 E-OPERADORES               VALUE IS "T" "t".
                   88 E-COMERCIAL                VALUE IS "U" "u".
                   88 E-VISITA-NAO-VERIF         VALUE IS "V" "v".
                   88 E-PLANO-VISITA             VALUE IS "W" "w".
                   88 E-CUMPRE-PLANO             VALUE IS "Y" "y".
                   88 E-MAPA-TERRITORIO          VALUE IS "Z" "z".
           88 E-ENCERRAR                 VALUE IS "X" "x".
       
           88 E-SIM VALUES ARE "S" "s".
               05  TAB-OPE-BLOQUEADO          PIC X(001).
               05  TAB-OPE-TENTATIVAS         PIC 9(001).
               05  TAB-OPE-EMPRESAS           PIC X(010).
               05  TAB-OPE-ESCOPO             PIC X(001).
               05  TAB-OPE-ESCOPO-COD         PIC 9(003).

       01  STAT-EMPRESAS                 PIC XX.
       01  STAT-EMPATIVA                 PIC XX.
       01  STAT-ESCATIVO                 PIC XX.
       01  WS-EMPRESAS-ATIVO             PIC X(001) VALUE "N".
       01  WS-EMPRESA-SEL                PIC 9(002) VALUE ZEROS.
       01  WS-EMPRESA-OK                 PIC X(001) VALUE "N".
           05 TAB-MES-ACUM OCCURS 12     PIC 9(003).
       01  WS-OPERADOR-NIVEL             PIC X(001) VALUE "A".
           88 NIVEL-ADMIN                   VALUE "A".
           88 NIVEL-OPERADOR                VALUE "O".
           88 NIVEL-CONSULTA                VALUE "C".

       01  STAT-LOGMENU                  PIC XX.

           PERFORM 0610-SELECIONA-EMPRESA

           IF NOT LOGIN-OK
              GO TO 3000-FINALIZA
           END-IF

           CALL "LEPARAM" USING WS-PARAMETROS
           MOVE WS-PAR-DIST-MAXIMA      TO WS-DIST-MAXIMA

                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN E-MAPA-TERRITORIO
                        IF NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "OGEOEXP"
                           MOVE "EXPORTACAO MAPA TERRITORIOS" TO
                                                 WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"         TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN E-PARAMETR
                        IF NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "CADPARAM" USING WS-LOGIN-CODIGO
                           MOVE "MANUTENCAO DE PARAMETROS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "RESTAURA" USING WS-LOGIN-CODIGO
                           MOVE "RESTAURACAO DE EXCLUIDOS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "MERGECLI" USING WS-LOGIN-CODIGO
                           MOVE "FUSAO DE CLIENTES" TO WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN E-VISITA-NAO-VERIF
                        IF NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "OVISNV"
                           MOVE "VISITAS NAO VERIFICADAS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN E-PLANO-VISITA
                        IF NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "CADPLANO" USING WS-LOGIN-CODIGO
                                                 WS-OPERADOR-NIVEL
                           MOVE "PLANO SEMANAL DE VISITAS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN E-CUMPRE-PLANO
                        IF NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "OPLANREL"
                           MOVE "CUMPRIMENTO PLANO VISITAS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN E-COMISSAO
                        IF NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "CADPEDIDO" USING WS-LOGIN-CODIGO
                                                  WS-OPERADOR-NIVEL
                           MOVE "ENTRADA DE PEDIDOS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                  MOVE "N"    TO TAB-OPE-BLOQUEADO(WS-QTD-OPERADORES)
                  MOVE ZEROS  TO TAB-OPE-TENTATIVAS(WS-QTD-OPERADORES)
                  MOVE SPACES TO TAB-OPE-EMPRESAS(WS-QTD-OPERADORES)
                  MOVE SPACES TO TAB-OPE-ESCOPO(WS-QTD-OPERADORES)
                  MOVE ZEROS  TO TAB-OPE-ESCOPO-COD(WS-QTD-OPERADORES)
                  GO TO 0500-CARREGA-OPERADORES-EXIT
               END-IF
               MOVE "S"            TO WS-OPERADOR-ARQUIVO
                   END-IF
                   MOVE OPE-EMPRESAS
                        TO TAB-OPE-EMPRESAS(WS-QTD-OPERADORES)
                   IF (OPE-ESCOPO-VENDEDOR OR OPE-ESCOPO-SUPERVISOR)
                      AND OPE-ESCOPO-CODIGO NUMERIC
                      MOVE OPE-ESCOPO
                           TO TAB-OPE-ESCOPO(WS-QTD-OPERADORES)
                      MOVE OPE-ESCOPO-CODIGO
                           TO TAB-OPE-ESCOPO-COD(WS-QTD-OPERADORES)
                   ELSE
                      MOVE SPACES
                           TO TAB-OPE-ESCOPO(WS-QTD-OPERADORES)
                      MOVE ZEROS
                           TO TAB-OPE-ESCOPO-COD(WS-QTD-OPERADORES)
                   END-IF
                   READ OPERADOR
                       AT END MOVE "10" TO STAT-OPERADOR
                   END-READ
                  MOVE WS-EMPRESA-SEL TO ATV-EMPRESA
                  WRITE RG-EMPATIVA
                  CLOSE EMPATIVA
               END-IF

               OPEN OUTPUT ESCATIVO
               IF STAT-ESCATIVO EQUAL "00"
                  MOVE WS-LOGIN-CODIGO TO ESA-OPERADOR
                  MOVE TAB-OPE-ESCOPO(WS-IND-LOGADO)     TO ESA-ESCOPO
                  MOVE TAB-OPE-ESCOPO-COD(WS-IND-LOGADO) TO ESA-CODIGO
                  MOVE WS-OPERADOR-NIVEL TO ESA-NIVEL
                  WRITE RG-ESCATIVO
                  CLOSE ESCATIVO
               ELSE
                  DISPLAY MESSAGE BOX
                  "FALHA NA GRAVACAO DA SESSAO DO OPERADOR !"
                  "STATUS: " STAT-ESCATIVO
                  MOVE "N"          TO WS-LOGIN-OK
               END-IF.

           0611-VALIDA-EMPRESA.
                       TO OPE-TENTATIVAS
                  MOVE TAB-OPE-EMPRESAS(WS-IND-OPERADOR)
                       TO OPE-EMPRESAS
                  MOVE TAB-OPE-ESCOPO(WS-IND-OPERADOR)
                       TO OPE-ESCOPO
                  MOVE TAB-OPE-ESCOPO-COD(WS-IND-OPERADOR)
                       TO OPE-ESCOPO-CODIGO
                  WRITE RG-OPERADOR
               END-PERFORM
               CLOSE OPERADOR.
