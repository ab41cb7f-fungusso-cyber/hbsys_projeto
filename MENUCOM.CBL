       01  STAT-LOGMENU                  PIC XX.
       01  WS-LOG-DESCRICAO              PIC X(030) VALUE SPACES.
       01  WS-LOG-RETORNO                PIC X(030) VALUE SPACES.
       01  WS-MESSAGE                    PIC X(090) VALUE SPACES.
       01  WS-LIG-GERATIT.
           05 WS-RET-GERATIT                          PIC X(030).
       01  WS-RES-GERATIT.
           05 WS-VISITAS-IMPDIA                       PIC 9(006).
           05 WS-PEDIDOS-IMPDIA                       PIC 9(006).
           05 WS-REJEIT-IMPDIA                        PIC 9(006).
           05 WS-ITENS-IMPDIA                         PIC 9(006).
           05 WS-SUGEST-IMPDIA                        PIC 9(006).
           05 WS-NAOVER-IMPDIA                        PIC 9(006).
       01  WS-LIG-FILAENV.
           05 WS-RET-FILAENV                          PIC X(030).
       01  WS-RES-FILAENV.
           05 WS-PAGOS-RETOCOM                        PIC 9(006).
           05 WS-REJEIT-RETOCOM                       PIC 9(006).
           05 WS-DIVERG-RETOCOM                       PIC 9(006).
       01  WS-LIG-CADDEVOL.
           05 WS-DCH-CLI-CODIGO                       PIC 9(007).
           05 WS-DCH-PED-NUMERO                       PIC 9(007).
           05 WS-DCH-MOTIVO                           PIC X(030).
           05 WS-DCH-SEQUENCIA                        PIC 9(003).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "CADPROD" USING LK-OPERADOR
                           MOVE "CADASTRO DE PRODUTOS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "CADBAIXA" USING LK-OPERADOR
                           MOVE "BAIXA DE TITULOS" TO WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "CADCOMTB" USING LK-OPERADOR
                           MOVE "TABELA DE COMISSOES" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           DISPLAY MESSAGE BOX
                               "ACESSO RESTRITO AO ADMINISTRADOR !"
                        ELSE
                           CALL "LIBPED" USING LK-OPERADOR
                           MOVE "LIBERACAO DE PEDIDOS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           INITIALIZE WS-LIG-CADDEVOL
                           CALL "CADDEVOL" USING LK-OPERADOR
                                                 WS-LIG-CADDEVOL
                           MOVE "DEVOLUCOES" TO WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "CADENTRG" USING LK-OPERADOR
                           MOVE "CONFIRMACAO DE ENTREGAS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "CADCOTA" USING LK-OPERADOR
                           MOVE "COTACOES E PROPOSTAS" TO
                                                       WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
           MOVE ZEROS             TO WS-VISITAS-IMPDIA
           MOVE ZEROS             TO WS-PEDIDOS-IMPDIA
           MOVE ZEROS             TO WS-REJEIT-IMPDIA
           MOVE ZEROS             TO WS-ITENS-IMPDIA
           MOVE ZEROS             TO WS-SUGEST-IMPDIA
           MOVE ZEROS             TO WS-NAOVER-IMPDIA
           CALL "IMPDIA" USING WS-LIG-IMPDIA
                               WS-RES-IMPDIA
           IF WS-RET-IMPDIA EQUAL SPACES
              STRING "LID: " WS-LIDOS-IMPDIA
                  " VIS: " WS-VISITAS-IMPDIA
                  " PED: " WS-PEDIDOS-IMPDIA
                  " ITE: " WS-ITENS-IMPDIA
                  " REJ: " WS-REJEIT-IMPDIA
                  " SUG: " WS-SUGEST-IMPDIA
                  " N/VERIF: " WS-NAOVER-IMPDIA
                  DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
