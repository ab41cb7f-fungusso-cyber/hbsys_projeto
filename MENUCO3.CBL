       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUCO3.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LOGMENU.SL".

       DATA DIVISION.
       FILE SECTION.
           COPY "LOGMENU.FD".

       WORKING-STORAGE SECTION.

       77 WS-OPCAO PIC X.
           88 A-CHAMADOS                 VALUE IS "1".
           88 A-REL-CHAMADOS             VALUE IS "2".
           88 A-CAMPANHAS                VALUE IS "3".
           88 A-GERA-CAMPANHA            VALUE IS "4".
           88 A-REL-CAMPANHA             VALUE IS "5".
           88 A-CONS-ALTERACOES          VALUE IS "6".
           88 A-REL-ALTERACOES           VALUE IS "7".
           88 A-CONSOLIDADO              VALUE IS "8".
           88 A-REPASSE                  VALUE IS "9".
           88 A-PREVISAO                 VALUE IS "A" "a".
           88 A-REV-CREDITO              VALUE IS "B" "b".
           88 A-APROVA-CREDITO           VALUE IS "C" "c".
           88 A-MOTIVOS-CANCEL           VALUE IS "D" "d".
           88 A-VENDAS-PERDIDAS          VALUE IS "E" "e".
           88 A-AGENDA-PRECOS            VALUE IS "F" "f".
           88 A-CONS-PRECO               VALUE IS "G" "g".
           88 A-REL-PRECOS               VALUE IS "H" "h".
           88 A-MASCARAMENTO             VALUE IS "I" "i".
           88 A-REPOSICAO                VALUE IS "J" "j".
           88 A-COMIS-PROPOSTA           VALUE IS "K" "k".
           88 A-SIMULA-COMIS             VALUE IS "L" "l".
           88 A-CICLO-PEDIDO             VALUE IS "M" "m".
           88 A-ACORDO-REBATE            VALUE IS "N" "n".
           88 A-APURA-REBATE             VALUE IS "O" "o".
           88 A-LIQUIDA-REBATE           VALUE IS "P" "p".
           88 A-COMIS-CANAL              VALUE IS "Q" "q".
           88 A-VOLTAR                   VALUE IS "X" "x".

       01  STAT-LOGMENU                  PIC XX.
       01  WS-LOG-DESCRICAO              PIC X(030) VALUE SPACES.
       01  WS-LOG-RETORNO                PIC X(030) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELMENU4.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.

           MOVE SPACES TO WS-OPCAO
           PERFORM UNTIL A-VOLTAR

               MOVE SPACES TO WS-OPCAO
               DISPLAY TELA-ATENDIMENTO
               ACCEPT  TELA-ATENDIMENTO
               EVALUATE TRUE
                   WHEN A-CHAMADOS
                        CALL "CADCHAMA" USING LK-OPERADOR LK-NIVEL
                        MOVE "CHAMADOS DE CLIENTES" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-REL-CHAMADOS
                        CALL "OCHAMREL"
                        MOVE "CHAMADOS ABERTOS / SLA" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-CAMPANHAS
                        CALL "CADCAMP" USING LK-OPERADOR LK-NIVEL
                        MOVE "CAMPANHAS DE MARKETING" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-GERA-CAMPANHA
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "OCAMPGER"
                           MOVE "PUBLICO DA CAMPANHA" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-REL-CAMPANHA
                        CALL "OCAMPREL"
                        MOVE "RESULTADO DE CAMPANHA" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-CONS-ALTERACOES
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "AUDCONS"
                           MOVE "CONSULTA DE ALTERACOES" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-REL-ALTERACOES
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "OAUDREL"
                           MOVE "ALTERACOES SENSIVEIS" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-CONSOLIDADO
                        IF NOT LK-NIVEL-ADMIN
                           DISPLAY MESSAGE BOX
                               "ACESSO RESTRITO AO ADMINISTRADOR !"
                        ELSE
                           CALL "OCONSOL"
                           MOVE "CONSOLIDADO DO GRUPO" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-REPASSE
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "OREPASSE" USING LK-OPERADOR LK-NIVEL
                           MOVE "REPASSE DE CARTEIRA" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-PREVISAO
                        CALL "OPREVREL"
                        MOVE "PREVISAO DE FECHAMENTO" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-REV-CREDITO
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "OCREDREL"
                           MOVE "REVISAO DE CREDITO" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-APROVA-CREDITO
                        IF NOT LK-NIVEL-ADMIN
                           DISPLAY MESSAGE BOX
                               "ACESSO RESTRITO AO ADMINISTRADOR !"
                        ELSE
                           CALL "APRCRED" USING LK-OPERADOR
                           MOVE "APROVACAO DE LIMITES" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-MOTIVOS-CANCEL
                        CALL "CADMOTC" USING LK-OPERADOR LK-NIVEL
                        MOVE "MOTIVOS DE CANCELAMENTO" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-VENDAS-PERDIDAS
                        CALL "OCANCREL"
                        MOVE "VENDAS PERDIDAS" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-AGENDA-PRECOS
                        CALL "CADPRAG" USING LK-OPERADOR LK-NIVEL
                        MOVE "AGENDA DE PRECOS" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-CONS-PRECO
                        CALL "CONPRECO"
                        MOVE "CONSULTA PRECO VIGENTE" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-REL-PRECOS
                        CALL "OPRECREL"
                        MOVE "PRECOS DESATUALIZADOS" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-MASCARAMENTO
                        IF NOT LK-NIVEL-ADMIN
                           DISPLAY MESSAGE BOX
                               "ACESSO RESTRITO AO ADMINISTRADOR !"
                        ELSE
                           CALL "CADMASC" USING LK-OPERADOR LK-NIVEL
                           MOVE "REGRAS DE MASCARAMENTO" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-REPOSICAO
                        CALL "OREPOREL"
                        MOVE "SUGESTAO DE REPOSICAO" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-COMIS-PROPOSTA
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "CADCOMSM" USING LK-OPERADOR LK-NIVEL
                           MOVE "TABELA COMISSAO PROPOSTA" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-SIMULA-COMIS
                        CALL "OSIMCOM"
                        MOVE "SIMULACAO DE COMISSOES" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-CICLO-PEDIDO
                        CALL "OCICLO"
                        MOVE "CICLO PEDIDO A RECEBIMENTO" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-ACORDO-REBATE
                        CALL "CADREBA" USING LK-OPERADOR LK-NIVEL
                        MOVE "ACORDOS DE REBATE" TO
                                                    WS-LOG-DESCRICAO
                        MOVE "CONCLUIDO"      TO WS-LOG-RETORNO
                        PERFORM 0700-GRAVA-LOG

                   WHEN A-APURA-REBATE
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "OREBAPU"
                           MOVE "APURACAO MENSAL DE REBATE" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-LIQUIDA-REBATE
                        IF NOT LK-NIVEL-ADMIN
                           DISPLAY MESSAGE BOX
                               "ACESSO RESTRITO AO ADMINISTRADOR !"
                        ELSE
                           CALL "OREBLIQ" USING LK-OPERADOR
                           MOVE "LIQUIDACAO ANUAL DE REBATE" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

                   WHEN A-COMIS-CANAL
                        IF LK-NIVEL-CONSULTA
                           DISPLAY MESSAGE BOX
                               "ACESSO NAO AUTORIZADO PARA ESTA OPCAO !"
                        ELSE
                           CALL "CADCANAL" USING LK-OPERADOR LK-NIVEL
                           MOVE "COMISSAO POR CANAL" TO
                                                    WS-LOG-DESCRICAO
                           MOVE "CONCLUIDO"   TO WS-LOG-RETORNO
                           PERFORM 0700-GRAVA-LOG
                        END-IF

               END-EVALUATE
           END-PERFORM

           GO TO 3000-FINALIZA.

       0700-GRAVA-LOG.

           OPEN EXTEND LOGMENU
           IF STAT-LOGMENU NOT EQUAL "00"
              DISPLAY MESSAGE BOX
              "FALHA NA GRAVACAO DO LOG DE OPERACOES !"
              "STATUS: " STAT-LOGMENU
              GO TO 0700-GRAVA-LOG-EXIT
           END-IF

           ACCEPT LOG-DATA          FROM DATE
           ACCEPT LOG-HORA          FROM TIME
           MOVE LK-OPERADOR         TO LOG-OPERADOR
           MOVE WS-OPCAO            TO LOG-OPCAO
           MOVE WS-LOG-DESCRICAO    TO LOG-DESCRICAO
           MOVE WS-LOG-RETORNO      TO LOG-RETORNO

           WRITE RG-LOGMENU
           IF STAT-LOGMENU NOT EQUAL "00"
              DISPLAY MESSAGE BOX
              "FALHA NA GRAVACAO DO LOG DE OPERACOES !"
              "STATUS: " STAT-LOGMENU
           END-IF

           CLOSE LOGMENU.

       0700-GRAVA-LOG-EXIT. EXIT.

       3000-FINALIZA.

           GOBACK.
