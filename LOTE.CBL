           SELECT FERIADO ASSIGN TO "FERIADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-FERIADO.
           SELECT ESCATIVO ASSIGN TO "ESCATIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-ESCATIVO.

       DATA DIVISION.
       FILE SECTION.
           05  LPRM-DATA-PROCESSO          PIC 9(008).
           05  LPRM-DIAS-RELATORIOS       PIC X(007).
           05  LPRM-REGIAO-INTEGRA         PIC 9(003).
           05  LPRM-MODO-CATALOGO          PIC X(001).
       FD  JOBCTL
           LABEL RECORD IS STANDARD.
       01  RG-JOBCTL.
       01  RG-FERIADO.
           05  FER-DATA                    PIC 9(008).
           05  FER-DESCRICAO               PIC X(030).
       FD  ESCATIVO
           LABEL RECORD IS STANDARD.
       01  RG-ESCATIVO.
           05  ESA-OPERADOR                PIC X(010).
           05  ESA-ESCOPO                  PIC X(001).
           05  ESA-CODIGO                  PIC 9(003).
           05  ESA-NIVEL                   PIC X(001).

       WORKING-STORAGE SECTION.

       01  WS-LINHA-JOBLOG               PIC X(132) VALUE SPACES.
       01  WS-CONTADORES-ETAPA           PIC X(040) VALUE SPACES.
       01  STAT-FERIADO                  PIC XX.
       01  STAT-ESCATIVO                 PIC XX.
       01  WS-ESCATIVO-SALVO             PIC X(001) VALUE "N".
       01  WS-ESCATIVO-ARMADO            PIC X(001) VALUE "N".
       01  WS-ESCATIVO-ANTERIOR          PIC X(015) VALUE SPACES.
       01  WS-DIAS-RELATORIOS            PIC X(007) VALUE SPACES.
       01  WS-EH-FERIADO                 PIC X(001) VALUE "N".
       01  WS-EOF-FER                    PIC X(001) VALUE SPACES.
           05 WS-LIDOS-IMPOPED                        PIC 9(006).
           05 WS-IMPORT-IMPOPED                       PIC 9(006).
           05 WS-REJEIT-IMPOPED                       PIC 9(006).
           05 WS-ITENS-IMPOPED                        PIC 9(006).
       01  WS-OPC-IMPOPED.
           05 WS-DELIM-IMPOPED                        PIC X(001).
           05 WS-CABEC-IMPOPED                        PIC X(001).
       01  WS-RES-GRUPOVEN.
           05 WS-AJUST-GRUPOVEN                       PIC 9(006).

       01  WS-LIG-APLPRECO.
           05 WS-DATA-APLPRECO                        PIC 9(008).
           05 WS-RET-APLPRECO                         PIC X(030).
       01  WS-RES-APLPRECO.
           05 WS-AGENDAS-APLPRECO                     PIC 9(006).
           05 WS-PRODUTOS-APLPRECO                    PIC 9(006).

       01  WS-LIG-GERAPED.
           05 WS-DATA-GERAPED                         PIC 9(008).
           05 WS-RET-GERAPED                          PIC X(030).
       01  WS-REBALANCEIA-INTEGRA        PIC X(001).
       01  WS-DATA-PROC-INTEGRA          PIC 9(008).
       01  WS-REGIAO-INTEGRA             PIC 9(003) VALUE ZEROS.
       01  WS-MODO-CATALOGO              PIC X(001) VALUE "C".

       01  WS-LIG-GERATIT.
           05 WS-RET-GERATIT                          PIC X(030).
           05 WS-GERADOS-GERATIT                      PIC 9(006).
           05 WS-VENCIDOS-GERATIT                     PIC 9(006).

       01  WS-LIG-AVISCOB.
           05 WS-RET-AVISCOB                          PIC X(030).
       01  WS-RES-AVISCOB.
           05 WS-AVISOS-AVISCOB                       PIC 9(006).
           05 WS-COBRANCA-AVISCOB                     PIC 9(006).

       01  WS-LIG-EXPLOJA.
           05 WS-RET-EXPLOJA                          PIC X(030).
       01  WS-RES-EXPLOJA.
           05 WS-LOTE-EXPLOJA                         PIC 9(005).
           05 WS-EVENTOS-EXPLOJA                      PIC 9(006).
       01  WS-LIG-EXPCATLJ.
           05 WS-MODO-EXPCATLJ                        PIC X(001).
           05 WS-RET-EXPCATLJ                         PIC X(030).
       01  WS-RES-EXPCATLJ.
           05 WS-LOTE-EXPCATLJ                        PIC 9(005).
           05 WS-ATIVOS-EXPCATLJ                      PIC 9(006).
           05 WS-RETIR-EXPCATLJ                       PIC 9(006).
       01  WS-LIG-VERIFICA.
           05 WS-QTD-GRAVES                           PIC 9(005).
           05 WS-QTD-AVISOS                           PIC 9(005).

           PERFORM 1100-ARMA-TRAVA

           PERFORM 1150-ARMA-ESCOPO-LOTE

           IF NOT HOUVE-FALHA
              MOVE "IMPORTA-CLIENTES"  TO WS-ETAPA
              PERFORM 1900-EXECUTA-ETAPA
              MOVE "IMPORTA-VENDEDORES" TO WS-ETAPA
              PERFORM 1900-EXECUTA-ETAPA
           END-IF
           IF NOT HOUVE-FALHA
              MOVE "PRECOS-AGENDADOS"  TO WS-ETAPA
              PERFORM 1900-EXECUTA-ETAPA
           END-IF
           IF NOT HOUVE-FALHA
              MOVE "IMPORTA-PEDIDOS"   TO WS-ETAPA
              PERFORM 1900-EXECUTA-ETAPA
           END-IF
           IF NOT HOUVE-FALHA
              MOVE "STATUS-LOJA"       TO WS-ETAPA
              PERFORM 1900-EXECUTA-ETAPA
           END-IF
           IF NOT HOUVE-FALHA
              MOVE "CATALOGO-LOJA"     TO WS-ETAPA
              PERFORM 1900-EXECUTA-ETAPA
           END-IF
           IF NOT HOUVE-FALHA
              MOVE "GERA-PEDIDOS-MODELO" TO WS-ETAPA
              PERFORM 1900-EXECUTA-ETAPA
              MOVE "GERA-TITULOS"      TO WS-ETAPA
              PERFORM 1900-EXECUTA-ETAPA
           END-IF
           IF NOT HOUVE-FALHA
              MOVE "AVISO-COBRANCA"    TO WS-ETAPA
              PERFORM 1900-EXECUTA-ETAPA
           END-IF
           IF NOT HOUVE-FALHA
              MOVE "VERIFICA"          TO WS-ETAPA
              PERFORM 1900-EXECUTA-ETAPA
                 IF LPRM-REGIAO-INTEGRA NUMERIC
                    MOVE LPRM-REGIAO-INTEGRA TO WS-REGIAO-INTEGRA
                 END-IF
                 IF LPRM-MODO-CATALOGO EQUAL "D"
                    MOVE "D"    TO WS-MODO-CATALOGO
                 END-IF
              END-IF
              CLOSE LOTEPARM
           END-IF
                          DELIMITED BY SIZE
                       INTO WS-CONTADORES-ETAPA
                   END-STRING
              WHEN "PRECOS-AGENDADOS"
                   PERFORM 2013-PRECOS-AGENDADOS
                   STRING "AGENDAS " WS-AGENDAS-APLPRECO
                          " PROD " WS-PRODUTOS-APLPRECO
                          DELIMITED BY SIZE
                       INTO WS-CONTADORES-ETAPA
                   END-STRING
              WHEN "IMPORTA-PEDIDOS"
                   PERFORM 2007-IMPORTA-PEDIDOS
                   STRING "LIDOS " WS-LIDOS-IMPOPED
                          DELIMITED BY SIZE
                       INTO WS-CONTADORES-ETAPA
                   END-STRING
              WHEN "STATUS-LOJA"
                   PERFORM 2011-STATUS-LOJA
                   STRING "LOTE " WS-LOTE-EXPLOJA
                          " EVENTOS " WS-EVENTOS-EXPLOJA
                          DELIMITED BY SIZE
                       INTO WS-CONTADORES-ETAPA
                   END-STRING
              WHEN "CATALOGO-LOJA"
                   PERFORM 2012-CATALOGO-LOJA
                   STRING "ATIVOS " WS-ATIVOS-EXPCATLJ
                          " RETIR " WS-RETIR-EXPCATLJ
                          DELIMITED BY SIZE
                       INTO WS-CONTADORES-ETAPA
                   END-STRING
              WHEN "GERA-PEDIDOS-MODELO"
                   PERFORM 2008-GERA-PEDIDOS-MODELO
                   STRING "GERADOS " WS-GERADOS-GERAPED
                          DELIMITED BY SIZE
                       INTO WS-CONTADORES-ETAPA
                   END-STRING
              WHEN "AVISO-COBRANCA"
                   PERFORM 2010-AVISO-COBRANCA
                   STRING "AVISOS " WS-AVISOS-AVISCOB
                          " COBR " WS-COBRANCA-AVISCOB
                          DELIMITED BY SIZE
                       INTO WS-CONTADORES-ETAPA
                   END-STRING
              WHEN "VERIFICA"
                   PERFORM 2005-VERIFICA-CONSISTENCIA
           END-EVALUATE
           WRITE RG-LOTETRAV
           CLOSE LOTETRAV.

       1150-ARMA-ESCOPO-LOTE.

           MOVE "N"             TO WS-ESCATIVO-SALVO
           OPEN INPUT ESCATIVO
           IF STAT-ESCATIVO EQUAL "00"
              READ ESCATIVO
              IF STAT-ESCATIVO EQUAL "00"
                 MOVE RG-ESCATIVO TO WS-ESCATIVO-ANTERIOR
                 MOVE "S"       TO WS-ESCATIVO-SALVO
              END-IF
              CLOSE ESCATIVO
           END-IF

           OPEN OUTPUT ESCATIVO
           IF STAT-ESCATIVO NOT EQUAL "00"
              DISPLAY "LOTE - ERRO AO GRAVAR ESCATIVO: " STAT-ESCATIVO
              MOVE "S"          TO WS-FALHA
              EXIT PARAGRAPH
           END-IF
           MOVE "LOTE"          TO ESA-OPERADOR
           MOVE SPACES          TO ESA-ESCOPO
           MOVE ZEROS           TO ESA-CODIGO
           MOVE "A"             TO ESA-NIVEL
           WRITE RG-ESCATIVO
           CLOSE ESCATIVO
           MOVE "S"             TO WS-ESCATIVO-ARMADO.

       1250-RESTAURA-ESCOPO.

           IF WS-ESCATIVO-ARMADO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ESCATIVO
           IF STAT-ESCATIVO NOT EQUAL "00"
              DISPLAY "LOTE - ERRO AO RESTAURAR ESCATIVO: "
                      STAT-ESCATIVO
              MOVE "S"          TO WS-FALHA
              EXIT PARAGRAPH
           END-IF
           IF WS-ESCATIVO-SALVO EQUAL "S"
              WRITE RG-ESCATIVO FROM WS-ESCATIVO-ANTERIOR
           END-IF
           CLOSE ESCATIVO
           MOVE "N"             TO WS-ESCATIVO-ARMADO.

       1200-LIBERA-TRAVA.

           OPEN OUTPUT LOTETRAV

           MOVE SPACES           TO WS-RET-IMPOPED
           MOVE ZEROS            TO WS-LIDOS-IMPOPED WS-IMPORT-IMPOPED
                                     WS-REJEIT-IMPOPED WS-ITENS-IMPOPED
           MOVE ","              TO WS-DELIM-IMPOPED
           MOVE "N"              TO WS-CABEC-IMPOPED
           MOVE "N"              TO WS-VALIDA-IMPOPED
              DISPLAY "GERACAO DE TITULOS CONCLUIDA COM SUCESSO"
           END-IF.

       2010-AVISO-COBRANCA.

           MOVE SPACES           TO WS-RET-AVISCOB
           MOVE ZEROS            TO WS-AVISOS-AVISCOB
                                    WS-COBRANCA-AVISCOB

           CALL "AVISCOB" USING WS-LIG-AVISCOB
                                WS-RES-AVISCOB

           IF WS-RET-AVISCOB NOT EQUAL SPACES
              MOVE "S"           TO WS-FALHA
              STRING "FALHA NOS AVISOS DE COBRANCA - "
                     WS-RET-AVISCOB
                DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
              DISPLAY WS-MENSAGEM
           ELSE
              DISPLAY "AVISOS DE COBRANCA GERADOS: " WS-AVISOS-AVISCOB
           END-IF.

       2011-STATUS-LOJA.

           MOVE SPACES           TO WS-RET-EXPLOJA
           MOVE ZEROS            TO WS-LOTE-EXPLOJA
                                    WS-EVENTOS-EXPLOJA

           CALL "EXPLOJA" USING WS-LIG-EXPLOJA
                                WS-RES-EXPLOJA

           IF WS-RET-EXPLOJA NOT EQUAL SPACES
              MOVE "S"           TO WS-FALHA
              STRING "FALHA NO STATUS DE PEDIDOS DA LOJA - "
                     WS-RET-EXPLOJA
                DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
              DISPLAY WS-MENSAGEM
           ELSE
              DISPLAY "STATUS DE PEDIDOS DA LOJA ENVIADOS: "
                      WS-EVENTOS-EXPLOJA
           END-IF.

       2012-CATALOGO-LOJA.

           MOVE WS-MODO-CATALOGO TO WS-MODO-EXPCATLJ
           MOVE SPACES           TO WS-RET-EXPCATLJ
           MOVE ZEROS            TO WS-LOTE-EXPCATLJ
                                    WS-ATIVOS-EXPCATLJ
                                    WS-RETIR-EXPCATLJ

           CALL "EXPCATLJ" USING WS-LIG-EXPCATLJ
                                 WS-RES-EXPCATLJ

           IF WS-RET-EXPCATLJ NOT EQUAL SPACES
              MOVE "S"           TO WS-FALHA
              STRING "FALHA NO CATALOGO DA LOJA - "
                     WS-RET-EXPCATLJ
                DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
              DISPLAY WS-MENSAGEM
           ELSE
              DISPLAY "CATALOGO DA LOJA - ATIVOS: "
                      WS-ATIVOS-EXPCATLJ
                      " RETIRADOS: " WS-RETIR-EXPCATLJ
           END-IF.

       2013-PRECOS-AGENDADOS.

           MOVE SPACES           TO WS-RET-APLPRECO
           MOVE ZEROS            TO WS-AGENDAS-APLPRECO
                                    WS-PRODUTOS-APLPRECO
           MOVE WS-DATA-PROCESSO TO WS-DATA-APLPRECO

           CALL "APLPRECO" USING WS-LIG-APLPRECO
                                 WS-RES-APLPRECO

           IF WS-RET-APLPRECO NOT EQUAL SPACES
              MOVE "S"           TO WS-FALHA
              STRING "FALHA NA APLICACAO DE PRECOS - "
                     WS-RET-APLPRECO
                DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
              DISPLAY WS-MENSAGEM
           ELSE
              DISPLAY "PRECOS AGENDADOS - AGENDAS: "
                      WS-AGENDAS-APLPRECO
                      " PRODUTOS: " WS-PRODUTOS-APLPRECO
           END-IF.

       2005-VERIFICA-CONSISTENCIA.

           MOVE SPACES           TO WS-RET-VERIFICA

       3000-FINALIZA.

           PERFORM 1250-RESTAURA-ESCOPO

           PERFORM 1200-LIBERA-TRAVA

           IF HOUVE-FALHA
