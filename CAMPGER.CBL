       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPGER.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAMPANHA.SL".
           COPY "CAMPALVO.SL".
           COPY "CLIENTES.SL".
           COPY "PEDIDOS.SL".
           COPY "MUNICIP.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "CAMPANHA.FD".
           COPY "CAMPALVO.FD".
           COPY "CLIENTES.FD".
           COPY "PEDIDOS.FD".
           COPY "MUNICIP.FD".

       WORKING-STORAGE SECTION.
       01  STAT-CAMPANHA                      PIC XX.
       01  STAT-CAMPALVO                      PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-MUNICIP                       PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-PED                    PIC X         VALUE SPACES.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-HOJE                 PIC 9(007) VALUE ZEROS.
       01  WS-ULT-PEDIDO                  PIC 9(008) VALUE ZEROS.
       01  WS-DIAS-SEM-PEDIDO             PIC 9(007) VALUE ZEROS.
       01  WS-ATENDE                      PIC X      VALUE SPACES.
       01  WS-GRUPO                       PIC X      VALUE SPACES.
       01  WS-ACUM-CONTROLE               PIC 9(003) VALUE ZEROS.
       01  WS-DATA-CONV.
           05 FILLER                      PIC 9(002).
           05 WS-CONV-AA                  PIC 9(002).
           05 WS-CONV-MM                  PIC 9(002).
           05 WS-CONV-DD                  PIC 9(002).
       01  WS-DIAS-SERIAL                 PIC 9(007) VALUE ZEROS.
       01  WS-CONV-ANO                    PIC 9(004) VALUE ZEROS.
       01  WS-CONV-MES                    PIC 9(002) VALUE ZEROS.
       01  WS-QUOC-4                      PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-100                    PIC 9(004) VALUE ZEROS.
       01  WS-QUOC-400                    PIC 9(004) VALUE ZEROS.
       01  TABELA-MES-ACUM.
           05 PIC X(036) VALUE "000031059090120151181212243273304334".
       01  FILLER REDEFINES TABELA-MES-ACUM.
           05 TAB-MES-ACUM OCCURS 12      PIC 9(003).
       01  WS-LIG-CARTAS.
           05 WS-CAR-VENDEDOR             PIC 9(003).
           05 WS-CAR-UF                   PIC X(002).
           05 WS-CAR-STATUS               PIC X(001).
           05 WS-CAR-TIPO                 PIC X(001).
           05 WS-CAR-CAMPANHA             PIC 9(005).
           05 WS-CAR-RETORNO              PIC X(030).
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-CAMPANHA                                 PIC 9(005).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-ALVO                                 PIC 9(006).
          05 LK-QTD-CONTROLE                             PIC 9(006).
          05 LK-QTD-CARTAS                               PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               MOVE SPACES                TO LK-RETORNO
               MOVE ZEROS                 TO LK-QTD-ALVO
               MOVE ZEROS                 TO LK-QTD-CONTROLE
               MOVE ZEROS                 TO LK-QTD-CARTAS
               ACCEPT WS-DATA-HOJE        FROM DATE
               MOVE WS-DATA-HOJE          TO WS-DATA-CONV
               PERFORM 2010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL        TO WS-SERIAL-HOJE
               OPEN I-O CAMPANHA
               IF  STAT-CAMPANHA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CAMPANHA ! "
                      STAT-CAMPANHA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE LK-CAMPANHA           TO CMP-CODIGO
               READ CAMPANHA
               IF  STAT-CAMPANHA NOT EQUAL "00"
                   MOVE "CAMPANHA NAO CADASTRADA !" TO LK-RETORNO
                   CLOSE CAMPANHA
                   GOBACK
           END-IF
               IF  CMP-GERADA
                   MOVE "PUBLICO JA GERADO !"   TO LK-RETORNO
                   CLOSE CAMPANHA
                   GOBACK
           END-IF
               IF  CMP-MUN-CODIGO NOT EQUAL ZEROS
                   OPEN INPUT MUNICIP
                   IF  STAT-MUNICIP NOT EQUAL "00"
                       STRING "ERRO AO ABRIR MUNICIP ! "
                          STAT-MUNICIP
                     DELIMITED BY SIZE
                     INTO LK-RETORNO
                   END-STRING
                       GOBACK
                   END-IF
                   MOVE CMP-MUN-CODIGO    TO MUN-CODIGO
                   READ MUNICIP
                   IF  STAT-MUNICIP NOT EQUAL "00"
                       MOVE "MUNICIPIO NAO CADASTRADO !"
                                          TO LK-RETORNO
                       GOBACK
                   END-IF
                   CLOSE MUNICIP
           END-IF
               OPEN I-O CAMPALVO
               IF STAT-CAMPALVO EQUAL "35"
                  OPEN OUTPUT CAMPALVO
                  CLOSE CAMPALVO
                  OPEN I-O CAMPALVO
               END-IF
               IF  STAT-CAMPALVO NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CAMPALVO ! "
                      STAT-CAMPALVO
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT CLIENTES
               IF  STAT-CLIENTES NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CLIENTES ! "
                      STAT-CLIENTES
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT PEDIDOS
               IF  STAT-PEDIDOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PEDIDOS ! "
                      STAT-PEDIDOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF.

       2000-PROCESSA.

           MOVE ZEROS                 TO WS-ACUM-CONTROLE
           MOVE ZEROS                 TO CLI-CODIGO
           START CLIENTES KEY IS GREATER THAN CLI-CODIGO
           IF STAT-CLIENTES NOT EQUAL "00" AND "23"
              STRING "ERRO NO START COD CLIENTES ! "
                          STAT-CLIENTES
                        DELIMITED BY SIZE
                        INTO LK-RETORNO
               END-STRING
               GOBACK
            END-IF

           MOVE SPACES     TO WS-EOF
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           ELSE
              READ  CLIENTES NEXT
                  IF STAT-CLIENTES NOT EQUAL "00"
                     MOVE "F"    TO WS-EOF
              END-IF
           END-IF

           PERFORM UNTIL WS-EOF = "F"

               PERFORM 2001-SELECIONA-CLIENTE

               READ  CLIENTES NEXT AT END
                   MOVE "F" TO WS-EOF
           END-PERFORM

           CLOSE CLIENTES
           CLOSE PEDIDOS
           CLOSE CAMPALVO

           MOVE "G"                   TO CMP-SITUACAO
           MOVE WS-DATA-HOJE          TO CMP-DATA-GERACAO
           MOVE LK-QTD-ALVO           TO CMP-QTD-ALVO
           MOVE LK-QTD-CONTROLE       TO CMP-QTD-CONTROLE
           REWRITE RG-CAMPANHA
           IF  STAT-CAMPANHA NOT EQUAL "00"
               STRING "ERRO AO REGRAVAR CAMPANHA ! "
                  STAT-CAMPANHA
                    DELIMITED BY SIZE
                     INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF

           IF CMP-COM-CARTA
              AND LK-QTD-ALVO NOT EQUAL ZEROS
              PERFORM 2004-GERA-CARTAS
           END-IF.

       2001-SELECIONA-CLIENTE.

           IF NOT CLI-ATIVO
              EXIT PARAGRAPH
           END-IF

           PERFORM 2002-VERIFICA-CRITERIOS

           IF WS-ATENDE EQUAL "S"
              MOVE "A"                TO WS-GRUPO
              IF CMP-PERC-CONTROLE NOT EQUAL ZEROS
                 ADD CMP-PERC-CONTROLE TO WS-ACUM-CONTROLE
                 IF WS-ACUM-CONTROLE NOT LESS THAN 100
                    SUBTRACT 100      FROM WS-ACUM-CONTROLE
                    MOVE "C"          TO WS-GRUPO
                 END-IF
              END-IF
           ELSE
              IF CMP-PERC-CONTROLE NOT EQUAL ZEROS
                 EXIT PARAGRAPH
              END-IF
              MOVE "C"                TO WS-GRUPO
           END-IF

           INITIALIZE RG-CAMPALVO
           MOVE CMP-CODIGO            TO CAL-CMP-CODIGO
           MOVE CLI-CODIGO            TO CAL-CLI-CODIGO
           MOVE WS-GRUPO              TO CAL-GRUPO
           MOVE CLI-ON-VENDEDOR       TO CAL-VEN-CODIGO
           MOVE WS-ULT-PEDIDO         TO CAL-DATA-ULT-PEDIDO
           WRITE RG-CAMPALVO
           IF STAT-CAMPALVO EQUAL "22"
              REWRITE RG-CAMPALVO
           END-IF

           IF CAL-ALVO
              ADD 1                   TO LK-QTD-ALVO
           ELSE
              ADD 1                   TO LK-QTD-CONTROLE
           END-IF.

       2002-VERIFICA-CRITERIOS.

           MOVE "N"                   TO WS-ATENDE
           PERFORM 2003-ULTIMO-PEDIDO

           IF CMP-REGIAO NOT EQUAL ZEROS
              AND CLI-REGIAO NOT EQUAL CMP-REGIAO
              EXIT PARAGRAPH
           END-IF
           IF CMP-MUN-CODIGO NOT EQUAL ZEROS
              IF CLI-UF NOT EQUAL MUN-UF
                 OR CLI-CEP LESS THAN MUN-CEP-INICIAL
                 OR CLI-CEP GREATER THAN MUN-CEP-FINAL
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF CMP-PORTE NOT EQUAL SPACES
              AND CLI-PORTE NOT EQUAL CMP-PORTE
              EXIT PARAGRAPH
           END-IF
           IF CMP-GRUPO-RAIZ NOT EQUAL ZEROS
              AND CLI-CNPJ(1:8) NOT EQUAL CMP-GRUPO-RAIZ
              EXIT PARAGRAPH
           END-IF
           IF CMP-VEN-CODIGO NOT EQUAL ZEROS
              AND CLI-ON-VENDEDOR NOT EQUAL CMP-VEN-CODIGO
              EXIT PARAGRAPH
           END-IF
           IF CMP-DIAS-SEM-PEDIDO NOT EQUAL ZEROS
              AND WS-ULT-PEDIDO NOT EQUAL ZEROS
              MOVE WS-ULT-PEDIDO      TO WS-DATA-CONV
              PERFORM 2010-CALCULA-SERIAL
              COMPUTE WS-DIAS-SEM-PEDIDO =
                      WS-SERIAL-HOJE - WS-DIAS-SERIAL
              IF WS-DIAS-SEM-PEDIDO LESS THAN CMP-DIAS-SEM-PEDIDO
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE "S"                   TO WS-ATENDE.

       2003-ULTIMO-PEDIDO.

           MOVE ZEROS                 TO WS-ULT-PEDIDO
           MOVE CLI-CODIGO            TO PED-CLI-CODIGO
           MOVE ZEROS                 TO PED-NUMERO
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                TO WS-EOF-PED
           READ PEDIDOS NEXT
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "F"                TO WS-EOF-PED
           END-IF
           PERFORM UNTIL WS-EOF-PED EQUAL "F"
              IF PED-CLI-CODIGO NOT EQUAL CLI-CODIGO
                 MOVE "F"             TO WS-EOF-PED
              ELSE
                 IF NOT PED-CANCELADO
                    AND PED-DATA GREATER THAN WS-ULT-PEDIDO
                    MOVE PED-DATA     TO WS-ULT-PEDIDO
                 END-IF
                 READ PEDIDOS NEXT AT END
                    MOVE "F"          TO WS-EOF-PED
                 END-READ
              END-IF
           END-PERFORM.

       2004-GERA-CARTAS.

           MOVE ZEROS                 TO WS-CAR-VENDEDOR
           MOVE SPACES                TO WS-CAR-UF
           MOVE SPACES                TO WS-CAR-STATUS
           MOVE "C"                   TO WS-CAR-TIPO
           MOVE CMP-CODIGO            TO WS-CAR-CAMPANHA
           MOVE SPACES                TO WS-CAR-RETORNO
           CALL "CARTAS" USING WS-LIG-CARTAS
           IF WS-CAR-RETORNO NOT EQUAL SPACES
              MOVE WS-CAR-RETORNO     TO LK-RETORNO
              EXIT PARAGRAPH
           END-IF
           MOVE LK-QTD-ALVO           TO LK-QTD-CARTAS
           MOVE WS-DATA-HOJE          TO CMP-DATA-CARTAS
           REWRITE RG-CAMPANHA
           IF  STAT-CAMPANHA NOT EQUAL "00"
               STRING "ERRO AO REGRAVAR CAMPANHA ! "
                  STAT-CAMPANHA
                    DELIMITED BY SIZE
                     INTO LK-RETORNO
               END-STRING
           END-IF.

       2010-CALCULA-SERIAL.

           COMPUTE WS-CONV-ANO = 2000 + WS-CONV-AA
           MOVE WS-CONV-MM           TO WS-CONV-MES
           IF WS-CONV-MES EQUAL ZEROS OR WS-CONV-MES GREATER THAN 12
              MOVE 1                 TO WS-CONV-MES
           END-IF
           DIVIDE WS-CONV-ANO BY 4   GIVING WS-QUOC-4
           DIVIDE WS-CONV-ANO BY 100 GIVING WS-QUOC-100
           DIVIDE WS-CONV-ANO BY 400 GIVING WS-QUOC-400
           COMPUTE WS-DIAS-SERIAL =
                   (WS-CONV-ANO * 365)
                 + WS-QUOC-4 - WS-QUOC-100 + WS-QUOC-400
                 + TAB-MES-ACUM(WS-CONV-MES)
                 + WS-CONV-DD.

       3000-FINALIZA.

           CLOSE CAMPANHA
           GOBACK.
