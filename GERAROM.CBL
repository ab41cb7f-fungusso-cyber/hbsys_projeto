       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAROM.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDIDOS.SL".
           COPY "PEDITENS.SL".
           COPY "PRODUTOS.SL".
           COPY "CLIENTES.SL".
           COPY "ENDERENT.SL".
           COPY "TRANSP.SL".
           COPY "ROMANEIO.SL".
           COPY "ROMITENS.SL".
           COPY "VENDEDOR.SL".
           COPY "FRETETAB.SL".
           COPY "DISTCACH.SL".
           COPY "SAIDA.SL".
           COPY "WORKROM.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "PEDIDOS.FD".
           COPY "PEDITENS.FD".
           COPY "PRODUTOS.FD".
           COPY "CLIENTES.FD".
           COPY "ENDERENT.FD".
           COPY "TRANSP.FD".
           COPY "ROMANEIO.FD".
           COPY "ROMITENS.FD".
           COPY "VENDEDOR.FD".
           COPY "FRETETAB.FD".
           COPY "DISTCACH.FD".
           COPY "SAIDA.FD".
           COPY "WORKROM.FD".

       WORKING-STORAGE SECTION.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-PEDITENS                      PIC XX.
       01  STAT-PRODUTOS                      PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-ENDERENT                      PIC XX.
       01  STAT-TRANSP                        PIC XX.
       01  STAT-ROMANEIO                      PIC XX.
       01  STAT-ROMITENS                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-FRETETAB                      PIC XX.
       01  STAT-DISTCACH                      PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  WS-PRODUTOS-ATIVO                  PIC X      VALUE "N".
       01  WS-ENDERENT-ATIVO                  PIC X      VALUE "N".
       01  WS-VENDEDOR-ATIVO                  PIC X      VALUE "N".
       01  WS-FRETETAB-ATIVO                  PIC X      VALUE "N".
       01  WS-DISTCACH-ATIVO                  PIC X      VALUE "N".
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
           01  WS-EOF-ITE                    PIC X         VALUE SPACES.
           01  WS-EOF-FRT                    PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(080) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-REIMPRESSAO                 PIC X      VALUE "N".
       01  WS-ROM-ABERTO                  PIC X      VALUE "N".
       01  WS-TRA-ANT                     PIC 9(003) VALUE ZEROS.
       01  WS-REGIAO-ANT                  PIC 9(003) VALUE ZEROS.
       01  WS-ROM-NUMERO                  PIC 9(007) VALUE ZEROS.
       01  WS-ROM-DATA                    PIC 9(008) VALUE ZEROS.
       01  WS-TOT-PEDIDOS                 PIC 9(005) VALUE ZEROS.
       01  WS-TOT-VOLUMES                 PIC 9(007) VALUE ZEROS.
       01  WS-TOT-PESO                    PIC 9(009)V999 VALUE ZEROS.
       01  WS-TOT-VALOR                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-TOT-FRETE                   PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOT-COBRADO                 PIC 9(009)V99 VALUE ZEROS.
       01  WS-PESO                        PIC 9(007)V999 VALUE ZEROS.
       01  WS-DISTANCIA-FRETE             PIC 9(005) VALUE ZEROS.
       01  WS-ROT-DISTANCIA               PIC 9(005) VALUE ZEROS.
       01  WS-MODO-DISTANCIA              PIC X(001) VALUE "T".
       01  WS-ACHOU-FAIXA                 PIC X      VALUE "N".
       01  WS-FRETE                       PIC 9(007)V99 VALUE ZEROS.
           01  CAB01.
               05 PIC X(068) VALUE "ROMANEIO DE ENTREGA".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(010)               VALUE "ROMANEIO: ".
               05 CAB01A-ROMANEIO          PIC ZZZZZZ9.
               05 PIC X(009)               VALUE "   DATA: ".
               05 CAB01A-DATA              PIC 9(008).
               05 PIC X(011)               VALUE "   REGIAO: ".
               05 CAB01A-REGIAO            PIC ZZ9.
           01  CAB01B.
               05 PIC X(016)               VALUE "TRANSPORTADORA: ".
               05 CAB01B-TRA-CODIGO        PIC ZZ9.
               05 PIC X(003)               VALUE " - ".
               05 CAB01B-TRA-RAZAO         PIC X(040).
               05 PIC X(007)               VALUE " CNPJ: ".
               05 CAB01B-TRA-CNPJ          PIC 9(014).
           01  CAB02.
               05 PIC X(010)                  VALUE " PEDIDO".
               05 PIC X(009)                  VALUE "CLIENTE".
               05 PIC X(027)                  VALUE "RAZAO SOCIAL".
               05 PIC X(011)                  VALUE "NOTA FISC.".
               05 PIC X(006)                  VALUE " VOL".
               05 PIC X(013)                  VALUE "    PESO KG".
               05 PIC X(015)                  VALUE "        VALOR".
               05 PIC X(010)                  VALUE "FRETE EST.".
       01  LDT.
           05 PIC X(001).
           05 LDT-PEDIDO                  PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-CLIENTE                 PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-RAZAO                   PIC X(025).
           05 PIC X(002).
           05 LDT-NF                      PIC ZZZZZZZZ9.
           05 PIC X(002).
           05 LDT-VOLUMES                 PIC ZZZ9.
           05 PIC X(002).
           05 LDT-PESO                    PIC ZZZ.ZZ9,999.
           05 PIC X(002).
           05 LDT-VALOR                   PIC ZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-FRETE                   PIC ZZZ.ZZ9,99.
       01  LDT2.
           05 PIC X(018).
           05 PIC X(009)                  VALUE "ENTREGA: ".
           05 LDT2-LOGRADOURO             PIC X(040).
           05 PIC X(001).
           05 LDT2-BAIRRO                 PIC X(020).
           05 PIC X(001).
           05 LDT2-CIDADE                 PIC X(030).
           05 PIC X(001).
           05 LDT2-UF                     PIC X(002).
           05 PIC X(001).
           05 LDT2-CEP                    PIC 99999.999.
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(009) VALUE "PEDIDOS: ".
           05 ROD-PEDIDOS                 PIC ZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(009) VALUE "VOLUMES: ".
           05 ROD-VOLUMES                 PIC Z.ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(009) VALUE "PESO KG: ".
           05 ROD-PESO                    PIC ZZZ.ZZZ.ZZ9,999.
       01  RODAPE2.
           05 PIC X(004).
           05 PIC X(007) VALUE "VALOR: ".
           05 ROD-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(003).
           05 PIC X(016) VALUE "FRETE ESTIMADO: ".
           05 ROD-FRETE                   PIC ZZZ.ZZZ.ZZ9,99.
       01  ASSINA1.
           05 PIC X(004).
           05 PIC X(032) VALUE "CONFERENTE: ____________________".
           05 PIC X(004).
           05 PIC X(031) VALUE "MOTORISTA: ____________________".
       01  ASSINA2.
           05 PIC X(004).
           05 PIC X(017) VALUE "PLACA: __________".
           05 PIC X(019).
           05 PIC X(024) VALUE "DATA: ____/____/________".
       01  RODAPE-GERAL.
           05 PIC X(004).
           05 PIC X(020) VALUE "ROMANEIOS GERADOS: ".
           05 ROD-QTD-ROMANEIOS           PIC ZZZ.ZZ9.
           05 PIC X(004).
           05 PIC X(017) VALUE "PEDIDOS: ".
           05 ROD-QTD-PEDIDOS             PIC ZZZ.ZZ9.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-TRANSPORTADORA                           PIC 9(003).
          05 LK-ROMANEIO                                 PIC 9(007).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-ROMANEIOS                            PIC 9(006).
          05 LK-QTD-PEDIDOS                              PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               MOVE "N"                   TO WS-REIMPRESSAO
               IF LK-ROMANEIO NOT EQUAL ZEROS
                  MOVE "S"                TO WS-REIMPRESSAO
               END-IF
               MOVE SPACES                TO LK-RETORNO
               MOVE ZEROS                 TO LK-QTD-ROMANEIOS
               MOVE ZEROS                 TO LK-QTD-PEDIDOS
               ACCEPT WS-DATA-HOJE        FROM DATE
               OPEN I-O PEDIDOS
               IF  STAT-PEDIDOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PEDIDOS ! "
                      STAT-PEDIDOS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT PEDITENS
               IF  STAT-PEDITENS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR PEDITENS ! "
                      STAT-PEDITENS
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
               OPEN INPUT TRANSP
               IF  STAT-TRANSP NOT EQUAL "00"
                   STRING "ERRO AO ABRIR TRANSP ! "
                      STAT-TRANSP
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN I-O ROMANEIO
               IF STAT-ROMANEIO EQUAL "35"
                  OPEN OUTPUT ROMANEIO
                  CLOSE ROMANEIO
                  OPEN I-O ROMANEIO
               END-IF
               IF  STAT-ROMANEIO NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ROMANEIO ! "
                      STAT-ROMANEIO
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN I-O ROMITENS
               IF STAT-ROMITENS EQUAL "35"
                  OPEN OUTPUT ROMITENS
                  CLOSE ROMITENS
                  OPEN I-O ROMITENS
               END-IF
               IF  STAT-ROMITENS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ROMITENS ! "
                      STAT-ROMITENS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"                   TO WS-PRODUTOS-ATIVO
               OPEN INPUT PRODUTOS
               IF STAT-PRODUTOS EQUAL "00"
                  MOVE "S"                TO WS-PRODUTOS-ATIVO
               END-IF
               MOVE "N"                   TO WS-ENDERENT-ATIVO
               OPEN INPUT ENDERENT
               IF STAT-ENDERENT EQUAL "00"
                  MOVE "S"                TO WS-ENDERENT-ATIVO
               END-IF
               MOVE "N"                   TO WS-VENDEDOR-ATIVO
               OPEN INPUT VENDEDOR
               IF STAT-VENDEDOR EQUAL "00"
                  MOVE "S"                TO WS-VENDEDOR-ATIVO
               END-IF
               MOVE "N"                   TO WS-FRETETAB-ATIVO
               OPEN INPUT FRETETAB
               IF STAT-FRETETAB EQUAL "00"
                  MOVE "S"                TO WS-FRETETAB-ATIVO
               END-IF
               MOVE "N"                   TO WS-DISTCACH-ATIVO
               OPEN INPUT DISTCACH
               IF STAT-DISTCACH EQUAL "00"
                  MOVE "S"                TO WS-DISTCACH-ATIVO
               END-IF.

       2000-PROCESSA.

           IF WS-REIMPRESSAO EQUAL "S"
              SORT WORKROM ON ASCENDING SORR-TRA-CODIGO
                                        SORR-REGIAO
                                        SORR-CLI-CODIGO
                                        SORR-PED-NUMERO
                   INPUT PROCEDURE 2014-SORTIN-REIMPRESSAO
                   OUTPUT PROCEDURE 2002-SORTOUT-ROMANEIOS
           ELSE
              SORT WORKROM ON ASCENDING SORR-TRA-CODIGO
                                        SORR-REGIAO
                                        SORR-CLI-CODIGO
                                        SORR-PED-NUMERO
                   INPUT PROCEDURE 2001-SORTIN-PEDIDOS
                   OUTPUT PROCEDURE 2002-SORTOUT-ROMANEIOS
           END-IF.

       2001-SORTIN-PEDIDOS SECTION.

           MOVE ZEROS              TO PED-CLI-CODIGO
           MOVE ZEROS              TO PED-NUMERO
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              GO TO 2001-SORTIN-PEDIDOS-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ PEDIDOS NEXT
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF PED-ENT-DESPACHADO
                 AND NOT PED-CANCELADO
                 AND PED-TRA-CODIGO NOT EQUAL ZEROS
                 AND PED-ROMANEIO EQUAL ZEROS
                 AND (LK-TRANSPORTADORA EQUAL ZEROS
                      OR PED-TRA-CODIGO EQUAL LK-TRANSPORTADORA)
                 MOVE ZEROS        TO SORR-REGIAO
                 MOVE PED-CLI-CODIGO TO CLI-CODIGO
                 READ CLIENTES
                 IF STAT-CLIENTES EQUAL "00"
                    MOVE CLI-REGIAO TO SORR-REGIAO
                 END-IF
                 MOVE PED-TRA-CODIGO TO SORR-TRA-CODIGO
                 MOVE PED-CLI-CODIGO TO SORR-CLI-CODIGO
                 MOVE PED-NUMERO   TO SORR-PED-NUMERO
                 RELEASE SORR-REC
              END-IF
              READ PEDIDOS NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2001-SORTIN-PEDIDOS-EXIT. EXIT.

       2014-SORTIN-REIMPRESSAO SECTION.

           MOVE LK-ROMANEIO        TO ROM-NUMERO
           READ ROMANEIO
           IF STAT-ROMANEIO NOT EQUAL "00"
              MOVE "ROMANEIO NAO ENCONTRADO !" TO LK-RETORNO
              GO TO 2014-SORTIN-REIMPRESSAO-EXIT
           END-IF
           MOVE LK-ROMANEIO        TO ROI-ROM-NUMERO
           MOVE ZEROS              TO ROI-CLI-CODIGO
           MOVE ZEROS              TO ROI-PED-NUMERO
           START ROMITENS KEY IS GREATER THAN ROI-CHAVE
           IF STAT-ROMITENS NOT EQUAL "00"
              GO TO 2014-SORTIN-REIMPRESSAO-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ ROMITENS NEXT
           IF STAT-ROMITENS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF ROI-ROM-NUMERO NOT EQUAL LK-ROMANEIO
                 MOVE "F"          TO WS-EOF
              ELSE
                 MOVE ROM-TRA-CODIGO TO SORR-TRA-CODIGO
                 MOVE ROM-REGIAO   TO SORR-REGIAO
                 MOVE ROI-CLI-CODIGO TO SORR-CLI-CODIGO
                 MOVE ROI-PED-NUMERO TO SORR-PED-NUMERO
                 RELEASE SORR-REC
                 READ ROMITENS NEXT AT END
                    MOVE "F"       TO WS-EOF
                 END-READ
              END-IF
           END-PERFORM.

       2014-SORTIN-REIMPRESSAO-EXIT. EXIT.

       2002-SORTOUT-ROMANEIOS SECTION.

           IF LK-RETORNO NOT EQUAL SPACES
              GO TO 2002-SORTOUT-ROMANEIOS-EXIT
           END-IF

           OPEN OUTPUT SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
               STRING "ERRO AO ABRIR ARQ. SAIDA ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF

           MOVE "N"                TO WS-ROM-ABERTO
           MOVE SPACES             TO WS-EOF-SD

           RETURN WORKROM AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               IF WS-ROM-ABERTO EQUAL "N"
                  OR SORR-TRA-CODIGO NOT EQUAL WS-TRA-ANT
                  OR SORR-REGIAO NOT EQUAL WS-REGIAO-ANT
                  IF WS-ROM-ABERTO EQUAL "S"
                     PERFORM 2004-FECHA-ROMANEIO
                  END-IF
                  PERFORM 2003-ABRE-ROMANEIO
               END-IF
               PERFORM 2005-PROCESSA-PEDIDO
               RETURN WORKROM AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-ROM-ABERTO EQUAL "S"
              PERFORM 2004-FECHA-ROMANEIO
           END-IF

           IF WS-REIMPRESSAO NOT EQUAL "S"
              MOVE LK-QTD-ROMANEIOS TO ROD-QTD-ROMANEIOS
              MOVE LK-QTD-PEDIDOS  TO ROD-QTD-PEDIDOS
              IF PAGINA = ZEROS
                 WRITE RG-SAIDA  FROM TRACOS AFTER 1
              ELSE
                 WRITE RG-SAIDA  FROM TRACOS AFTER 2
              END-IF
              WRITE RG-SAIDA     FROM RODAPE-GERAL AFTER 1
           END-IF

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           CLOSE PEDIDOS
           CLOSE PEDITENS
           CLOSE CLIENTES
           CLOSE TRANSP
           CLOSE ROMANEIO
           CLOSE ROMITENS
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              CLOSE PRODUTOS
           END-IF
           IF WS-ENDERENT-ATIVO EQUAL "S"
              CLOSE ENDERENT
           END-IF
           IF WS-VENDEDOR-ATIVO EQUAL "S"
              CLOSE VENDEDOR
           END-IF
           IF WS-FRETETAB-ATIVO EQUAL "S"
              CLOSE FRETETAB
           END-IF
           IF WS-DISTCACH-ATIVO EQUAL "S"
              CLOSE DISTCACH
           END-IF

           MOVE SPACES                                    TO LK-RETORNO.

       2002-SORTOUT-ROMANEIOS-EXIT. EXIT.

       2003-ABRE-ROMANEIO SECTION.

           MOVE SORR-TRA-CODIGO    TO WS-TRA-ANT
           MOVE SORR-REGIAO        TO WS-REGIAO-ANT
           MOVE ZEROS              TO WS-TOT-PEDIDOS
           MOVE ZEROS              TO WS-TOT-VOLUMES
           MOVE ZEROS              TO WS-TOT-PESO
           MOVE ZEROS              TO WS-TOT-VALOR
           MOVE ZEROS              TO WS-TOT-FRETE
           MOVE ZEROS              TO WS-TOT-COBRADO

           IF WS-REIMPRESSAO EQUAL "S"
              MOVE LK-ROMANEIO     TO WS-ROM-NUMERO
              MOVE LK-ROMANEIO     TO ROM-NUMERO
              READ ROMANEIO
              MOVE ROM-DATA        TO WS-ROM-DATA
           ELSE
              MOVE 9999999         TO ROM-NUMERO
              START ROMANEIO KEY IS LESS THAN ROM-NUMERO
              IF STAT-ROMANEIO EQUAL "00"
                 READ ROMANEIO PREVIOUS
              END-IF
              IF STAT-ROMANEIO EQUAL "00"
                 COMPUTE WS-ROM-NUMERO = ROM-NUMERO + 1
              ELSE
                 MOVE 1            TO WS-ROM-NUMERO
              END-IF
              MOVE WS-DATA-HOJE    TO WS-ROM-DATA
              INITIALIZE RG-ROMANEIO
              MOVE WS-ROM-NUMERO   TO ROM-NUMERO
              MOVE SORR-TRA-CODIGO TO ROM-TRA-CODIGO
              MOVE SORR-REGIAO     TO ROM-REGIAO
              MOVE WS-ROM-DATA     TO ROM-DATA
              WRITE RG-ROMANEIO
              IF STAT-ROMANEIO NOT EQUAL "00"
                 STRING "ERRO AO GRAVAR ROMANEIO ! "
                        STAT-ROMANEIO
                   DELIMITED BY SIZE
                   INTO LK-RETORNO
                 END-STRING
                 GOBACK
              END-IF
              ADD 1                TO LK-QTD-ROMANEIOS
           END-IF

           MOVE "S"                TO WS-ROM-ABERTO
           MOVE SPACES             TO TRA-RAZAO
           MOVE ZEROS              TO TRA-CNPJ
           MOVE SORR-TRA-CODIGO    TO TRA-CODIGO
           READ TRANSP
           IF STAT-TRANSP NOT EQUAL "00"
              MOVE SPACES          TO TRA-RAZAO
              MOVE ZEROS           TO TRA-CNPJ
           END-IF
           PERFORM 2013-CABECALHO.

       2003-ABRE-ROMANEIO-EXIT. EXIT.

       2004-FECHA-ROMANEIO SECTION.

           MOVE WS-TOT-PEDIDOS     TO ROD-PEDIDOS
           MOVE WS-TOT-VOLUMES     TO ROD-VOLUMES
           MOVE WS-TOT-PESO        TO ROD-PESO
           MOVE WS-TOT-VALOR       TO ROD-VALOR
           MOVE WS-TOT-FRETE       TO ROD-FRETE
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1
           WRITE RG-SAIDA     FROM RODAPE2 AFTER 1
           WRITE RG-SAIDA     FROM ASSINA1 AFTER 3
           WRITE RG-SAIDA     FROM ASSINA2 AFTER 2
           MOVE 80                 TO LINHAS
           MOVE "N"                TO WS-ROM-ABERTO

           IF WS-REIMPRESSAO EQUAL "S"
              GO TO 2004-FECHA-ROMANEIO-EXIT
           END-IF

           MOVE WS-ROM-NUMERO      TO ROM-NUMERO
           READ ROMANEIO
           IF STAT-ROMANEIO NOT EQUAL "00"
              GO TO 2004-FECHA-ROMANEIO-EXIT
           END-IF
           MOVE WS-TOT-PEDIDOS     TO ROM-QTD-PEDIDOS
           MOVE WS-TOT-VOLUMES     TO ROM-VOLUMES
           MOVE WS-TOT-PESO        TO ROM-PESO
           MOVE WS-TOT-VALOR       TO ROM-VALOR
           MOVE WS-TOT-FRETE       TO ROM-FRETE-ESTIMADO
           MOVE WS-TOT-COBRADO     TO ROM-FRETE-COBRADO
           REWRITE RG-ROMANEIO
           IF STAT-ROMANEIO NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR ROMANEIO ! "
                     STAT-ROMANEIO
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2004-FECHA-ROMANEIO-EXIT. EXIT.

       2005-PROCESSA-PEDIDO SECTION.

           MOVE SORR-CLI-CODIGO    TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              INITIALIZE RG-CLIENTES
              MOVE SORR-CLI-CODIGO TO CLI-CODIGO
           END-IF

           IF WS-REIMPRESSAO EQUAL "S"
              MOVE WS-ROM-NUMERO   TO ROI-ROM-NUMERO
              MOVE SORR-CLI-CODIGO TO ROI-CLI-CODIGO
              MOVE SORR-PED-NUMERO TO ROI-PED-NUMERO
              READ ROMITENS
              IF STAT-ROMITENS NOT EQUAL "00"
                 GO TO 2005-PROCESSA-PEDIDO-EXIT
              END-IF
              PERFORM 2010-IMPRIME-PEDIDO
              GO TO 2005-PROCESSA-PEDIDO-EXIT
           END-IF

           MOVE SORR-CLI-CODIGO    TO PED-CLI-CODIGO
           MOVE SORR-PED-NUMERO    TO PED-NUMERO
           READ PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              GO TO 2005-PROCESSA-PEDIDO-EXIT
           END-IF
           MOVE RG-PEDIDOS         TO WS-AUD-ANTES

           PERFORM 2006-CALCULA-PESO
           IF PED-VOLUMES EQUAL ZEROS
              MOVE 1               TO PED-VOLUMES
           END-IF
           IF PED-FRETE-ESTIMADO EQUAL ZEROS
              PERFORM 2007-ESTIMA-FRETE
              MOVE WS-FRETE        TO PED-FRETE-ESTIMADO
           END-IF

           INITIALIZE RG-ROMITENS
           MOVE WS-ROM-NUMERO      TO ROI-ROM-NUMERO
           MOVE PED-CLI-CODIGO     TO ROI-CLI-CODIGO
           MOVE PED-NUMERO         TO ROI-PED-NUMERO
           MOVE PED-NUM-NF         TO ROI-NUM-NF
           MOVE PED-END-ENTREGA    TO ROI-END-ENTREGA
           MOVE PED-VOLUMES        TO ROI-VOLUMES
           MOVE WS-PESO            TO ROI-PESO
           MOVE PED-VALOR          TO ROI-VALOR
           MOVE PED-FRETE-ESTIMADO TO ROI-FRETE-ESTIMADO
           WRITE RG-ROMITENS
           IF STAT-ROMITENS NOT EQUAL "00"
              STRING "ERRO AO GRAVAR ROMITENS ! "
                     STAT-ROMITENS
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF

           MOVE WS-ROM-NUMERO      TO PED-ROMANEIO
           REWRITE RG-PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR PEDIDOS ! "
                     STAT-PEDIDOS
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "GERAROM"                TO WS-AUD-OPERADOR
           MOVE "GERAROM"                TO WS-AUD-PROGRAMA
           MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA

           ADD 1                   TO LK-QTD-PEDIDOS
           PERFORM 2010-IMPRIME-PEDIDO.

       2005-PROCESSA-PEDIDO-EXIT. EXIT.

       2006-CALCULA-PESO SECTION.

           MOVE ZEROS              TO WS-PESO
           IF WS-PRODUTOS-ATIVO NOT EQUAL "S"
              GO TO 2006-CALCULA-PESO-EXIT
           END-IF
           MOVE PED-CLI-CODIGO     TO ITE-CLI-CODIGO
           MOVE PED-NUMERO         TO ITE-PED-NUMERO
           MOVE ZEROS              TO ITE-SEQUENCIA
           START PEDITENS KEY IS GREATER THAN ITE-CHAVE
           IF STAT-PEDITENS NOT EQUAL "00"
              GO TO 2006-CALCULA-PESO-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF-ITE
           READ PEDITENS NEXT
           IF STAT-PEDITENS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-ITE
           END-IF
           PERFORM UNTIL WS-EOF-ITE EQUAL "F"
              IF ITE-CLI-CODIGO NOT EQUAL PED-CLI-CODIGO
                 OR ITE-PED-NUMERO NOT EQUAL PED-NUMERO
                 MOVE "F"          TO WS-EOF-ITE
              ELSE
                 MOVE ITE-PRO-CODIGO TO PRO-CODIGO
                 READ PRODUTOS
                 IF STAT-PRODUTOS EQUAL "00"
                    COMPUTE WS-PESO = WS-PESO
                          + (ITE-QUANTIDADE * PRO-PESO-BRUTO)
                 END-IF
                 READ PEDITENS NEXT AT END
                    MOVE "F"       TO WS-EOF-ITE
                 END-READ
              END-IF
           END-PERFORM.

       2006-CALCULA-PESO-EXIT. EXIT.

       2007-ESTIMA-FRETE SECTION.

           MOVE ZEROS              TO WS-FRETE
           IF WS-FRETETAB-ATIVO NOT EQUAL "S"
              GO TO 2007-ESTIMA-FRETE-EXIT
           END-IF
           PERFORM 2008-CALCULA-DISTANCIA
           IF WS-DISTANCIA-FRETE EQUAL ZEROS
              GO TO 2007-ESTIMA-FRETE-EXIT
           END-IF
           PERFORM 2009-PROCURA-FAIXA
           IF WS-ACHOU-FAIXA EQUAL "S"
              COMPUTE WS-FRETE ROUNDED =
                      FRT-VALOR-BASE
                    + (PED-VALOR * FRT-PERC-VALOR / 100)
           END-IF.

       2007-ESTIMA-FRETE-EXIT. EXIT.

       2008-CALCULA-DISTANCIA SECTION.

           MOVE ZEROS              TO WS-DISTANCIA-FRETE
           IF WS-DISTCACH-ATIVO EQUAL "S"
              MOVE PED-CLI-CODIGO  TO CAC-CLI-CODIGO
              MOVE PED-VEN-CODIGO  TO CAC-VEN-CODIGO
              READ DISTCACH
              IF STAT-DISTCACH EQUAL "00"
                 MOVE CAC-DISTANCIA TO WS-DISTANCIA-FRETE
                 GO TO 2008-CALCULA-DISTANCIA-EXIT
              END-IF
           END-IF
           IF WS-VENDEDOR-ATIVO NOT EQUAL "S"
              GO TO 2008-CALCULA-DISTANCIA-EXIT
           END-IF
           MOVE PED-VEN-CODIGO     TO VEN-CODIGO
           READ VENDEDOR
           IF STAT-VENDEDOR NOT EQUAL "00"
              GO TO 2008-CALCULA-DISTANCIA-EXIT
           END-IF
           CALL "DISTANCIA" USING BY REFERENCE
                  CLI-LATITUDE
                  CLI-LONGITUDE
                  VEN-LATITUDE
                  VEN-LONGITUDE
                  WS-MODO-DISTANCIA
               RETURNING WS-ROT-DISTANCIA
           END-CALL
           MOVE WS-ROT-DISTANCIA   TO WS-DISTANCIA-FRETE.

       2008-CALCULA-DISTANCIA-EXIT. EXIT.

       2009-PROCURA-FAIXA SECTION.

           MOVE "N"                TO WS-ACHOU-FAIXA
           MOVE ZEROS              TO FRT-SEQUENCIA
           START FRETETAB KEY IS GREATER THAN FRT-SEQUENCIA
           IF STAT-FRETETAB NOT EQUAL "00"
              GO TO 2009-PROCURA-FAIXA-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF-FRT
           READ FRETETAB NEXT
           IF STAT-FRETETAB NOT EQUAL "00"
              MOVE "F"             TO WS-EOF-FRT
           END-IF
           PERFORM UNTIL WS-EOF-FRT EQUAL "F"
              IF WS-DISTANCIA-FRETE NOT LESS THAN FRT-DIST-INICIAL
                 AND (FRT-DIST-FINAL EQUAL ZEROS
                      OR WS-DISTANCIA-FRETE NOT GREATER THAN
                         FRT-DIST-FINAL)
                 MOVE "S"          TO WS-ACHOU-FAIXA
                 MOVE "F"          TO WS-EOF-FRT
              ELSE
                 READ FRETETAB NEXT AT END
                    MOVE "F"       TO WS-EOF-FRT
                 END-READ
              END-IF
           END-PERFORM.

       2009-PROCURA-FAIXA-EXIT. EXIT.

       2010-IMPRIME-PEDIDO SECTION.

           ADD 1                   TO WS-TOT-PEDIDOS
           ADD ROI-VOLUMES         TO WS-TOT-VOLUMES
           ADD ROI-PESO            TO WS-TOT-PESO
           ADD ROI-VALOR           TO WS-TOT-VALOR
           ADD ROI-FRETE-ESTIMADO  TO WS-TOT-FRETE
           ADD ROI-FRETE-COBRADO   TO WS-TOT-COBRADO

           MOVE ROI-PED-NUMERO     TO LDT-PEDIDO
           MOVE ROI-CLI-CODIGO     TO LDT-CLIENTE
           MOVE CLI-RAZAO          TO LDT-RAZAO
           MOVE ROI-NUM-NF         TO LDT-NF
           MOVE ROI-VOLUMES        TO LDT-VOLUMES
           MOVE ROI-PESO           TO LDT-PESO
           MOVE ROI-VALOR          TO LDT-VALOR
           MOVE ROI-FRETE-ESTIMADO TO LDT-FRETE
           PERFORM 2011-ENDERECO-ENTREGA

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 3                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 2
           WRITE RG-SAIDA FROM LDT2 AFTER 1.

       2010-IMPRIME-PEDIDO-EXIT. EXIT.

       2011-ENDERECO-ENTREGA SECTION.

           MOVE CLI-LOGRADOURO     TO LDT2-LOGRADOURO
           MOVE CLI-BAIRRO         TO LDT2-BAIRRO
           MOVE CLI-CIDADE         TO LDT2-CIDADE
           MOVE CLI-UF             TO LDT2-UF
           MOVE CLI-CEP            TO LDT2-CEP
           IF ROI-END-ENTREGA EQUAL ZEROS
              OR WS-ENDERENT-ATIVO NOT EQUAL "S"
              GO TO 2011-ENDERECO-ENTREGA-EXIT
           END-IF
           MOVE ROI-CLI-CODIGO     TO END-CLI-CODIGO
           MOVE ROI-END-ENTREGA    TO END-SEQUENCIA
           READ ENDERENT
           IF STAT-ENDERENT EQUAL "00"
              MOVE END-LOGRADOURO  TO LDT2-LOGRADOURO
              MOVE END-BAIRRO      TO LDT2-BAIRRO
              MOVE END-CIDADE      TO LDT2-CIDADE
              MOVE END-UF          TO LDT2-UF
              MOVE END-CEP         TO LDT2-CEP
           END-IF.

       2011-ENDERECO-ENTREGA-EXIT. EXIT.

       2013-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 7                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-ROM-NUMERO           TO CAB01A-ROMANEIO
           MOVE WS-ROM-DATA             TO CAB01A-DATA
           MOVE WS-REGIAO-ANT           TO CAB01A-REGIAO
           MOVE WS-TRA-ANT              TO CAB01B-TRA-CODIGO
           MOVE TRA-RAZAO               TO CAB01B-TRA-RAZAO
           MOVE TRA-CNPJ                TO CAB01B-TRA-CNPJ

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB01A AFTER 1
           WRITE RG-SAIDA     FROM CAB01B AFTER 1
           WRITE RG-SAIDA     FROM TRACOS AFTER 1
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.

       2013-CABECALHO-EXIT. EXIT.

       2021-PREVIEW-TELA SECTION.

           OPEN INPUT SAIDA
           IF STAT-SAIDA NOT EQUAL "00"
              GOBACK
           END-IF

           MOVE SPACES             TO WS-EOF
           MOVE ZEROS              TO WS-LINHAS-TELA
           READ SAIDA AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              DISPLAY RG-SAIDA
              ADD 1                TO WS-LINHAS-TELA
              IF WS-LINHAS-TELA >= WS-MAX-LINHAS
                 DISPLAY "PRESSIONE ENTER PARA CONTINUAR..."
                 ACCEPT WS-PAUSA
                 MOVE ZEROS        TO WS-LINHAS-TELA
              END-IF
              READ SAIDA AT END MOVE "F" TO WS-EOF
           END-PERFORM

           CLOSE SAIDA.

       2021-PREVIEW-TELA-EXIT. EXIT.

       3000-FINALIZA SECTION.

           IF LK-DESTINO EQUAL "T"
              AND LK-RETORNO EQUAL SPACES
              PERFORM 2021-PREVIEW-TELA
           END-IF

           GOBACK.
