       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETEREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ROMITENS.SL".
           COPY "ROMANEIO.SL".
           COPY "TRANSP.SL".
           COPY "SAIDA.SL".
           COPY "WORKFRT.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "ROMITENS.FD".
           COPY "ROMANEIO.FD".
           COPY "TRANSP.FD".
           COPY "SAIDA.FD".
           COPY "WORKFRT.FD".

       WORKING-STORAGE SECTION.
       01  STAT-ROMITENS                      PIC XX.
       01  STAT-ROMANEIO                      PIC XX.
       01  STAT-TRANSP                        PIC XX.
       01  STAT-SAIDA                         PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-SD                     PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(080) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-TOLERANCIA                  PIC 9(003) VALUE 10.
       01  WS-ROM-LIDO                    PIC 9(007) VALUE ZEROS.
       01  WS-ROM-OK                      PIC X      VALUE "N".
       01  WS-TRA-ANT                     PIC 9(003) VALUE ZEROS.
       01  WS-PRIMEIRO                    PIC X      VALUE "S".
       01  WS-DIFERENCA                   PIC S9(007)V99 VALUE ZEROS.
       01  WS-PERC-DIF                    PIC S9(005)V99 VALUE ZEROS.
       01  WS-DIVERGENTE                  PIC X      VALUE "N".
       01  WS-SUB-PEDIDOS                 PIC 9(006) VALUE ZEROS.
       01  WS-SUB-DIVERGENTES             PIC 9(006) VALUE ZEROS.
       01  WS-SUB-ESTIMADO                PIC 9(009)V99 VALUE ZEROS.
       01  WS-SUB-COBRADO                 PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOT-ESTIMADO                PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOT-COBRADO                 PIC 9(009)V99 VALUE ZEROS.
       01  WS-DIF-TOTAL                   PIC S9(009)V99 VALUE ZEROS.
           01  CAB01.
               05 PIC X(068) VALUE "CONCILIACAO DE FRETE POR PEDIDO".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(016)               VALUE "TRANSPORTADORA: ".
               05 CAB01A-TRANSP            PIC X(005).
               05 PIC X(018)          VALUE "   TOLERANCIA %: ".
               05 CAB01A-TOLERANCIA        PIC ZZ9.
               05 PIC X(022)          VALUE "   SO DIVERGENTES: ".
               05 CAB01A-SO-DIVERGENTES    PIC X(001).
           01  CAB02.
               05 PIC X(010)                  VALUE "ROMANEIO".
               05 PIC X(009)                  VALUE "CLIENTE".
               05 PIC X(009)                  VALUE " PEDIDO".
               05 PIC X(010)                  VALUE "DATA COB.".
               05 PIC X(017)                  VALUE "DOC. COBRANCA".
               05 PIC X(012)                  VALUE "  ESTIMADO".
               05 PIC X(012)                  VALUE "   COBRADO".
               05 PIC X(013)                  VALUE "   DIFERENCA".
               05 PIC X(009)                  VALUE "    DIF%".
       01  LTR.
           05 PIC X(016) VALUE "TRANSPORTADORA: ".
           05 LTR-CODIGO                  PIC ZZ9.
           05 PIC X(003) VALUE " - ".
           05 LTR-RAZAO                   PIC X(040).
       01  LDT.
           05 LDT-ROMANEIO                PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-CLIENTE                 PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-PEDIDO                  PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-DATA                    PIC 9(008).
           05 PIC X(002).
           05 LDT-DOC                     PIC X(015).
           05 PIC X(002).
           05 LDT-ESTIMADO                PIC ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-COBRADO                 PIC ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-DIFERENCA               PIC -ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-PERC                    PIC -ZZZ9,99.
           05 PIC X(001).
           05 LDT-MARCA                   PIC X(001).
       01  LSUB.
           05 PIC X(004).
           05 PIC X(018) VALUE "SUBTOTAL PEDIDOS: ".
           05 LSUB-PEDIDOS                PIC ZZZ.ZZ9.
           05 PIC X(015) VALUE "  DIVERGENTES: ".
           05 LSUB-DIVERGENTES            PIC ZZZ.ZZ9.
           05 PIC X(003).
           05 LSUB-ESTIMADO               PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LSUB-COBRADO                PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LSUB-DIFERENCA              PIC -ZZZ.ZZZ.ZZ9,99.
       01  RODAPE.
           05 PIC X(004).
           05 PIC X(018) VALUE "TOTAL PEDIDOS...: ".
           05 ROD-PEDIDOS                 PIC ZZZ.ZZ9.
           05 PIC X(015) VALUE "  DIVERGENTES: ".
           05 ROD-DIVERGENTES             PIC ZZZ.ZZ9.
           05 PIC X(003).
           05 ROD-ESTIMADO                PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 ROD-COBRADO                 PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 ROD-DIFERENCA               PIC -ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-TRANSPORTADORA                           PIC 9(003).
          05 LK-TOLERANCIA                               PIC 9(003).
          05 LK-SO-DIVERGENTES                           PIC X(001).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-PEDIDOS                              PIC 9(006).
          05 LK-QTD-DIVERGENTES                          PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               IF LK-TOLERANCIA NOT EQUAL ZEROS
                  MOVE LK-TOLERANCIA      TO WS-TOLERANCIA
               END-IF
               IF LK-SO-DIVERGENTES NOT EQUAL "S"
                  MOVE "N"                TO LK-SO-DIVERGENTES
               END-IF
               MOVE SPACES                TO LK-RETORNO
               MOVE ZEROS                 TO LK-QTD-PEDIDOS
               MOVE ZEROS                 TO LK-QTD-DIVERGENTES
               OPEN INPUT ROMITENS
               IF  STAT-ROMITENS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ROMITENS ! "
                      STAT-ROMITENS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT ROMANEIO
               IF  STAT-ROMANEIO NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ROMANEIO ! "
                      STAT-ROMANEIO
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
           END-IF.

       2000-PROCESSA.

           SORT WORKFRT ON ASCENDING SORF-TRA-CODIGO
                                     SORF-ROMANEIO
                                     SORF-CLI-CODIGO
                                     SORF-PED-NUMERO
                INPUT PROCEDURE 2001-SORTIN-FRETES
                OUTPUT PROCEDURE 2002-SORTOUT-FRETES.

       2001-SORTIN-FRETES SECTION.

           MOVE ZEROS              TO ROI-ROM-NUMERO
           MOVE ZEROS              TO ROI-CLI-CODIGO
           MOVE ZEROS              TO ROI-PED-NUMERO
           START ROMITENS KEY IS GREATER THAN ROI-CHAVE
           IF STAT-ROMITENS NOT EQUAL "00"
              GO TO 2001-SORTIN-FRETES-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ ROMITENS NEXT
           IF STAT-ROMITENS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF ROI-FRETE-COBRADO NOT EQUAL ZEROS
                 IF ROI-ROM-NUMERO NOT EQUAL WS-ROM-LIDO
                    MOVE ROI-ROM-NUMERO TO WS-ROM-LIDO
                    MOVE ROI-ROM-NUMERO TO ROM-NUMERO
                    MOVE "N"       TO WS-ROM-OK
                    READ ROMANEIO
                    IF STAT-ROMANEIO EQUAL "00"
                       MOVE "S"    TO WS-ROM-OK
                    END-IF
                 END-IF
                 IF WS-ROM-OK EQUAL "S"
                    AND (LK-TRANSPORTADORA EQUAL ZEROS
                         OR ROM-TRA-CODIGO EQUAL LK-TRANSPORTADORA)
                    MOVE ROM-TRA-CODIGO     TO SORF-TRA-CODIGO
                    MOVE ROI-ROM-NUMERO     TO SORF-ROMANEIO
                    MOVE ROI-CLI-CODIGO     TO SORF-CLI-CODIGO
                    MOVE ROI-PED-NUMERO     TO SORF-PED-NUMERO
                    MOVE ROI-DATA-COBRANCA  TO SORF-DATA
                    MOVE ROI-FRETE-ESTIMADO TO SORF-FRETE-ESTIMADO
                    MOVE ROI-FRETE-COBRADO  TO SORF-FRETE-COBRADO
                    MOVE ROI-DOC-COBRANCA   TO SORF-DOC-COBRANCA
                    RELEASE SORF-REC
                 END-IF
              END-IF
              READ ROMITENS NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2001-SORTIN-FRETES-EXIT. EXIT.

       2002-SORTOUT-FRETES SECTION.

           OPEN OUTPUT SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
               STRING "ERRO AO ABRIR ARQ. SAIDA ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF

           PERFORM 2013-CABECALHO

           MOVE "S"                TO WS-PRIMEIRO
           MOVE SPACES             TO WS-EOF-SD

           RETURN WORKFRT AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               IF WS-PRIMEIRO EQUAL "S"
                  OR SORF-TRA-CODIGO NOT EQUAL WS-TRA-ANT
                  IF WS-PRIMEIRO NOT EQUAL "S"
                     PERFORM 2004-SUBTOTAL
                  END-IF
                  PERFORM 2003-NOVA-TRANSP
               END-IF
               PERFORM 2005-IMPRIME-FRETE
               RETURN WORKFRT AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-PRIMEIRO NOT EQUAL "S"
              PERFORM 2004-SUBTOTAL
           END-IF

           MOVE LK-QTD-PEDIDOS     TO ROD-PEDIDOS
           MOVE LK-QTD-DIVERGENTES TO ROD-DIVERGENTES
           MOVE WS-TOT-ESTIMADO    TO ROD-ESTIMADO
           MOVE WS-TOT-COBRADO     TO ROD-COBRADO
           COMPUTE WS-DIF-TOTAL = WS-TOT-COBRADO - WS-TOT-ESTIMADO
           MOVE WS-DIF-TOTAL       TO ROD-DIFERENCA
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM RODAPE AFTER 1

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           CLOSE ROMITENS
           CLOSE ROMANEIO
           CLOSE TRANSP

           MOVE SPACES                                    TO LK-RETORNO.

       2002-SORTOUT-FRETES-EXIT. EXIT.

       2003-NOVA-TRANSP SECTION.

           MOVE "N"                TO WS-PRIMEIRO
           MOVE SORF-TRA-CODIGO    TO WS-TRA-ANT
           MOVE ZEROS              TO WS-SUB-PEDIDOS
           MOVE ZEROS              TO WS-SUB-DIVERGENTES
           MOVE ZEROS              TO WS-SUB-ESTIMADO
           MOVE ZEROS              TO WS-SUB-COBRADO
           MOVE SORF-TRA-CODIGO    TO TRA-CODIGO
           READ TRANSP
           IF STAT-TRANSP NOT EQUAL "00"
              MOVE SPACES          TO TRA-RAZAO
           END-IF
           MOVE SORF-TRA-CODIGO    TO LTR-CODIGO
           MOVE TRA-RAZAO          TO LTR-RAZAO
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LTR AFTER 2.

       2003-NOVA-TRANSP-EXIT. EXIT.

       2004-SUBTOTAL SECTION.

           MOVE WS-SUB-PEDIDOS     TO LSUB-PEDIDOS
           MOVE WS-SUB-DIVERGENTES TO LSUB-DIVERGENTES
           MOVE WS-SUB-ESTIMADO    TO LSUB-ESTIMADO
           MOVE WS-SUB-COBRADO     TO LSUB-COBRADO
           COMPUTE WS-DIF-TOTAL = WS-SUB-COBRADO - WS-SUB-ESTIMADO
           MOVE WS-DIF-TOTAL       TO LSUB-DIFERENCA
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LSUB AFTER 2.

       2004-SUBTOTAL-EXIT. EXIT.

       2005-IMPRIME-FRETE SECTION.

           COMPUTE WS-DIFERENCA =
                   SORF-FRETE-COBRADO - SORF-FRETE-ESTIMADO
           MOVE "N"                TO WS-DIVERGENTE
           IF SORF-FRETE-ESTIMADO EQUAL ZEROS
              MOVE 999             TO WS-PERC-DIF
              MOVE "S"             TO WS-DIVERGENTE
           ELSE
              COMPUTE WS-PERC-DIF ROUNDED =
                      WS-DIFERENCA * 100 / SORF-FRETE-ESTIMADO
              IF WS-PERC-DIF > WS-TOLERANCIA
                 OR WS-PERC-DIF < (0 - WS-TOLERANCIA)
                 MOVE "S"          TO WS-DIVERGENTE
              END-IF
           END-IF

           ADD 1                   TO LK-QTD-PEDIDOS
           ADD 1                   TO WS-SUB-PEDIDOS
           ADD SORF-FRETE-ESTIMADO TO WS-SUB-ESTIMADO
           ADD SORF-FRETE-COBRADO  TO WS-SUB-COBRADO
           ADD SORF-FRETE-ESTIMADO TO WS-TOT-ESTIMADO
           ADD SORF-FRETE-COBRADO  TO WS-TOT-COBRADO
           IF WS-DIVERGENTE EQUAL "S"
              ADD 1                TO LK-QTD-DIVERGENTES
              ADD 1                TO WS-SUB-DIVERGENTES
           END-IF

           IF LK-SO-DIVERGENTES EQUAL "S"
              AND WS-DIVERGENTE NOT EQUAL "S"
              GO TO 2005-IMPRIME-FRETE-EXIT
           END-IF

           MOVE SORF-ROMANEIO      TO LDT-ROMANEIO
           MOVE SORF-CLI-CODIGO    TO LDT-CLIENTE
           MOVE SORF-PED-NUMERO    TO LDT-PEDIDO
           MOVE SORF-DATA          TO LDT-DATA
           MOVE SORF-DOC-COBRANCA  TO LDT-DOC
           MOVE SORF-FRETE-ESTIMADO TO LDT-ESTIMADO
           MOVE SORF-FRETE-COBRADO TO LDT-COBRADO
           MOVE WS-DIFERENCA       TO LDT-DIFERENCA
           MOVE WS-PERC-DIF        TO LDT-PERC
           MOVE SPACES             TO LDT-MARCA
           IF WS-DIVERGENTE EQUAL "S"
              MOVE "*"             TO LDT-MARCA
           END-IF
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2005-IMPRIME-FRETE-EXIT. EXIT.

       2013-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           IF LK-TRANSPORTADORA EQUAL ZEROS
              MOVE "TODAS"              TO CAB01A-TRANSP
           ELSE
              MOVE LK-TRANSPORTADORA    TO CAB01A-TRANSP
           END-IF
           MOVE WS-TOLERANCIA           TO CAB01A-TOLERANCIA
           MOVE LK-SO-DIVERGENTES       TO CAB01A-SO-DIVERGENTES

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1
           WRITE RG-SAIDA     FROM CAB01A AFTER 1
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
              PERFORM 2021-PREVIEW-TELA
           END-IF

           GOBACK.
