       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAMREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CHAMADOS.SL".
           COPY "CLIENTES.SL".
           COPY "SAIDA.SL".
           COPY "WORKCH.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "CHAMADOS.FD".
           COPY "CLIENTES.FD".
           COPY "SAIDA.FD".
           COPY "WORKCH.FD".

       WORKING-STORAGE SECTION.
       01  STAT-CHAMADOS                      PIC XX.
       01  STAT-CLIENTES                      PIC XX.
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
       01  WS-PRIMEIRO                    PIC X      VALUE "S".
       01  WS-RESP-ANT                    PIC X(010) VALUE SPACES.
       01  WS-SUB-ABERTOS                 PIC 9(005) VALUE ZEROS.
       01  WS-SUB-VENCIDOS                PIC 9(005) VALUE ZEROS.
       01  WS-DATA-REF                    PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-REF                  PIC 9(007) VALUE ZEROS.
       01  WS-DIAS-ATRASO                 PIC 9(004) VALUE ZEROS.
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
           01  CAB01.
               05 PIC X(068) VALUE
                  "CHAMADOS EM ABERTO / SLA VENCIDO".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(017)               VALUE "DATA REFERENCIA: ".
               05 CAB01A-DATA-REF          PIC 9(008).
           01  CAB02.
               05 PIC X(008)                  VALUE "CLIENTE".
               05 PIC X(006)                  VALUE "CHAM.".
               05 PIC X(026)                  VALUE "RAZAO SOCIAL".
               05 PIC X(003)                  VALUE "CT".
               05 PIC X(003)                  VALUE "PR".
               05 PIC X(002)                  VALUE "ST".
               05 PIC X(009)                  VALUE "ABERTURA".
               05 PIC X(009)                  VALUE "PRAZO".
               05 PIC X(005)                  VALUE "ATR.".
               05 PIC X(008)                  VALUE "SITUACAO".
       01  LRESP.
           05 PIC X(013) VALUE "RESPONSAVEL: ".
           05 LRESP-CODIGO                PIC X(010).
       01  LDT.
           05 LDT-CLIENTE                 PIC 9(007).
           05 PIC X(001).
           05 LDT-NUMERO                  PIC 9(005).
           05 PIC X(001).
           05 LDT-RAZAO                   PIC X(025).
           05 PIC X(001).
           05 LDT-CATEGORIA               PIC X(001).
           05 PIC X(002).
           05 LDT-PRIORIDADE              PIC X(001).
           05 PIC X(002).
           05 LDT-STATUS                  PIC X(001).
           05 PIC X(001).
           05 LDT-ABERTURA                PIC 9(008).
           05 PIC X(001).
           05 LDT-LIMITE                  PIC 9(008).
           05 PIC X(001).
           05 LDT-ATRASO                  PIC ZZZ9.
           05 PIC X(001).
           05 LDT-SITUACAO                PIC X(008).
       01  LSUB.
           05 LSUB-TITULO                 PIC X(024).
           05 PIC X(009) VALUE "ABERTOS: ".
           05 LSUB-ABERTOS                PIC ZZ.ZZ9.
           05 PIC X(017) VALUE "   SLA VENCIDO: ".
           05 LSUB-VENCIDOS               PIC ZZ.ZZ9.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-DATA-REF                                 PIC 9(008).
          05 LK-SO-VENCIDOS                              PIC X(001).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-ABERTOS                              PIC 9(006).
          05 LK-QTD-VENCIDOS                             PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               MOVE SPACES                TO LK-RETORNO
               MOVE ZEROS                 TO LK-QTD-ABERTOS
               MOVE ZEROS                 TO LK-QTD-VENCIDOS
               IF LK-DATA-REF EQUAL ZEROS
                  ACCEPT WS-DATA-REF      FROM DATE
               ELSE
                  MOVE LK-DATA-REF        TO WS-DATA-REF
               END-IF
               MOVE WS-DATA-REF           TO WS-DATA-CONV
               PERFORM 2010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL        TO WS-SERIAL-REF
               OPEN INPUT CHAMADOS
               IF  STAT-CHAMADOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CHAMADOS ! "
                      STAT-CHAMADOS
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
           END-IF.

       2000-PROCESSA.

           SORT WORKCH ON ASCENDING SORC-RESPONSAVEL
                                    SORC-PRIORIDADE
                                    SORC-DATA-LIMITE
                                    SORC-CLI-CODIGO
                                    SORC-NUMERO
                INPUT PROCEDURE 2001-SORTIN
                OUTPUT PROCEDURE 2002-SORTOUT.

       2001-SORTIN SECTION.

           MOVE SPACES             TO WS-EOF
           READ CHAMADOS NEXT AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF CHA-PENDENTE
                 PERFORM 2003-SELECIONA
              END-IF
              READ CHAMADOS NEXT AT END MOVE "F" TO WS-EOF
           END-PERFORM.

       2001-SORTIN-EXIT. EXIT.

       2003-SELECIONA SECTION.

           MOVE ZEROS              TO WS-DIAS-ATRASO
           IF CHA-DATA-LIMITE NOT EQUAL ZEROS
              AND WS-DATA-REF GREATER THAN CHA-DATA-LIMITE
              MOVE CHA-DATA-LIMITE TO WS-DATA-CONV
              PERFORM 2010-CALCULA-SERIAL
              IF WS-SERIAL-REF GREATER THAN WS-DIAS-SERIAL
                 COMPUTE WS-DIAS-ATRASO =
                         WS-SERIAL-REF - WS-DIAS-SERIAL
              END-IF
           END-IF
           IF LK-SO-VENCIDOS EQUAL "S"
              AND WS-DIAS-ATRASO EQUAL ZEROS
              GO TO 2003-SELECIONA-EXIT
           END-IF
           MOVE CHA-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE SPACES          TO CLI-RAZAO
           END-IF
           MOVE CHA-RESPONSAVEL    TO SORC-RESPONSAVEL
           EVALUATE TRUE
               WHEN CHA-PRI-ALTA
                    MOVE 1         TO SORC-PRIORIDADE
               WHEN CHA-PRI-BAIXA
                    MOVE 3         TO SORC-PRIORIDADE
               WHEN OTHER
                    MOVE 2         TO SORC-PRIORIDADE
           END-EVALUATE
           MOVE CHA-DATA-LIMITE    TO SORC-DATA-LIMITE
           MOVE CHA-CLI-CODIGO     TO SORC-CLI-CODIGO
           MOVE CHA-NUMERO         TO SORC-NUMERO
           MOVE CHA-CATEGORIA      TO SORC-CATEGORIA
           MOVE CHA-STATUS         TO SORC-STATUS
           MOVE CHA-DATA-ABERTURA  TO SORC-DATA-ABERTURA
           MOVE WS-DIAS-ATRASO     TO SORC-DIAS-ATRASO
           MOVE CLI-RAZAO          TO SORC-RAZAO
           ADD 1                   TO LK-QTD-ABERTOS
           IF WS-DIAS-ATRASO NOT EQUAL ZEROS
              ADD 1                TO LK-QTD-VENCIDOS
           END-IF
           RELEASE SORC-REC.

       2003-SELECIONA-EXIT. EXIT.

       2002-SORTOUT SECTION.

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

           RETURN WORKCH AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               IF WS-PRIMEIRO EQUAL "S"
                  OR SORC-RESPONSAVEL NOT EQUAL WS-RESP-ANT
                  IF WS-PRIMEIRO NOT EQUAL "S"
                     PERFORM 2004-SUBTOTAL
                  END-IF
                  MOVE "N"                TO WS-PRIMEIRO
                  MOVE SORC-RESPONSAVEL   TO WS-RESP-ANT
                  MOVE ZEROS              TO WS-SUB-ABERTOS
                  MOVE ZEROS              TO WS-SUB-VENCIDOS
                  MOVE SORC-RESPONSAVEL   TO LRESP-CODIGO
                  IF LINHAS > WS-MAX-LINHAS
                     PERFORM 2013-CABECALHO
                  END-IF
                  ADD 2                   TO LINHAS
                  WRITE RG-SAIDA FROM LRESP AFTER 2
               END-IF
               PERFORM 2005-IMPRIME-DETALHE
               RETURN WORKCH AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-PRIMEIRO NOT EQUAL "S"
              PERFORM 2004-SUBTOTAL
           END-IF

           MOVE "TOTAL GERAL"         TO LSUB-TITULO
           MOVE LK-QTD-ABERTOS        TO LSUB-ABERTOS
           MOVE LK-QTD-VENCIDOS       TO LSUB-VENCIDOS
           WRITE RG-SAIDA     FROM TRACOS AFTER 2
           WRITE RG-SAIDA     FROM LSUB AFTER 1

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF

           CLOSE CHAMADOS
           CLOSE CLIENTES

           MOVE SPACES                                    TO LK-RETORNO.

       2002-SORTOUT-EXIT. EXIT.

       2004-SUBTOTAL SECTION.

           MOVE "  TOTAL RESPONSAVEL"  TO LSUB-TITULO
           MOVE WS-SUB-ABERTOS         TO LSUB-ABERTOS
           MOVE WS-SUB-VENCIDOS        TO LSUB-VENCIDOS
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 2                       TO LINHAS
           WRITE RG-SAIDA FROM LSUB AFTER 2.

       2004-SUBTOTAL-EXIT. EXIT.

       2005-IMPRIME-DETALHE SECTION.

           MOVE SORC-CLI-CODIGO    TO LDT-CLIENTE
           MOVE SORC-NUMERO        TO LDT-NUMERO
           MOVE SORC-RAZAO         TO LDT-RAZAO
           MOVE SORC-CATEGORIA     TO LDT-CATEGORIA
           EVALUATE SORC-PRIORIDADE
               WHEN 1
                    MOVE "A"       TO LDT-PRIORIDADE
               WHEN 3
                    MOVE "B"       TO LDT-PRIORIDADE
               WHEN OTHER
                    MOVE "M"       TO LDT-PRIORIDADE
           END-EVALUATE
           MOVE SORC-STATUS        TO LDT-STATUS
           MOVE SORC-DATA-ABERTURA TO LDT-ABERTURA
           MOVE SORC-DATA-LIMITE   TO LDT-LIMITE
           MOVE SORC-DIAS-ATRASO   TO LDT-ATRASO
           ADD 1                   TO WS-SUB-ABERTOS
           IF SORC-DIAS-ATRASO EQUAL ZEROS
              MOVE "NO PRAZO"      TO LDT-SITUACAO
           ELSE
              MOVE "VENCIDO"       TO LDT-SITUACAO
              ADD 1                TO WS-SUB-VENCIDOS
           END-IF
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 1                   TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2005-IMPRIME-DETALHE-EXIT. EXIT.

       2010-CALCULA-SERIAL SECTION.

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

       2010-CALCULA-SERIAL-EXIT. EXIT.

       2013-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-DATA-REF             TO CAB01A-DATA-REF

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
