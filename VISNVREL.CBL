       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISNVREL.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "VISITAS.SL".
           COPY "CLIENTES.SL".
           COPY "VENDEDOR.SL".
           COPY "SAIDA.SL".
           COPY "WORKNV.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "VISITAS.FD".
           COPY "CLIENTES.FD".
           COPY "VENDEDOR.FD".
           COPY "SAIDA.FD".
           COPY "WORKNV.FD".

       WORKING-STORAGE SECTION.
       01  STAT-VISITAS                       PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
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
       01  WS-VEN-ANT                     PIC 9(003) VALUE ZEROS.
       01  WS-SUB-NAO-VERIFICADAS         PIC 9(005) VALUE ZEROS.
       01  WS-PERC-NAO-VERIFICADAS        PIC 9(003)V99 VALUE ZEROS.
       01  TABELA-VISITAS.
           05 WS-VIS-VEN OCCURS 999.
              10  TAB-NV-QTD-VISITAS          PIC 9(005).
              10  TAB-NV-QTD-CHECKIN          PIC 9(005).
           01  CAB01.
               05 PIC X(068) VALUE
                  "VISITAS NAO VERIFICADAS POR VENDEDOR".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(010)               VALUE "PERIODO: ".
               05 CAB01A-DATA-INICIAL      PIC 9(008).
               05 PIC X(003)               VALUE " A ".
               05 CAB01A-DATA-FINAL        PIC 9(008).
           01  CAB02.
               05 PIC X(010)                  VALUE "DATA".
               05 PIC X(009)                  VALUE "CLIENTE".
               05 PIC X(032)                  VALUE "RAZAO SOCIAL".
               05 PIC X(007)                  VALUE "HORA".
               05 PIC X(008)                  VALUE "DIST.KM".
               05 PIC X(003)                  VALUE "RES".
       01  LVEN.
           05 PIC X(010) VALUE "VENDEDOR: ".
           05 LVEN-CODIGO                 PIC ZZ9.
           05 PIC X(003) VALUE " - ".
           05 LVEN-NOME                   PIC X(040).
       01  LDT.
           05 LDT-DATA                    PIC 9(008).
           05 PIC X(002).
           05 LDT-CLIENTE                 PIC 9(007).
           05 PIC X(002).
           05 LDT-RAZAO                   PIC X(030).
           05 PIC X(002).
           05 LDT-HORA-HH                 PIC X(002).
           05 PIC X(001) VALUE ":".
           05 LDT-HORA-MM                 PIC X(002).
           05 PIC X(002).
           05 LDT-DISTANCIA               PIC ZZ.ZZ9.
           05 PIC X(002).
           05 LDT-RESULTADO               PIC X(002).
       01  LSUB.
           05 PIC X(004).
           05 PIC X(009) VALUE "VISITAS: ".
           05 LSUB-VISITAS                PIC ZZ.ZZ9.
           05 PIC X(002).
           05 PIC X(014) VALUE "COM CHECKIN: ".
           05 LSUB-CHECKIN                PIC ZZ.ZZ9.
           05 PIC X(002).
           05 PIC X(017) VALUE "NAO VERIFICADAS: ".
           05 LSUB-NAO-VERIFICADAS        PIC ZZ.ZZ9.
           05 PIC X(002).
           05 LSUB-PERC                   PIC ZZ9,99.
           05 PIC X(001) VALUE "%".
       01  RODAPE.
           05 PIC X(040) VALUE "TOTAL DE VISITAS NAO VERIFICADAS: ".
           05 ROD-NAO-VERIFICADAS         PIC ZZZ.ZZ9.
       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-VENDEDOR                                 PIC 9(003).
          05 LK-DATA-INICIAL                             PIC 9(008).
          05 LK-DATA-FINAL                               PIC 9(008).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-VISITAS                              PIC 9(006).
          05 LK-QTD-NAO-VERIFICADAS                      PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               IF LK-DATA-FINAL EQUAL ZEROS
                  MOVE 99999999           TO LK-DATA-FINAL
               END-IF
               MOVE SPACES                TO LK-RETORNO
               MOVE ZEROS                 TO LK-QTD-VISITAS
               MOVE ZEROS                 TO LK-QTD-NAO-VERIFICADAS
               INITIALIZE TABELA-VISITAS
               OPEN INPUT VISITAS
               IF  STAT-VISITAS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VISITAS ! "
                      STAT-VISITAS
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
               OPEN INPUT VENDEDOR
               IF  STAT-VENDEDOR NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VENDEDOR ! "
                      STAT-VENDEDOR
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF.

       2000-PROCESSA.

           SORT WORKNV ON ASCENDING SORN-VEN-CODIGO
                                    SORN-DATA
                                    SORN-CLI-CODIGO
                INPUT PROCEDURE 2001-SORTIN
                OUTPUT PROCEDURE 2002-SORTOUT.

       2001-SORTIN SECTION.

           MOVE ZEROS              TO VIS-CHAVE
           START VISITAS KEY IS GREATER THAN VIS-CHAVE
           IF STAT-VISITAS NOT EQUAL "00"
              GO TO 2001-SORTIN-EXIT
           END-IF
           MOVE SPACES             TO WS-EOF
           READ VISITAS NEXT
           IF STAT-VISITAS NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              IF VIS-DATA NOT LESS THAN LK-DATA-INICIAL
                 AND VIS-DATA NOT GREATER THAN LK-DATA-FINAL
                 AND VIS-VEN-CODIGO NOT EQUAL ZEROS
                 AND (LK-VENDEDOR EQUAL ZEROS
                      OR VIS-VEN-CODIGO EQUAL LK-VENDEDOR)
                 PERFORM 2003-SELECIONA-VISITA
              END-IF
              READ VISITAS NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
           END-PERFORM.

       2001-SORTIN-EXIT. EXIT.

       2003-SELECIONA-VISITA SECTION.

           ADD 1                   TO LK-QTD-VISITAS
           ADD 1                   TO TAB-NV-QTD-VISITAS(VIS-VEN-CODIGO)
           IF VIS-GEO-SEM-CHECKIN
              GO TO 2003-SELECIONA-VISITA-EXIT
           END-IF
           ADD 1                   TO TAB-NV-QTD-CHECKIN(VIS-VEN-CODIGO)
           IF NOT VIS-GEO-NAO-VERIFICADA
              GO TO 2003-SELECIONA-VISITA-EXIT
           END-IF
           ADD 1                   TO LK-QTD-NAO-VERIFICADAS
           MOVE VIS-CLI-CODIGO     TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE SPACES          TO CLI-RAZAO
           END-IF
           MOVE VIS-VEN-CODIGO     TO SORN-VEN-CODIGO
           MOVE VIS-DATA           TO SORN-DATA
           MOVE VIS-CLI-CODIGO     TO SORN-CLI-CODIGO
           MOVE CLI-RAZAO          TO SORN-RAZAO
           MOVE VIS-CHK-HORA       TO SORN-HORA
           MOVE VIS-CHK-DISTANCIA  TO SORN-DISTANCIA
           MOVE VIS-RESULTADO      TO SORN-RESULTADO
           RELEASE SORN-REC.

       2003-SELECIONA-VISITA-EXIT. EXIT.

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

           RETURN WORKNV AT END MOVE "F" TO WS-EOF-SD

           PERFORM UNTIL WS-EOF-SD EQUAL "F"
               IF WS-PRIMEIRO EQUAL "S"
                  OR SORN-VEN-CODIGO NOT EQUAL WS-VEN-ANT
                  IF WS-PRIMEIRO NOT EQUAL "S"
                     PERFORM 2005-SUBTOTAL
                  END-IF
                  PERFORM 2004-NOVO-VENDEDOR
               END-IF
               ADD 1               TO WS-SUB-NAO-VERIFICADAS
               MOVE SORN-DATA      TO LDT-DATA
               MOVE SORN-CLI-CODIGO TO LDT-CLIENTE
               MOVE SORN-RAZAO     TO LDT-RAZAO
               MOVE SORN-HORA(1:2) TO LDT-HORA-HH
               MOVE SORN-HORA(3:2) TO LDT-HORA-MM
               MOVE SORN-DISTANCIA TO LDT-DISTANCIA
               MOVE SORN-RESULTADO TO LDT-RESULTADO
               IF LINHAS > WS-MAX-LINHAS
                  PERFORM 2013-CABECALHO
               END-IF
               ADD 1               TO LINHAS
               WRITE RG-SAIDA FROM LDT AFTER 1
               RETURN WORKNV AT END MOVE "F" TO WS-EOF-SD
           END-PERFORM

           IF WS-PRIMEIRO NOT EQUAL "S"
              PERFORM 2005-SUBTOTAL
           END-IF

           MOVE LK-QTD-NAO-VERIFICADAS TO ROD-NAO-VERIFICADAS
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

           CLOSE VISITAS
           CLOSE CLIENTES
           CLOSE VENDEDOR

           MOVE SPACES                                    TO LK-RETORNO.

       2002-SORTOUT-EXIT. EXIT.

       2004-NOVO-VENDEDOR SECTION.

           MOVE "N"                TO WS-PRIMEIRO
           MOVE SORN-VEN-CODIGO    TO WS-VEN-ANT
           MOVE ZEROS              TO WS-SUB-NAO-VERIFICADAS
           MOVE SORN-VEN-CODIGO    TO VEN-CODIGO
           READ VENDEDOR
           IF STAT-VENDEDOR NOT EQUAL "00"
              MOVE SPACES          TO VEN-NOME
           END-IF
           MOVE SORN-VEN-CODIGO    TO LVEN-CODIGO
           MOVE VEN-NOME           TO LVEN-NOME
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2013-CABECALHO
           END-IF
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LVEN AFTER 2.

       2004-NOVO-VENDEDOR-EXIT. EXIT.

       2005-SUBTOTAL SECTION.

           MOVE TAB-NV-QTD-VISITAS(WS-VEN-ANT) TO LSUB-VISITAS
           MOVE TAB-NV-QTD-CHECKIN(WS-VEN-ANT) TO LSUB-CHECKIN
           MOVE WS-SUB-NAO-VERIFICADAS         TO LSUB-NAO-VERIFICADAS
           MOVE ZEROS              TO WS-PERC-NAO-VERIFICADAS
           IF TAB-NV-QTD-CHECKIN(WS-VEN-ANT) NOT EQUAL ZEROS
              COMPUTE WS-PERC-NAO-VERIFICADAS ROUNDED =
                      WS-SUB-NAO-VERIFICADAS * 100 /
                      TAB-NV-QTD-CHECKIN(WS-VEN-ANT)
           END-IF
           MOVE WS-PERC-NAO-VERIFICADAS TO LSUB-PERC
           ADD 2                   TO LINHAS
           WRITE RG-SAIDA FROM LSUB AFTER 2.

       2005-SUBTOTAL-EXIT. EXIT.

       2013-CABECALHO SECTION.

           ADD 1                        TO PAGINA
           MOVE 6                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE LK-DATA-INICIAL         TO CAB01A-DATA-INICIAL
           MOVE LK-DATA-FINAL           TO CAB01A-DATA-FINAL

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
