       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBIMP.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CTBCTL.SL".
           SELECT CTBRET ASSIGN TO "CTBRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-CTBRET.
           SELECT REJCTB ASSIGN TO "REJCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-REJCTB.

       DATA DIVISION.
       FILE SECTION.
           COPY "CTBCTL.FD".
       FD  CTBRET
           LABEL RECORD IS STANDARD.
       01  RG-CTBRET                       PIC X(100).
       FD  REJCTB
           LABEL RECORD IS STANDARD.
       01  RG-REJCTB                       PIC X(100).

       WORKING-STORAGE SECTION.
       01  STAT-CTBCTL                    PIC XX.
       01  STAT-CTBRET                    PIC XX.
       01  STAT-REJCTB                    PIC XX.
       01  WS-EOF                         PIC X      VALUE SPACES.
       01  WS-LINHA                       PIC 9(006) VALUE ZEROS.
       01  WS-MOTIVO-REJEICAO             PIC X(030) VALUE SPACES.
       01  SEPARATE-RET.
           05 WS-TIPO                     PIC X(001).
           05 WS-LOTE                     PIC 9(005).
           05 WS-SEQUENCIA                PIC 9(006).
           05 WS-EVENTO                   PIC X(002).
           05 WS-DOCUMENTO                PIC X(019).
           05 WS-OCORRENCIA               PIC X(002).
           05 WS-MOTIVO                   PIC X(030).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-RETORNO                              PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-ACEITOS                          PIC 9(006).
          05 LK-QTD-REJEITADOS                       PIC 9(006).
          05 LK-QTD-ERROS                            PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE ZEROS          TO LK-QTD-ACEITOS
               MOVE ZEROS          TO LK-QTD-REJEITADOS
               MOVE ZEROS          TO LK-QTD-ERROS
               OPEN I-O CTBCTL
               IF  STAT-CTBCTL NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CTBCTL ! "
                      STAT-CTBCTL
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT CTBRET
               IF  STAT-CTBRET NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. CTBRET ! "
                      STAT-CTBRET
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN OUTPUT REJCTB
               IF  STAT-REJCTB NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. REJCTB ! "
                      STAT-REJCTB
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF.

       2000-PROCESSA.

           MOVE SPACES     TO WS-EOF
           READ CTBRET AT END MOVE "F" TO WS-EOF

           PERFORM UNTIL WS-EOF EQUAL "F"

               ADD 1       TO WS-LINHA
               INITIALIZE SEPARATE-RET
               UNSTRING RG-CTBRET DELIMITED BY ";"
                   INTO WS-TIPO, WS-LOTE, WS-SEQUENCIA, WS-EVENTO,
                        WS-DOCUMENTO, WS-OCORRENCIA, WS-MOTIVO
               IF WS-TIPO EQUAL "D"
                  PERFORM 2001-PROCESSA-RETORNO
               END-IF

               READ CTBRET AT END MOVE "F" TO WS-EOF
           END-PERFORM

           CLOSE CTBRET
           CLOSE REJCTB
           CLOSE CTBCTL
           IF  STAT-CTBCTL NOT EQUAL "00"
               STRING "ERRO AO FECHAR CTBCTL ! "
                      STAT-CTBCTL
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF

           MOVE SPACES                                    TO LK-RETORNO.

       2001-PROCESSA-RETORNO.

           MOVE WS-EVENTO         TO CTC-EVENTO
           MOVE WS-DOCUMENTO      TO CTC-DOCUMENTO
           READ CTBCTL
           IF STAT-CTBCTL NOT EQUAL "00"
              OR CTC-EVENTO EQUAL "00"
              MOVE "LANCAMENTO NAO ENCONTRADO" TO WS-MOTIVO-REJEICAO
              PERFORM 2002-GRAVA-ERRO
              EXIT PARAGRAPH
           END-IF
           IF CTC-LOTE NOT EQUAL WS-LOTE
              MOVE "LOTE DIVERGENTE"  TO WS-MOTIVO-REJEICAO
              PERFORM 2002-GRAVA-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT CTC-EXPORTADO
              MOVE "LANCAMENTO JA PROCESSADO" TO WS-MOTIVO-REJEICAO
              PERFORM 2002-GRAVA-ERRO
              EXIT PARAGRAPH
           END-IF

           IF WS-OCORRENCIA EQUAL "00"
              MOVE "A"            TO CTC-STATUS
              MOVE SPACES         TO CTC-MOTIVO
              ADD 1               TO LK-QTD-ACEITOS
           ELSE
              MOVE "R"            TO CTC-STATUS
              MOVE WS-MOTIVO      TO CTC-MOTIVO
              ADD 1               TO LK-QTD-REJEITADOS
              PERFORM 2003-GRAVA-REJEITADO
           END-IF
           REWRITE RG-CTBCTL
           IF STAT-CTBCTL NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR CTBCTL ! "
                     STAT-CTBCTL
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2002-GRAVA-ERRO.

           MOVE SPACES TO RG-REJCTB
           STRING WS-LINHA          DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  WS-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO RG-REJCTB
           END-STRING
           WRITE RG-REJCTB
           ADD 1 TO LK-QTD-ERROS.

       2003-GRAVA-REJEITADO.

           MOVE SPACES TO RG-REJCTB
           STRING WS-LINHA          DELIMITED BY SIZE
                  " - REJEITADO "   DELIMITED BY SIZE
                  WS-EVENTO         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-DOCUMENTO      DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
               INTO RG-REJCTB
           END-STRING
           WRITE RG-REJCTB.

       3000-FINALIZA.

           GOBACK.
