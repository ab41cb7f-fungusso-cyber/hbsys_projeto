           COPY "ENDERENT.SL".
           COPY "CONTATOS.SL".
           COPY "FILADOC.SL".
           COPY "CAMPALVO.SL".
           COPY "SAIDA.SL".
           SELECT MODELO ASSIGN TO "MODELO"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "ENDERENT.FD".
           COPY "CONTATOS.FD".
           COPY "FILADOC.FD".
           COPY "CAMPALVO.FD".
           COPY "SAIDA.FD".
       FD  MODELO
           LABEL RECORD IS STANDARD.
       01  WS-FILADOC-ATIVO                   PIC X      VALUE "N".
       01  WS-PROX-FILA                       PIC 9(007) VALUE ZEROS.
       01  WS-EOF-FIL                         PIC X      VALUE SPACES.
       01  STAT-CAMPALVO                      PIC XX.
       01  WS-EMAIL-DESTINO                   PIC X(040) VALUE SPACES.
           01  WS-EOF                        PIC X         VALUE SPACES.
           01  WS-EOF-MOD                    PIC X         VALUE SPACES.
          05 LK-UF                                       PIC X(002).
          05 LK-STATUS                                   PIC X(001).
          05 LK-TIPO                                     PIC X(001).
          05 LK-CAMPANHA                                 PIC 9(005).
          05 LK-RETORNO                                  PIC X(030).
       PROCEDURE DIVISION USING LIN-LIGACAO.
       1000-INICIO.
                  MOVE "S"            TO WS-FILADOC-ATIVO
                  PERFORM 2008-MAIOR-NUMERO-FILA
               END-IF
               IF LK-CAMPANHA NOT EQUAL ZEROS
                  OPEN INPUT CAMPALVO
                  IF  STAT-CAMPALVO NOT EQUAL "00"
                      STRING "ERRO AO ABRIR CAMPALVO ! "
                         STAT-CAMPALVO
                    DELIMITED BY SIZE
                    INTO LK-RETORNO
                  END-STRING
                      GOBACK
                  END-IF
               END-IF
               IF LK-TIPO EQUAL "C"
                  OPEN INPUT MODELO
                  IF  STAT-MODELO NOT EQUAL "00"
           IF WS-FILADOC-ATIVO EQUAL "S"
              CLOSE FILADOC
           END-IF
           IF LK-CAMPANHA NOT EQUAL ZEROS
              CLOSE CAMPALVO
           END-IF

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"

       2001-SELECIONA-CLIENTE.

           IF LK-CAMPANHA NOT EQUAL ZEROS
              MOVE LK-CAMPANHA   TO CAL-CMP-CODIGO
              MOVE CLI-CODIGO    TO CAL-CLI-CODIGO
              READ CAMPALVO
              IF STAT-CAMPALVO NOT EQUAL "00"
                 OR NOT CAL-ALVO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF LK-VENDEDOR NOT EQUAL ZEROS
              AND CLI-ON-VENDEDOR NOT EQUAL LK-VENDEDOR
              EXIT PARAGRAPH
