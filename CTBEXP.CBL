       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBEXP.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CTBCONTA.SL".
           COPY "CTBCTL.SL".
           COPY "TITULOS.SL".
           COPY "BAIXAS.SL".
           COPY "DEVOLUCA.SL".
           COPY "COMISLED.SL".
           SELECT CTBSAI ASSIGN TO "CTBSAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-CTBSAI.

       DATA DIVISION.
       FILE SECTION.
           COPY "CTBCONTA.FD".
           COPY "CTBCTL.FD".
           COPY "TITULOS.FD".
           COPY "BAIXAS.FD".
           COPY "DEVOLUCA.FD".
           COPY "COMISLED.FD".
       FD  CTBSAI
           LABEL RECORD IS STANDARD.
       01  RG-CTBSAI                       PIC X(150).

       WORKING-STORAGE SECTION.
       01  STAT-CTBCONTA                  PIC XX.
       01  STAT-CTBCTL                    PIC XX.
       01  STAT-TITULOS                   PIC XX.
       01  STAT-BAIXAS                    PIC XX.
       01  STAT-DEVOLUCA                  PIC XX.
       01  STAT-COMISLED                  PIC XX.
       01  STAT-CTBSAI                    PIC XX.
       01  WS-TITULOS-ATIVO               PIC X      VALUE "N".
       01  WS-BAIXAS-ATIVO                PIC X      VALUE "N".
       01  WS-DEVOLUCA-ATIVO              PIC X      VALUE "N".
       01  WS-COMISLED-ATIVO              PIC X      VALUE "N".
       01  WS-EOF                         PIC X      VALUE SPACES.
       01  WS-CTC-EXISTE                  PIC X      VALUE SPACES.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-NUM-LOTE                    PIC 9(005) VALUE ZEROS.
       01  WS-SEQ-LANCAMENTO              PIC 9(006) VALUE ZEROS.
       01  WS-QTD-LANCAMENTOS             PIC 9(006) VALUE ZEROS.
       01  WS-QTD-SEM-CONTA               PIC 9(006) VALUE ZEROS.
       01  WS-TOT-DEBITO                  PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOT-CREDITO                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-EVENTO                      PIC X(002) VALUE SPACES.
       01  WS-DATA-EVENTO                 PIC 9(008) VALUE ZEROS.
       01  WS-VALOR-EVENTO                PIC 9(011)V99 VALUE ZEROS.
       01  WS-DOCUMENTO.
           05 WS-DOC-CLIENTE              PIC 9(007).
           05 WS-DOC-PEDIDO               PIC 9(007).
           05 WS-DOC-PARCELA              PIC 9(002).
           05 WS-DOC-SEQUENCIA            PIC 9(003).
       01  WS-LINHA                       PIC X(150) VALUE SPACES.
       01  WS-ED-VALOR                    PIC 9(011),99.
       01  WS-ED-DEBITO                   PIC 9(013),99.
       01  WS-ED-CREDITO                  PIC 9(013),99.
       01  WS-ED-QTD                      PIC 9(006).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-RETORNO                              PIC X(030).
       01 LIN-RESUMO.
          05 LK-NUM-LOTE                             PIC 9(005).
          05 LK-QTD-EXPORTADOS                       PIC 9(006).
          05 LK-QTD-SEM-CONTA                        PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE ZEROS          TO LK-NUM-LOTE
               MOVE ZEROS          TO LK-QTD-EXPORTADOS
               MOVE ZEROS          TO LK-QTD-SEM-CONTA
               ACCEPT WS-DATA-HOJE FROM DATE
               OPEN INPUT CTBCONTA
               IF  STAT-CTBCONTA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CTBCONTA ! "
                      STAT-CTBCONTA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN I-O CTBCTL
               IF STAT-CTBCTL EQUAL "35"
                  OPEN OUTPUT CTBCTL
                  CLOSE CTBCTL
                  OPEN I-O CTBCTL
               END-IF
               IF  STAT-CTBCTL NOT EQUAL "00"
                   STRING "ERRO AO ABRIR CTBCTL ! "
                      STAT-CTBCTL
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN INPUT TITULOS
               IF STAT-TITULOS EQUAL "00"
                  MOVE "S"         TO WS-TITULOS-ATIVO
               END-IF
               OPEN INPUT BAIXAS
               IF STAT-BAIXAS EQUAL "00"
                  MOVE "S"         TO WS-BAIXAS-ATIVO
               END-IF
               OPEN INPUT DEVOLUCA
               IF STAT-DEVOLUCA EQUAL "00"
                  MOVE "S"         TO WS-DEVOLUCA-ATIVO
               END-IF
               OPEN INPUT COMISLED
               IF STAT-COMISLED EQUAL "00"
                  MOVE "S"         TO WS-COMISLED-ATIVO
               END-IF
               OPEN OUTPUT CTBSAI
               IF  STAT-CTBSAI NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. CTBSAI ! "
                      STAT-CTBSAI
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2000-PROCESSA.

           PERFORM 2001-DEFINE-NUMERO-LOTE

           MOVE SPACES            TO WS-LINHA
           STRING "H;"            DELIMITED BY SIZE
                  WS-NUM-LOTE     DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-DATA-HOJE    DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           WRITE RG-CTBSAI FROM WS-LINHA

           IF WS-TITULOS-ATIVO EQUAL "S"
              PERFORM 2002-TITULOS
           END-IF
           IF WS-BAIXAS-ATIVO EQUAL "S"
              PERFORM 2003-BAIXAS
           END-IF
           IF WS-DEVOLUCA-ATIVO EQUAL "S"
              PERFORM 2004-DEVOLUCOES
           END-IF
           IF WS-COMISLED-ATIVO EQUAL "S"
              PERFORM 2005-COMISSOES
           END-IF

           MOVE WS-QTD-LANCAMENTOS TO WS-ED-QTD
           MOVE WS-TOT-DEBITO     TO WS-ED-DEBITO
           MOVE WS-TOT-CREDITO    TO WS-ED-CREDITO
           MOVE SPACES            TO WS-LINHA
           STRING "T;"            DELIMITED BY SIZE
                  WS-NUM-LOTE     DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-ED-QTD       DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-ED-DEBITO    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-ED-CREDITO   DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           WRITE RG-CTBSAI FROM WS-LINHA

           CLOSE CTBCONTA
           CLOSE CTBCTL
           IF WS-TITULOS-ATIVO EQUAL "S"
              CLOSE TITULOS
           END-IF
           IF WS-BAIXAS-ATIVO EQUAL "S"
              CLOSE BAIXAS
           END-IF
           IF WS-DEVOLUCA-ATIVO EQUAL "S"
              CLOSE DEVOLUCA
           END-IF
           IF WS-COMISLED-ATIVO EQUAL "S"
              CLOSE COMISLED
           END-IF
           CLOSE CTBSAI
           IF  STAT-CTBSAI NOT EQUAL "00"
               STRING "ERRO AO FECHAR ARQ. CTBSAI ! "
                      STAT-CTBSAI
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF

           MOVE WS-NUM-LOTE        TO LK-NUM-LOTE
           MOVE WS-QTD-LANCAMENTOS TO LK-QTD-EXPORTADOS
           MOVE WS-QTD-SEM-CONTA   TO LK-QTD-SEM-CONTA
           MOVE SPACES                                    TO LK-RETORNO.

       2001-DEFINE-NUMERO-LOTE.

           MOVE "00"       TO CTC-EVENTO
           MOVE ZEROS      TO CTC-DOCUMENTO
           READ CTBCTL
           IF STAT-CTBCTL EQUAL "00"
              ADD 1        TO CTC-LOTE
              MOVE CTC-LOTE TO WS-NUM-LOTE
              MOVE WS-DATA-HOJE TO CTC-DATA-EXPORTACAO
              REWRITE RG-CTBCTL
           ELSE
              INITIALIZE RG-CTBCTL
              MOVE "00"    TO CTC-EVENTO
              MOVE ZEROS   TO CTC-DOCUMENTO
              MOVE 1       TO CTC-LOTE
              MOVE 1       TO WS-NUM-LOTE
              MOVE WS-DATA-HOJE TO CTC-DATA-EXPORTACAO
              WRITE RG-CTBCTL
           END-IF
           IF STAT-CTBCTL NOT EQUAL "00"
              STRING "ERRO AO GRAVAR CTBCTL ! "
                     STAT-CTBCTL
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2002-TITULOS.

           MOVE ZEROS      TO TIT-CHAVE
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ TITULOS NEXT
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE "TI"                TO WS-EVENTO
              MOVE TIT-CLI-CODIGO      TO WS-DOC-CLIENTE
              MOVE TIT-PED-NUMERO      TO WS-DOC-PEDIDO
              MOVE TIT-PARCELA         TO WS-DOC-PARCELA
              MOVE ZEROS               TO WS-DOC-SEQUENCIA
              MOVE TIT-DATA-EMISSAO    TO WS-DATA-EVENTO
              MOVE TIT-VALOR           TO WS-VALOR-EVENTO
              PERFORM 2010-GERA-LANCAMENTO
              READ TITULOS NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2003-BAIXAS.

           MOVE ZEROS      TO BXA-CHAVE
           START BAIXAS KEY IS GREATER THAN BXA-CHAVE
           IF STAT-BAIXAS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ BAIXAS NEXT
           IF STAT-BAIXAS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE BXA-CLI-CODIGO      TO WS-DOC-CLIENTE
              MOVE BXA-PED-NUMERO      TO WS-DOC-PEDIDO
              MOVE BXA-PARCELA         TO WS-DOC-PARCELA
              MOVE BXA-SEQUENCIA       TO WS-DOC-SEQUENCIA
              MOVE BXA-DATA-PAGAMENTO  TO WS-DATA-EVENTO
              IF BXA-REBATE
                 MOVE "RB"             TO WS-EVENTO
              ELSE
                 MOVE "BX"             TO WS-EVENTO
              END-IF
              MOVE BXA-VALOR-PRINCIPAL TO WS-VALOR-EVENTO
              PERFORM 2010-GERA-LANCAMENTO
              MOVE "EN"                TO WS-EVENTO
              COMPUTE WS-VALOR-EVENTO = BXA-VALOR-MULTA
                                      + BXA-VALOR-JUROS
              PERFORM 2010-GERA-LANCAMENTO
              READ BAIXAS NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2004-DEVOLUCOES.

           MOVE ZEROS      TO DEV-CHAVE
           START DEVOLUCA KEY IS GREATER THAN DEV-CHAVE
           IF STAT-DEVOLUCA NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ DEVOLUCA NEXT
           IF STAT-DEVOLUCA NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE "DV"                TO WS-EVENTO
              MOVE DEV-CLI-CODIGO      TO WS-DOC-CLIENTE
              MOVE DEV-PED-NUMERO      TO WS-DOC-PEDIDO
              MOVE ZEROS               TO WS-DOC-PARCELA
              MOVE DEV-SEQUENCIA       TO WS-DOC-SEQUENCIA
              MOVE DEV-DATA            TO WS-DATA-EVENTO
              MOVE DEV-VALOR           TO WS-VALOR-EVENTO
              PERFORM 2010-GERA-LANCAMENTO
              READ DEVOLUCA NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2005-COMISSOES.

           MOVE ZEROS      TO CML-CHAVE
           START COMISLED KEY IS GREATER THAN CML-CHAVE
           IF STAT-COMISLED NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES     TO WS-EOF
           READ COMISLED NEXT
           IF STAT-COMISLED NOT EQUAL "00"
              MOVE "F"     TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE ZEROS               TO WS-DOC-CLIENTE
              MOVE CML-COMPETENCIA     TO WS-DOC-PEDIDO
              MOVE ZEROS               TO WS-DOC-PARCELA
              MOVE CML-VEN-CODIGO      TO WS-DOC-SEQUENCIA
              MOVE CML-VALOR-COMISSAO  TO WS-VALOR-EVENTO
              IF CML-APROVADO OR CML-PAGO
                 MOVE "CA"             TO WS-EVENTO
                 MOVE CML-DATA-APROVACAO TO WS-DATA-EVENTO
                 IF WS-DATA-EVENTO EQUAL ZEROS
                    MOVE CML-DATA-CALCULO TO WS-DATA-EVENTO
                 END-IF
                 PERFORM 2010-GERA-LANCAMENTO
              END-IF
              IF CML-PAGO
                 MOVE "CP"             TO WS-EVENTO
                 MOVE CML-DATA-PAGAMENTO TO WS-DATA-EVENTO
                 PERFORM 2010-GERA-LANCAMENTO
              END-IF
              READ COMISLED NEXT AT END
                 MOVE "F"  TO WS-EOF
              END-READ
           END-PERFORM.

       2010-GERA-LANCAMENTO.

           IF WS-VALOR-EVENTO EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EVENTO          TO CTC-EVENTO
           MOVE WS-DOCUMENTO       TO CTC-DOCUMENTO
           MOVE SPACES             TO WS-CTC-EXISTE
           READ CTBCTL
           IF STAT-CTBCTL EQUAL "00"
              IF NOT CTC-REJEITADO
                 EXIT PARAGRAPH
              END-IF
              MOVE "S"             TO WS-CTC-EXISTE
           END-IF
           MOVE WS-EVENTO          TO CTA-EVENTO
           READ CTBCONTA
           IF STAT-CTBCONTA NOT EQUAL "00"
              ADD 1                TO WS-QTD-SEM-CONTA
              EXIT PARAGRAPH
           END-IF

           ADD 1                   TO WS-SEQ-LANCAMENTO
           MOVE WS-VALOR-EVENTO    TO WS-ED-VALOR
           MOVE SPACES             TO WS-LINHA
           STRING "D;"             DELIMITED BY SIZE
                  WS-NUM-LOTE      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-SEQ-LANCAMENTO DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-DATA-EVENTO   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-EVENTO        DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-DOCUMENTO     DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CTA-DEBITO       DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  CTA-CREDITO      DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  WS-ED-VALOR      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CTA-HISTORICO    DELIMITED BY "  "
               INTO WS-LINHA
           END-STRING
           WRITE RG-CTBSAI FROM WS-LINHA
           IF STAT-CTBSAI NOT EQUAL "00"
              STRING "ERRO AO GRAVAR ARQ. CTBSAI ! "
                     STAT-CTBSAI
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF

           IF WS-CTC-EXISTE NOT EQUAL "S"
              INITIALIZE RG-CTBCTL
              MOVE WS-EVENTO       TO CTC-EVENTO
              MOVE WS-DOCUMENTO    TO CTC-DOCUMENTO
           END-IF
           MOVE WS-NUM-LOTE        TO CTC-LOTE
           MOVE WS-SEQ-LANCAMENTO  TO CTC-SEQUENCIA
           MOVE WS-DATA-HOJE       TO CTC-DATA-EXPORTACAO
           MOVE WS-DATA-EVENTO     TO CTC-DATA-EVENTO
           MOVE WS-VALOR-EVENTO    TO CTC-VALOR
           MOVE "E"                TO CTC-STATUS
           MOVE SPACES             TO CTC-MOTIVO
           IF WS-CTC-EXISTE EQUAL "S"
              REWRITE RG-CTBCTL
           ELSE
              WRITE RG-CTBCTL
           END-IF
           IF STAT-CTBCTL NOT EQUAL "00"
              STRING "ERRO AO GRAVAR CTBCTL ! "
                     STAT-CTBCTL
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           ADD 1                   TO WS-QTD-LANCAMENTOS
           ADD WS-VALOR-EVENTO     TO WS-TOT-DEBITO
           ADD WS-VALOR-EVENTO     TO WS-TOT-CREDITO.

       3000-FINALIZA.

           GOBACK.
