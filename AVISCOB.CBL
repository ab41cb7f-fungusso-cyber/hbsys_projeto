       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISCOB.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TITULOS.SL".
           COPY "CLIENTES.SL".
           COPY "ENDERENT.SL".
           COPY "CONTATOS.SL".
           COPY "FILADOC.SL".
           COPY "PARAMETR.SL".
           COPY "COBVEN.SL".
           COPY "SAIDA.SL".

       DATA DIVISION.
       FILE SECTION.
           COPY "TITULOS.FD".
           COPY "CLIENTES.FD".
           COPY "ENDERENT.FD".
           COPY "CONTATOS.FD".
           COPY "FILADOC.FD".
           COPY "PARAMETR.FD".
           COPY "COBVEN.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-TITULOS                   PIC XX.
       01  STAT-CLIENTES                  PIC XX.
       01  STAT-ENDERENT                  PIC XX.
       01  STAT-CONTATOS                  PIC XX.
       01  STAT-FILADOC                   PIC XX.
       01  STAT-PARAMETR                  PIC XX.
       01  STAT-COBVEN                    PIC XX.
       01  STAT-SAIDA                     PIC XX.
       01  WS-SAIDA-PATH                  PIC X(040) VALUE "AVISCOB".
       01  WS-ENDERENT-ATIVO              PIC X      VALUE "N".
       01  WS-CONTATOS-ATIVO              PIC X      VALUE "N".
       01  WS-ACHOU-CORRESP               PIC X      VALUE "N".
       01  WS-EOF-TIT                     PIC X      VALUE SPACES.
       01  WS-EOF-END                     PIC X      VALUE SPACES.
       01  WS-PRIMEIRA-CARTA              PIC X      VALUE "S".
       01  WS-PROX-FILA                   PIC 9(007) VALUE ZEROS.
       01  WS-EMAIL-DESTINO               PIC X(040) VALUE SPACES.
       01  WS-DIAS-COBR-1                 PIC 9(003) VALUE 5.
       01  WS-DIAS-COBR-2                 PIC 9(003) VALUE 15.
       01  WS-DIAS-COBR-3                 PIC 9(003) VALUE 30.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-HOJE                 PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-VENCTO               PIC 9(007) VALUE ZEROS.
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
       01  WS-DIAS-ATRASO                 PIC 9(005) VALUE ZEROS.
       01  WS-SALDO-TITULO                PIC 9(009)V99 VALUE ZEROS.
       01  WS-ESTAGIO-ATUAL               PIC 9(001) VALUE ZEROS.
       01  WS-ESTAGIO-DEVIDO              PIC 9(001) VALUE ZEROS.
       01  WS-CLI-ATUAL                   PIC 9(007) VALUE ZEROS.
       01  WS-CLI-QTD-VENCIDOS            PIC 9(003) VALUE ZEROS.
       01  WS-CLI-SALDO                   PIC 9(011)V99 VALUE ZEROS.
       01  WS-CLI-VENCTO-ANTIGO           PIC 9(008) VALUE ZEROS.
       01  WS-CLI-MAIOR-ATRASO            PIC 9(005) VALUE ZEROS.
       01  WS-CLI-MAIOR-ESTAGIO           PIC 9(001) VALUE ZEROS.
       01  WS-ESTAGIO-AVISO               PIC 9(001) VALUE ZEROS.
       01  WS-QTD-AVISO                   PIC 9(002) VALUE ZEROS.
       01  WS-IND-AVISO                   PIC 9(002) VALUE ZEROS.
       01  WS-TOT-AVISO                   PIC 9(011)V99 VALUE ZEROS.
       01  TABELA-AVISO.
           05 TAB-AVISO OCCURS 30.
              10 TAB-AVI-PEDIDO           PIC 9(007).
              10 TAB-AVI-PARCELA          PIC 9(002).
              10 TAB-AVI-VENCIMENTO       PIC 9(008).
              10 TAB-AVI-DIAS             PIC 9(005).
              10 TAB-AVI-SALDO            PIC 9(009)V99.
       01  WS-LINHA-SAIDA                 PIC X(132) VALUE SPACES.
       01  WS-ASSUNTO                     PIC X(040) VALUE SPACES.
       01  WS-TEXTO-1                     PIC X(080) VALUE SPACES.
       01  WS-TEXTO-2                     PIC X(080) VALUE SPACES.
       01  CAB-AVISO.
           05 FILLER                      PIC X(010) VALUE SPACES.
           05 FILLER                      PIC X(049) VALUE
              "PEDIDO/PC    VENCTO          DIAS           SALDO".
       01  DET-AVISO.
           05 FILLER                      PIC X(010) VALUE SPACES.
           05 DET-AVI-PEDIDO              PIC 9(007).
           05 FILLER                      PIC X(001) VALUE "/".
           05 DET-AVI-PARCELA             PIC 9(002).
           05 FILLER                      PIC X(003) VALUE SPACES.
           05 DET-AVI-VENCIMENTO          PIC 9(008).
           05 FILLER                      PIC X(007) VALUE SPACES.
           05 DET-AVI-DIAS                PIC ZZZZ9.
           05 FILLER                      PIC X(002) VALUE SPACES.
           05 DET-AVI-SALDO               PIC ZZZ.ZZZ.ZZ9,99.
       01  TOT-AVISO.
           05 FILLER                      PIC X(010) VALUE SPACES.
           05 FILLER                      PIC X(033) VALUE
              "TOTAL EM ATRASO.................:".
           05 TOT-AVI-SALDO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-RETORNO                              PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-AVISOS                           PIC 9(006).
          05 LK-QTD-COBRANCA                         PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.

               MOVE ZEROS          TO LK-QTD-AVISOS
               MOVE ZEROS          TO LK-QTD-COBRANCA
               PERFORM 1001-LE-PARAMETRO
               ACCEPT WS-DATA-HOJE FROM DATE
               MOVE WS-DATA-HOJE   TO WS-DATA-CONV
               PERFORM 2010-CALCULA-SERIAL
               MOVE WS-DIAS-SERIAL TO WS-SERIAL-HOJE
               OPEN I-O TITULOS
               IF  STAT-TITULOS NOT EQUAL "00"
                   STRING "ERRO AO ABRIR TITULOS ! "
                      STAT-TITULOS
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
               MOVE "N"               TO WS-ENDERENT-ATIVO
               OPEN INPUT ENDERENT
               IF STAT-ENDERENT EQUAL "00"
                  MOVE "S"            TO WS-ENDERENT-ATIVO
               END-IF
               MOVE "N"               TO WS-CONTATOS-ATIVO
               OPEN INPUT CONTATOS
               IF STAT-CONTATOS EQUAL "00"
                  MOVE "S"            TO WS-CONTATOS-ATIVO
               END-IF
               OPEN I-O FILADOC
               IF STAT-FILADOC EQUAL "35"
                  OPEN OUTPUT FILADOC
                  CLOSE FILADOC
                  OPEN I-O FILADOC
               END-IF
               IF  STAT-FILADOC NOT EQUAL "00"
                   STRING "ERRO AO ABRIR FILADOC ! "
                      STAT-FILADOC
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               PERFORM 2008-MAIOR-NUMERO-FILA
               OPEN OUTPUT COBVEN
               IF  STAT-COBVEN NOT EQUAL "00"
                   STRING "ERRO AO ABRIR COBVEN ! "
                      STAT-COBVEN
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               OPEN OUTPUT SAIDA
               IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. AVISOS ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       1001-LE-PARAMETRO.

               OPEN INPUT PARAMETR
               IF  STAT-PARAMETR EQUAL "00"
                   READ PARAMETR
                   IF STAT-PARAMETR EQUAL "00"
                      IF PAR-DIAS-COBR-1 NUMERIC
                         AND PAR-DIAS-COBR-2 NUMERIC
                         AND PAR-DIAS-COBR-3 NUMERIC
                         AND (PAR-DIAS-COBR-1 NOT EQUAL ZEROS
                              OR PAR-DIAS-COBR-2 NOT EQUAL ZEROS
                              OR PAR-DIAS-COBR-3 NOT EQUAL ZEROS)
                         MOVE PAR-DIAS-COBR-1 TO WS-DIAS-COBR-1
                         MOVE PAR-DIAS-COBR-2 TO WS-DIAS-COBR-2
                         MOVE PAR-DIAS-COBR-3 TO WS-DIAS-COBR-3
                      END-IF
                   END-IF
                   CLOSE PARAMETR
               END-IF.

       2000-PROCESSA.

           MOVE ZEROS      TO WS-CLI-ATUAL
           PERFORM 2003-ZERA-CLIENTE

           MOVE ZEROS      TO TIT-CHAVE
           START TITULOS KEY IS GREATER THAN TIT-CHAVE
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "F"     TO WS-EOF-TIT
           ELSE
              MOVE SPACES  TO WS-EOF-TIT
              READ TITULOS NEXT
              IF STAT-TITULOS NOT EQUAL "00"
                 MOVE "F"  TO WS-EOF-TIT
              END-IF
           END-IF

           PERFORM UNTIL WS-EOF-TIT EQUAL "F"
              IF TIT-CLI-CODIGO NOT EQUAL WS-CLI-ATUAL
                 PERFORM 2004-FECHA-CLIENTE
                 MOVE TIT-CLI-CODIGO TO WS-CLI-ATUAL
                 PERFORM 2003-ZERA-CLIENTE
              END-IF
              PERFORM 2001-AVALIA-TITULO
              READ TITULOS NEXT AT END
                 MOVE "F"  TO WS-EOF-TIT
              END-READ
           END-PERFORM
           PERFORM 2004-FECHA-CLIENTE

           CLOSE TITULOS
           CLOSE CLIENTES
           IF WS-ENDERENT-ATIVO EQUAL "S"
              CLOSE ENDERENT
           END-IF
           IF WS-CONTATOS-ATIVO EQUAL "S"
              CLOSE CONTATOS
           END-IF
           CLOSE FILADOC
           CLOSE COBVEN

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
               STRING "ERRO AO FECHAR ARQ. AVISOS ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF

           MOVE SPACES                                    TO LK-RETORNO.

       2001-AVALIA-TITULO.

           IF TIT-PAGO
              OR TIT-PERDA
              OR TIT-VALOR NOT GREATER THAN TIT-VALOR-PAGO
              EXIT PARAGRAPH
           END-IF
           MOVE TIT-DATA-VENCIMENTO TO WS-DATA-CONV
           PERFORM 2010-CALCULA-SERIAL
           MOVE WS-DIAS-SERIAL      TO WS-SERIAL-VENCTO
           IF WS-SERIAL-HOJE NOT GREATER THAN WS-SERIAL-VENCTO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-ATRASO = WS-SERIAL-HOJE - WS-SERIAL-VENCTO
           COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO

           IF TIT-ESTAGIO-COBR NUMERIC
              MOVE TIT-ESTAGIO-COBR TO WS-ESTAGIO-ATUAL
           ELSE
              MOVE ZEROS            TO WS-ESTAGIO-ATUAL
           END-IF
           PERFORM 2002-ESTAGIO-DEVIDO

           IF WS-ESTAGIO-DEVIDO GREATER THAN WS-ESTAGIO-ATUAL
              MOVE RG-TITULOS               TO WS-AUD-ANTES
              MOVE WS-ESTAGIO-DEVIDO TO TIT-ESTAGIO-COBR
              MOVE WS-DATA-HOJE      TO TIT-DATA-COBR
              REWRITE RG-TITULOS
              IF STAT-TITULOS NOT EQUAL "00"
                 STRING "ERRO AO REGRAVAR TITULOS ! "
                        STAT-TITULOS
                   DELIMITED BY SIZE
                   INTO LK-RETORNO
                 END-STRING
                 GOBACK
              END-IF
              MOVE "TITULOS"                TO WS-AUD-ARQUIVO
              MOVE "A"                      TO WS-AUD-OPERACAO
              MOVE "AVISCOB"                TO WS-AUD-OPERADOR
              MOVE "AVISCOB"                TO WS-AUD-PROGRAMA
              MOVE RG-TITULOS               TO WS-AUD-DEPOIS
              CALL "GRAVAUD" USING WS-LIG-AUDITA
              MOVE WS-ESTAGIO-DEVIDO TO WS-ESTAGIO-ATUAL
              IF WS-ESTAGIO-DEVIDO GREATER THAN WS-ESTAGIO-AVISO
                 MOVE WS-ESTAGIO-DEVIDO TO WS-ESTAGIO-AVISO
              END-IF
              ADD WS-SALDO-TITULO    TO WS-TOT-AVISO
              IF WS-QTD-AVISO LESS THAN 30
                 ADD 1               TO WS-QTD-AVISO
                 MOVE TIT-PED-NUMERO TO TAB-AVI-PEDIDO(WS-QTD-AVISO)
                 MOVE TIT-PARCELA    TO TAB-AVI-PARCELA(WS-QTD-AVISO)
                 MOVE TIT-DATA-VENCIMENTO
                                     TO TAB-AVI-VENCIMENTO(WS-QTD-AVISO)
                 MOVE WS-DIAS-ATRASO TO TAB-AVI-DIAS(WS-QTD-AVISO)
                 MOVE WS-SALDO-TITULO
                                     TO TAB-AVI-SALDO(WS-QTD-AVISO)
              END-IF
           END-IF

           ADD 1                     TO WS-CLI-QTD-VENCIDOS
           ADD WS-SALDO-TITULO       TO WS-CLI-SALDO
           IF WS-CLI-VENCTO-ANTIGO EQUAL ZEROS
              OR TIT-DATA-VENCIMENTO LESS THAN WS-CLI-VENCTO-ANTIGO
              MOVE TIT-DATA-VENCIMENTO TO WS-CLI-VENCTO-ANTIGO
           END-IF
           IF WS-DIAS-ATRASO GREATER THAN WS-CLI-MAIOR-ATRASO
              MOVE WS-DIAS-ATRASO    TO WS-CLI-MAIOR-ATRASO
           END-IF
           IF WS-ESTAGIO-ATUAL GREATER THAN WS-CLI-MAIOR-ESTAGIO
              MOVE WS-ESTAGIO-ATUAL  TO WS-CLI-MAIOR-ESTAGIO
           END-IF.

       2002-ESTAGIO-DEVIDO.

           MOVE ZEROS              TO WS-ESTAGIO-DEVIDO
           IF WS-DIAS-COBR-1 NOT EQUAL ZEROS
              AND WS-DIAS-ATRASO NOT LESS THAN WS-DIAS-COBR-1
              MOVE 1               TO WS-ESTAGIO-DEVIDO
           END-IF
           IF WS-DIAS-COBR-2 NOT EQUAL ZEROS
              AND WS-DIAS-ATRASO NOT LESS THAN WS-DIAS-COBR-2
              MOVE 2               TO WS-ESTAGIO-DEVIDO
           END-IF
           IF WS-DIAS-COBR-3 NOT EQUAL ZEROS
              AND WS-DIAS-ATRASO NOT LESS THAN WS-DIAS-COBR-3
              MOVE 3               TO WS-ESTAGIO-DEVIDO
           END-IF.

       2003-ZERA-CLIENTE.

           MOVE ZEROS              TO WS-CLI-QTD-VENCIDOS
           MOVE ZEROS              TO WS-CLI-SALDO
           MOVE ZEROS              TO WS-CLI-VENCTO-ANTIGO
           MOVE ZEROS              TO WS-CLI-MAIOR-ATRASO
           MOVE ZEROS              TO WS-CLI-MAIOR-ESTAGIO
           MOVE ZEROS              TO WS-ESTAGIO-AVISO
           MOVE ZEROS              TO WS-QTD-AVISO
           MOVE ZEROS              TO WS-TOT-AVISO.

       2004-FECHA-CLIENTE.

           IF WS-CLI-QTD-VENCIDOS EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLI-ATUAL       TO CLI-CODIGO
           READ CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF

           IF CLI-ON-VENDEDOR NOT EQUAL ZEROS
              PERFORM 2005-GRAVA-COBVEN
           END-IF

           IF WS-ESTAGIO-AVISO NOT EQUAL ZEROS
              PERFORM 2007-RESOLVE-ENDERECO
              PERFORM 2006-GERA-AVISO
              PERFORM 2009-GRAVA-FILA
              ADD 1                TO LK-QTD-AVISOS
           END-IF.

       2005-GRAVA-COBVEN.

           INITIALIZE RG-COBVEN
           MOVE CLI-ON-VENDEDOR      TO CBV-VEN-CODIGO
           MOVE CLI-CODIGO           TO CBV-CLI-CODIGO
           MOVE WS-CLI-QTD-VENCIDOS  TO CBV-QTD-TITULOS
           MOVE WS-CLI-SALDO         TO CBV-SALDO-VENCIDO
           MOVE WS-CLI-VENCTO-ANTIGO TO CBV-VENCTO-ANTIGO
           MOVE WS-CLI-MAIOR-ATRASO  TO CBV-MAIOR-ATRASO
           MOVE WS-CLI-MAIOR-ESTAGIO TO CBV-ESTAGIO
           MOVE WS-DATA-HOJE         TO CBV-DATA-GERACAO
           WRITE RG-COBVEN
           IF STAT-COBVEN NOT EQUAL "00"
              STRING "ERRO AO GRAVAR COBVEN ! "
                     STAT-COBVEN
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           ADD 1                     TO LK-QTD-COBRANCA.

       2006-GERA-AVISO.

           EVALUATE WS-ESTAGIO-AVISO
              WHEN 1
                 MOVE "LEMBRETE DE PAGAMENTO"        TO WS-ASSUNTO
                 MOVE "CONSTAM EM ABERTO OS TITULOS ABAIXO, VENCIDOS."
                                                     TO WS-TEXTO-1
                 MOVE "SE O PAGAMENTO JA FOI EFETUADO, DESCONSIDERE."
                                                     TO WS-TEXTO-2
              WHEN 2
                 MOVE "NOTIFICACAO DE DEBITO EM ATRASO" TO WS-ASSUNTO
                 MOVE "NAO IDENTIFICAMOS O PAGAMENTO DOS TITULOS."
                                                     TO WS-TEXTO-1
                 MOVE "SOLICITAMOS A REGULARIZACAO EM ATE 5 DIAS."
                                                     TO WS-TEXTO-2
              WHEN OTHER
                 MOVE "ULTIMO AVISO DE COBRANCA"     TO WS-ASSUNTO
                 MOVE "PERSISTINDO O DEBITO, O CREDITO SERA BLOQUEADO"
                                                     TO WS-TEXTO-1
                 MOVE "E OS TITULOS SEGUIRAO PARA COBRANCA EXTERNA."
                                                     TO WS-TEXTO-2
           END-EVALUATE

           IF WS-PRIMEIRA-CARTA EQUAL "S"
              MOVE "N"             TO WS-PRIMEIRA-CARTA
              WRITE RG-SAIDA FROM CLI-RAZAO AFTER 1
           ELSE
              WRITE RG-SAIDA FROM CLI-RAZAO AFTER PAGE
           END-IF
           WRITE RG-SAIDA FROM CLI-LOGRADOURO AFTER 1
           WRITE RG-SAIDA FROM CLI-BAIRRO AFTER 1
           MOVE SPACES             TO WS-LINHA-SAIDA
           STRING CLI-CIDADE       DELIMITED BY "  "
                  " - "            DELIMITED BY SIZE
                  CLI-UF           DELIMITED BY SIZE
                  " CEP "          DELIMITED BY SIZE
                  CLI-CEP          DELIMITED BY SIZE
               INTO WS-LINHA-SAIDA
           END-STRING
           WRITE RG-SAIDA FROM WS-LINHA-SAIDA AFTER 1

           MOVE SPACES             TO WS-LINHA-SAIDA
           STRING "ASSUNTO: "      DELIMITED BY SIZE
                  WS-ASSUNTO       DELIMITED BY "  "
               INTO WS-LINHA-SAIDA
           END-STRING
           WRITE RG-SAIDA FROM WS-LINHA-SAIDA AFTER 3
           WRITE RG-SAIDA FROM WS-TEXTO-1 AFTER 2
           WRITE RG-SAIDA FROM WS-TEXTO-2 AFTER 1

           WRITE RG-SAIDA FROM CAB-AVISO AFTER 2
           PERFORM VARYING WS-IND-AVISO FROM 1 BY 1
                   UNTIL WS-IND-AVISO > WS-QTD-AVISO
              MOVE TAB-AVI-PEDIDO(WS-IND-AVISO)     TO DET-AVI-PEDIDO
              MOVE TAB-AVI-PARCELA(WS-IND-AVISO)    TO DET-AVI-PARCELA
              MOVE TAB-AVI-VENCIMENTO(WS-IND-AVISO)
                                                TO DET-AVI-VENCIMENTO
              MOVE TAB-AVI-DIAS(WS-IND-AVISO)       TO DET-AVI-DIAS
              MOVE TAB-AVI-SALDO(WS-IND-AVISO)      TO DET-AVI-SALDO
              WRITE RG-SAIDA FROM DET-AVISO AFTER 1
           END-PERFORM
           MOVE WS-TOT-AVISO       TO TOT-AVI-SALDO
           WRITE RG-SAIDA FROM TOT-AVISO AFTER 2

           MOVE "DEPARTAMENTO FINANCEIRO" TO WS-LINHA-SAIDA
           WRITE RG-SAIDA FROM WS-LINHA-SAIDA AFTER 3.

       2007-RESOLVE-ENDERECO.

           IF WS-ENDERENT-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE "N"               TO WS-ACHOU-CORRESP
           MOVE CLI-CODIGO        TO END-CLI-CODIGO
           MOVE ZEROS             TO END-SEQUENCIA
           START ENDERENT KEY IS GREATER THAN END-CHAVE
           IF STAT-ENDERENT NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO WS-EOF-END
           READ ENDERENT NEXT
           IF STAT-ENDERENT NOT EQUAL "00"
              MOVE "F"            TO WS-EOF-END
           END-IF
           PERFORM UNTIL WS-EOF-END EQUAL "F"
              IF END-CLI-CODIGO NOT EQUAL CLI-CODIGO
                 MOVE "F"         TO WS-EOF-END
              ELSE
                 IF END-CORRESPONDENCIA
                    AND WS-ACHOU-CORRESP EQUAL "N"
                    MOVE "S"           TO WS-ACHOU-CORRESP
                    MOVE END-LOGRADOURO TO CLI-LOGRADOURO
                    MOVE END-BAIRRO     TO CLI-BAIRRO
                    MOVE END-CIDADE     TO CLI-CIDADE
                    MOVE END-UF         TO CLI-UF
                    MOVE END-CEP        TO CLI-CEP
                    MOVE "F"            TO WS-EOF-END
                 ELSE
                    READ ENDERENT NEXT AT END
                       MOVE "F"         TO WS-EOF-END
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.

       2008-MAIOR-NUMERO-FILA.

           MOVE ZEROS             TO WS-PROX-FILA
           MOVE 9999999           TO FIL-NUMERO
           START FILADOC KEY IS LESS THAN FIL-NUMERO
           IF STAT-FILADOC EQUAL "00"
              READ FILADOC PREVIOUS
              IF STAT-FILADOC EQUAL "00"
                 MOVE FIL-NUMERO  TO WS-PROX-FILA
              END-IF
           END-IF.

       2009-GRAVA-FILA.

           MOVE SPACES            TO WS-EMAIL-DESTINO
           IF WS-CONTATOS-ATIVO EQUAL "S"
              MOVE CLI-CODIGO     TO CON-CLI-CODIGO
              MOVE ZEROS          TO CON-SEQUENCIA
              START CONTATOS KEY IS GREATER THAN CON-CHAVE
              IF STAT-CONTATOS EQUAL "00"
                 READ CONTATOS NEXT
                 IF STAT-CONTATOS EQUAL "00"
                    AND CON-CLI-CODIGO EQUAL CLI-CODIGO
                    MOVE CON-EMAIL TO WS-EMAIL-DESTINO
                 END-IF
              END-IF
           END-IF

           ADD 1                  TO WS-PROX-FILA
           INITIALIZE RG-FILADOC
           MOVE WS-PROX-FILA      TO FIL-NUMERO
           MOVE "A"               TO FIL-TIPO
           MOVE CLI-CODIGO        TO FIL-DESTINO-CODIGO
           MOVE WS-EMAIL-DESTINO  TO FIL-EMAIL
           IF WS-EMAIL-DESTINO EQUAL SPACES
              MOVE "P"            TO FIL-CANAL
           ELSE
              MOVE "E"            TO FIL-CANAL
           END-IF
           MOVE WS-DATA-HOJE      TO FIL-DATA-GERACAO
           MOVE ZEROS             TO FIL-DATA-ENVIO
           MOVE ZEROS             TO FIL-TENTATIVAS
           MOVE "P"               TO FIL-STATUS
           WRITE RG-FILADOC
           IF STAT-FILADOC NOT EQUAL "00"
              STRING "ERRO AO GRAVAR FILADOC ! "
                     STAT-FILADOC
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2010-CALCULA-SERIAL.

           COMPUTE WS-CONV-ANO = 2000 + WS-CONV-AA
           MOVE WS-CONV-MM           TO WS-CONV-MES
           IF WS-CONV-MES EQUAL ZEROS
              OR WS-CONV-MES GREATER THAN 12
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

           GOBACK.
