       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBAPUR.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "REBACORD.SL".
           COPY "REBAPROV.SL".
           COPY "RESUMOME.SL".
           COPY "DEVOLUCA.SL".
           COPY "CLIENTES.SL".
           COPY "GRUPOS.SL".
           COPY "CONTATOS.SL".
           COPY "FILADOC.SL".
           COPY "SAIDA.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "REBACORD.FD".
           COPY "REBAPROV.FD".
           COPY "RESUMOME.FD".
           COPY "DEVOLUCA.FD".
           COPY "CLIENTES.FD".
           COPY "GRUPOS.FD".
           COPY "CONTATOS.FD".
           COPY "FILADOC.FD".
           COPY "SAIDA.FD".

       WORKING-STORAGE SECTION.
       01  STAT-REBACORD                      PIC XX.
       01  STAT-REBAPROV                      PIC XX.
       01  STAT-RESUMOME                      PIC XX.
       01  STAT-DEVOLUCA                      PIC XX.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-GRUPOS                        PIC XX.
       01  STAT-CONTATOS                      PIC XX.
       01  STAT-FILADOC                       PIC XX.
       01  STAT-SAIDA                         PIC XX.
       01  WS-RESUMOME-ATIVO                  PIC X      VALUE "N".
       01  WS-DEVOLUCA-ATIVO                  PIC X      VALUE "N".
       01  WS-GRUPOS-ATIVO                    PIC X      VALUE "N".
       01  WS-CONTATOS-ATIVO                  PIC X      VALUE "N".
       01  WS-FILADOC-ATIVO                   PIC X      VALUE "N".
           01  WS-EOF                        PIC X         VALUE SPACES.
       01  PAGINA                             PIC 9(004) VALUE 0.
       01  LINHAS                             PIC 9(002) VALUE 80.
           01  TRACOS                          PIC X(110) VALUE ALL "=".
           01  WS-MAX-LINHAS               PIC 9(003) VALUE 61.
           01  WS-LINHAS-TELA              PIC 9(003) VALUE ZEROS.
           01  WS-PAUSA                    PIC X      VALUE SPACES.
           01  WS-SAIDA-PATH               PIC X(040) VALUE "SAIDA".
       01  WS-LIG-ESCOPO.
           05 WS-ESC-VEN-CODIGO           PIC 9(003) VALUE ZEROS.
           05 WS-ESC-REGISTRA             PIC X(001) VALUE "N".
           05 WS-ESC-PROGRAMA             PIC X(010) VALUE "REBAPUR".
           05 WS-ESC-CHAVE                PIC X(015) VALUE SPACES.
           05 WS-ESC-RESTRITO             PIC X(001) VALUE "N".
           05 WS-ESC-PERMITIDO            PIC X(001) VALUE "S".
           05 WS-ESC-OPERADOR             PIC X(010) VALUE SPACES.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-COMP-AUX.
           05 WS-COMP-AA                  PIC 9(002).
           05 WS-COMP-MM                  PIC 9(002).
       01  WS-RES-AUX.
           05 WS-RES-AA                   PIC 9(002).
           05 WS-RES-MM                   PIC 9(002).
       01  WS-COMP-INICIAL                PIC 9(004) VALUE ZEROS.
       01  WS-DATA-DEV.
           05 FILLER                      PIC 9(002).
           05 WS-DEV-AA                   PIC 9(002).
           05 WS-DEV-MM                   PIC 9(002).
           05 FILLER                      PIC 9(002).
       01  WS-QTD-ACORDOS                 PIC 9(004) VALUE ZEROS.
       01  WS-IND-ACO                     PIC 9(004) VALUE ZEROS.
       01  WS-IND-ACHOU                   PIC 9(004) VALUE ZEROS.
       01  WS-IND-MES                     PIC 9(002) VALUE ZEROS.
       01  WS-IND-FAI                     PIC 9(002) VALUE ZEROS.
       01  WS-IND-FAIXA                   PIC 9(002) VALUE ZEROS.
       01  WS-CLI-BUSCA                   PIC 9(007) VALUE ZEROS.
       01  WS-CLI-ANT                     PIC 9(007) VALUE ZEROS.
       01  WS-ACO-ANT                     PIC 9(004) VALUE ZEROS.
       01  WS-RAIZ-CNPJ                   PIC 9(008) VALUE ZEROS.
       01  WS-VOL-ACUM                    PIC S9(013)V99 VALUE ZEROS.
       01  WS-VOL-MES                     PIC S9(013)V99 VALUE ZEROS.
       01  WS-PERC-ATUAL                  PIC 9(002)V99 VALUE ZEROS.
       01  WS-PROX-VOLUME                 PIC 9(011)V99 VALUE ZEROS.
       01  WS-PROX-PERC                   PIC 9(002)V99 VALUE ZEROS.
       01  WS-REB-ACUM                    PIC S9(013)V99 VALUE ZEROS.
       01  WS-REB-ANT                     PIC S9(013)V99 VALUE ZEROS.
       01  WS-PROV-MES                    PIC S9(013)V99 VALUE ZEROS.
       01  WS-TOT-REBATE                  PIC S9(013)V99 VALUE ZEROS.
       01  WS-TOT-PROVISAO                PIC S9(013)V99 VALUE ZEROS.
       01  WS-QTD-FILA                    PIC 9(005) VALUE ZEROS.
       01  WS-PROX-FILA                   PIC 9(007) VALUE ZEROS.
       01  TABELA-ACORDOS.
           05 WS-ACO OCCURS 300.
              10 TAB-ACO-TIPO                PIC X(001).
              10 TAB-ACO-CODIGO              PIC 9(008).
              10 TAB-ACO-DESTINO             PIC 9(007).
              10 TAB-ACO-FAIXAS.
                 15 TAB-ACO-FAIXA OCCURS 5.
                    20 TAB-ACO-FAI-VOLUME    PIC 9(011)V99.
                    20 TAB-ACO-FAI-PERC      PIC 9(002)V99.
              10 TAB-ACO-MES OCCURS 12.
                 15 TAB-ACO-FATURADO         PIC 9(011)V99.
                 15 TAB-ACO-DEVOLVIDO        PIC 9(011)V99.
           01  CAB01.
        05 PIC X(098)   VALUE "DEMONSTRATIVO DE REBATE ANUAL".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(010)               VALUE "EMISSAO: ".
               05 CAB01A-DATA              PIC 9(008).
               05 PIC X(016)               VALUE "  COMPETENCIA: ".
               05 CAB01A-COMPETENCIA       PIC 9(004).
           01  CAB03.
               05 PIC X(008)               VALUE "ACORDO: ".
               05 CAB03-ANO                PIC 99.
               05 PIC X(001)               VALUE "/".
               05 CAB03-TIPO               PIC X(008).
               05 PIC X(001).
               05 CAB03-CODIGO             PIC ZZZZZZZ9.
               05 PIC X(002).
               05 CAB03-NOME               PIC X(040).
               05 PIC X(015)               VALUE "  DEMONSTR. P/ ".
               05 CAB03-DESTINO            PIC ZZZZZZ9.
           01  CAB02.
               05 PIC X(005)               VALUE " MES".
               05 PIC X(015)               VALUE "      FATURADO".
               05 PIC X(015)               VALUE "     DEVOLVIDO".
               05 PIC X(016)               VALUE "  VOLUME ACUMUL.".
               05 PIC X(008)               VALUE "   PERC.".
               05 PIC X(016)               VALUE "  REBATE ACUMUL.".
               05 PIC X(016)               VALUE "   PROVISAO MES".
       01  LDT.
           05 PIC X(002).
           05 LDT-MES                     PIC 99.
           05 PIC X(001).
           05 LDT-FATURADO                PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-DEVOLVIDO               PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-VOLUME                  PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 PIC X(002).
           05 LDT-PERC                    PIC Z9,99.
           05 PIC X(001).
           05 LDT-REBATE                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(001).
           05 LDT-PROVISAO                PIC ZZZ.ZZZ.ZZ9,99-.
       01  LFX.
           05 PIC X(003).
           05 PIC X(006)                  VALUE "FAIXA ".
           05 LFX-FAIXA                   PIC 9.
           05 PIC X(014)                  VALUE " - A PARTIR DE".
           05 LFX-VOLUME                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 PIC X(004)                  VALUE "  - ".
           05 LFX-PERC                    PIC Z9,99.
           05 PIC X(002)                  VALUE " %".
           05 PIC X(002).
           05 LFX-ATUAL                   PIC X(015).
       01  LPROX.
           05 PIC X(003).
           05 PIC X(015)                  VALUE "PROXIMA FAIXA: ".
           05 LPROX-PERC                  PIC Z9,99.
           05 PIC X(018)                  VALUE " %  - FALTAM R$ ".
           05 LPROX-FALTA                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  RODAPE.
           05 PIC X(001).
           05 ROD-DESCRICAO               PIC X(050).
           05 PIC X(002).
           05 ROD-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-COMPETENCIA                              PIC 9(004).
          05 LK-GERA-FILA                                PIC X(001).
          05 LK-LINHAS                                   PIC 9(003).
          05 LK-DESTINO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       PROCEDURE DIVISION USING LIN-LIGACAO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               IF LK-LINHAS NOT EQUAL ZEROS
                  MOVE LK-LINHAS          TO WS-MAX-LINHAS
               END-IF
               MOVE SPACES                TO LK-RETORNO
               MOVE LK-COMPETENCIA        TO WS-COMP-AUX
               COMPUTE WS-COMP-INICIAL = WS-COMP-AA * 100 + 1
               ACCEPT WS-DATA-HOJE        FROM DATE
               CALL "VERESCOP" USING WS-LIG-ESCOPO
               IF WS-ESC-RESTRITO EQUAL "S"
                  MOVE "OPERADOR COM ESCOPO RESTRITO !"
                                          TO LK-RETORNO
                  GOBACK
               END-IF
               OPEN INPUT REBACORD
               IF  STAT-REBACORD NOT EQUAL "00"
                   STRING "ERRO AO ABRIR REBACORD ! "
                      STAT-REBACORD
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
               OPEN I-O REBAPROV
               IF STAT-REBAPROV EQUAL "35"
                  OPEN OUTPUT REBAPROV
                  CLOSE REBAPROV
                  OPEN I-O REBAPROV
               END-IF
               IF  STAT-REBAPROV NOT EQUAL "00"
                   STRING "ERRO AO ABRIR REBAPROV ! "
                      STAT-REBAPROV
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               MOVE "N"                   TO WS-RESUMOME-ATIVO
               OPEN INPUT RESUMOME
               IF STAT-RESUMOME EQUAL "00"
                  MOVE "S"                TO WS-RESUMOME-ATIVO
               END-IF
               MOVE "N"                   TO WS-DEVOLUCA-ATIVO
               OPEN INPUT DEVOLUCA
               IF STAT-DEVOLUCA EQUAL "00"
                  MOVE "S"                TO WS-DEVOLUCA-ATIVO
               END-IF
               MOVE "N"                   TO WS-GRUPOS-ATIVO
               OPEN INPUT GRUPOS
               IF STAT-GRUPOS EQUAL "00"
                  MOVE "S"                TO WS-GRUPOS-ATIVO
               END-IF
               MOVE "N"                   TO WS-CONTATOS-ATIVO
               MOVE "N"                   TO WS-FILADOC-ATIVO
               IF LK-GERA-FILA EQUAL "S"
                  OPEN INPUT CONTATOS
                  IF STAT-CONTATOS EQUAL "00"
                     MOVE "S"             TO WS-CONTATOS-ATIVO
                  END-IF
                  OPEN I-O FILADOC
                  IF STAT-FILADOC EQUAL "35"
                     OPEN OUTPUT FILADOC
                     CLOSE FILADOC
                     OPEN I-O FILADOC
                  END-IF
                  IF STAT-FILADOC EQUAL "00"
                     MOVE "S"             TO WS-FILADOC-ATIVO
                     PERFORM 1004-MAIOR-NUMERO-FILA
                  END-IF
               END-IF
               OPEN OUTPUT SAIDA
               IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO ABRIR ARQ. SAIDA ! "
                      STAT-SAIDA
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       1004-MAIOR-NUMERO-FILA.

           MOVE ZEROS             TO WS-PROX-FILA
           MOVE 9999999           TO FIL-NUMERO
           START FILADOC KEY IS LESS THAN FIL-NUMERO
           IF STAT-FILADOC EQUAL "00"
              READ FILADOC PREVIOUS
              IF STAT-FILADOC EQUAL "00"
                 MOVE FIL-NUMERO  TO WS-PROX-FILA
              END-IF
           END-IF.

       2000-PROCESSA.

           PERFORM 2001-CARREGA-ACORDOS
           IF WS-QTD-ACORDOS EQUAL ZEROS
              MOVE "NENHUM ACORDO ATIVO NO ANO !" TO LK-RETORNO
              PERFORM 2009-FECHA-ARQUIVOS
              GOBACK
           END-IF
           IF WS-RESUMOME-ATIVO EQUAL "S"
              PERFORM 2002-LE-FATURAMENTO
           END-IF
           IF WS-DEVOLUCA-ATIVO EQUAL "S"
              PERFORM 2006-LE-DEVOLUCOES
           END-IF

           PERFORM VARYING WS-IND-ACO FROM 1 BY 1
                   UNTIL WS-IND-ACO > WS-QTD-ACORDOS
              PERFORM 2004-APURA-ACORDO
           END-PERFORM
           PERFORM 2007-RODAPE

           PERFORM 2009-FECHA-ARQUIVOS
           MOVE SPACES                                    TO LK-RETORNO.

       2001-CARREGA-ACORDOS.

           MOVE ZEROS              TO WS-QTD-ACORDOS
           INITIALIZE TABELA-ACORDOS
           MOVE WS-COMP-AA         TO RBA-ANO
           MOVE LOW-VALUES         TO RBA-TIPO
           MOVE ZEROS              TO RBA-CODIGO
           START REBACORD KEY IS NOT LESS THAN RBA-CHAVE
           IF STAT-REBACORD NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           ELSE
              MOVE SPACES          TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ REBACORD NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
              IF WS-EOF NOT EQUAL "F"
                 IF RBA-ANO NOT EQUAL WS-COMP-AA
                    MOVE "F"       TO WS-EOF
                 ELSE
                    IF RBA-ATIVO AND WS-QTD-ACORDOS < 300
                       ADD 1       TO WS-QTD-ACORDOS
                       MOVE RBA-TIPO
                                   TO TAB-ACO-TIPO(WS-QTD-ACORDOS)
                       MOVE RBA-CODIGO
                                   TO TAB-ACO-CODIGO(WS-QTD-ACORDOS)
                       MOVE RBA-CLI-DESTINO
                                   TO TAB-ACO-DESTINO(WS-QTD-ACORDOS)
                       MOVE RBA-FAIXAS
                                   TO TAB-ACO-FAIXAS(WS-QTD-ACORDOS)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2002-LE-FATURAMENTO.

           MOVE ZEROS              TO WS-CLI-ANT
           MOVE ZEROS              TO WS-ACO-ANT
           MOVE WS-COMP-INICIAL    TO RES-COMPETENCIA
           MOVE ZEROS              TO RES-VEN-CODIGO
           MOVE ZEROS              TO RES-CLI-CODIGO
           START RESUMOME KEY IS NOT LESS THAN RES-CHAVE
           IF STAT-RESUMOME NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           ELSE
              MOVE SPACES          TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ RESUMOME NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
              IF WS-EOF NOT EQUAL "F"
                 IF RES-COMPETENCIA GREATER THAN LK-COMPETENCIA
                    MOVE "F"       TO WS-EOF
                 ELSE
                    MOVE RES-CLI-CODIGO     TO WS-CLI-BUSCA
                    PERFORM 2003-LOCALIZA-ACORDO
                    IF WS-IND-ACHOU NOT EQUAL ZEROS
                       MOVE RES-COMPETENCIA TO WS-RES-AUX
                       ADD RES-VALOR-FATURADO TO
                           TAB-ACO-FATURADO(WS-IND-ACHOU, WS-RES-MM)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2003-LOCALIZA-ACORDO.

           IF WS-CLI-BUSCA EQUAL WS-CLI-ANT
              MOVE WS-ACO-ANT      TO WS-IND-ACHOU
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS              TO WS-IND-ACHOU
           PERFORM VARYING WS-IND-ACO FROM 1 BY 1
                   UNTIL WS-IND-ACO > WS-QTD-ACORDOS
                      OR WS-IND-ACHOU NOT EQUAL ZEROS
              IF TAB-ACO-TIPO(WS-IND-ACO) EQUAL "C"
                 AND TAB-ACO-CODIGO(WS-IND-ACO) EQUAL WS-CLI-BUSCA
                 MOVE WS-IND-ACO   TO WS-IND-ACHOU
              END-IF
           END-PERFORM
           IF WS-IND-ACHOU EQUAL ZEROS
              MOVE WS-CLI-BUSCA    TO CLI-CODIGO
              READ CLIENTES
              IF STAT-CLIENTES EQUAL "00"
                 MOVE CLI-CNPJ(1:8) TO WS-RAIZ-CNPJ
                 PERFORM VARYING WS-IND-ACO FROM 1 BY 1
                         UNTIL WS-IND-ACO > WS-QTD-ACORDOS
                            OR WS-IND-ACHOU NOT EQUAL ZEROS
                    IF TAB-ACO-TIPO(WS-IND-ACO) EQUAL "G"
                       AND TAB-ACO-CODIGO(WS-IND-ACO)
                           EQUAL WS-RAIZ-CNPJ
                       MOVE WS-IND-ACO TO WS-IND-ACHOU
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           MOVE WS-CLI-BUSCA       TO WS-CLI-ANT
           MOVE WS-IND-ACHOU       TO WS-ACO-ANT.

       2004-APURA-ACORDO.

           MOVE ZEROS              TO WS-VOL-ACUM
           MOVE ZEROS              TO WS-REB-ACUM
           MOVE ZEROS              TO WS-REB-ANT
           MOVE ZEROS              TO WS-PROV-MES
           PERFORM 2008-CABECALHO
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > WS-COMP-MM
              COMPUTE WS-VOL-MES =
                      TAB-ACO-FATURADO(WS-IND-ACO, WS-IND-MES)
                    - TAB-ACO-DEVOLVIDO(WS-IND-ACO, WS-IND-MES)
              ADD WS-VOL-MES       TO WS-VOL-ACUM
              PERFORM 2005-FAIXA-VOLUME
              IF WS-VOL-ACUM GREATER THAN ZEROS
                 COMPUTE WS-REB-ACUM ROUNDED =
                         WS-VOL-ACUM * WS-PERC-ATUAL / 100
              ELSE
                 MOVE ZEROS        TO WS-REB-ACUM
              END-IF
              COMPUTE WS-PROV-MES = WS-REB-ACUM - WS-REB-ANT
              PERFORM 2010-GRAVA-PROVISAO
              MOVE SPACES          TO LDT
              MOVE WS-IND-MES      TO LDT-MES
              MOVE TAB-ACO-FATURADO(WS-IND-ACO, WS-IND-MES)
                                   TO LDT-FATURADO
              MOVE TAB-ACO-DEVOLVIDO(WS-IND-ACO, WS-IND-MES)
                                   TO LDT-DEVOLVIDO
              MOVE WS-VOL-ACUM     TO LDT-VOLUME
              MOVE WS-PERC-ATUAL   TO LDT-PERC
              MOVE WS-REB-ACUM     TO LDT-REBATE
              MOVE WS-PROV-MES     TO LDT-PROVISAO
              WRITE RG-SAIDA       FROM LDT AFTER 1
              ADD 1                TO LINHAS
              MOVE WS-REB-ACUM     TO WS-REB-ANT
           END-PERFORM
           ADD WS-REB-ACUM         TO WS-TOT-REBATE
           ADD WS-PROV-MES         TO WS-TOT-PROVISAO

           WRITE RG-SAIDA          FROM SPACES AFTER 1
           PERFORM VARYING WS-IND-FAI FROM 1 BY 1 UNTIL WS-IND-FAI > 5
              IF TAB-ACO-FAI-PERC(WS-IND-ACO, WS-IND-FAI)
                 GREATER THAN ZEROS
                 MOVE SPACES       TO LFX
                 MOVE WS-IND-FAI   TO LFX-FAIXA
                 MOVE TAB-ACO-FAI-VOLUME(WS-IND-ACO, WS-IND-FAI)
                                   TO LFX-VOLUME
                 MOVE TAB-ACO-FAI-PERC(WS-IND-ACO, WS-IND-FAI)
                                   TO LFX-PERC
                 IF WS-IND-FAI EQUAL WS-IND-FAIXA
                    MOVE "<= FAIXA ATUAL" TO LFX-ATUAL
                 END-IF
                 WRITE RG-SAIDA    FROM LFX AFTER 1
              END-IF
           END-PERFORM
           IF WS-PROX-VOLUME GREATER THAN ZEROS
              MOVE WS-PROX-PERC    TO LPROX-PERC
              COMPUTE LPROX-FALTA = WS-PROX-VOLUME - WS-VOL-ACUM
              WRITE RG-SAIDA       FROM LPROX AFTER 2
           END-IF

           IF WS-FILADOC-ATIVO EQUAL "S"
              PERFORM 2016-GRAVA-FILA
           END-IF.

       2005-FAIXA-VOLUME.

           MOVE ZEROS              TO WS-PERC-ATUAL
           MOVE ZEROS              TO WS-IND-FAIXA
           MOVE ZEROS              TO WS-PROX-VOLUME
           MOVE ZEROS              TO WS-PROX-PERC
           PERFORM VARYING WS-IND-FAI FROM 1 BY 1 UNTIL WS-IND-FAI > 5
              IF TAB-ACO-FAI-PERC(WS-IND-ACO, WS-IND-FAI)
                 GREATER THAN ZEROS
                 IF WS-VOL-ACUM NOT LESS THAN
                    TAB-ACO-FAI-VOLUME(WS-IND-ACO, WS-IND-FAI)
                    AND WS-VOL-ACUM GREATER THAN ZEROS
                    MOVE WS-IND-FAI TO WS-IND-FAIXA
                    MOVE TAB-ACO-FAI-PERC(WS-IND-ACO, WS-IND-FAI)
                                   TO WS-PERC-ATUAL
                 ELSE
                    IF WS-PROX-VOLUME EQUAL ZEROS
                       AND WS-PROX-PERC EQUAL ZEROS
                       MOVE TAB-ACO-FAI-VOLUME(WS-IND-ACO, WS-IND-FAI)
                                   TO WS-PROX-VOLUME
                       MOVE TAB-ACO-FAI-PERC(WS-IND-ACO, WS-IND-FAI)
                                   TO WS-PROX-PERC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2006-LE-DEVOLUCOES.

           MOVE ZEROS              TO WS-CLI-ANT
           MOVE ZEROS              TO WS-ACO-ANT
           MOVE ZEROS              TO DEV-CHAVE
           START DEVOLUCA KEY IS NOT LESS THAN DEV-CHAVE
           IF STAT-DEVOLUCA NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           ELSE
              MOVE SPACES          TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ DEVOLUCA NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
              IF WS-EOF NOT EQUAL "F"
                 MOVE DEV-DATA     TO WS-DATA-DEV
                 IF WS-DEV-AA EQUAL WS-COMP-AA
                    AND WS-DEV-MM GREATER THAN ZEROS
                    AND WS-DEV-MM NOT GREATER THAN WS-COMP-MM
                    MOVE DEV-CLI-CODIGO     TO WS-CLI-BUSCA
                    PERFORM 2003-LOCALIZA-ACORDO
                    IF WS-IND-ACHOU NOT EQUAL ZEROS
                       ADD DEV-VALOR TO
                           TAB-ACO-DEVOLVIDO(WS-IND-ACHOU, WS-DEV-MM)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2007-RODAPE.

           WRITE RG-SAIDA     FROM TRACOS AFTER 2.
           MOVE SPACES             TO RODAPE
           MOVE "ACORDOS APURADOS"  TO ROD-DESCRICAO
           MOVE WS-QTD-ACORDOS     TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "REBATE ACUMULADO NO ANO ATE A COMPETENCIA"
                                   TO ROD-DESCRICAO
           MOVE WS-TOT-REBATE      TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           MOVE "PROVISAO DA COMPETENCIA"
                                   TO ROD-DESCRICAO
           MOVE WS-TOT-PROVISAO    TO ROD-VALOR
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.
           IF LK-GERA-FILA EQUAL "S"
              MOVE "DEMONSTRATIVOS ENVIADOS PARA A FILA"
                                   TO ROD-DESCRICAO
              MOVE WS-QTD-FILA     TO ROD-VALOR
              WRITE RG-SAIDA  FROM RODAPE AFTER 1
           END-IF.

       2008-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 8                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA
           MOVE WS-DATA-HOJE            TO CAB01A-DATA
           MOVE LK-COMPETENCIA          TO CAB01A-COMPETENCIA
           MOVE TAB-ACO-CODIGO(WS-IND-ACO) TO CAB03-CODIGO
           MOVE WS-COMP-AA              TO CAB03-ANO
           MOVE TAB-ACO-DESTINO(WS-IND-ACO) TO CAB03-DESTINO
           MOVE SPACES                  TO CAB03-NOME
           IF TAB-ACO-TIPO(WS-IND-ACO) EQUAL "C"
              MOVE "CLIENTE"            TO CAB03-TIPO
              MOVE TAB-ACO-CODIGO(WS-IND-ACO) TO CLI-CODIGO
              READ CLIENTES
              IF STAT-CLIENTES EQUAL "00"
                 MOVE CLI-RAZAO         TO CAB03-NOME
              END-IF
           ELSE
              MOVE "GRUPO"              TO CAB03-TIPO
              IF WS-GRUPOS-ATIVO EQUAL "S"
                 MOVE TAB-ACO-CODIGO(WS-IND-ACO) TO GRU-RAIZ-CNPJ
                 READ GRUPOS
                 IF STAT-GRUPOS EQUAL "00"
                    MOVE GRU-NOME       TO CAB03-NOME
                 END-IF
              END-IF
           END-IF

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1.
           WRITE RG-SAIDA     FROM CAB01A AFTER 1.
           WRITE RG-SAIDA     FROM TRACOS AFTER 1.
           WRITE RG-SAIDA     FROM CAB03 AFTER 1.
           WRITE RG-SAIDA     FROM SPACES AFTER 1.
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.
           WRITE RG-SAIDA     FROM SPACES AFTER 1.

       2009-FECHA-ARQUIVOS.

           CLOSE REBACORD
           CLOSE REBAPROV
           CLOSE CLIENTES
           IF WS-RESUMOME-ATIVO EQUAL "S"
              CLOSE RESUMOME
           END-IF
           IF WS-DEVOLUCA-ATIVO EQUAL "S"
              CLOSE DEVOLUCA
           END-IF
           IF WS-GRUPOS-ATIVO EQUAL "S"
              CLOSE GRUPOS
           END-IF
           IF WS-CONTATOS-ATIVO EQUAL "S"
              CLOSE CONTATOS
           END-IF
           IF WS-FILADOC-ATIVO EQUAL "S"
              CLOSE FILADOC
           END-IF

           CLOSE SAIDA
           IF  STAT-SAIDA NOT EQUAL "00"
                   STRING "ERRO AO FECHAR ARQ. SAIDA ! "
                      STAT-SAIDA
                        DELIMITED BY SIZE
                         INTO LK-RETORNO
                   END-STRING
                   GOBACK
           END-IF.

       2010-GRAVA-PROVISAO.

           MOVE WS-COMP-AA                 TO RBP-ANO
           MOVE TAB-ACO-TIPO(WS-IND-ACO)   TO RBP-TIPO
           MOVE TAB-ACO-CODIGO(WS-IND-ACO) TO RBP-CODIGO
           MOVE WS-IND-MES                 TO RBP-MES
           READ REBAPROV
           MOVE TAB-ACO-FATURADO(WS-IND-ACO, WS-IND-MES)
                                           TO RBP-VALOR-FATURADO
           MOVE TAB-ACO-DEVOLVIDO(WS-IND-ACO, WS-IND-MES)
                                           TO RBP-VALOR-DEVOLVIDO
           MOVE WS-VOL-ACUM                TO RBP-VOLUME-ACUMULADO
           MOVE WS-PERC-ATUAL              TO RBP-PERCENTUAL
           MOVE WS-REB-ACUM                TO RBP-REBATE-ACUMULADO
           MOVE WS-PROV-MES                TO RBP-PROVISAO-MES
           MOVE WS-DATA-HOJE               TO RBP-DATA-CALCULO
           IF STAT-REBAPROV EQUAL "00"
              REWRITE RG-REBAPROV
           ELSE
              WRITE RG-REBAPROV
           END-IF.

       2012-PREVIEW-TELA.

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

       2016-GRAVA-FILA.

           ADD 1                  TO WS-PROX-FILA
           INITIALIZE RG-FILADOC
           MOVE WS-PROX-FILA      TO FIL-NUMERO
           MOVE "D"               TO FIL-TIPO
           MOVE TAB-ACO-DESTINO(WS-IND-ACO) TO FIL-DESTINO-CODIGO
           MOVE SPACES            TO FIL-EMAIL
           IF WS-CONTATOS-ATIVO EQUAL "S"
              MOVE TAB-ACO-DESTINO(WS-IND-ACO) TO CON-CLI-CODIGO
              MOVE ZEROS          TO CON-SEQUENCIA
              START CONTATOS KEY IS GREATER THAN CON-CHAVE
              IF STAT-CONTATOS EQUAL "00"
                 READ CONTATOS NEXT
                 IF STAT-CONTATOS EQUAL "00"
                    AND CON-CLI-CODIGO EQUAL
                        TAB-ACO-DESTINO(WS-IND-ACO)
                    MOVE CON-EMAIL TO FIL-EMAIL
                 END-IF
              END-IF
           END-IF
           IF FIL-EMAIL EQUAL SPACES
              MOVE "P"            TO FIL-CANAL
           ELSE
              MOVE "E"            TO FIL-CANAL
           END-IF
           ACCEPT FIL-DATA-GERACAO FROM DATE
           MOVE ZEROS             TO FIL-DATA-ENVIO
           MOVE ZEROS             TO FIL-TENTATIVAS
           MOVE "P"               TO FIL-STATUS
           WRITE RG-FILADOC
           IF STAT-FILADOC EQUAL "00"
              ADD 1               TO WS-QTD-FILA
           END-IF.

       3000-FINALIZA.

           IF LK-DESTINO EQUAL "T"
              PERFORM 2012-PREVIEW-TELA
           END-IF

           GOBACK.
