       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGIDX.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES.SL".
           COPY "VENDEDOR.SL".
           COPY "PRODUTOS.SL".
           COPY "TABPRECO.SL".
           COPY "PEDIDOS.SL".
           COPY "PEDITENS.SL".
           COPY "TITULOS.SL".
           COPY "VISITAS.SL".
           COPY "COTACAO.SL".
           COPY "CONTATOS.SL".
           COPY "COMISLED.SL".
           COPY "INTEGHIST.SL".
           COPY "SAIDA.SL".
           SELECT REORGWK ASSIGN TO WS-REORG-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STAT-REORGWK.
           SELECT LOTETRAV ASSIGN TO "LOTETRAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-LOTETRAV.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES.FD".
           COPY "VENDEDOR.FD".
           COPY "PRODUTOS.FD".
           COPY "TABPRECO.FD".
           COPY "PEDIDOS.FD".
           COPY "PEDITENS.FD".
           COPY "TITULOS.FD".
           COPY "VISITAS.FD".
           COPY "COTACAO.FD".
           COPY "CONTATOS.FD".
           COPY "COMISLED.FD".
           COPY "INTEGHIST.FD".
           COPY "SAIDA.FD".
       FD  REORGWK
           LABEL RECORD IS STANDARD.
       01  RG-REORGWK                      PIC X(1000).
       FD  LOTETRAV
           LABEL RECORD IS STANDARD.
       01  RG-LOTETRAV.
           05  TRV-SITUACAO                PIC X(001).
               88  TRV-EM-EXECUCAO           VALUE "E".
               88  TRV-LIVRE                 VALUE "L".
           05  TRV-DATA                    PIC 9(008).
           05  TRV-HORA                    PIC 9(006).

       WORKING-STORAGE SECTION.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-PRODUTOS                      PIC XX.
       01  STAT-TABPRECO                      PIC XX.
       01  STAT-PEDIDOS                       PIC XX.
       01  STAT-PEDITENS                      PIC XX.
       01  STAT-TITULOS                       PIC XX.
       01  STAT-VISITAS                       PIC XX.
       01  STAT-COTACAO                       PIC XX.
       01  STAT-CONTATOS                      PIC XX.
       01  STAT-COMISLED                      PIC XX.
       01  STAT-INTEGHIST                  PIC XX.
       01  STAT-SAIDA                     PIC XX.
       01  STAT-REORGWK                   PIC XX.
       01  STAT-LOTETRAV                  PIC XX.
       01  WS-SAIDA-PATH                  PIC X(040) VALUE "REORGREL".
       01  WS-REORG-PATH                  PIC X(040) VALUE SPACES.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-EOF                         PIC X      VALUE SPACES.
       01  WS-ARQ-REORG                   PIC X(008) VALUE SPACES.
       01  WS-TRAVA-EXISTE                PIC X      VALUE "N".
       01  WS-TRAVA-ANTERIOR              PIC X(015) VALUE SPACES.
       01  WS-FALHAS                      PIC 9(003) VALUE ZEROS.
       01  WS-EST-ARQUIVO                 PIC X(008) VALUE SPACES.
       01  WS-EST-QTD                     PIC 9(009) VALUE ZEROS.
       01  WS-EST-CHECKSUM                PIC 9(015) VALUE ZEROS.
       01  WS-EST-CHAVE-INI               PIC X(024) VALUE SPACES.
       01  WS-EST-CHAVE-FIM               PIC X(024) VALUE SPACES.
       01  WS-EST-LEITURAS                PIC 9(009) VALUE ZEROS.
       01  WS-EST-ERROS                   PIC 9(005) VALUE ZEROS.
       01  WS-EST-SITUACAO                PIC X(012) VALUE SPACES.
       01  WS-HORA-INI                    PIC 9(008) VALUE ZEROS.
       01  WS-HORA-FIM                    PIC 9(008) VALUE ZEROS.
       01  WS-HORA-DECOMPOSTA.
           05 WS-HD-HH                    PIC 9(002).
           05 WS-HD-MM                    PIC 9(002).
           05 WS-HD-SS                    PIC 9(002).
           05 WS-HD-CC                    PIC 9(002).
       01  WS-CENT-INI                    PIC 9(008) VALUE ZEROS.
       01  WS-CENT-FIM                    PIC 9(008) VALUE ZEROS.
       01  WS-TEMPO                       PIC 9(007)V99 VALUE ZEROS.
       01  WS-ANT-QTD                     PIC 9(009) VALUE ZEROS.
       01  WS-ANT-CHECKSUM                PIC 9(015) VALUE ZEROS.
       01  WS-DESC-QTD                    PIC 9(009) VALUE ZEROS.
       01  WS-CARGA-ERROS                 PIC 9(009) VALUE ZEROS.
       01  TRACOS                         PIC X(120) VALUE ALL "=".
       01  CAB01.
           05 PIC X(060) VALUE
              "SAUDE DOS ARQUIVOS INDEXADOS".
           05 PIC X(006) VALUE "DATA: ".
           05 CAB01-DATA                  PIC 9(008).
       01  CAB02.
           05 PIC X(009)                  VALUE "ARQUIVO".
           05 PIC X(012)                  VALUE "  REGISTROS".
           05 PIC X(025)                  VALUE " CHAVE INICIAL".
           05 PIC X(025)                  VALUE " CHAVE FINAL".
           05 PIC X(012)                  VALUE "   LEITURAS".
           05 PIC X(007)                  VALUE "  ERROS".
           05 PIC X(011)                  VALUE "  TEMPO(S)".
           05 PIC X(012)                  VALUE " SITUACAO".
       01  LDT.
           05 LDT-ARQUIVO                 PIC X(008).
           05 PIC X(001).
           05 LDT-QTD                     PIC ZZZ.ZZZ.ZZ9.
           05 PIC X(001).
           05 LDT-CHAVE-INI               PIC X(024).
           05 PIC X(001).
           05 LDT-CHAVE-FIM               PIC X(024).
           05 PIC X(001).
           05 LDT-LEITURAS                PIC ZZZ.ZZZ.ZZ9.
           05 PIC X(001).
           05 LDT-ERROS                   PIC ZZZZ9.
           05 PIC X(001).
           05 LDT-TEMPO                   PIC ZZZZZ9,99.
           05 PIC X(002).
           05 LDT-SITUACAO                PIC X(012).
       01  LRE1.
           05 PIC X(016)                  VALUE "REORGANIZACAO: ".
           05 LRE1-ARQUIVO                PIC X(008).
           05 PIC X(014)                  VALUE "  DESCARGA EM ".
           05 LRE1-PATH                   PIC X(040).
       01  LRE2.
           05 PIC X(016)                  VALUE "  ANTES.......: ".
           05 PIC X(011)                  VALUE "REGISTROS: ".
           05 LRE2-QTD-ANT                PIC ZZZ.ZZZ.ZZ9.
           05 PIC X(014)                  VALUE "  CONTROLE: ".
           05 LRE2-CHK-ANT                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
       01  LRE3.
           05 PIC X(016)                  VALUE "  DEPOIS......: ".
           05 PIC X(011)                  VALUE "REGISTROS: ".
           05 LRE3-QTD-DEP                PIC ZZZ.ZZZ.ZZ9.
           05 PIC X(014)                  VALUE "  CONTROLE: ".
           05 LRE3-CHK-DEP                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
       01  LRE4.
           05 PIC X(016)                  VALUE "  RESULTADO...: ".
           05 LRE4-RESULTADO              PIC X(060).

       PROCEDURE DIVISION.
       1000-INICIO.

           DISPLAY "REORGIDX - SAUDE E REORGANIZACAO - INICIO"

           PERFORM 1100-VERIFICA-TRAVA

           ACCEPT WS-DATA-HOJE FROM DATE

           DISPLAY "INFORME O ARQUIVO A REORGANIZAR "
                   "(BRANCO = SOMENTE ESTATISTICAS): "
           ACCEPT WS-ARQ-REORG

           OPEN OUTPUT SAIDA
           IF STAT-SAIDA NOT EQUAL "00"
              DISPLAY "REORGIDX - ERRO AO ABRIR RELATORIO: " STAT-SAIDA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DATA-HOJE        TO CAB01-DATA
           WRITE RG-SAIDA FROM TRACOS AFTER 1
           WRITE RG-SAIDA FROM CAB01 AFTER 1
           WRITE RG-SAIDA FROM TRACOS AFTER 1

           IF WS-ARQ-REORG NOT EQUAL SPACES
              PERFORM 3000-REORGANIZA
           END-IF

           WRITE RG-SAIDA FROM CAB02 AFTER 2
           WRITE RG-SAIDA FROM TRACOS AFTER 1
           PERFORM 2000-ESTATISTICAS

           CLOSE SAIDA

           IF WS-FALHAS EQUAL ZEROS
              DISPLAY "REORGIDX - SAUDE E REORGANIZACAO - OK"
           ELSE
              DISPLAY "REORGIDX - CONCLUIDO COM FALHAS: " WS-FALHAS
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1100-VERIFICA-TRAVA.

           OPEN INPUT LOTETRAV
           IF STAT-LOTETRAV EQUAL "00"
              READ LOTETRAV
              IF STAT-LOTETRAV EQUAL "00" AND TRV-EM-EXECUCAO
                 CLOSE LOTETRAV
                 DISPLAY "REORGIDX - LOTE EM EXECUCAO DESDE "
                         TRV-DATA " " TRV-HORA
                 DISPLAY "REORGIDX - PROCESSAMENTO RECUSADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF STAT-LOTETRAV EQUAL "00"
                 MOVE "S"           TO WS-TRAVA-EXISTE
                 MOVE RG-LOTETRAV   TO WS-TRAVA-ANTERIOR
              END-IF
              CLOSE LOTETRAV
           END-IF.

       1200-ARMA-TRAVA.

           OPEN OUTPUT LOTETRAV
           IF STAT-LOTETRAV NOT EQUAL "00"
              DISPLAY "REORGIDX - ERRO AO ARMAR TRAVA: " STAT-LOTETRAV
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "E"             TO TRV-SITUACAO
           ACCEPT TRV-DATA      FROM DATE
           ACCEPT TRV-HORA      FROM TIME
           WRITE RG-LOTETRAV
           CLOSE LOTETRAV.

       1300-LIBERA-TRAVA.

           OPEN OUTPUT LOTETRAV
           IF STAT-LOTETRAV NOT EQUAL "00"
              DISPLAY "REORGIDX - ERRO AO LIBERAR TRAVA: "
                      STAT-LOTETRAV
              EXIT PARAGRAPH
           END-IF
           IF WS-TRAVA-EXISTE EQUAL "S"
              MOVE WS-TRAVA-ANTERIOR TO RG-LOTETRAV
           ELSE
              MOVE "L"          TO TRV-SITUACAO
              ACCEPT TRV-DATA   FROM DATE
              ACCEPT TRV-HORA   FROM TIME
           END-IF
           WRITE RG-LOTETRAV
           CLOSE LOTETRAV.

       1800-ZERA-ESTATISTICA.

           MOVE ZEROS               TO WS-EST-QTD
           MOVE ZEROS               TO WS-EST-CHECKSUM
           MOVE ZEROS               TO WS-EST-LEITURAS
           MOVE ZEROS               TO WS-EST-ERROS
           MOVE SPACES              TO WS-EST-CHAVE-INI
           MOVE SPACES              TO WS-EST-CHAVE-FIM
           MOVE SPACES              TO WS-EST-SITUACAO
           ACCEPT WS-HORA-INI       FROM TIME.

       1900-LINHA-ESTATISTICA.

           ACCEPT WS-HORA-FIM       FROM TIME
           MOVE WS-HORA-INI         TO WS-HORA-DECOMPOSTA
           COMPUTE WS-CENT-INI = WS-HD-HH * 360000 + WS-HD-MM * 6000
                               + WS-HD-SS * 100 + WS-HD-CC
           MOVE WS-HORA-FIM         TO WS-HORA-DECOMPOSTA
           COMPUTE WS-CENT-FIM = WS-HD-HH * 360000 + WS-HD-MM * 6000
                               + WS-HD-SS * 100 + WS-HD-CC
           IF WS-CENT-FIM LESS THAN WS-CENT-INI
              ADD 8640000           TO WS-CENT-FIM
           END-IF
           COMPUTE WS-TEMPO = (WS-CENT-FIM - WS-CENT-INI) / 100
           IF WS-EST-SITUACAO EQUAL SPACES
              IF WS-EST-ERROS EQUAL ZEROS
                 MOVE "OK"          TO WS-EST-SITUACAO
              ELSE
                 MOVE "COM ERROS"   TO WS-EST-SITUACAO
                 ADD 1              TO WS-FALHAS
              END-IF
           END-IF
           MOVE WS-EST-ARQUIVO      TO LDT-ARQUIVO
           MOVE WS-EST-QTD          TO LDT-QTD
           MOVE WS-EST-CHAVE-INI    TO LDT-CHAVE-INI
           MOVE WS-EST-CHAVE-FIM    TO LDT-CHAVE-FIM
           MOVE WS-EST-LEITURAS     TO LDT-LEITURAS
           MOVE WS-EST-ERROS        TO LDT-ERROS
           MOVE WS-TEMPO            TO LDT-TEMPO
           MOVE WS-EST-SITUACAO     TO LDT-SITUACAO
           WRITE RG-SAIDA FROM LDT AFTER 1
           DISPLAY "REORGIDX - " WS-EST-ARQUIVO " REGISTROS: "
                   WS-EST-QTD " " WS-EST-SITUACAO.

       2000-ESTATISTICAS.

           PERFORM 2100-ESTAT-CLIENTES
           PERFORM 2100-ESTAT-VENDEDOR
           PERFORM 2100-ESTAT-PRODUTOS
           PERFORM 2100-ESTAT-TABPRECO
           PERFORM 2100-ESTAT-PEDIDOS
           PERFORM 2100-ESTAT-PEDITENS
           PERFORM 2100-ESTAT-TITULOS
           PERFORM 2100-ESTAT-VISITAS
           PERFORM 2100-ESTAT-COTACAO
           PERFORM 2100-ESTAT-CONTATOS
           PERFORM 2100-ESTAT-COMISLED
           PERFORM 2100-ESTAT-INTEGHIST.

       3000-REORGANIZA.

           EVALUATE WS-ARQ-REORG
              WHEN "CLIENTES"
              WHEN "VENDEDOR"
              WHEN "PRODUTOS"
              WHEN "TABPRECO"
              WHEN "PEDIDOS"
              WHEN "PEDITENS"
              WHEN "TITULOS"
              WHEN "VISITAS"
              WHEN "COTACAO"
              WHEN "CONTATOS"
              WHEN "COMISLED"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "REORGIDX - ARQUIVO NAO REORGANIZAVEL: "
                         WS-ARQ-REORG
                 MOVE "ARQUIVO NAO PREVISTO PARA REORGANIZACAO"
                                    TO LRE4-RESULTADO
                 WRITE RG-SAIDA FROM LRE4 AFTER 2
                 ADD 1              TO WS-FALHAS
                 EXIT PARAGRAPH
           END-EVALUATE

           PERFORM 1200-ARMA-TRAVA

           MOVE SPACES              TO WS-REORG-PATH
           STRING "REORG."          DELIMITED BY SIZE
                  WS-ARQ-REORG      DELIMITED BY SPACE
                  "."               DELIMITED BY SIZE
                  WS-DATA-HOJE      DELIMITED BY SIZE
               INTO WS-REORG-PATH
           END-STRING
           MOVE WS-ARQ-REORG        TO LRE1-ARQUIVO
           MOVE WS-REORG-PATH       TO LRE1-PATH
           WRITE RG-SAIDA FROM LRE1 AFTER 2

           EVALUATE WS-ARQ-REORG
              WHEN "CLIENTES"
                 PERFORM 3100-REORG-CLIENTES
              WHEN "VENDEDOR"
                 PERFORM 3100-REORG-VENDEDOR
              WHEN "PRODUTOS"
                 PERFORM 3100-REORG-PRODUTOS
              WHEN "TABPRECO"
                 PERFORM 3100-REORG-TABPRECO
              WHEN "PEDIDOS"
                 PERFORM 3100-REORG-PEDIDOS
              WHEN "PEDITENS"
                 PERFORM 3100-REORG-PEDITENS
              WHEN "TITULOS"
                 PERFORM 3100-REORG-TITULOS
              WHEN "VISITAS"
                 PERFORM 3100-REORG-VISITAS
              WHEN "COTACAO"
                 PERFORM 3100-REORG-COTACAO
              WHEN "CONTATOS"
                 PERFORM 3100-REORG-CONTATOS
              WHEN "COMISLED"
                 PERFORM 3100-REORG-COMISLED
           END-EVALUATE

           PERFORM 1300-LIBERA-TRAVA.

       3800-DIVERGENCIA.

           ADD 1                    TO WS-FALHAS
           DISPLAY "REORGIDX - " WS-ARQ-REORG " " LRE4-RESULTADO
           DISPLAY "REORGIDX - DESCARGA PRESERVADA EM " WS-REORG-PATH
           WRITE RG-SAIDA FROM LRE4 AFTER 1.

       3900-CONFERE.

           MOVE WS-ANT-QTD          TO LRE2-QTD-ANT
           MOVE WS-ANT-CHECKSUM     TO LRE2-CHK-ANT
           MOVE WS-EST-QTD          TO LRE3-QTD-DEP
           MOVE WS-EST-CHECKSUM     TO LRE3-CHK-DEP
           WRITE RG-SAIDA FROM LRE2 AFTER 1
           WRITE RG-SAIDA FROM LRE3 AFTER 1
           IF WS-EST-QTD EQUAL WS-ANT-QTD
              AND WS-EST-CHECKSUM EQUAL WS-ANT-CHECKSUM
              AND WS-CARGA-ERROS EQUAL ZEROS
              MOVE "TOTAIS CONFEREM - REORGANIZACAO CONCLUIDA"
                                    TO LRE4-RESULTADO
              WRITE RG-SAIDA FROM LRE4 AFTER 1
              DISPLAY "REORGIDX - " WS-ARQ-REORG
                      " REORGANIZADO - REGISTROS: " WS-EST-QTD
           ELSE
              MOVE "TOTAIS DIVERGENTES - RECARREGAR PELA DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
           END-IF.

       2100-ESTAT-CLIENTES.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "CLIENTES"         TO WS-EST-ARQUIVO
           OPEN INPUT CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ CLIENTES NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-CLIENTES
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD CLI-CODIGO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE CLI-CODIGO TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE CLI-CODIGO TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE CLIENTES
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-CLIENTES.

           PERFORM 2100-ESTAT-CLIENTES
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLIENTES
           MOVE SPACES              TO WS-EOF
           READ CLIENTES NEXT
           IF STAT-CLIENTES NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-CLIENTES TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ CLIENTES NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE CLIENTES
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-CLIENTES) TO RG-CLIENTES
              WRITE RG-CLIENTES
              IF STAT-CLIENTES NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE CLIENTES
           PERFORM 2100-ESTAT-CLIENTES
           PERFORM 3900-CONFERE.

       2100-ESTAT-VENDEDOR.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "VENDEDOR"         TO WS-EST-ARQUIVO
           OPEN INPUT VENDEDOR
           IF STAT-VENDEDOR NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ VENDEDOR NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-VENDEDOR
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD VEN-CODIGO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE VEN-CODIGO TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE VEN-CODIGO TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE VENDEDOR
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-VENDEDOR.

           PERFORM 2100-ESTAT-VENDEDOR
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT VENDEDOR
           MOVE SPACES              TO WS-EOF
           READ VENDEDOR NEXT
           IF STAT-VENDEDOR NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-VENDEDOR TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ VENDEDOR NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE VENDEDOR
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT VENDEDOR
           IF STAT-VENDEDOR NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-VENDEDOR) TO RG-VENDEDOR
              WRITE RG-VENDEDOR
              IF STAT-VENDEDOR NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE VENDEDOR
           PERFORM 2100-ESTAT-VENDEDOR
           PERFORM 3900-CONFERE.

       2100-ESTAT-PRODUTOS.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "PRODUTOS"         TO WS-EST-ARQUIVO
           OPEN INPUT PRODUTOS
           IF STAT-PRODUTOS NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ PRODUTOS NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-PRODUTOS
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD PRO-CODIGO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE PRO-CODIGO TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE PRO-CODIGO TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE PRODUTOS
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-PRODUTOS.

           PERFORM 2100-ESTAT-PRODUTOS
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRODUTOS
           MOVE SPACES              TO WS-EOF
           READ PRODUTOS NEXT
           IF STAT-PRODUTOS NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-PRODUTOS TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ PRODUTOS NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE PRODUTOS
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT PRODUTOS
           IF STAT-PRODUTOS NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-PRODUTOS) TO RG-PRODUTOS
              WRITE RG-PRODUTOS
              IF STAT-PRODUTOS NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE PRODUTOS
           PERFORM 2100-ESTAT-PRODUTOS
           PERFORM 3900-CONFERE.

       2100-ESTAT-TABPRECO.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "TABPRECO"         TO WS-EST-ARQUIVO
           OPEN INPUT TABPRECO
           IF STAT-TABPRECO NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ TABPRECO NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-TABPRECO
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD TPR-PRO-CODIGO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE TPR-CHAVE TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE TPR-CHAVE TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE TABPRECO
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-TABPRECO.

           PERFORM 2100-ESTAT-TABPRECO
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT TABPRECO
           MOVE SPACES              TO WS-EOF
           READ TABPRECO NEXT
           IF STAT-TABPRECO NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-TABPRECO TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ TABPRECO NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE TABPRECO
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT TABPRECO
           IF STAT-TABPRECO NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-TABPRECO) TO RG-TABPRECO
              WRITE RG-TABPRECO
              IF STAT-TABPRECO NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE TABPRECO
           PERFORM 2100-ESTAT-TABPRECO
           PERFORM 3900-CONFERE.

       2100-ESTAT-PEDIDOS.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "PEDIDOS"          TO WS-EST-ARQUIVO
           OPEN INPUT PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ PEDIDOS NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-PEDIDOS
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD PED-NUMERO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE PED-CHAVE TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE PED-CHAVE TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE PEDIDOS
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-PEDIDOS.

           PERFORM 2100-ESTAT-PEDIDOS
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PEDIDOS
           MOVE SPACES              TO WS-EOF
           READ PEDIDOS NEXT
           IF STAT-PEDIDOS NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-PEDIDOS TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ PEDIDOS NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE PEDIDOS
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-PEDIDOS) TO RG-PEDIDOS
              WRITE RG-PEDIDOS
              IF STAT-PEDIDOS NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE PEDIDOS
           PERFORM 2100-ESTAT-PEDIDOS
           PERFORM 3900-CONFERE.

       2100-ESTAT-PEDITENS.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "PEDITENS"         TO WS-EST-ARQUIVO
           OPEN INPUT PEDITENS
           IF STAT-PEDITENS NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ PEDITENS NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-PEDITENS
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD ITE-PED-NUMERO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE ITE-CHAVE TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE ITE-CHAVE TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE PEDITENS
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-PEDITENS.

           PERFORM 2100-ESTAT-PEDITENS
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PEDITENS
           MOVE SPACES              TO WS-EOF
           READ PEDITENS NEXT
           IF STAT-PEDITENS NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-PEDITENS TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ PEDITENS NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE PEDITENS
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT PEDITENS
           IF STAT-PEDITENS NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-PEDITENS) TO RG-PEDITENS
              WRITE RG-PEDITENS
              IF STAT-PEDITENS NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE PEDITENS
           PERFORM 2100-ESTAT-PEDITENS
           PERFORM 3900-CONFERE.

       2100-ESTAT-TITULOS.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "TITULOS"          TO WS-EST-ARQUIVO
           OPEN INPUT TITULOS
           IF STAT-TITULOS NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ TITULOS NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-TITULOS
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD TIT-PED-NUMERO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE TIT-CHAVE TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE TIT-CHAVE TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE TITULOS
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-TITULOS.

           PERFORM 2100-ESTAT-TITULOS
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT TITULOS
           MOVE SPACES              TO WS-EOF
           READ TITULOS NEXT
           IF STAT-TITULOS NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-TITULOS TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ TITULOS NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE TITULOS
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT TITULOS
           IF STAT-TITULOS NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-TITULOS) TO RG-TITULOS
              WRITE RG-TITULOS
              IF STAT-TITULOS NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE TITULOS
           PERFORM 2100-ESTAT-TITULOS
           PERFORM 3900-CONFERE.

       2100-ESTAT-VISITAS.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "VISITAS"          TO WS-EST-ARQUIVO
           OPEN INPUT VISITAS
           IF STAT-VISITAS NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ VISITAS NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-VISITAS
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD VIS-CLI-CODIGO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE VIS-CHAVE TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE VIS-CHAVE TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE VISITAS
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-VISITAS.

           PERFORM 2100-ESTAT-VISITAS
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT VISITAS
           MOVE SPACES              TO WS-EOF
           READ VISITAS NEXT
           IF STAT-VISITAS NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-VISITAS TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ VISITAS NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE VISITAS
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT VISITAS
           IF STAT-VISITAS NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-VISITAS) TO RG-VISITAS
              WRITE RG-VISITAS
              IF STAT-VISITAS NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE VISITAS
           PERFORM 2100-ESTAT-VISITAS
           PERFORM 3900-CONFERE.

       2100-ESTAT-COTACAO.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "COTACAO"          TO WS-EST-ARQUIVO
           OPEN INPUT COTACAO
           IF STAT-COTACAO NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ COTACAO NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-COTACAO
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD COT-NUMERO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE COT-CHAVE TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE COT-CHAVE TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE COTACAO
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-COTACAO.

           PERFORM 2100-ESTAT-COTACAO
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COTACAO
           MOVE SPACES              TO WS-EOF
           READ COTACAO NEXT
           IF STAT-COTACAO NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-COTACAO TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ COTACAO NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE COTACAO
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT COTACAO
           IF STAT-COTACAO NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-COTACAO) TO RG-COTACAO
              WRITE RG-COTACAO
              IF STAT-COTACAO NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE COTACAO
           PERFORM 2100-ESTAT-COTACAO
           PERFORM 3900-CONFERE.

       2100-ESTAT-CONTATOS.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "CONTATOS"         TO WS-EST-ARQUIVO
           OPEN INPUT CONTATOS
           IF STAT-CONTATOS NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ CONTATOS NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-CONTATOS
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD CON-CLI-CODIGO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE CON-CHAVE TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE CON-CHAVE TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE CONTATOS
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-CONTATOS.

           PERFORM 2100-ESTAT-CONTATOS
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTATOS
           MOVE SPACES              TO WS-EOF
           READ CONTATOS NEXT
           IF STAT-CONTATOS NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-CONTATOS TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ CONTATOS NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE CONTATOS
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT CONTATOS
           IF STAT-CONTATOS NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-CONTATOS) TO RG-CONTATOS
              WRITE RG-CONTATOS
              IF STAT-CONTATOS NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE CONTATOS
           PERFORM 2100-ESTAT-CONTATOS
           PERFORM 3900-CONFERE.

       2100-ESTAT-COMISLED.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "COMISLED"         TO WS-EST-ARQUIVO
           OPEN INPUT COMISLED
           IF STAT-COMISLED NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ COMISLED NEXT
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-COMISLED
                 WHEN "00"
                 WHEN "02"
                    ADD 1           TO WS-EST-QTD
                    ADD CML-VEN-CODIGO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE CML-CHAVE TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE CML-CHAVE TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE COMISLED
           PERFORM 1900-LINHA-ESTATISTICA.

       3100-REORG-COMISLED.

           PERFORM 2100-ESTAT-COMISLED
           IF WS-EST-SITUACAO NOT EQUAL "OK"
              MOVE "ARQUIVO COM ERROS DE LEITURA - NAO REORGANIZADO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-QTD          TO WS-ANT-QTD
           MOVE WS-EST-CHECKSUM     TO WS-ANT-CHECKSUM
           MOVE ZEROS               TO WS-DESC-QTD
           MOVE ZEROS               TO WS-CARGA-ERROS
           OPEN OUTPUT REORGWK
           IF STAT-REORGWK NOT EQUAL "00"
              MOVE "ERRO AO ABRIR ARQUIVO DE DESCARGA"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMISLED
           MOVE SPACES              TO WS-EOF
           READ COMISLED NEXT
           IF STAT-COMISLED NOT EQUAL "00" AND "02"
              MOVE "F"              TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE SPACES           TO RG-REORGWK
              MOVE RG-COMISLED TO RG-REORGWK
              WRITE RG-REORGWK
              ADD 1                 TO WS-DESC-QTD
              READ COMISLED NEXT AT END
                 MOVE "F"           TO WS-EOF
              END-READ
           END-PERFORM
           CLOSE COMISLED
           CLOSE REORGWK
           IF WS-DESC-QTD NOT EQUAL WS-ANT-QTD
              MOVE "DESCARGA INCOMPLETA - ARQUIVO ORIGINAL MANTIDO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORGWK
           OPEN OUTPUT COMISLED
           IF STAT-COMISLED NOT EQUAL "00"
              CLOSE REORGWK
              MOVE "ERRO AO RECRIAR O ARQUIVO"
                                    TO LRE4-RESULTADO
              PERFORM 3800-DIVERGENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           READ REORGWK AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              MOVE RG-REORGWK(1:LENGTH OF RG-COMISLED) TO RG-COMISLED
              WRITE RG-COMISLED
              IF STAT-COMISLED NOT EQUAL "00" AND "02"
                 ADD 1              TO WS-CARGA-ERROS
              END-IF
              READ REORGWK AT END MOVE "F" TO WS-EOF
           END-PERFORM
           CLOSE REORGWK
           CLOSE COMISLED
           PERFORM 2100-ESTAT-COMISLED
           PERFORM 3900-CONFERE.

       2100-ESTAT-INTEGHIST.

           PERFORM 1800-ZERA-ESTATISTICA
           MOVE "INTEGHIS"          TO WS-EST-ARQUIVO
           OPEN INPUT INTEGHIST
           IF STAT-INTEGHIST NOT EQUAL "00"
              MOVE "INDISPONIVEL"   TO WS-EST-SITUACAO
              PERFORM 1900-LINHA-ESTATISTICA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ INTEGHIST
              ADD 1                 TO WS-EST-LEITURAS
              EVALUATE STAT-INTEGHIST
                 WHEN "00"
                    ADD 1           TO WS-EST-QTD
                    ADD HIST-RUN-NUMERO TO WS-EST-CHECKSUM
                    IF WS-EST-QTD EQUAL 1
                       MOVE HIST-RUN-NUMERO TO WS-EST-CHAVE-INI
                    END-IF
                    MOVE HIST-RUN-NUMERO TO WS-EST-CHAVE-FIM
                 WHEN "10"
                    MOVE "F"        TO WS-EOF
                 WHEN OTHER
                    ADD 1           TO WS-EST-ERROS
                    IF WS-EST-ERROS NOT LESS THAN 10
                       MOVE "F"     TO WS-EOF
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE INTEGHIST
           PERFORM 1900-LINHA-ESTATISTICA.
