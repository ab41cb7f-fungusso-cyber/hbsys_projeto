       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIMP.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES.SL".
           COPY "PEDIDOS.SL".
           COPY "CREDITO.SL".
           COPY "ALTERLOG.SL".
           COPY "SAIDA.SL".
           SELECT CREDRET ASSIGN TO "CREDRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-CREDRET.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES.FD".
           COPY "PEDIDOS.FD".
           COPY "CREDITO.FD".
           COPY "ALTERLOG.FD".
           COPY "SAIDA.FD".
       FD  CREDRET
           LABEL RECORD IS STANDARD.
       01  RG-CREDRET                      PIC X(100).

       WORKING-STORAGE SECTION.
       01  STAT-CLIENTES                  PIC XX.
       01  STAT-PEDIDOS                   PIC XX.
       01  STAT-CREDITO                   PIC XX.
       01  STAT-ALTERLOG                  PIC XX.
       01  STAT-SAIDA                     PIC XX.
       01  STAT-CREDRET                   PIC XX.
       01  WS-SAIDA-PATH                  PIC X(040) VALUE "CREDIMPR".
       01  WS-EOF                         PIC X      VALUE SPACES.
       01  WS-EOF-CLI                     PIC X      VALUE SPACES.
       01  WS-EOF-AUX                     PIC X      VALUE SPACES.
       01  SEPARATE-RET.
           05 WS-CNPJ                     PIC 9(014).
           05 WS-SCORE                    PIC 9(004).
           05 WS-PROTESTOS                PIC 9(003).
           05 WS-ACOES                    PIC 9(003).
           05 WS-SUGERIDO-CENTAVOS        PIC 9(011).
           05 WS-DATA-RET                 PIC 9(008).
       01  WS-DATA-CONSULTA               PIC 9(008) VALUE ZEROS.
       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-LIMITE-SUGERIDO             PIC 9(009)V99 VALUE ZEROS.
       01  WS-PROT-ANTERIOR               PIC 9(003) VALUE ZEROS.
       01  WS-ACOES-ANTERIOR              PIC 9(003) VALUE ZEROS.
       01  WS-RESTRICAO                   PIC X      VALUE SPACES.
       01  WS-NOVA-RESTRICAO              PIC X      VALUE SPACES.
       01  WS-CREDITO-EXISTE              PIC X      VALUE SPACES.
       01  WS-QTD-LIDOS                   PIC 9(007) VALUE ZEROS.
       01  WS-QTD-GRAVADOS                PIC 9(007) VALUE ZEROS.
       01  WS-QTD-RESTRICOES              PIC 9(007) VALUE ZEROS.
       01  WS-QTD-RETIDOS                 PIC 9(007) VALUE ZEROS.
       01  WS-QTD-SEM-CLIENTE             PIC 9(007) VALUE ZEROS.
       01  WS-QTD-PED-CLIENTE             PIC 9(003) VALUE ZEROS.
       01  PAGINA                         PIC 9(004) VALUE 0.
       01  LINHAS                         PIC 9(002) VALUE 80.
       01  TRACOS                         PIC X(100) VALUE ALL "=".
       01  WS-MAX-LINHAS                  PIC 9(003) VALUE 61.
           01  CAB01.
        05 PIC X(088)   VALUE "RETORNO DA CONSULTA DE CREDITO".
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB02.
               05 PIC X(010)                       VALUE " CODIGO".
               05 PIC X(016)                       VALUE "CNPJ".
               05 PIC X(006)                       VALUE "SCORE".
               05 PIC X(005)                       VALUE "PROT".
               05 PIC X(005)                       VALUE "ACAO".
               05 PIC X(016)                  VALUE "  LIMITE ATUAL".
               05 PIC X(016)                  VALUE "LIMITE SUGERIDO".
               05 PIC X(005)                  VALUE "PED".
               05 PIC X(016)                  VALUE "OCORRENCIA".
       01  LDT.
           05 PIC X(001).
           05 LDT-CODIGO                  PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-CNPJ                    PIC 9(014).
           05 PIC X(002).
           05 LDT-SCORE                   PIC ZZZ9.
           05 PIC X(002).
           05 LDT-PROTESTOS               PIC ZZ9.
           05 PIC X(002).
           05 LDT-ACOES                   PIC ZZ9.
           05 PIC X(002).
           05 LDT-LIMITE-ATUAL            PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-LIMITE-SUGERIDO         PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-PEDIDOS                 PIC ZZ9.
           05 PIC X(002).
           05 LDT-OCORRENCIA              PIC X(020).
       01  RODAPE.
           05 PIC X(001).
           05 PIC X(008) VALUE "LIDOS: ".
           05 ROD-LIDOS                   PIC Z.ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(011) VALUE "GRAVADOS: ".
           05 ROD-GRAVADOS                PIC Z.ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(018) VALUE "NOVAS RESTRICOES: ".
           05 ROD-RESTRICOES              PIC Z.ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(018) VALUE "PEDIDOS RETIDOS: ".
           05 ROD-RETIDOS                 PIC Z.ZZZ.ZZ9.
           05 PIC X(003).
           05 PIC X(014) VALUE "SEM CLIENTE: ".
           05 ROD-SEM-CLIENTE             PIC Z.ZZZ.ZZ9.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       PROCEDURE DIVISION.
       1000-INICIO.

           DISPLAY "CREDIMP - RETORNO DA CONSULTA DE CREDITO - INICIO"

           ACCEPT WS-DATA-HOJE FROM DATE
           OPEN I-O CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              DISPLAY "CREDIMP - ERRO AO ABRIR CLIENTES: "
                      STAT-CLIENTES
              STOP RUN
           END-IF
           OPEN I-O PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              DISPLAY "CREDIMP - ERRO AO ABRIR PEDIDOS: "
                      STAT-PEDIDOS
              STOP RUN
           END-IF
           OPEN I-O CREDITO
           IF STAT-CREDITO EQUAL "35"
              OPEN OUTPUT CREDITO
              CLOSE CREDITO
              OPEN I-O CREDITO
           END-IF
           IF STAT-CREDITO NOT EQUAL "00"
              DISPLAY "CREDIMP - ERRO AO ABRIR CREDITO: "
                      STAT-CREDITO
              STOP RUN
           END-IF
           OPEN INPUT CREDRET
           IF STAT-CREDRET NOT EQUAL "00"
              DISPLAY "CREDIMP - ERRO AO ABRIR CREDRET: "
                      STAT-CREDRET
              STOP RUN
           END-IF
           OPEN OUTPUT SAIDA
           IF STAT-SAIDA NOT EQUAL "00"
              DISPLAY "CREDIMP - ERRO AO ABRIR SAIDA: "
                      STAT-SAIDA
              STOP RUN
           END-IF

           PERFORM 2000-PROCESSA
           PERFORM 2009-RODAPE

           CLOSE CLIENTES
           CLOSE PEDIDOS
           CLOSE CREDITO
           CLOSE CREDRET
           CLOSE SAIDA

           DISPLAY "CREDIMP - LIDOS: " WS-QTD-LIDOS
                   " GRAVADOS: " WS-QTD-GRAVADOS
                   " NOVAS RESTRICOES: " WS-QTD-RESTRICOES
           DISPLAY "CREDIMP - PEDIDOS RETIDOS: " WS-QTD-RETIDOS
           DISPLAY "CREDIMP - RETORNO DA CONSULTA DE CREDITO - OK"
           STOP RUN.

       2000-PROCESSA.

           MOVE SPACES        TO WS-EOF
           READ CREDRET AT END MOVE "F" TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL "F"
               ADD 1 TO WS-QTD-LIDOS
               MOVE ZEROS TO SEPARATE-RET
               UNSTRING RG-CREDRET DELIMITED BY ","
                   INTO WS-CNPJ, WS-SCORE, WS-PROTESTOS, WS-ACOES,
                        WS-SUGERIDO-CENTAVOS, WS-DATA-RET
               PERFORM 2001-APLICA-RETORNO
               READ CREDRET AT END MOVE "F" TO WS-EOF
           END-PERFORM.

       2001-APLICA-RETORNO.

           IF WS-DATA-RET EQUAL ZEROS
              MOVE WS-DATA-HOJE   TO WS-DATA-CONSULTA
           ELSE
              MOVE ZEROS          TO WS-DATA-CONSULTA
              MOVE WS-DATA-RET(3:6) TO WS-DATA-CONSULTA(3:6)
           END-IF
           COMPUTE WS-LIMITE-SUGERIDO = WS-SUGERIDO-CENTAVOS / 100

           MOVE WS-CNPJ        TO CLI-CNPJ
           START CLIENTES KEY IS EQUAL CLI-CNPJ
           IF STAT-CLIENTES NOT EQUAL "00"
              ADD 1            TO WS-QTD-SEM-CLIENTE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES         TO WS-EOF-CLI
           READ CLIENTES NEXT
           IF STAT-CLIENTES NOT EQUAL "00"
              ADD 1            TO WS-QTD-SEM-CLIENTE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CLI EQUAL "F"
              IF CLI-CNPJ NOT EQUAL WS-CNPJ
                 MOVE "F"      TO WS-EOF-CLI
              ELSE
                 PERFORM 2002-ATUALIZA-CLIENTE
                 READ CLIENTES NEXT AT END
                    MOVE "F"   TO WS-EOF-CLI
                 END-READ
              END-IF
           END-PERFORM.

       2002-ATUALIZA-CLIENTE.

           MOVE ZEROS          TO WS-QTD-PED-CLIENTE
           MOVE "N"            TO WS-RESTRICAO
           IF WS-PROTESTOS GREATER THAN ZEROS
              OR WS-ACOES GREATER THAN ZEROS
              MOVE "S"         TO WS-RESTRICAO
           END-IF
           PERFORM 2004-CONSULTA-ANTERIOR
           MOVE SPACES         TO WS-NOVA-RESTRICAO
           IF WS-PROTESTOS GREATER THAN WS-PROT-ANTERIOR
              OR WS-ACOES GREATER THAN WS-ACOES-ANTERIOR
              MOVE "S"         TO WS-NOVA-RESTRICAO
           END-IF

           PERFORM 2005-GRAVA-CREDITO

           IF WS-NOVA-RESTRICAO EQUAL "S"
              ADD 1            TO WS-QTD-RESTRICOES
              MOVE "S"         TO WS-RESTRICAO
              PERFORM 2006-MARCA-CLIENTE
              PERFORM 2007-RETEM-PEDIDOS
              MOVE "NOVA RESTRICAO"     TO LDT-OCORRENCIA
           ELSE
              IF WS-RESTRICAO EQUAL "S"
                 MOVE "RESTRICAO MANTIDA" TO LDT-OCORRENCIA
              ELSE
                 IF NOT CLI-SEM-RESTRICAO
                    MOVE " "   TO WS-RESTRICAO
                    PERFORM 2006-MARCA-CLIENTE
                    MOVE "RESTRICAO BAIXADA" TO LDT-OCORRENCIA
                 ELSE
                    MOVE "SEM RESTRICAO"    TO LDT-OCORRENCIA
                 END-IF
              END-IF
           END-IF
           PERFORM 2003-GERA-LINHA.

       2003-GERA-LINHA.

           MOVE CLI-CODIGO          TO LDT-CODIGO
           MOVE CLI-CNPJ            TO LDT-CNPJ
           MOVE WS-SCORE            TO LDT-SCORE
           MOVE WS-PROTESTOS        TO LDT-PROTESTOS
           MOVE WS-ACOES            TO LDT-ACOES
           MOVE CLI-LIMITE-CREDITO  TO LDT-LIMITE-ATUAL
           MOVE WS-LIMITE-SUGERIDO  TO LDT-LIMITE-SUGERIDO
           MOVE WS-QTD-PED-CLIENTE  TO LDT-PEDIDOS
           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2012-CABECALHO
           END-IF
           ADD 1 TO LINHAS
           WRITE RG-SAIDA FROM LDT AFTER 1.

       2004-CONSULTA-ANTERIOR.

           MOVE ZEROS               TO WS-PROT-ANTERIOR
           MOVE ZEROS               TO WS-ACOES-ANTERIOR
           MOVE CLI-CODIGO          TO CRE-CLI-CODIGO
           MOVE ZEROS               TO CRE-DATA-CONSULTA
           START CREDITO KEY IS NOT LESS THAN CRE-CHAVE
           IF STAT-CREDITO NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX EQUAL "F"
              READ CREDITO NEXT AT END
                 MOVE "F"           TO WS-EOF-AUX
              END-READ
              IF WS-EOF-AUX NOT EQUAL "F"
                 IF CRE-CLI-CODIGO NOT EQUAL CLI-CODIGO
                    OR CRE-DATA-CONSULTA NOT LESS THAN
                       WS-DATA-CONSULTA
                    MOVE "F"        TO WS-EOF-AUX
                 ELSE
                    MOVE CRE-QTD-PROTESTOS TO WS-PROT-ANTERIOR
                    MOVE CRE-QTD-ACOES     TO WS-ACOES-ANTERIOR
                    IF CRE-PENDENTE
                       MOVE "S"     TO CRE-SITUACAO
                       REWRITE RG-CREDITO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2005-GRAVA-CREDITO.

           MOVE SPACES              TO WS-CREDITO-EXISTE
           MOVE CLI-CODIGO          TO CRE-CLI-CODIGO
           MOVE WS-DATA-CONSULTA    TO CRE-DATA-CONSULTA
           READ CREDITO
           IF STAT-CREDITO EQUAL "00"
              MOVE "S"              TO WS-CREDITO-EXISTE
           ELSE
              INITIALIZE RG-CREDITO
              MOVE CLI-CODIGO       TO CRE-CLI-CODIGO
              MOVE WS-DATA-CONSULTA TO CRE-DATA-CONSULTA
           END-IF
           MOVE WS-SCORE            TO CRE-SCORE
           MOVE WS-PROTESTOS        TO CRE-QTD-PROTESTOS
           MOVE WS-ACOES            TO CRE-QTD-ACOES
           MOVE WS-LIMITE-SUGERIDO  TO CRE-LIMITE-SUGERIDO
           MOVE CLI-LIMITE-CREDITO  TO CRE-LIMITE-ANTERIOR
           MOVE WS-RESTRICAO        TO CRE-RESTRICAO
           MOVE WS-NOVA-RESTRICAO   TO CRE-NOVA-RESTRICAO
           MOVE "P"                 TO CRE-SITUACAO
           MOVE ZEROS               TO CRE-LIMITE-APROVADO
           MOVE ZEROS               TO CRE-DATA-DECISAO
           MOVE SPACES              TO CRE-OPERADOR
           IF WS-CREDITO-EXISTE EQUAL "S"
              REWRITE RG-CREDITO
           ELSE
              WRITE RG-CREDITO
           END-IF
           IF STAT-CREDITO NOT EQUAL "00"
              DISPLAY "CREDIMP - ERRO AO GRAVAR CREDITO: "
                      STAT-CREDITO
              STOP RUN
           END-IF
           ADD 1                    TO WS-QTD-GRAVADOS.

       2006-MARCA-CLIENTE.

           IF WS-RESTRICAO EQUAL CLI-RESTRICAO-CREDITO
              EXIT PARAGRAPH
           END-IF
           MOVE RG-CLIENTES              TO WS-AUD-ANTES
           MOVE WS-RESTRICAO             TO CLI-RESTRICAO-CREDITO
           REWRITE RG-CLIENTES
           IF STAT-CLIENTES NOT EQUAL "00"
              DISPLAY "CREDIMP - ERRO AO REGRAVAR CLIENTES: "
                      STAT-CLIENTES
              STOP RUN
           END-IF
           MOVE "CLIENTES"               TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "CREDIMP"                TO WS-AUD-OPERADOR
           MOVE "CREDIMP"                TO WS-AUD-PROGRAMA
           MOVE RG-CLIENTES              TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           MOVE SPACES                   TO ALT-CHAVE
           MOVE CLI-CODIGO               TO ALT-CHAVE(1:7)
           MOVE "CLIENTES"               TO ALT-ARQUIVO
           PERFORM 2091-GRAVA-ALTERLOG.

       2007-RETEM-PEDIDOS.

           MOVE CLI-CODIGO          TO PED-CLI-CODIGO
           MOVE ZEROS               TO PED-NUMERO
           START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
           IF STAT-PEDIDOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX EQUAL "F"
              READ PEDIDOS NEXT AT END
                 MOVE "F"           TO WS-EOF-AUX
              END-READ
              IF WS-EOF-AUX NOT EQUAL "F"
                 IF PED-CLI-CODIGO NOT EQUAL CLI-CODIGO
                    MOVE "F"        TO WS-EOF-AUX
                 ELSE
                    IF PED-ABERTO AND PED-ENT-PENDENTE
                       PERFORM 2008-RETEM-PEDIDO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2008-RETEM-PEDIDO.

           MOVE RG-PEDIDOS               TO WS-AUD-ANTES
           MOVE "P"                      TO PED-STATUS
           REWRITE RG-PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              DISPLAY "CREDIMP - ERRO AO REGRAVAR PEDIDOS: "
                      STAT-PEDIDOS
              STOP RUN
           END-IF
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "CREDIMP"                TO WS-AUD-OPERADOR
           MOVE "CREDIMP"                TO WS-AUD-PROGRAMA
           MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           MOVE SPACES                   TO ALT-CHAVE
           MOVE PED-CLI-CODIGO           TO ALT-CHAVE(1:7)
           MOVE PED-NUMERO               TO ALT-CHAVE(8:7)
           MOVE "PEDIDOS"                TO ALT-ARQUIVO
           PERFORM 2091-GRAVA-ALTERLOG
           ADD 1                         TO WS-QTD-PED-CLIENTE
           ADD 1                         TO WS-QTD-RETIDOS.

       2012-CABECALHO.

           ADD 1                        TO PAGINA
           MOVE 5                       TO LINHAS
           MOVE PAGINA                  TO CAB01-PAGINA

           IF PAGINA = 1
              WRITE RG-SAIDA  FROM TRACOS AFTER 1
           ELSE
               WRITE RG-SAIDA FROM TRACOS AFTER PAGE
           END-IF

           WRITE RG-SAIDA     FROM CAB01 AFTER 1.
           WRITE RG-SAIDA     FROM TRACOS AFTER 1.
           WRITE RG-SAIDA     FROM CAB02 AFTER 1.
           WRITE RG-SAIDA     FROM SPACES AFTER 1.

       2009-RODAPE.

           IF PAGINA EQUAL ZEROS
              PERFORM 2012-CABECALHO
           END-IF
           MOVE WS-QTD-LIDOS        TO ROD-LIDOS
           MOVE WS-QTD-GRAVADOS     TO ROD-GRAVADOS
           MOVE WS-QTD-RESTRICOES   TO ROD-RESTRICOES
           MOVE WS-QTD-RETIDOS      TO ROD-RETIDOS
           MOVE WS-QTD-SEM-CLIENTE  TO ROD-SEM-CLIENTE
           WRITE RG-SAIDA     FROM TRACOS AFTER 2.
           WRITE RG-SAIDA     FROM RODAPE AFTER 1.

       2091-GRAVA-ALTERLOG.

           OPEN EXTEND ALTERLOG
           IF STAT-ALTERLOG NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "A"                TO ALT-OPERACAO
           ACCEPT ALT-DATA         FROM DATE
           ACCEPT ALT-HORA         FROM TIME
           MOVE "CREDIMP"          TO ALT-OPERADOR
           WRITE RG-ALTERLOG
           CLOSE ALTERLOG.
