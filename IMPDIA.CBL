       COPY "CLIENTES.SL".
       COPY "FECHAMES.SL".
       COPY "VISRES.SL".
       COPY "PEDITENS.SL".
       COPY "PRODUTOS.SL".
       COPY "SUGEST.SL".
       COPY "PARAMETR.SL".
           SELECT CAPTURA ASSIGN TO "CAPTURA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-CAPTURA.
       COPY "CLIENTES.FD".
       COPY "FECHAMES.FD".
       COPY "VISRES.FD".
       COPY "PEDITENS.FD".
       COPY "PRODUTOS.FD".
       COPY "SUGEST.FD".
       COPY "PARAMETR.FD".
       FD  CAPTURA
           LABEL RECORD IS STANDARD.
       01  RG-CAPTURA                      PIC X(200).
       01  WS-FECHAMES-ATIVO              PIC X      VALUE "N".
       01  STAT-VISRES                    PIC XX.
       01  WS-VISRES-ATIVO                PIC X      VALUE "N".
       01  STAT-PEDITENS                  PIC XX.
       01  STAT-PRODUTOS                  PIC XX.
       01  WS-PRODUTOS-ATIVO              PIC X      VALUE "N".
       01  STAT-SUGEST                    PIC XX.
       01  WS-SUGEST-ATIVO                PIC X      VALUE "N".
       01  WS-EOF-SUG                     PIC X      VALUE SPACES.
       01  STAT-PARAMETR                  PIC XX.
       01  WS-RAIO-CHECKIN                PIC 9(003) VALUE 5.
       01  WS-MODO-DISTANCIA              PIC X(001) VALUE "T".
       01  WS-ROT-DISTANCIA               PIC 9(005) VALUE ZEROS.
       01  WS-ULT-CLI-PEDIDO              PIC 9(007) VALUE ZEROS.
       01  WS-ULT-NUM-PEDIDO              PIC 9(007) VALUE ZEROS.
       01  WS-PROX-SEQ                    PIC 9(003) VALUE ZEROS.
       01  WS-ITE-DESCRICAO               PIC X(030) VALUE SPACES.
       01  WS-LIG-MOVEST.
           05 WS-MOV-OPERACAO             PIC X(001).
           05 WS-MOV-PRO-CODIGO           PIC 9(007).
           05 WS-MOV-QUANTIDADE           PIC 9(007).
           05 WS-MOV-CLI-CODIGO           PIC 9(007).
           05 WS-MOV-PED-NUMERO           PIC 9(007).
           05 WS-MOV-OPERADOR             PIC X(010).
           05 WS-MOV-HISTORICO            PIC X(030).
           05 WS-MOV-SALDO                PIC S9(009).
           05 WS-MOV-RESERVADO            PIC 9(009).
           05 WS-MOV-DISPONIVEL           PIC S9(009).
           05 WS-MOV-INSUFICIENTE         PIC X(001).
           05 WS-MOV-RETORNO              PIC X(030).
       01  WS-DATA-ATUAL                  PIC 9(008) VALUE ZEROS.
       01  WS-HORA-ATUAL                  PIC 9(008) VALUE ZEROS.
       01  WS-LIG-PRECOVIG.
           05 WS-PVG-PRO-CODIGO           PIC 9(007).
           05 WS-PVG-DATA-REFERENCIA     PIC 9(008).
           05 WS-PVG-PRECO                PIC 9(007)V99.
           05 WS-PVG-DATA-INICIO         PIC 9(008).
           05 WS-PVG-PRECO-ANTERIOR      PIC 9(007)V99.
           05 WS-PVG-ORIGEM               PIC X(001).
           05 WS-PVG-RETORNO              PIC X(030).
       01  WS-LIG-CALCENT.
           05 WS-ENT-CLI-CODIGO           PIC 9(007).
           05 WS-ENT-END-SEQUENCIA        PIC 9(003).
           05 WS-ENT-DATA-PEDIDO          PIC 9(008).
           05 WS-ENT-HORA-PEDIDO          PIC 9(004).
           05 WS-ENT-REGIAO               PIC 9(003).
           05 WS-ENT-DATA-PREVISTA        PIC 9(008).
           05 WS-ENT-SEM-CALENDARIO       PIC X(001).
           05 WS-ENT-RETORNO              PIC X(030).
       01  WS-LIG-CALCIMP.
           05 WS-IMP-EMPRESA              PIC 9(002).
           05 WS-IMP-CLI-CODIGO           PIC 9(007).
           05 WS-IMP-PRO-CODIGO           PIC 9(007).
           05 WS-IMP-VALOR-BASE           PIC 9(009)V99.
           05 WS-IMP-VALOR-ICMS           PIC 9(009)V99.
           05 WS-IMP-VALOR-IPI            PIC 9(009)V99.
           05 WS-IMP-VALOR-PIS            PIC 9(009)V99.
           05 WS-IMP-VALOR-COFINS         PIC 9(009)V99.
           05 WS-IMP-SEM-REGRA            PIC X(001).
           05 WS-IMP-RETORNO              PIC X(030).
       01  WS-LIG-EMPRESA.
           05 WS-EMPRESA-ATUAL            PIC 9(002).

                   05 WS-VEN-CODIGO               PIC 9(003).
                   05 WS-VALOR                    PIC 9(009)V99.
                   05 WS-QTD-ITENS                PIC 9(005).
                   05 WS-PRO-CODIGO               PIC 9(007).
                   05 WS-QUANTIDADE               PIC 9(005).
                   05 WS-VALOR-UNIT               PIC 9(007)V99.
                   05 WS-CHK-LATITUDE             PIC S9(003)V9(008).
                   05 WS-CHK-LONGITUDE            PIC S9(003)V9(008).
                   05 WS-CHK-HORA                 PIC 9(004).

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       LINKAGE SECTION.
       01 LIN-LIGACAO.
           05 LK-QTD-VISITAS                          PIC 9(006).
           05 LK-QTD-PEDIDOS                          PIC 9(006).
           05 LK-QTD-REJEITADOS                       PIC 9(006).
           05 LK-QTD-ITENS                            PIC 9(006).
           05 LK-QTD-SUGESTAO                         PIC 9(006).
           05 LK-QTD-NAO-VERIFICADAS                  PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
                   PERFORM 1000-OPEN-ARQUIVO
           MOVE ZEROS          TO LK-QTD-VISITAS
           MOVE ZEROS          TO LK-QTD-PEDIDOS
           MOVE ZEROS          TO LK-QTD-REJEITADOS
           MOVE ZEROS          TO LK-QTD-ITENS
           MOVE ZEROS          TO LK-QTD-SUGESTAO
           MOVE ZEROS          TO LK-QTD-NAO-VERIFICADAS
           OPEN INPUT PARAMETR
           IF STAT-PARAMETR EQUAL "00"
              READ PARAMETR
              IF STAT-PARAMETR EQUAL "00"
                 AND PAR-RAIO-CHECKIN NUMERIC
                 AND PAR-RAIO-CHECKIN NOT EQUAL ZEROS
                 MOVE PAR-RAIO-CHECKIN TO WS-RAIO-CHECKIN
              END-IF
              CLOSE PARAMETR
           END-IF
           OPEN I-O VISITAS
           IF STAT-VISITAS EQUAL "35"
              OPEN OUTPUT VISITAS
              MOVE "S"            TO WS-VISRES-ATIVO
           END-IF.

           OPEN I-O PEDITENS
           IF STAT-PEDITENS EQUAL "35"
              OPEN OUTPUT PEDITENS
              CLOSE PEDITENS
              OPEN I-O PEDITENS
           END-IF
           IF  STAT-PEDITENS NOT EQUAL "00"
               STRING "ERRO AO ABRIR PEDITENS ! "
                      STAT-PEDITENS
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF.

           MOVE "N"               TO WS-PRODUTOS-ATIVO
           OPEN INPUT PRODUTOS
           IF STAT-PRODUTOS EQUAL "00"
              MOVE "S"            TO WS-PRODUTOS-ATIVO
           END-IF.

           MOVE "N"               TO WS-SUGEST-ATIVO
           OPEN I-O SUGEST
           IF STAT-SUGEST EQUAL "00"
              MOVE "S"            TO WS-SUGEST-ATIVO
           END-IF.

           OPEN INPUT CAPTURA
           IF  STAT-CAPTURA NOT EQUAL "00"
               STRING "ERRO AO ABRIR ARQ. CAPTURA ! "
           IF WS-VISRES-ATIVO EQUAL "S"
              CLOSE VISRES
           END-IF
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              CLOSE PRODUTOS
           END-IF
           IF WS-SUGEST-ATIVO EQUAL "S"
              CLOSE SUGEST
           END-IF
           CLOSE PEDITENS
           CLOSE VISITAS
           CLOSE PEDIDOS
           IF  STAT-PEDIDOS NOT EQUAL "00"
                   PERFORM 2005-CARREGA-PEDIDO
                   PERFORM 2003-CONSISTE-COMUM
                   PERFORM 2006-GRAVA-PEDIDO
              WHEN "I"
                   PERFORM 2009-CARREGA-ITEM
                   PERFORM 2010-GRAVA-ITEM
              WHEN OTHER
                   MOVE "N"       TO WS-CAMPOS-OK
                   MOVE "TIPO DE REGISTRO INVALIDO"

           UNSTRING RG-CAPTURA(3:198) DELIMITED BY ";"
               INTO WS-CLI-CODIGO, WS-CAMPO-2, WS-VEN-CODIGO,
                    WS-RESULTADO, WS-OBSERVACAO, WS-CHK-LATITUDE,
                    WS-CHK-LONGITUDE, WS-CHK-HORA.

       2005-CARREGA-PEDIDO.

           MOVE WS-RESULTADO      TO VIS-RESULTADO
           MOVE WS-OBSERVACAO     TO VIS-OBSERVACAO
           MOVE WS-EMPRESA-ATUAL  TO VIS-EMPRESA
           PERFORM 2016-VALIDA-CHECKIN
           IF WS-REGISTRO-EXISTE EQUAL "S"
              REWRITE RG-VISITAS
           ELSE
              END-STRING
              GOBACK
           END-IF
           ADD 1                  TO LK-QTD-VISITAS
           IF VIS-GEO-NAO-VERIFICADA
              ADD 1               TO LK-QTD-NAO-VERIFICADAS
           END-IF.

       2016-VALIDA-CHECKIN.

           MOVE WS-CHK-LATITUDE   TO VIS-CHK-LATITUDE
           MOVE WS-CHK-LONGITUDE  TO VIS-CHK-LONGITUDE
           MOVE WS-CHK-HORA       TO VIS-CHK-HORA
           MOVE ZEROS             TO VIS-CHK-DISTANCIA
           MOVE SPACES            TO VIS-GEO-SITUACAO
           IF WS-CHK-LATITUDE EQUAL ZEROS
              AND WS-CHK-LONGITUDE EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF
           IF CLI-LATITUDE EQUAL ZEROS
              AND CLI-LONGITUDE EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF
           CALL "DISTANCIA" USING BY REFERENCE
                  WS-CHK-LATITUDE
                  WS-CHK-LONGITUDE
                  CLI-LATITUDE
                  CLI-LONGITUDE
                  WS-MODO-DISTANCIA
               RETURNING WS-ROT-DISTANCIA
           MOVE WS-ROT-DISTANCIA  TO VIS-CHK-DISTANCIA
           IF WS-ROT-DISTANCIA GREATER THAN WS-RAIO-CHECKIN
              MOVE "N"            TO VIS-GEO-SITUACAO
           ELSE
              MOVE "V"            TO VIS-GEO-SITUACAO
           END-IF.

       2006-GRAVA-PEDIDO.

              PERFORM 2007-GRAVA-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF CLI-BLOQUEADO-PERDA
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "CLIENTE BLOQUEADO POR PERDA" TO WS-MOTIVO-REJEICAO
              PERFORM 2007-GRAVA-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF WS-FECHAMES-ATIVO EQUAL "S"
              MOVE WS-CAMPO-2(3:4) TO FEC-COMPETENCIA
              READ FECHAMES
           MOVE WS-QTD-ITENS      TO PED-QTD-ITENS
           MOVE WS-VALOR          TO PED-VALOR
           MOVE "A"               TO PED-STATUS
           IF CLI-COM-RESTRICAO
              MOVE "P"            TO PED-STATUS
           END-IF
           MOVE WS-EMPRESA-ATUAL  TO PED-EMPRESA
           MOVE "C"               TO PED-ORIGEM
           PERFORM 2017-CALCULA-PREVISAO
           WRITE RG-PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              STRING "ERRO AO GRAVAR PEDIDOS ! "
              END-STRING
              GOBACK
           END-IF
           MOVE SPACES            TO WS-AUD-ANTES
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "I"                      TO WS-AUD-OPERACAO
           MOVE "IMPDIA"                 TO WS-AUD-OPERADOR
           MOVE "IMPDIA"                 TO WS-AUD-PROGRAMA
           MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA
           ADD 1                  TO LK-QTD-PEDIDOS
           MOVE WS-CLI-CODIGO     TO WS-ULT-CLI-PEDIDO
           MOVE WS-CAMPO-3        TO WS-ULT-NUM-PEDIDO.

       2009-CARREGA-ITEM.

           UNSTRING RG-CAPTURA(3:198) DELIMITED BY ";"
               INTO WS-CLI-CODIGO, WS-CAMPO-3, WS-PRO-CODIGO,
                    WS-QUANTIDADE, WS-VALOR-UNIT.

       2010-GRAVA-ITEM.

           IF WS-CLI-CODIGO EQUAL ZEROS
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "CLIENTE NAO INFORMADO" TO WS-MOTIVO-REJEICAO
              PERFORM 2007-GRAVA-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF WS-CAMPO-3 EQUAL ZEROS
              IF WS-CLI-CODIGO EQUAL WS-ULT-CLI-PEDIDO
                 MOVE WS-ULT-NUM-PEDIDO TO WS-CAMPO-3
              ELSE
                 MOVE "N"  TO WS-CAMPOS-OK
                 MOVE "ITEM SEM PEDIDO" TO WS-MOTIVO-REJEICAO
                 PERFORM 2007-GRAVA-REJEICAO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-CLI-CODIGO     TO PED-CLI-CODIGO
           MOVE WS-CAMPO-3        TO PED-NUMERO
           READ PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "ITEM DE PEDIDO INEXISTENTE" TO WS-MOTIVO-REJEICAO
              PERFORM 2007-GRAVA-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF PED-FATURADO OR PED-CANCELADO
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "ITEM DE PEDIDO ENCERRADO" TO WS-MOTIVO-REJEICAO
              PERFORM 2007-GRAVA-REJEICAO
              EXIT PARAGRAPH
           END-IF
           IF WS-PRO-CODIGO EQUAL ZEROS
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "ITEM SEM PRODUTO" TO WS-MOTIVO-REJEICAO
              PERFORM 2007-GRAVA-REJEICAO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO WS-ITE-DESCRICAO
           IF WS-PRODUTOS-ATIVO EQUAL "S"
              MOVE WS-PRO-CODIGO  TO PRO-CODIGO
              READ PRODUTOS
              IF STAT-PRODUTOS NOT EQUAL "00"
                 MOVE "N"  TO WS-CAMPOS-OK
                 MOVE "PRODUTO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
                 PERFORM 2007-GRAVA-REJEICAO
                 EXIT PARAGRAPH
              END-IF
              IF NOT PRO-ATIVO
                 MOVE "N"  TO WS-CAMPOS-OK
                 MOVE "PRODUTO INATIVO" TO WS-MOTIVO-REJEICAO
                 PERFORM 2007-GRAVA-REJEICAO
                 EXIT PARAGRAPH
              END-IF
              MOVE PRO-DESCRICAO  TO WS-ITE-DESCRICAO
              IF WS-VALOR-UNIT EQUAL ZEROS
                 MOVE PRO-PRECO-LISTA TO WS-VALOR-UNIT
                 MOVE PRO-CODIGO  TO WS-PVG-PRO-CODIGO
                 MOVE PED-DATA    TO WS-PVG-DATA-REFERENCIA
                 CALL "PRECOVIG" USING WS-LIG-PRECOVIG
                 IF WS-PVG-RETORNO EQUAL SPACES
                    AND WS-PVG-PRECO NOT EQUAL ZEROS
                    MOVE WS-PVG-PRECO TO WS-VALOR-UNIT
                 END-IF
              END-IF
           END-IF
           IF WS-QUANTIDADE EQUAL ZEROS
              OR WS-VALOR-UNIT EQUAL ZEROS
              MOVE "N"  TO WS-CAMPOS-OK
              MOVE "QUANTIDADE/VALOR DO ITEM" TO WS-MOTIVO-REJEICAO
              PERFORM 2007-GRAVA-REJEICAO
              EXIT PARAGRAPH
           END-IF
           PERFORM 2011-PROXIMA-SEQUENCIA
           INITIALIZE RG-PEDITENS
           MOVE WS-CLI-CODIGO     TO ITE-CLI-CODIGO
           MOVE WS-CAMPO-3        TO ITE-PED-NUMERO
           MOVE WS-PROX-SEQ       TO ITE-SEQUENCIA
           MOVE WS-PRO-CODIGO     TO ITE-PRO-CODIGO
           MOVE WS-ITE-DESCRICAO  TO ITE-DESCRICAO
           MOVE WS-QUANTIDADE     TO ITE-QUANTIDADE
           MOVE WS-VALOR-UNIT     TO ITE-VALOR-UNITARIO
           COMPUTE ITE-VALOR-TOTAL = WS-QUANTIDADE * WS-VALOR-UNIT
           PERFORM 2012-CALCULA-IMPOSTOS
           PERFORM 2014-VERIFICA-SUGESTAO
           WRITE RG-PEDITENS
           IF STAT-PEDITENS NOT EQUAL "00"
              STRING "ERRO AO GRAVAR PEDITENS ! "
                     STAT-PEDITENS
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           PERFORM 2013-ACUMULA-IMPOSTOS
           ADD 1                  TO LK-QTD-ITENS
           MOVE "R"               TO WS-MOV-OPERACAO
           MOVE WS-PRO-CODIGO     TO WS-MOV-PRO-CODIGO
           MOVE WS-QUANTIDADE     TO WS-MOV-QUANTIDADE
           MOVE WS-CLI-CODIGO     TO WS-MOV-CLI-CODIGO
           MOVE WS-CAMPO-3        TO WS-MOV-PED-NUMERO
           MOVE "CAPTURA"         TO WS-MOV-OPERADOR
           MOVE "CAPTURA DE CAMPO" TO WS-MOV-HISTORICO
           CALL "MOVEST" USING WS-LIG-MOVEST
           IF WS-MOV-RETORNO NOT EQUAL SPACES
              MOVE WS-MOV-RETORNO TO LK-RETORNO
              GOBACK
           END-IF.

       2011-PROXIMA-SEQUENCIA.

           MOVE 1                 TO WS-PROX-SEQ
           MOVE WS-CLI-CODIGO     TO ITE-CLI-CODIGO
           MOVE WS-CAMPO-3        TO ITE-PED-NUMERO
           MOVE 999               TO ITE-SEQUENCIA
           START PEDITENS KEY IS LESS THAN ITE-CHAVE
           IF STAT-PEDITENS EQUAL "00"
              READ PEDITENS PREVIOUS
              IF STAT-PEDITENS EQUAL "00"
                 AND ITE-CLI-CODIGO EQUAL WS-CLI-CODIGO
                 AND ITE-PED-NUMERO EQUAL WS-CAMPO-3
                 COMPUTE WS-PROX-SEQ = ITE-SEQUENCIA + 1
              END-IF
           END-IF.

       2012-CALCULA-IMPOSTOS.

           MOVE PED-EMPRESA       TO WS-IMP-EMPRESA
           MOVE WS-CLI-CODIGO     TO WS-IMP-CLI-CODIGO
           MOVE WS-PRO-CODIGO     TO WS-IMP-PRO-CODIGO
           MOVE ITE-VALOR-TOTAL   TO WS-IMP-VALOR-BASE
           CALL "CALCIMP" USING WS-LIG-CALCIMP
           IF WS-IMP-RETORNO NOT EQUAL SPACES
              MOVE WS-IMP-RETORNO TO LK-RETORNO
              GOBACK
           END-IF
           MOVE WS-IMP-VALOR-ICMS TO ITE-VALOR-ICMS
           MOVE WS-IMP-VALOR-IPI  TO ITE-VALOR-IPI
           MOVE WS-IMP-VALOR-PIS  TO ITE-VALOR-PIS
           MOVE WS-IMP-VALOR-COFINS TO ITE-VALOR-COFINS.

       2013-ACUMULA-IMPOSTOS.

           MOVE WS-CLI-CODIGO     TO PED-CLI-CODIGO
           MOVE WS-CAMPO-3        TO PED-NUMERO
           READ PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE RG-PEDIDOS        TO WS-AUD-ANTES
           ADD ITE-VALOR-ICMS     TO PED-VALOR-ICMS
           ADD ITE-VALOR-IPI      TO PED-VALOR-IPI
           ADD ITE-VALOR-PIS      TO PED-VALOR-PIS
           ADD ITE-VALOR-COFINS   TO PED-VALOR-COFINS
           REWRITE RG-PEDIDOS
           IF STAT-PEDIDOS NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR PEDIDOS ! "
                     STAT-PEDIDOS
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF
           MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
           MOVE "A"                      TO WS-AUD-OPERACAO
           MOVE "IMPDIA"                 TO WS-AUD-OPERADOR
           MOVE "IMPDIA"                 TO WS-AUD-PROGRAMA
           MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
           CALL "GRAVAUD" USING WS-LIG-AUDITA.

       2014-VERIFICA-SUGESTAO.

           MOVE SPACES            TO ITE-ORIGEM
           IF WS-SUGEST-ATIVO NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLI-CODIGO     TO SUG-CLI-CODIGO
           MOVE ZEROS             TO SUG-ORDEM
           START SUGEST KEY IS GREATER THAN SUG-CHAVE
           IF STAT-SUGEST NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO WS-EOF-SUG
           READ SUGEST NEXT
           IF STAT-SUGEST NOT EQUAL "00"
              MOVE "F"            TO WS-EOF-SUG
           END-IF
           PERFORM UNTIL WS-EOF-SUG EQUAL "F"
              IF SUG-CLI-CODIGO NOT EQUAL WS-CLI-CODIGO
                 MOVE "F"         TO WS-EOF-SUG
              ELSE
                 IF SUG-PRO-CODIGO EQUAL WS-PRO-CODIGO
                    MOVE "F"      TO WS-EOF-SUG
                    PERFORM 2015-MARCA-SUGESTAO
                 ELSE
                    READ SUGEST NEXT AT END
                       MOVE "F"   TO WS-EOF-SUG
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.

       2015-MARCA-SUGESTAO.

           MOVE SUG-TIPO          TO ITE-ORIGEM
           ADD 1                  TO LK-QTD-SUGESTAO
           IF SUG-FOI-ACEITA
              EXIT PARAGRAPH
           END-IF
           MOVE "S"               TO SUG-ACEITA
           MOVE PED-DATA          TO SUG-DATA-ACEITE
           IF SUG-DATA-ACEITE EQUAL ZEROS
              ACCEPT SUG-DATA-ACEITE FROM DATE
           END-IF
           REWRITE RG-SUGEST
           IF STAT-SUGEST NOT EQUAL "00"
              STRING "ERRO AO REGRAVAR SUGEST ! "
                     STAT-SUGEST
                DELIMITED BY SIZE
                INTO LK-RETORNO
              END-STRING
              GOBACK
           END-IF.

       2008-PROXIMO-NUMERO.

           WRITE RG-REJDIA
           ADD 1 TO LK-QTD-REJEITADOS.

       2017-CALCULA-PREVISAO.
           ACCEPT WS-DATA-ATUAL   FROM DATE
           ACCEPT WS-HORA-ATUAL   FROM TIME
           MOVE PED-CLI-CODIGO    TO WS-ENT-CLI-CODIGO
           MOVE PED-END-ENTREGA   TO WS-ENT-END-SEQUENCIA
           MOVE PED-DATA          TO WS-ENT-DATA-PEDIDO
           MOVE ZEROS             TO WS-ENT-HORA-PEDIDO
           IF PED-DATA EQUAL WS-DATA-ATUAL
              MOVE WS-HORA-ATUAL(1:4) TO WS-ENT-HORA-PEDIDO
           END-IF
           CALL "CALCENT" USING WS-LIG-CALCENT
           IF WS-ENT-RETORNO EQUAL SPACES
              MOVE WS-ENT-DATA-PREVISTA TO PED-DATA-PREVISTA
           END-IF.

       3000-FINALIZA.
          MOVE SPACES                  TO LK-RETORNO.
          GOBACK.
