       COPY "VENDEDOR.SL".
       COPY "FRETETAB.SL".
       COPY "DISTCACH.SL".
       COPY "TABPRECO.SL".
       COPY "DESCLOG.SL".
       COPY "CONDPAG.SL".
       COPY "MOTCANC.SL".
           SELECT PEDSEQ ASSIGN TO "PEDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-PEDSEQ.
       COPY "VENDEDOR.FD".
       COPY "FRETETAB.FD".
       COPY "DISTCACH.FD".
       COPY "TABPRECO.FD".
       COPY "DESCLOG.FD".
       COPY "CONDPAG.FD".
       COPY "MOTCANC.FD".
       FD  PEDSEQ
           LABEL RECORD IS STANDARD.
       01  RG-PEDSEQ.
       01  WS-FRETETAB-ATIVO             PIC X     VALUE "N".
       01  STAT-DISTCACH                 PIC XX.
       01  WS-DISTCACH-ATIVO             PIC X     VALUE "N".
       01  STAT-TABPRECO                 PIC XX.
       01  WS-TABPRECO-ATIVO             PIC X     VALUE "N".
       01  STAT-DESCLOG                  PIC XX.
       01  STAT-CONDPAG                  PIC XX.
       01  WS-CONDPAG-ATIVO              PIC X     VALUE "N".
       01  STAT-MOTCANC                  PIC XX.
       01  WS-MOTCANC-ATIVO              PIC X     VALUE "N".
       01  WS-DESC-MAX-ADMIN             PIC 9(002)V99 VALUE ZEROS.
       01  WS-DESC-MAX-OPER              PIC 9(002)V99 VALUE ZEROS.
       01  WS-DESC-MAXIMO                PIC 9(002)V99 VALUE ZEROS.
       01  WS-PRECO-TABELA               PIC 9(007)V99 VALUE ZEROS.
       01  WS-PERC-DESCONTO              PIC 9(003)V99 VALUE ZEROS.
       01  WS-DESC-EXCEDIDO              PIC X     VALUE "N".
       01  WS-DESC-PENDENTE              PIC X     VALUE "N".
       01  WS-DESC-PED-CLI               PIC 9(007) VALUE ZEROS.
       01  WS-DESC-PED-NUM               PIC 9(007) VALUE ZEROS.
       01  WS-ACHOU-PRECO                PIC X     VALUE "N".
       01  WS-EOF-TPR                    PIC X     VALUE SPACES.
       01  WS-DATA-PRECO                 PIC 9(008) VALUE ZEROS.
       01  WS-TPR-TIPO                   PIC X(001) VALUE SPACES.
       01  WS-TPR-REFERENCIA             PIC X(008) VALUE SPACES.
       01  WS-TPR-REF-NUMERO REDEFINES WS-TPR-REFERENCIA
                                         PIC 9(008).
       01  WS-EOF-FRT                    PIC X     VALUE SPACES.
       01  WS-DISTANCIA-FRETE            PIC 9(005) VALUE ZEROS.
       01  WS-ROT-DISTANCIA              PIC 9(005) VALUE ZEROS.
       01  WS-PEDIDO-EXISTE              PIC X     VALUE SPACES.
       01  WS-VALOR-ORIGINAL             PIC 9(009)V99 VALUE ZEROS.
       01  WS-DATA-ORIGINAL              PIC 9(008) VALUE ZEROS.
       01  WS-END-ORIGINAL               PIC 9(003) VALUE ZEROS.
       01  WS-HORA-ATUAL                 PIC 9(008) VALUE ZEROS.
       01  WS-DATA-ATUAL                 PIC 9(008) VALUE ZEROS.
       01  WS-LIG-PRECOVIG.
           05 WS-PVG-PRO-CODIGO          PIC 9(007).
           05 WS-PVG-DATA-REFERENCIA     PIC 9(008).
           05 WS-PVG-PRECO               PIC 9(007)V99.
           05 WS-PVG-DATA-INICIO         PIC 9(008).
           05 WS-PVG-PRECO-ANTERIOR      PIC 9(007)V99.
           05 WS-PVG-ORIGEM              PIC X(001).
           05 WS-PVG-RETORNO             PIC X(030).
       01  WS-LIG-CALCENT.
           05 WS-ENT-CLI-CODIGO          PIC 9(007).
           05 WS-ENT-END-SEQUENCIA       PIC 9(003).
           05 WS-ENT-DATA-PEDIDO         PIC 9(008).
           05 WS-ENT-HORA-PEDIDO         PIC 9(004).
           05 WS-ENT-REGIAO              PIC 9(003).
           05 WS-ENT-DATA-PREVISTA       PIC 9(008).
           05 WS-ENT-SEM-CALENDARIO      PIC X(001).
           05 WS-ENT-RETORNO             PIC X(030).
       01  WS-STATUS-ORIGINAL            PIC X(001) VALUE SPACES.
       01  WS-ITEM-EXISTE                PIC X     VALUE SPACES.
       01  WS-EOF-ITE                    PIC X     VALUE SPACES.
       01  WS-TEM-ITENS                  PIC X     VALUE SPACES.
       01  WS-TOT-QTD-ITENS              PIC 9(005) VALUE ZEROS.
       01  WS-TOT-VALOR                  PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOT-ICMS                   PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOT-IPI                    PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOT-PIS                    PIC 9(009)V99 VALUE ZEROS.
       01  WS-TOT-COFINS                 PIC 9(009)V99 VALUE ZEROS.
       01  WS-EMPRESA-ITENS              PIC 9(002) VALUE ZEROS.
       01  WS-LIG-CALCIMP.
           05 WS-IMP-EMPRESA             PIC 9(002).
           05 WS-IMP-CLI-CODIGO          PIC 9(007).
           05 WS-IMP-PRO-CODIGO          PIC 9(007).
           05 WS-IMP-VALOR-BASE          PIC 9(009)V99.
           05 WS-IMP-VALOR-ICMS          PIC 9(009)V99.
           05 WS-IMP-VALOR-IPI           PIC 9(009)V99.
           05 WS-IMP-VALOR-PIS           PIC 9(009)V99.
           05 WS-IMP-VALOR-COFINS        PIC 9(009)V99.
           05 WS-IMP-SEM-REGRA           PIC X(001).
           05 WS-IMP-RETORNO             PIC X(030).
       01  WS-ITENS-BLOQUEADOS           PIC X     VALUE SPACES.
       01  WS-PRO-ANTERIOR               PIC 9(007) VALUE ZEROS.
       01  WS-QTD-ANTERIOR               PIC 9(005) VALUE ZEROS.
       01  WS-OPER-ESTOQUE               PIC X(001) VALUE SPACES.
       01  WS-OPER-ESTOQUE-2             PIC X(001) VALUE SPACES.
       01  WS-ESTOQUE-FALTA              PIC X     VALUE SPACES.
       01  WS-ED-DISPONIVEL              PIC -ZZZ.ZZZ.ZZ9.
       01  WS-MSG-ESTOQUE                PIC X(060) VALUE SPACES.
       01  WS-LIG-MOVEST.
           05 WS-MOV-OPERACAO            PIC X(001).
           05 WS-MOV-PRO-CODIGO          PIC 9(007).
           05 WS-MOV-QUANTIDADE          PIC 9(007).
           05 WS-MOV-CLI-CODIGO          PIC 9(007).
           05 WS-MOV-PED-NUMERO          PIC 9(007).
           05 WS-MOV-OPERADOR            PIC X(010).
           05 WS-MOV-HISTORICO           PIC X(030).
           05 WS-MOV-SALDO               PIC S9(009).
           05 WS-MOV-RESERVADO           PIC 9(009).
           05 WS-MOV-DISPONIVEL          PIC S9(009).
           05 WS-MOV-INSUFICIENTE        PIC X(001).
           05 WS-MOV-RETORNO             PIC X(030).

       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).

       01  WS-LIG-ESCOPO.
           05 WS-ESC-VEN-CODIGO                  PIC 9(003).
           05 WS-ESC-REGISTRA                    PIC X(001) VALUE "S".
           05 WS-ESC-PROGRAMA                    PIC X(010)
                                                 VALUE "CADPEDIDO".
           05 WS-ESC-CHAVE                       PIC X(015).
           05 WS-ESC-RESTRITO                    PIC X(001).
           05 WS-ESC-PERMITIDO                   PIC X(001).
           05 WS-ESC-OPERADOR                    PIC X(010).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
       01  LK-NIVEL                      PIC X(001).
           88 LK-NIVEL-ADMIN                VALUE "A".
           88 LK-NIVEL-OPERADOR             VALUE "O".
           88 LK-NIVEL-CONSULTA             VALUE "C".

       SCREEN SECTION.
       COPY "TELPED.SCR".
       COPY "TELPEDIT.SCR".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       1000-INICIO.
               OPEN I-O PEDIDOS
               IF STAT-PEDIDOS EQUAL "35"
               IF STAT-DISTCACH EQUAL "00"
                  MOVE "S"               TO WS-DISTCACH-ATIVO
               END-IF
               MOVE "N"                  TO WS-CONDPAG-ATIVO
               OPEN INPUT CONDPAG
               IF STAT-CONDPAG EQUAL "00"
                  MOVE "S"               TO WS-CONDPAG-ATIVO
               END-IF
               MOVE "N"                  TO WS-MOTCANC-ATIVO
               OPEN INPUT MOTCANC
               IF STAT-MOTCANC EQUAL "00"
                  MOVE "S"               TO WS-MOTCANC-ATIVO
               END-IF
               MOVE "N"                  TO WS-TABPRECO-ATIVO
               OPEN INPUT TABPRECO
               IF STAT-TABPRECO EQUAL "00"
                  MOVE "S"               TO WS-TABPRECO-ATIVO
               END-IF
               MOVE ZEROS                TO WS-VALOR-ALCADA
               MOVE ZEROS                TO WS-DESC-MAX-ADMIN
               MOVE ZEROS                TO WS-DESC-MAX-OPER
               OPEN INPUT PARAMETR
               IF STAT-PARAMETR EQUAL "00"
                  READ PARAMETR
                     AND PAR-VALOR-ALCADA NUMERIC
                     MOVE PAR-VALOR-ALCADA TO WS-VALOR-ALCADA
                  END-IF
                  IF STAT-PARAMETR EQUAL "00"
                     AND PAR-DESC-MAX-ADMIN NUMERIC
                     MOVE PAR-DESC-MAX-ADMIN TO WS-DESC-MAX-ADMIN
                  END-IF
                  IF STAT-PARAMETR EQUAL "00"
                     AND PAR-DESC-MAX-OPER NUMERIC
                     MOVE PAR-DESC-MAX-OPER TO WS-DESC-MAX-OPER
                  END-IF
                  CLOSE PARAMETR
               END-IF
           CALL "LEEMPRES" USING WS-LIG-EMPRESA
                   END-IF
                   IF WS-DISTCACH-ATIVO EQUAL "S"
                      CLOSE DISTCACH
                   END-IF
                   IF WS-TABPRECO-ATIVO EQUAL "S"
                      CLOSE TABPRECO
                   END-IF
                   IF WS-CONDPAG-ATIVO EQUAL "S"
                      CLOSE CONDPAG
                   END-IF
                   IF WS-MOTCANC-ATIVO EQUAL "S"
                      CLOSE MOTCANC
                   END-IF.
                   GOBACK.

                     "PEDIDO PERTENCE A OUTRA EMPRESA !"
                     EXIT PARAGRAPH
                  END-IF
                  MOVE PED-VEN-CODIGO TO WS-ESC-VEN-CODIGO
                  PERFORM 4062-VERIFICA-ESCOPO
                  IF WS-ESC-PERMITIDO NOT EQUAL "S"
                     MOVE "N"       TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "PEDIDO FORA DO ESCOPO DO OPERADOR !"
                     EXIT PARAGRAPH
                  END-IF
                  MOVE "S"          TO WS-PEDIDO-EXISTE
                  MOVE PED-VALOR    TO WS-VALOR-ORIGINAL
                  MOVE PED-DATA     TO WS-DATA-ORIGINAL
                  MOVE PED-END-ENTREGA TO WS-END-ORIGINAL
                  MOVE PED-STATUS   TO WS-STATUS-ORIGINAL
                  PERFORM 4001-CARREGA-TELA
               ELSE
               MOVE PED-VEN-CODIGO    TO T-VEN-CODIGO
               MOVE PED-QTD-ITENS     TO T-QTD-ITENS
               MOVE PED-VALOR         TO T-VALOR
               MOVE PED-VALOR-ICMS    TO T-VAL-ICMS
               MOVE PED-VALOR-IPI     TO T-VAL-IPI
               MOVE PED-VALOR-PIS     TO T-VAL-PIS
               MOVE PED-VALOR-COFINS  TO T-VAL-COFINS
               MOVE PED-STATUS        TO T-STATUS
               MOVE PED-END-ENTREGA   TO T-END-ENTREGA
               MOVE PED-FRETE-ESTIMADO TO T-FRETE
               IF PED-DATA-PREVISTA NUMERIC
                  MOVE PED-DATA-PREVISTA TO T-DATA-PREVISTA
               ELSE
                  MOVE ZEROS          TO T-DATA-PREVISTA
               END-IF
               IF PED-CPG-CODIGO NUMERIC
                  MOVE PED-CPG-CODIGO TO T-CPG-CODIGO
               ELSE
                  MOVE ZEROS          TO T-CPG-CODIGO
               END-IF
               MOVE ZEROS             TO T-MOT-CANCEL
               MOVE SPACES            TO T-MOT-DESCRICAO
               IF PED-CANCELADO AND PED-MOT-CANCEL NUMERIC
                  MOVE PED-MOT-CANCEL TO T-MOT-CANCEL
                  IF WS-MOTCANC-ATIVO EQUAL "S"
                     MOVE PED-MOT-CANCEL TO MOT-CODIGO
                     READ MOTCANC
                     IF STAT-MOTCANC EQUAL "00"
                        MOVE MOT-DESCRICAO TO T-MOT-DESCRICAO
                     END-IF
                  END-IF
               END-IF.

       4002-GRAVAR.
               IF  WS-CAMPOS-OK EQUAL SPACES
                          DISPLAY MESSAGE BOX
                          "VALOR ACIMA DA ALCADA - PENDENTE LIBERACAO !"
                       END-IF
                       IF CLI-COM-RESTRICAO
                          AND T-STATUS NOT EQUAL "P"
                          MOVE "P"     TO T-STATUS
                          DISPLAY TELA
                          DISPLAY MESSAGE BOX
                          "CLIENTE COM RESTRICAO DE CREDITO - PENDENTE"
                          " LIBERACAO !"
                       END-IF
                       INITIALIZE RG-PEDIDOS
                       PERFORM 4014-MOVE-CAMPOS-TELA
                       MOVE "I"        TO PED-ORIGEM
                       WRITE RG-PEDIDOS
                       IF STAT-PEDIDOS NOT EQUAL "00"
                          DISPLAY MESSAGE BOX
                          "ERRO AO GRAVAR PEDIDOS !"
                          "STATUS: " STAT-PEDIDOS
                       ELSE
                          MOVE SPACES              TO WS-AUD-ANTES
                          MOVE "PEDIDOS"           TO WS-AUD-ARQUIVO
                          MOVE "I"                 TO WS-AUD-OPERACAO
                          MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
                          MOVE "CADPED"            TO WS-AUD-PROGRAMA
                          MOVE RG-PEDIDOS          TO WS-AUD-DEPOIS
                          CALL "GRAVAUD" USING WS-LIG-AUDITA
                          IF T-STATUS EQUAL "F" OR T-STATUS EQUAL "C"
                             MOVE "A"    TO WS-STATUS-ORIGINAL
                             PERFORM 4040-ESTOQUE-STATUS
                          END-IF
                          PERFORM 4006-LIMPA-TELA
                          DISPLAY MESSAGE BOX
                          "INCLUSÃO EFETUADA COM SUCESSO !"
                          "STATUS: " STAT-PEDIDOS
                          EXIT PARAGRAPH
                       END-IF
                       MOVE RG-PEDIDOS            TO WS-AUD-ANTES
                       PERFORM 4014-MOVE-CAMPOS-TELA
                       REWRITE RG-PEDIDOS
                       IF STAT-PEDIDOS NOT EQUAL "00"
                          "ERRO AO REGRAVAR PEDIDOS !"
                          "STATUS: " STAT-PEDIDOS
                       ELSE
                          MOVE "PEDIDOS"           TO WS-AUD-ARQUIVO
                          MOVE "A"                 TO WS-AUD-OPERACAO
                          MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
                          MOVE "CADPED"            TO WS-AUD-PROGRAMA
                          MOVE RG-PEDIDOS          TO WS-AUD-DEPOIS
                          CALL "GRAVAUD" USING WS-LIG-AUDITA
                          IF T-STATUS NOT EQUAL WS-STATUS-ORIGINAL
                             PERFORM 4040-ESTOQUE-STATUS
                          END-IF
                          PERFORM 4006-LIMPA-TELA
                          DISPLAY MESSAGE BOX
                          "ALTERAÇÃO EFETUADA COM SUCESSO !"
                     "COMPETENCIA FECHADA - EXCLUSAO NAO PERMITIDA !"
                     EXIT PARAGRAPH
                  END-IF
                  MOVE RG-PEDIDOS     TO WS-AUD-ANTES
                  DELETE PEDIDOS
                  IF STAT-PEDIDOS NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR PEDIDOS !"
                     "STATUS: " STAT-PEDIDOS
                  ELSE
                     MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
                     MOVE "E"                      TO WS-AUD-OPERACAO
                     MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
                     MOVE "CADPED"                 TO WS-AUD-PROGRAMA
                     MOVE SPACES                   TO WS-AUD-DEPOIS
                     CALL "GRAVAUD" USING WS-LIG-AUDITA
                     IF WS-STATUS-ORIGINAL NOT EQUAL "F" AND "C"
                        MOVE "L"      TO WS-OPER-ESTOQUE
                     ELSE
                        MOVE SPACES   TO WS-OPER-ESTOQUE
                     END-IF
                     PERFORM 4038-EXCLUI-ITENS
                     PERFORM 4006-LIMPA-TELA
                     DISPLAY MESSAGE BOX
                  ACCEPT T-CLI-CODIGO AT LINE 3, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF CLI-BLOQUEADO-PERDA
                  AND WS-PEDIDO-EXISTE NOT EQUAL "S"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "CLIENTE BLOQUEADO POR TITULO EM PERDA !"
                  ACCEPT T-CLI-CODIGO AT LINE 3, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF WS-PEDIDO-EXISTE NOT EQUAL "S"
                  MOVE CLI-ON-VENDEDOR TO WS-ESC-VEN-CODIGO
                  PERFORM 4062-VERIFICA-ESCOPO
                  IF WS-ESC-PERMITIDO NOT EQUAL "S"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "CLIENTE FORA DO ESCOPO DO OPERADOR !"
                     ACCEPT T-CLI-CODIGO AT LINE 3, COL 22
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               MOVE CLI-RAZAO         TO T-RAZAO
               IF WS-PEDIDO-EXISTE NOT EQUAL "S"
                  MOVE CLI-ON-VENDEDOR TO T-VEN-CODIGO
                  "CLIENTE SEM VENDEDOR ATRIBUIDO !"
                  EXIT PARAGRAPH
               END-IF
               IF WS-PEDIDO-EXISTE NOT EQUAL "S"
                  AND T-CPG-CODIGO EQUAL ZEROS
                  AND CLI-CPG-CODIGO NUMERIC
                  MOVE CLI-CPG-CODIGO TO T-CPG-CODIGO
               END-IF
               IF T-CPG-CODIGO NOT EQUAL ZEROS
                  AND WS-CONDPAG-ATIVO EQUAL "S"
                  MOVE T-CPG-CODIGO   TO CPG-CODIGO
                  READ CONDPAG
                  IF STAT-CONDPAG NOT EQUAL "00"
                     MOVE "N"         TO WS-CAMPOS-OK
                     DISPLAY MESSAGE BOX
                     "CONDICAO DE PAGAMENTO NAO CADASTRADA !"
                     ACCEPT T-CPG-CODIGO AT LINE 9, COL 47
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               IF T-DATA EQUAL ZEROS
                  ACCEPT T-DATA FROM DATE
               END-IF
               IF WS-TEM-ITENS EQUAL "S"
                  MOVE WS-TOT-QTD-ITENS TO T-QTD-ITENS
                  MOVE WS-TOT-VALOR     TO T-VALOR
                  MOVE WS-TOT-ICMS      TO T-VAL-ICMS
                  MOVE WS-TOT-IPI       TO T-VAL-IPI
                  MOVE WS-TOT-PIS       TO T-VAL-PIS
                  MOVE WS-TOT-COFINS    TO T-VAL-COFINS
               END-IF
               IF T-QTD-ITENS EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
               IF T-STATUS NOT EQUAL "A" AND "F" AND "C" AND "P"
                  MOVE "A"            TO T-STATUS
               END-IF
               IF T-STATUS EQUAL "C"
                  PERFORM 4061-VALIDA-MOTIVO-CANCEL
                  IF WS-CAMPOS-OK NOT EQUAL SPACES
                     EXIT PARAGRAPH
                  END-IF
               ELSE
                  MOVE ZEROS          TO T-MOT-CANCEL
                  MOVE SPACES         TO T-MOT-DESCRICAO
               END-IF
               IF WS-PEDIDO-EXISTE EQUAL "S"
                  AND WS-STATUS-ORIGINAL EQUAL "P"
                  AND (T-STATUS EQUAL "F" OR T-STATUS EQUAL "A")
      -           " LIBERACAO !"
                  EXIT PARAGRAPH
               END-IF
               IF WS-DESC-PENDENTE EQUAL "S"
                  AND WS-DESC-PED-CLI EQUAL T-CLI-CODIGO
                  AND WS-DESC-PED-NUM EQUAL T-NUMERO
                  AND T-STATUS NOT EQUAL "C" AND "P"
                  MOVE "P"            TO T-STATUS
                  DISPLAY MESSAGE BOX
                  "DESCONTO ACIMA DO LIMITE - PENDENTE LIBERACAO !"
               END-IF
               IF T-END-ENTREGA NOT EQUAL ZEROS
                  IF WS-ENDERENT-ATIVO NOT EQUAL "S"
                     MOVE "N"         TO WS-CAMPOS-OK
               IF WS-CAMPOS-OK NOT EQUAL SPACES
                  EXIT PARAGRAPH
               END-IF
               PERFORM 4060-CALCULA-PREVISAO
               PERFORM 4056-ESTIMA-FRETE
               DISPLAY TELA.

       4061-VALIDA-MOTIVO-CANCEL.

               IF T-MOT-CANCEL EQUAL ZEROS
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "MOTIVO DO CANCELAMENTO NAO INFORMADO !"
                  ACCEPT T-MOT-CANCEL AT LINE 16, COL 22
                  EXIT PARAGRAPH
               END-IF
               IF WS-MOTCANC-ATIVO NOT EQUAL "S"
                  MOVE "N"            TO WS-CAMPOS-OK
                  DISPLAY MESSAGE BOX
                  "ARQUIVO DE MOTIVOS DE CANCELAMENTO NAO DISPONIVEL !"
                  EXIT PARAGRAPH
               END-IF
               MOVE T-MOT-CANCEL      TO MOT-CODIGO
               READ MOTCANC
               IF STAT-MOTCANC NOT EQUAL "00"
                  MOVE "N"            TO WS-CAMPOS-OK
                  MOVE SPACES         TO T-MOT-DESCRICAO
                  DISPLAY MESSAGE BOX
                  "MOTIVO DE CANCELAMENTO NAO CADASTRADO !"
                  ACCEPT T-MOT-CANCEL AT LINE 16, COL 22
                  EXIT PARAGRAPH
               END-IF
               MOVE MOT-DESCRICAO     TO T-MOT-DESCRICAO.

       4060-CALCULA-PREVISAO.

               IF WS-PEDIDO-EXISTE EQUAL "S"
                  AND T-DATA-PREVISTA NOT EQUAL ZEROS
                  AND T-END-ENTREGA EQUAL WS-END-ORIGINAL
                  EXIT PARAGRAPH
               END-IF
               ACCEPT WS-DATA-ATUAL   FROM DATE
               ACCEPT WS-HORA-ATUAL   FROM TIME
               MOVE T-CLI-CODIGO      TO WS-ENT-CLI-CODIGO
               MOVE T-END-ENTREGA     TO WS-ENT-END-SEQUENCIA
               MOVE T-DATA            TO WS-ENT-DATA-PEDIDO
               MOVE ZEROS             TO WS-ENT-HORA-PEDIDO
               IF T-DATA EQUAL WS-DATA-ATUAL
                  MOVE WS-HORA-ATUAL(1:4) TO WS-ENT-HORA-PEDIDO
               END-IF
               CALL "CALCENT" USING WS-LIG-CALCENT
               IF WS-ENT-RETORNO EQUAL SPACES
                  MOVE WS-ENT-DATA-PREVISTA TO T-DATA-PREVISTA
               END-IF.

       4056-ESTIMA-FRETE.

               MOVE ZEROS             TO T-FRETE

               MOVE T-CLI-CODIGO      TO TIT-CLI-CODIGO
               MOVE ZEROS             TO TIT-PED-NUMERO
               MOVE ZEROS             TO TIT-PARCELA
               START TITULOS KEY IS GREATER THAN TIT-CHAVE
               IF STAT-TITULOS NOT EQUAL "00"
                  EXIT PARAGRAPH
                     MOVE "F"         TO WS-EOF-CRED
                  ELSE
                     IF NOT TIT-PAGO
                        AND NOT TIT-PERDA
                        ADD TIT-VALOR TO WS-EXPOSICAO
                        SUBTRACT TIT-VALOR-PAGO FROM WS-EXPOSICAO
                     END-IF
                     READ TITULOS NEXT AT END
                        MOVE "F"      TO WS-EOF-CRED
                  END-IF
               END-PERFORM.

       4062-VERIFICA-ESCOPO.

               MOVE SPACES            TO WS-ESC-CHAVE
               STRING T-CLI-CODIGO    DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      T-NUMERO        DELIMITED BY SIZE
                      INTO WS-ESC-CHAVE
               END-STRING
               CALL "VERESCOP" USING WS-LIG-ESCOPO.

       4006-LIMPA-TELA.
               INITIALIZE RG-PEDIDOS
               MOVE ZEROS             TO T-CLI-CODIGO
               MOVE ZEROS             TO T-VEN-CODIGO
               MOVE ZEROS             TO T-QTD-ITENS
               MOVE ZEROS             TO T-VALOR
               MOVE ZEROS             TO T-VAL-ICMS
               MOVE ZEROS             TO T-VAL-IPI
               MOVE ZEROS             TO T-VAL-PIS
               MOVE ZEROS             TO T-VAL-COFINS
               MOVE SPACES            TO T-STATUS
               MOVE ZEROS             TO T-END-ENTREGA
               MOVE ZEROS             TO T-FRETE
               MOVE ZEROS             TO T-DATA-PREVISTA
               MOVE ZEROS             TO T-CPG-CODIGO
               MOVE ZEROS             TO T-MOT-CANCEL
               MOVE SPACES            TO T-MOT-DESCRICAO
               MOVE "N"               TO WS-DESC-PENDENTE
               DISPLAY TELA.

       4014-MOVE-CAMPOS-TELA.

               IF T-STATUS EQUAL "C"
                  IF NOT PED-CANCELADO
                     OR PED-MOT-CANCEL NOT EQUAL T-MOT-CANCEL
                     ACCEPT PED-DATA-CANCEL FROM DATE
                     MOVE LK-OPERADOR TO PED-OPER-CANCEL
                  END-IF
                  MOVE T-MOT-CANCEL   TO PED-MOT-CANCEL
               ELSE
                  MOVE ZEROS          TO PED-MOT-CANCEL
                  MOVE ZEROS          TO PED-DATA-CANCEL
                  MOVE SPACES         TO PED-OPER-CANCEL
               END-IF

               MOVE T-CLI-CODIGO      TO PED-CLI-CODIGO
               MOVE T-NUMERO          TO PED-NUMERO
               MOVE T-DATA            TO PED-DATA
               MOVE T-VEN-CODIGO      TO PED-VEN-CODIGO
               MOVE T-QTD-ITENS       TO PED-QTD-ITENS
               MOVE T-VALOR           TO PED-VALOR
               MOVE T-VAL-ICMS        TO PED-VALOR-ICMS
               MOVE T-VAL-IPI         TO PED-VALOR-IPI
               MOVE T-VAL-PIS         TO PED-VALOR-PIS
               MOVE T-VAL-COFINS      TO PED-VALOR-COFINS
               MOVE T-STATUS          TO PED-STATUS
               MOVE T-END-ENTREGA     TO PED-END-ENTREGA
               MOVE T-FRETE           TO PED-FRETE-ESTIMADO
               MOVE T-DATA-PREVISTA   TO PED-DATA-PREVISTA
               MOVE WS-EMPRESA-ATUAL  TO PED-EMPRESA
               MOVE T-CPG-CODIGO      TO PED-CPG-CODIGO.

       4030-ITENS.

                  DISPLAY MESSAGE BOX
                  "NUMERO DE PEDIDO ATRIBUIDO AUTOMATICAMENTE !"
               END-IF
               MOVE SPACES            TO WS-ITENS-BLOQUEADOS
               MOVE WS-EMPRESA-ATUAL  TO WS-EMPRESA-ITENS
               MOVE T-CLI-CODIGO      TO PED-CLI-CODIGO
               MOVE T-NUMERO          TO PED-NUMERO
               READ PEDIDOS
               IF STAT-PEDIDOS EQUAL "00"
                  MOVE PED-VEN-CODIGO TO WS-ESC-VEN-CODIGO
                  PERFORM 4062-VERIFICA-ESCOPO
                  IF WS-ESC-PERMITIDO NOT EQUAL "S"
                     DISPLAY MESSAGE BOX
                     "PEDIDO FORA DO ESCOPO DO OPERADOR !"
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               IF STAT-PEDIDOS EQUAL "00"
                  AND PED-EMPRESA NOT EQUAL ZEROS
                  MOVE PED-EMPRESA    TO WS-EMPRESA-ITENS
               END-IF
               IF STAT-PEDIDOS EQUAL "00"
                  AND (PED-FATURADO OR PED-CANCELADO)
                  MOVE "S"            TO WS-ITENS-BLOQUEADOS
                  DISPLAY MESSAGE BOX
                  "PEDIDO FATURADO/CANCELADO - ITENS SOMENTE CONSULTA !"
               END-IF
               PERFORM 4035-LIMPA-ITEM
               MOVE T-CLI-CODIGO      TO T-ITE-CLIENTE
               MOVE T-NUMERO          TO T-ITE-PEDIDO
               IF WS-TEM-ITENS EQUAL "S"
                  MOVE WS-TOT-QTD-ITENS TO T-QTD-ITENS
                  MOVE WS-TOT-VALOR     TO T-VALOR
                  MOVE WS-TOT-ICMS      TO T-VAL-ICMS
                  MOVE WS-TOT-IPI       TO T-VAL-IPI
                  MOVE WS-TOT-PIS       TO T-VAL-PIS
                  MOVE WS-TOT-COFINS    TO T-VAL-COFINS
               END-IF
               PERFORM 4039-ATUALIZA-TOTAL-PEDIDO
               DISPLAY TELA.

       4031-GRAVA-ITEM.

               IF WS-ITENS-BLOQUEADOS EQUAL "S"
                  DISPLAY MESSAGE BOX
                  "ITENS DO PEDIDO NAO PODEM SER ALTERADOS !"
                  EXIT PARAGRAPH
               END-IF
               MOVE ZEROS             TO WS-PRECO-TABELA
               IF WS-PRODUTOS-ATIVO EQUAL "S"
                  IF T-ITE-PRODUTO EQUAL ZEROS
                     DISPLAY MESSAGE BOX
                     EXIT PARAGRAPH
                  END-IF
                  MOVE PRO-DESCRICAO  TO T-ITE-DESCRICAO
                  PERFORM 4045-BUSCA-PRECO-TABELA
                  MOVE WS-PRECO-TABELA TO T-ITE-PRECO-TAB
                  IF T-ITE-VALOR-UNIT EQUAL ZEROS
                     MOVE WS-PRECO-TABELA TO T-ITE-VALOR-UNIT
                  END-IF
                  DISPLAY TELA-ITEM
               END-IF
               IF T-ITE-SEQ EQUAL ZEROS
                  PERFORM 4036-PROXIMA-SEQUENCIA
               END-IF
               PERFORM 4047-VERIFICA-DESCONTO
               MOVE SPACES            TO WS-ITEM-EXISTE
               MOVE ZEROS             TO WS-PRO-ANTERIOR
               MOVE ZEROS             TO WS-QTD-ANTERIOR
               MOVE T-ITE-CLIENTE     TO ITE-CLI-CODIGO
               MOVE T-ITE-PEDIDO      TO ITE-PED-NUMERO
               MOVE T-ITE-SEQ         TO ITE-SEQUENCIA
               READ PEDITENS
               IF STAT-PEDITENS EQUAL "00"
                  MOVE "S"            TO WS-ITEM-EXISTE
                  MOVE ITE-PRO-CODIGO TO WS-PRO-ANTERIOR
                  MOVE ITE-QUANTIDADE TO WS-QTD-ANTERIOR
               END-IF
               MOVE T-ITE-CLIENTE     TO ITE-CLI-CODIGO
               MOVE T-ITE-PEDIDO      TO ITE-PED-NUMERO
               MOVE T-ITE-DESCRICAO   TO ITE-DESCRICAO
               MOVE T-ITE-QUANTIDADE  TO ITE-QUANTIDADE
               MOVE T-ITE-VALOR-UNIT  TO ITE-VALOR-UNITARIO
               IF WS-ITEM-EXISTE NOT EQUAL "S"
                  MOVE SPACES         TO ITE-ORIGEM
               END-IF
               COMPUTE ITE-VALOR-TOTAL =
                       T-ITE-QUANTIDADE * T-ITE-VALOR-UNIT
               MOVE ITE-VALOR-TOTAL   TO T-ITE-VALOR-TOT
               PERFORM 4059-CALCULA-IMPOSTOS
               IF WS-ITEM-EXISTE EQUAL "S"
                  REWRITE RG-PEDITENS
               ELSE
                  "ERRO AO GRAVAR PEDITENS !"
                  "STATUS: " STAT-PEDITENS
               ELSE
                  PERFORM 4044-RESERVA-ITEM
                  IF WS-PERC-DESCONTO NOT EQUAL ZEROS
                     PERFORM 4048-GRAVA-DESCLOG
                  END-IF
                  IF WS-DESC-EXCEDIDO EQUAL "S"
                     PERFORM 4049-PEDIDO-PENDENTE
                  END-IF
                  PERFORM 4035-LIMPA-ITEM
                  DISPLAY TELA-ITEM
                  IF WS-ESTOQUE-FALTA EQUAL "S"
                     DISPLAY MESSAGE BOX
                     "ITEM GRAVADO - ESTOQUE INSUFICIENTE !"
                     WS-MSG-ESTOQUE
                  ELSE
                     DISPLAY MESSAGE BOX
                     "ITEM GRAVADO COM SUCESSO !"
                  END-IF
                  IF WS-DESC-EXCEDIDO EQUAL "S"
                     DISPLAY MESSAGE BOX
                     "DESCONTO ACIMA DO LIMITE - PEDIDO PENDENTE
      -              " LIBERACAO !"
                  END-IF
               END-IF.

       4032-EXCLUI-ITEM.

               IF WS-ITENS-BLOQUEADOS EQUAL "S"
                  DISPLAY MESSAGE BOX
                  "ITENS DO PEDIDO NAO PODEM SER ALTERADOS !"
                  EXIT PARAGRAPH
               END-IF
               MOVE T-ITE-CLIENTE     TO ITE-CLI-CODIGO
               MOVE T-ITE-PEDIDO      TO ITE-PED-NUMERO
               MOVE T-ITE-SEQ         TO ITE-SEQUENCIA
                  DISPLAY MESSAGE BOX
                  "ITEM NAO ENCONTRADO !"
               ELSE
                  MOVE ITE-PRO-CODIGO TO WS-PRO-ANTERIOR
                  MOVE ITE-QUANTIDADE TO WS-QTD-ANTERIOR
                  DELETE PEDITENS
                  IF STAT-PEDITENS NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO EXCLUIR PEDITENS !"
                     "STATUS: " STAT-PEDITENS
                  ELSE
                     IF WS-PRO-ANTERIOR NOT EQUAL ZEROS
                        MOVE "L"      TO WS-MOV-OPERACAO
                        MOVE WS-PRO-ANTERIOR TO WS-MOV-PRO-CODIGO
                        MOVE WS-QTD-ANTERIOR TO WS-MOV-QUANTIDADE
                        PERFORM 4043-CHAMA-MOVEST
                     END-IF
                     PERFORM 4035-LIMPA-ITEM
                     DISPLAY TELA-ITEM
                     DISPLAY MESSAGE BOX
               MOVE ITE-QUANTIDADE    TO T-ITE-QUANTIDADE
               MOVE ITE-VALOR-UNITARIO TO T-ITE-VALOR-UNIT
               MOVE ITE-VALOR-TOTAL   TO T-ITE-VALOR-TOT
               MOVE ITE-VALOR-ICMS    TO T-ITE-ICMS
               MOVE ITE-VALOR-IPI     TO T-ITE-IPI
               MOVE ITE-VALOR-PIS     TO T-ITE-PIS
               MOVE ITE-VALOR-COFINS  TO T-ITE-COFINS
               DISPLAY TELA-ITEM.

       4035-LIMPA-ITEM.
               MOVE SPACES            TO T-ITE-DESCRICAO
               MOVE ZEROS             TO T-ITE-QUANTIDADE
               MOVE ZEROS             TO T-ITE-VALOR-UNIT
               MOVE ZEROS             TO T-ITE-VALOR-TOT
               MOVE ZEROS             TO T-ITE-PRECO-TAB
               MOVE ZEROS             TO T-ITE-PERC-DESC
               MOVE ZEROS             TO T-ITE-ICMS
               MOVE ZEROS             TO T-ITE-IPI
               MOVE ZEROS             TO T-ITE-PIS
               MOVE ZEROS             TO T-ITE-COFINS.

       4036-PROXIMA-SEQUENCIA.

               MOVE "N"               TO WS-TEM-ITENS
               MOVE ZEROS             TO WS-TOT-QTD-ITENS
               MOVE ZEROS             TO WS-TOT-VALOR
               MOVE ZEROS             TO WS-TOT-ICMS
               MOVE ZEROS             TO WS-TOT-IPI
               MOVE ZEROS             TO WS-TOT-PIS
               MOVE ZEROS             TO WS-TOT-COFINS
               MOVE T-CLI-CODIGO      TO ITE-CLI-CODIGO
               MOVE T-NUMERO          TO ITE-PED-NUMERO
               MOVE ZEROS             TO ITE-SEQUENCIA
                     MOVE "S"         TO WS-TEM-ITENS
                     ADD ITE-QUANTIDADE TO WS-TOT-QTD-ITENS
                     ADD ITE-VALOR-TOTAL TO WS-TOT-VALOR
                     ADD ITE-VALOR-ICMS  TO WS-TOT-ICMS
                     ADD ITE-VALOR-IPI   TO WS-TOT-IPI
                     ADD ITE-VALOR-PIS   TO WS-TOT-PIS
                     ADD ITE-VALOR-COFINS TO WS-TOT-COFINS
                     READ PEDITENS NEXT AT END
                        MOVE "F"      TO WS-EOF-ITE
                     END-READ
                     OR ITE-PED-NUMERO NOT EQUAL T-NUMERO
                     MOVE "F"         TO WS-EOF-ITE
                  ELSE
                     IF WS-OPER-ESTOQUE NOT EQUAL SPACES
                        PERFORM 4042-MOVIMENTA-ITEM
                     END-IF
                     DELETE PEDITENS
                     READ PEDITENS NEXT AT END
                        MOVE "F"      TO WS-EOF-ITE
               MOVE T-NUMERO          TO PED-NUMERO
               READ PEDIDOS
               IF STAT-PEDIDOS EQUAL "00"
                  MOVE RG-PEDIDOS               TO WS-AUD-ANTES
                  MOVE WS-TOT-QTD-ITENS TO PED-QTD-ITENS
                  MOVE WS-TOT-VALOR     TO PED-VALOR
                  MOVE WS-TOT-ICMS      TO PED-VALOR-ICMS
                  MOVE WS-TOT-IPI       TO PED-VALOR-IPI
                  MOVE WS-TOT-PIS       TO PED-VALOR-PIS
                  MOVE WS-TOT-COFINS    TO PED-VALOR-COFINS
                  REWRITE RG-PEDIDOS
                  IF STAT-PEDIDOS NOT EQUAL "00"
                     DISPLAY MESSAGE BOX
                     "ERRO AO ATUALIZAR TOTAIS DO PEDIDO !"
                     "STATUS: " STAT-PEDIDOS
                  ELSE
                     MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
                     MOVE "A"                      TO WS-AUD-OPERACAO
                     MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
                     MOVE "CADPED"                 TO WS-AUD-PROGRAMA
                     MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
                     CALL "GRAVAUD" USING WS-LIG-AUDITA
                  END-IF
               END-IF.

       4040-ESTOQUE-STATUS.

               MOVE SPACES            TO WS-OPER-ESTOQUE
               MOVE SPACES            TO WS-OPER-ESTOQUE-2
               EVALUATE TRUE
                  WHEN WS-STATUS-ORIGINAL EQUAL "F"
                       MOVE "V"       TO WS-OPER-ESTOQUE
                       IF T-STATUS EQUAL "C"
                          MOVE "L"    TO WS-OPER-ESTOQUE-2
                       END-IF
                  WHEN WS-STATUS-ORIGINAL EQUAL "C"
                       MOVE "R"       TO WS-OPER-ESTOQUE
                       IF T-STATUS EQUAL "F"
                          MOVE "S"    TO WS-OPER-ESTOQUE-2
                       END-IF
                  WHEN T-STATUS EQUAL "F"
                       MOVE "S"       TO WS-OPER-ESTOQUE
                  WHEN T-STATUS EQUAL "C"
                       MOVE "L"       TO WS-OPER-ESTOQUE
               END-EVALUATE
               IF WS-OPER-ESTOQUE NOT EQUAL SPACES
                  PERFORM 4041-MOVIMENTA-ITENS
               END-IF
               IF WS-OPER-ESTOQUE-2 NOT EQUAL SPACES
                  MOVE WS-OPER-ESTOQUE-2 TO WS-OPER-ESTOQUE
                  PERFORM 4041-MOVIMENTA-ITENS
               END-IF.

       4041-MOVIMENTA-ITENS.

               MOVE T-CLI-CODIGO      TO ITE-CLI-CODIGO
               MOVE T-NUMERO          TO ITE-PED-NUMERO
               MOVE ZEROS             TO ITE-SEQUENCIA
               START PEDITENS KEY IS GREATER THAN ITE-CHAVE
               IF STAT-PEDITENS NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES            TO WS-EOF-ITE
               READ PEDITENS NEXT
               IF STAT-PEDITENS NOT EQUAL "00"
                  MOVE "F"            TO WS-EOF-ITE
               END-IF
               PERFORM UNTIL WS-EOF-ITE EQUAL "F"
                  IF ITE-CLI-CODIGO NOT EQUAL T-CLI-CODIGO
                     OR ITE-PED-NUMERO NOT EQUAL T-NUMERO
                     MOVE "F"         TO WS-EOF-ITE
                  ELSE
                     PERFORM 4042-MOVIMENTA-ITEM
                     READ PEDITENS NEXT AT END
                        MOVE "F"      TO WS-EOF-ITE
                     END-READ
                  END-IF
               END-PERFORM.

       4042-MOVIMENTA-ITEM.

               IF ITE-PRO-CODIGO EQUAL ZEROS
                  EXIT PARAGRAPH
               END-IF
               MOVE WS-OPER-ESTOQUE   TO WS-MOV-OPERACAO
               MOVE ITE-PRO-CODIGO    TO WS-MOV-PRO-CODIGO
               MOVE ITE-QUANTIDADE    TO WS-MOV-QUANTIDADE
               PERFORM 4043-CHAMA-MOVEST.

       4043-CHAMA-MOVEST.

               MOVE T-CLI-CODIGO      TO WS-MOV-CLI-CODIGO
               MOVE T-NUMERO          TO WS-MOV-PED-NUMERO
               MOVE LK-OPERADOR       TO WS-MOV-OPERADOR
               MOVE "ENTRADA DE PEDIDOS" TO WS-MOV-HISTORICO
               CALL "MOVEST" USING WS-LIG-MOVEST
               IF WS-MOV-RETORNO NOT EQUAL SPACES
                  DISPLAY MESSAGE BOX
                  "ERRO NA MOVIMENTACAO DE ESTOQUE !"
                  WS-MOV-RETORNO
               END-IF.

       4044-RESERVA-ITEM.

               MOVE SPACES            TO WS-ESTOQUE-FALTA
               IF WS-ITEM-EXISTE EQUAL "S"
                  AND WS-PRO-ANTERIOR NOT EQUAL ZEROS
                  MOVE "L"            TO WS-MOV-OPERACAO
                  MOVE WS-PRO-ANTERIOR TO WS-MOV-PRO-CODIGO
                  MOVE WS-QTD-ANTERIOR TO WS-MOV-QUANTIDADE
                  PERFORM 4043-CHAMA-MOVEST
               END-IF
               IF T-ITE-PRODUTO EQUAL ZEROS
                  EXIT PARAGRAPH
               END-IF
               MOVE "R"               TO WS-MOV-OPERACAO
               MOVE T-ITE-PRODUTO     TO WS-MOV-PRO-CODIGO
               MOVE T-ITE-QUANTIDADE  TO WS-MOV-QUANTIDADE
               PERFORM 4043-CHAMA-MOVEST
               IF WS-MOV-INSUFICIENTE EQUAL "S"
                  MOVE "S"            TO WS-ESTOQUE-FALTA
                  COMPUTE WS-ED-DISPONIVEL =
                          WS-MOV-DISPONIVEL + T-ITE-QUANTIDADE
                  MOVE SPACES         TO WS-MSG-ESTOQUE
                  STRING "DISPONIVEL NO ESTOQUE: "
                         WS-ED-DISPONIVEL
                    DELIMITED BY SIZE
                    INTO WS-MSG-ESTOQUE
                  END-STRING
               END-IF.

       4045-BUSCA-PRECO-TABELA.

               MOVE PRO-PRECO-LISTA   TO WS-PRECO-TABELA
               MOVE T-DATA            TO WS-DATA-PRECO
               IF WS-DATA-PRECO EQUAL ZEROS
                  ACCEPT WS-DATA-PRECO FROM DATE
               END-IF
               MOVE T-ITE-PRODUTO     TO WS-PVG-PRO-CODIGO
               MOVE WS-DATA-PRECO     TO WS-PVG-DATA-REFERENCIA
               CALL "PRECOVIG" USING WS-LIG-PRECOVIG
               IF WS-PVG-RETORNO EQUAL SPACES
                  AND WS-PVG-PRECO NOT EQUAL ZEROS
                  MOVE WS-PVG-PRECO   TO WS-PRECO-TABELA
               END-IF
               IF WS-TABPRECO-ATIVO NOT EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               MOVE T-ITE-CLIENTE     TO CLI-CODIGO
               READ CLIENTES
               IF STAT-CLIENTES NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE "C"               TO WS-TPR-TIPO
               MOVE CLI-CODIGO        TO WS-TPR-REF-NUMERO
               PERFORM 4046-PROCURA-TABELA
               IF WS-ACHOU-PRECO EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               MOVE "G"               TO WS-TPR-TIPO
               MOVE CLI-CNPJ(1:8)     TO WS-TPR-REFERENCIA
               PERFORM 4046-PROCURA-TABELA
               IF WS-ACHOU-PRECO EQUAL "S"
                  EXIT PARAGRAPH
               END-IF
               IF CLI-PORTE NOT EQUAL SPACES
                  MOVE "P"            TO WS-TPR-TIPO
                  MOVE SPACES         TO WS-TPR-REFERENCIA
                  MOVE CLI-PORTE      TO WS-TPR-REFERENCIA(1:1)
                  PERFORM 4046-PROCURA-TABELA
               END-IF.

       4046-PROCURA-TABELA.

               MOVE "N"               TO WS-ACHOU-PRECO
               MOVE T-ITE-PRODUTO     TO TPR-PRO-CODIGO
               MOVE WS-TPR-TIPO       TO TPR-TIPO
               MOVE WS-TPR-REFERENCIA TO TPR-REFERENCIA
               MOVE ZEROS             TO TPR-DATA-INICIO
               START TABPRECO KEY IS NOT LESS THAN TPR-CHAVE
               IF STAT-TABPRECO NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES            TO WS-EOF-TPR
               READ TABPRECO NEXT
               IF STAT-TABPRECO NOT EQUAL "00"
                  MOVE "F"            TO WS-EOF-TPR
               END-IF
               PERFORM UNTIL WS-EOF-TPR EQUAL "F"
                  IF TPR-PRO-CODIGO NOT EQUAL T-ITE-PRODUTO
                     OR TPR-TIPO NOT EQUAL WS-TPR-TIPO
                     OR TPR-REFERENCIA NOT EQUAL WS-TPR-REFERENCIA
                     OR TPR-DATA-INICIO GREATER THAN WS-DATA-PRECO
                     MOVE "F"         TO WS-EOF-TPR
                  ELSE
                     IF TPR-DATA-FIM EQUAL ZEROS
                        OR TPR-DATA-FIM NOT LESS THAN WS-DATA-PRECO
                        MOVE "S"      TO WS-ACHOU-PRECO
                        MOVE TPR-PRECO TO WS-PRECO-TABELA
                     END-IF
                     READ TABPRECO NEXT AT END
                        MOVE "F"      TO WS-EOF-TPR
                     END-READ
                  END-IF
               END-PERFORM.

       4047-VERIFICA-DESCONTO.

               MOVE "N"               TO WS-DESC-EXCEDIDO
               MOVE ZEROS             TO WS-PERC-DESCONTO
               MOVE ZEROS             TO T-ITE-PERC-DESC
               IF WS-PRECO-TABELA EQUAL ZEROS
                  OR T-ITE-VALOR-UNIT NOT LESS THAN WS-PRECO-TABELA
                  EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PERC-DESCONTO ROUNDED =
                       (WS-PRECO-TABELA - T-ITE-VALOR-UNIT) * 100
                       / WS-PRECO-TABELA
               MOVE WS-PERC-DESCONTO  TO T-ITE-PERC-DESC
               IF LK-NIVEL-ADMIN
                  MOVE WS-DESC-MAX-ADMIN TO WS-DESC-MAXIMO
               ELSE
                  MOVE WS-DESC-MAX-OPER  TO WS-DESC-MAXIMO
               END-IF
               IF WS-PERC-DESCONTO GREATER THAN WS-DESC-MAXIMO
                  MOVE "S"            TO WS-DESC-EXCEDIDO
               END-IF.

       4048-GRAVA-DESCLOG.

               OPEN EXTEND DESCLOG
               IF STAT-DESCLOG EQUAL "35"
                  OPEN OUTPUT DESCLOG
               END-IF
               IF STAT-DESCLOG NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               ACCEPT DLG-DATA        FROM DATE
               ACCEPT DLG-HORA        FROM TIME
               MOVE LK-OPERADOR       TO DLG-OPERADOR
               MOVE LK-NIVEL          TO DLG-NIVEL
               MOVE T-ITE-CLIENTE     TO DLG-CLI-CODIGO
               MOVE T-ITE-PEDIDO      TO DLG-PED-NUMERO
               MOVE T-ITE-SEQ         TO DLG-SEQUENCIA
               MOVE T-ITE-PRODUTO     TO DLG-PRO-CODIGO
               MOVE WS-PRECO-TABELA   TO DLG-PRECO-TABELA
               MOVE T-ITE-VALOR-UNIT  TO DLG-PRECO-PRATICADO
               MOVE WS-PERC-DESCONTO  TO DLG-PERC-DESCONTO
               MOVE WS-DESC-MAXIMO    TO DLG-PERC-MAXIMO
               MOVE WS-DESC-EXCEDIDO  TO DLG-ACIMA-LIMITE
               WRITE RG-DESCLOG
               CLOSE DESCLOG.

       4049-PEDIDO-PENDENTE.

               MOVE "S"               TO WS-DESC-PENDENTE
               MOVE T-ITE-CLIENTE     TO WS-DESC-PED-CLI
               MOVE T-ITE-PEDIDO      TO WS-DESC-PED-NUM
               IF T-STATUS NOT EQUAL "C"
                  MOVE "P"            TO T-STATUS
               END-IF
               MOVE T-ITE-CLIENTE     TO PED-CLI-CODIGO
               MOVE T-ITE-PEDIDO      TO PED-NUMERO
               READ PEDIDOS
               IF STAT-PEDIDOS NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               IF PED-STATUS EQUAL "F" OR PED-STATUS EQUAL "C"
                  OR PED-STATUS EQUAL "P"
                  EXIT PARAGRAPH
               END-IF
               MOVE RG-PEDIDOS               TO WS-AUD-ANTES
               MOVE "P"               TO PED-STATUS
               REWRITE RG-PEDIDOS
               IF STAT-PEDIDOS NOT EQUAL "00"
                  DISPLAY MESSAGE BOX
                  "ERRO AO REGRAVAR PEDIDOS !"
                  "STATUS: " STAT-PEDIDOS
               ELSE
                  MOVE "PEDIDOS"                TO WS-AUD-ARQUIVO
                  MOVE "A"                      TO WS-AUD-OPERACAO
                  MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
                  MOVE "CADPED"                 TO WS-AUD-PROGRAMA
                  MOVE RG-PEDIDOS               TO WS-AUD-DEPOIS
                  CALL "GRAVAUD" USING WS-LIG-AUDITA
               END-IF.

       4059-CALCULA-IMPOSTOS.

               MOVE WS-EMPRESA-ITENS  TO WS-IMP-EMPRESA
               MOVE T-ITE-CLIENTE     TO WS-IMP-CLI-CODIGO
               MOVE T-ITE-PRODUTO     TO WS-IMP-PRO-CODIGO
               MOVE ITE-VALOR-TOTAL   TO WS-IMP-VALOR-BASE
               CALL "CALCIMP" USING WS-LIG-CALCIMP
               IF WS-IMP-RETORNO NOT EQUAL SPACES
                  DISPLAY MESSAGE BOX WS-IMP-RETORNO
               ELSE
                  IF WS-IMP-SEM-REGRA EQUAL "S"
                     DISPLAY MESSAGE BOX
                     "PRODUTO SEM REGRA FISCAL - IMPOSTOS ZERADOS !"
                  END-IF
               END-IF
               MOVE WS-IMP-VALOR-ICMS TO ITE-VALOR-ICMS
               MOVE WS-IMP-VALOR-IPI  TO ITE-VALOR-IPI
               MOVE WS-IMP-VALOR-PIS  TO ITE-VALOR-PIS
               MOVE WS-IMP-VALOR-COFINS TO ITE-VALOR-COFINS
               MOVE ITE-VALOR-ICMS    TO T-ITE-ICMS
               MOVE ITE-VALOR-IPI     TO T-ITE-IPI
               MOVE ITE-VALOR-PIS     TO T-ITE-PIS
               MOVE ITE-VALOR-COFINS  TO T-ITE-COFINS.
