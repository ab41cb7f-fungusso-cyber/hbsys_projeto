       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVAUD.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ALTERCPO.SL".

       DATA DIVISION.
       FILE SECTION.
           COPY "ALTERCPO.FD".

       WORKING-STORAGE SECTION.
       01  STAT-ALTERCPO                      PIC XX.
       01  WS-HORA                            PIC 9(008) VALUE ZEROS.
       01  WS-IND-ARQ                         PIC 9(003) VALUE ZEROS.
       01  WS-ACHOU-ARQ                       PIC X      VALUE "N".
       01  WS-IND-CPO                         PIC 9(003) VALUE ZEROS.
       01  WS-OFFSET                          PIC 9(004) VALUE ZEROS.
       01  WS-TAMANHO                         PIC 9(003) VALUE ZEROS.
       01  WS-TAM-INTEIRO                     PIC 9(003) VALUE ZEROS.
       01  WS-POSICAO                         PIC 9(003) VALUE ZEROS.
       01  WS-TAM-EXIBE                       PIC 9(003) VALUE ZEROS.
       01  WS-ZEROS                           PIC X(040) VALUE ALL "0".
       01  WS-VALOR-BRUTO                     PIC X(040) VALUE SPACES.
       01  WS-VALOR-FORMATADO                 PIC X(040) VALUE SPACES.
       01  WS-VAZIO                           PIC X      VALUE "N".
       01  WS-COORD-X                         PIC X(011) VALUE ZEROS.
       01  WS-COORD REDEFINES WS-COORD-X      PIC S9(003)V9(008).
       01  WS-COORD-ED                        PIC -ZZ9,99999999.
       01  TABELA-ARQUIVOS.
           05 PIC X(016) VALUE "CLIENTES00102707".
           05 PIC X(016) VALUE "VENDEDOR02803903".
           05 PIC X(016) VALUE "PEDIDOS 04006914".
           05 PIC X(016) VALUE "TITULOS 07008716".
           05 PIC X(016) VALUE "PARAMETR08813000".
           05 PIC X(016) VALUE "PRODUTOS13114007".
           05 PIC X(016) VALUE "TABPRECO14114624".
           05 PIC X(016) VALUE "COMISTAB14715203".
           05 PIC X(016) VALUE "COMISSIM15315803".
           05 PIC X(016) VALUE "REBACORD15917811".
           05 PIC X(016) VALUE "CANALCOM17918204".
       01  FILLER REDEFINES TABELA-ARQUIVOS.
           05 TAB-ARQ OCCURS 011.
              10 TAB-ARQ-NOME                 PIC X(008).
              10 TAB-ARQ-INICIO               PIC 9(003).
              10 TAB-ARQ-FIM                  PIC 9(003).
              10 TAB-ARQ-TAM-CHAVE            PIC 9(002).
       01  TABELA-CAMPOS.
           05 PIC X(034) VALUE "CLI-CODIGO              000100790 ".
           05 PIC X(034) VALUE "CLI-CNPJ                000801490 ".
           05 PIC X(034) VALUE "CLI-RAZAO               0022040X0 ".
           05 PIC X(034) VALUE "CLI-LATITUDE            0062011C8 ".
           05 PIC X(034) VALUE "CLI-LONGITUDE           0073011C8 ".
           05 PIC X(034) VALUE "CLI-ON-VENDEDOR         008400390 ".
           05 PIC X(034) VALUE "CLI-DISTANCIA-VENDEDOR  008700590 ".
           05 PIC X(034) VALUE "CLI-LOGRADOURO          0092040X0 ".
           05 PIC X(034) VALUE "CLI-BAIRRO              0132020X0 ".
           05 PIC X(034) VALUE "CLI-CIDADE              0152030X0 ".
           05 PIC X(034) VALUE "CLI-UF                  0182002X0 ".
           05 PIC X(034) VALUE "CLI-CEP                 018400890 ".
           05 PIC X(034) VALUE "CLI-STATUS              0192001X0 ".
           05 PIC X(034) VALUE "CLI-REGIAO              019300390 ".
           05 PIC X(034) VALUE "CLI-PORTE               0196001X0 ".
           05 PIC X(034) VALUE "CLI-GEO-SUSPEITO        0197001X0 ".
           05 PIC X(034) VALUE "CLI-SIT-RECEITA         0198001X0 ".
           05 PIC X(034) VALUE "CLI-LIMITE-CREDITO      019901192S".
           05 PIC X(034) VALUE "CLI-DATA-CADASTRO       021000890 ".
           05 PIC X(034) VALUE "CLI-TIPO-PESSOA         0218001X0 ".
           05 PIC X(034) VALUE "CLI-EMPRESA             021900290 ".
           05 PIC X(034) VALUE "CLI-CPG-CODIGO          022100390 ".
           05 PIC X(034) VALUE "CLI-BLOQUEIO-PERDA      0224001X0 ".
           05 PIC X(034) VALUE "CLI-CLASSE-ABC          0225001X0 ".
           05 PIC X(034) VALUE "CLI-CLASSE-ANTERIOR     0226001X0 ".
           05 PIC X(034) VALUE "CLI-DATA-CLASSE         022700890 ".
           05 PIC X(034) VALUE "CLI-RESTRICAO-CREDITO   0235001X0 ".
           05 PIC X(034) VALUE "VEN-CODIGO              000100390 ".
           05 PIC X(034) VALUE "VEN-CPF                 000401190 ".
           05 PIC X(034) VALUE "VEN-NOME                0015040X0 ".
           05 PIC X(034) VALUE "VEN-LATITUDE            0055011C8 ".
           05 PIC X(034) VALUE "VEN-LONGITUDE           0066011C8 ".
           05 PIC X(034) VALUE "VEN-STATUS              0077001X0 ".
           05 PIC X(034) VALUE "VEN-MAX-CLIENTES        007800590 ".
           05 PIC X(034) VALUE "VEN-MAX-DISTANCIA       008300590 ".
           05 PIC X(034) VALUE "VEN-REGIAO              008800390 ".
           05 PIC X(034) VALUE "VEN-QTD-CLIENTES        009100590 ".
           05 PIC X(034) VALUE "VEN-SUPERVISOR          009600390 ".
           05 PIC X(034) VALUE "VEN-EMPRESA             009900290 ".
           05 PIC X(034) VALUE "PED-CLI-CODIGO          000100790 ".
           05 PIC X(034) VALUE "PED-NUMERO              000800790 ".
           05 PIC X(034) VALUE "PED-DATA                001500890 ".
           05 PIC X(034) VALUE "PED-VEN-CODIGO          002300390 ".
           05 PIC X(034) VALUE "PED-QTD-ITENS           002600590 ".
           05 PIC X(034) VALUE "PED-VALOR               003101192 ".
           05 PIC X(034) VALUE "PED-STATUS              0042001X0 ".
           05 PIC X(034) VALUE "PED-DATA-PREVISTA       004300890 ".
           05 PIC X(034) VALUE "PED-DATA-ENTREGA        005100890 ".
           05 PIC X(034) VALUE "PED-SIT-ENTREGA         0059001X0 ".
           05 PIC X(034) VALUE "PED-END-ENTREGA         006000390 ".
           05 PIC X(034) VALUE "PED-NUM-NF              006300990 ".
           05 PIC X(034) VALUE "PED-SIT-FISCAL          0072001X0 ".
           05 PIC X(034) VALUE "PED-EMPRESA             007300290 ".
           05 PIC X(034) VALUE "PED-CPG-CODIGO          007500390 ".
           05 PIC X(034) VALUE "PED-VALOR-ICMS          007801192 ".
           05 PIC X(034) VALUE "PED-VALOR-IPI           008901192 ".
           05 PIC X(034) VALUE "PED-VALOR-PIS           010001192 ".
           05 PIC X(034) VALUE "PED-VALOR-COFINS        011101192 ".
           05 PIC X(034) VALUE "PED-FRETE-ESTIMADO      012200992 ".
           05 PIC X(034) VALUE "PED-TRA-CODIGO          013100390 ".
           05 PIC X(034) VALUE "PED-ROMANEIO            013400790 ".
           05 PIC X(034) VALUE "PED-VOLUMES             014100490 ".
           05 PIC X(034) VALUE "PED-ORIGEM              0145001X0 ".
           05 PIC X(034) VALUE "PED-SIT-LOJA            0146001X0 ".
           05 PIC X(034) VALUE "PED-MOT-CANCEL          014700390 ".
           05 PIC X(034) VALUE "PED-DATA-CANCEL         015000890 ".
           05 PIC X(034) VALUE "PED-OPER-CANCEL         0158010X0 ".
           05 PIC X(034) VALUE "PED-DATA-LIBERACAO      016800890 ".
           05 PIC X(034) VALUE "PED-DATA-NF             017600890 ".
           05 PIC X(034) VALUE "TIT-CLI-CODIGO          000100790 ".
           05 PIC X(034) VALUE "TIT-PED-NUMERO          000800790 ".
           05 PIC X(034) VALUE "TIT-PARCELA             001500290 ".
           05 PIC X(034) VALUE "TIT-DATA-EMISSAO        001700890 ".
           05 PIC X(034) VALUE "TIT-DATA-VENCIMENTO     002500890 ".
           05 PIC X(034) VALUE "TIT-VALOR               003301192 ".
           05 PIC X(034) VALUE "TIT-DATA-PAGAMENTO      004400890 ".
           05 PIC X(034) VALUE "TIT-VALOR-PAGO          005201192 ".
           05 PIC X(034) VALUE "TIT-STATUS              0063001X0 ".
           05 PIC X(034) VALUE "TIT-QTD-PARCELAS        006400290 ".
           05 PIC X(034) VALUE "TIT-CPG-CODIGO          006600390 ".
           05 PIC X(034) VALUE "TIT-MULTA-PAGA          006901192 ".
           05 PIC X(034) VALUE "TIT-JUROS-PAGOS         008001192 ".
           05 PIC X(034) VALUE "TIT-QTD-BAIXAS          009100390 ".
           05 PIC X(034) VALUE "TIT-NUM-REMESSA         009400590 ".
           05 PIC X(034) VALUE "TIT-ESTAGIO-COBR        009900190 ".
           05 PIC X(034) VALUE "TIT-DATA-COBR           010000890 ".
           05 PIC X(034) VALUE "TIT-DATA-PERDA          010800890 ".
           05 PIC X(034) VALUE "PAR-LINHAS-PAGINA       000100390S".
           05 PIC X(034) VALUE "PAR-DIST-MAXIMA         000400590S".
           05 PIC X(034) VALUE "PAR-DELIMITADOR-IMPORT  0009001X0S".
           05 PIC X(034) VALUE "PAR-PERC-COMISSAO       001000492S".
           05 PIC X(034) VALUE "PAR-DIAS-VISITA         001400390S".
           05 PIC X(034) VALUE "PAR-PESO-PORTE-P        001700390S".
           05 PIC X(034) VALUE "PAR-PESO-PORTE-M        002000390S".
           05 PIC X(034) VALUE "PAR-PESO-PORTE-G        002300390S".
           05 PIC X(034) VALUE "PAR-PESO-SC-DISTANCIA   002600390S".
           05 PIC X(034) VALUE "PAR-PESO-SC-CARGA       002900390S".
           05 PIC X(034) VALUE "PAR-PESO-SC-REGIAO      003200390S".
           05 PIC X(034) VALUE "PAR-INTERVALO-CHECKPOINT003500590S".
           05 PIC X(034) VALUE "PAR-RUNS-RETIDOS        004000390S".
           05 PIC X(034) VALUE "PAR-DIAS-RET-LOG        004300390S".
           05 PIC X(034) VALUE "PAR-DIAS-SENHA          004600390S".
           05 PIC X(034) VALUE "PAR-DIAS-VENCTO         004900390S".
           05 PIC X(034) VALUE "PAR-VALOR-ALCADA        005201192S".
           05 PIC X(034) VALUE "PAR-DIAS-ENTREGA        006300390S".
           05 PIC X(034) VALUE "PAR-DIAS-CHURN-PED      006600390S".
           05 PIC X(034) VALUE "PAR-DIAS-CHURN-VIS      006900390S".
           05 PIC X(034) VALUE "PAR-DIAS-LGPD           007200490S".
           05 PIC X(034) VALUE "PAR-MESES-ARQUIVO       007600390S".
           05 PIC X(034) VALUE "PAR-DESC-MAX-ADMIN      007900492S".
           05 PIC X(034) VALUE "PAR-DESC-MAX-OPER       008300492S".
           05 PIC X(034) VALUE "PAR-PERC-MULTA          008700492S".
           05 PIC X(034) VALUE "PAR-JUROS-DIA           009100594S".
           05 PIC X(034) VALUE "PAR-DIAS-COBR-1         009600390S".
           05 PIC X(034) VALUE "PAR-DIAS-COBR-2         009900390S".
           05 PIC X(034) VALUE "PAR-DIAS-COBR-3         010200390S".
           05 PIC X(034) VALUE "PAR-MODO-COMISSAO       0105001X0S".
           05 PIC X(034) VALUE "PAR-DIAS-VISITA-A       010600390S".
           05 PIC X(034) VALUE "PAR-DIAS-VISITA-B       010900390S".
           05 PIC X(034) VALUE "PAR-DIAS-VISITA-C       011200390S".
           05 PIC X(034) VALUE "PAR-PERC-CLASSE-A       011500390S".
           05 PIC X(034) VALUE "PAR-PERC-CLASSE-B       011800390S".
           05 PIC X(034) VALUE "PAR-VALOR-KM            012100694S".
           05 PIC X(034) VALUE "PAR-PERC-TOL-KM         012700390S".
           05 PIC X(034) VALUE "PAR-RAIO-CHECKIN        013000390S".
           05 PIC X(034) VALUE "PAR-SLA-ENTREGA         013300390S".
           05 PIC X(034) VALUE "PAR-SLA-PRECO           013600390S".
           05 PIC X(034) VALUE "PAR-SLA-AVARIA          013900390S".
           05 PIC X(034) VALUE "PAR-SLA-OUTROS          014200390S".
           05 PIC X(034) VALUE "PAR-DIAS-REV-CREDITO    014500390S".
           05 PIC X(034) VALUE "PRO-CODIGO              000100790 ".
           05 PIC X(034) VALUE "PRO-DESCRICAO           0008030X0 ".
           05 PIC X(034) VALUE "PRO-UNIDADE             0038003X0 ".
           05 PIC X(034) VALUE "PRO-PRECO-LISTA         004100992S".
           05 PIC X(034) VALUE "PRO-STATUS              0050001X0 ".
           05 PIC X(034) VALUE "PRO-CLASSE-FISCAL       0051008X0 ".
           05 PIC X(034) VALUE "PRO-LINHA               005900390 ".
           05 PIC X(034) VALUE "PRO-PESO-BRUTO          006200893 ".
           05 PIC X(034) VALUE "PRO-PRAZO-REPOSICAO     007000390 ".
           05 PIC X(034) VALUE "PRO-ESTOQUE-MINIMO      007300790 ".
           05 PIC X(034) VALUE "TPR-PRO-CODIGO          000100790S".
           05 PIC X(034) VALUE "TPR-TIPO                0008001X0S".
           05 PIC X(034) VALUE "TPR-REFERENCIA          0009008X0S".
           05 PIC X(034) VALUE "TPR-DATA-INICIO         001700890S".
           05 PIC X(034) VALUE "TPR-DATA-FIM            002500890S".
           05 PIC X(034) VALUE "TPR-PRECO               003300992S".
           05 PIC X(034) VALUE "CTB-SEQUENCIA           000100390S".
           05 PIC X(034) VALUE "CTB-VEN-CODIGO          000400390S".
           05 PIC X(034) VALUE "CTB-PORTE               0007001X0S".
           05 PIC X(034) VALUE "CTB-VALOR-INICIAL       000801392S".
           05 PIC X(034) VALUE "CTB-VALOR-FINAL         002101392S".
           05 PIC X(034) VALUE "CTB-PERCENTUAL          003400492S".
           05 PIC X(034) VALUE "CSM-SEQUENCIA           000100390S".
           05 PIC X(034) VALUE "CSM-VEN-CODIGO          000400390S".
           05 PIC X(034) VALUE "CSM-PORTE               0007001X0S".
           05 PIC X(034) VALUE "CSM-VALOR-INICIAL       000801392S".
           05 PIC X(034) VALUE "CSM-VALOR-FINAL         002101392S".
           05 PIC X(034) VALUE "CSM-PERCENTUAL          003400492S".
           05 PIC X(034) VALUE "RBA-ANO                 000100290 ".
           05 PIC X(034) VALUE "RBA-TIPO                0003001X0 ".
           05 PIC X(034) VALUE "RBA-CODIGO              000400890 ".
           05 PIC X(034) VALUE "RBA-CLI-DESTINO         001200790 ".
           05 PIC X(034) VALUE "RBA-FORMA               0019001X0 ".
           05 PIC X(034) VALUE "RBA-FAI-VOLUME(1)       002001392S".
           05 PIC X(034) VALUE "RBA-FAI-PERCENTUAL(1)   003300492S".
           05 PIC X(034) VALUE "RBA-FAI-VOLUME(2)       003701392S".
           05 PIC X(034) VALUE "RBA-FAI-PERCENTUAL(2)   005000492S".
           05 PIC X(034) VALUE "RBA-FAI-VOLUME(3)       005401392S".
           05 PIC X(034) VALUE "RBA-FAI-PERCENTUAL(3)   006700492S".
           05 PIC X(034) VALUE "RBA-FAI-VOLUME(4)       007101392S".
           05 PIC X(034) VALUE "RBA-FAI-PERCENTUAL(4)   008400492S".
           05 PIC X(034) VALUE "RBA-FAI-VOLUME(5)       008801392S".
           05 PIC X(034) VALUE "RBA-FAI-PERCENTUAL(5)   010100492S".
           05 PIC X(034) VALUE "RBA-STATUS              0105001X0 ".
           05 PIC X(034) VALUE "RBA-DATA-LIQUIDACAO     010600890 ".
           05 PIC X(034) VALUE "RBA-VALOR-CREDITADO     011401392S".
           05 PIC X(034) VALUE "RBA-VALOR-A-PAGAR       012701392S".
           05 PIC X(034) VALUE "RBA-OPER-LIQUIDACAO     0140010X0 ".
           05 PIC X(034) VALUE "CCN-CANAL               0001001X0S".
           05 PIC X(034) VALUE "CCN-VEN-CODIGO          000200390S".
           05 PIC X(034) VALUE "CCN-TIPO                0005001X0S".
           05 PIC X(034) VALUE "CCN-PERCENTUAL          000600592S".
       01  FILLER REDEFINES TABELA-CAMPOS.
           05 TAB-CPO OCCURS 182.
              10 TAB-CPO-NOME                 PIC X(024).
              10 TAB-CPO-OFFSET               PIC 9(004).
              10 TAB-CPO-TAMANHO              PIC 9(003).
              10 TAB-CPO-TIPO                 PIC X(001).
              10 TAB-CPO-DECIMAIS             PIC 9(001).
              10 TAB-CPO-SENSIVEL             PIC X(001).
       LINKAGE SECTION.
       01 LIN-AUDITORIA.
          05 LK-AUD-ARQUIVO                              PIC X(008).
          05 LK-AUD-OPERACAO                             PIC X(001).
          05 LK-AUD-OPERADOR                             PIC X(010).
          05 LK-AUD-PROGRAMA                             PIC X(008).
          05 LK-AUD-ANTES                                PIC X(500).
          05 LK-AUD-DEPOIS                               PIC X(500).
       PROCEDURE DIVISION USING LIN-AUDITORIA.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               MOVE "N"                   TO WS-ACHOU-ARQ
               PERFORM VARYING WS-IND-ARQ FROM 1 BY 1
                       UNTIL WS-IND-ARQ > 011
                          OR WS-ACHOU-ARQ EQUAL "S"
                  IF TAB-ARQ-NOME(WS-IND-ARQ) EQUAL LK-AUD-ARQUIVO
                     MOVE "S"             TO WS-ACHOU-ARQ
                  END-IF
               END-PERFORM
               IF  WS-ACHOU-ARQ NOT EQUAL "S"
                   GOBACK
           END-IF
               SUBTRACT 1                 FROM WS-IND-ARQ
               OPEN EXTEND ALTERCPO
               IF STAT-ALTERCPO EQUAL "35"
                  OPEN OUTPUT ALTERCPO
               END-IF
               IF  STAT-ALTERCPO NOT EQUAL "00"
                   GOBACK
           END-IF.

       2000-PROCESSA.

           INITIALIZE RG-ALTERCPO
           MOVE LK-AUD-ARQUIVO            TO ACP-ARQUIVO
           MOVE SPACES                    TO ACP-CHAVE
           IF TAB-ARQ-TAM-CHAVE(WS-IND-ARQ) NOT EQUAL ZEROS
              IF LK-AUD-OPERACAO EQUAL "E"
                 MOVE LK-AUD-ANTES(1:TAB-ARQ-TAM-CHAVE(WS-IND-ARQ))
                                          TO ACP-CHAVE
              ELSE
                 MOVE LK-AUD-DEPOIS(1:TAB-ARQ-TAM-CHAVE(WS-IND-ARQ))
                                          TO ACP-CHAVE
              END-IF
           END-IF
           MOVE LK-AUD-OPERACAO           TO ACP-OPERACAO
           ACCEPT ACP-DATA                FROM DATE
           ACCEPT WS-HORA                 FROM TIME
           MOVE WS-HORA(1:6)              TO ACP-HORA
           MOVE LK-AUD-OPERADOR           TO ACP-OPERADOR
           MOVE LK-AUD-PROGRAMA           TO ACP-PROGRAMA

           PERFORM VARYING WS-IND-CPO
                   FROM TAB-ARQ-INICIO(WS-IND-ARQ) BY 1
                   UNTIL WS-IND-CPO > TAB-ARQ-FIM(WS-IND-ARQ)
              PERFORM 2001-COMPARA-CAMPO
           END-PERFORM.

       2001-COMPARA-CAMPO.

           MOVE TAB-CPO-OFFSET(WS-IND-CPO)   TO WS-OFFSET
           MOVE TAB-CPO-TAMANHO(WS-IND-CPO)  TO WS-TAMANHO
           IF LK-AUD-OPERACAO EQUAL "A"
              AND LK-AUD-ANTES(WS-OFFSET:WS-TAMANHO) EQUAL
                  LK-AUD-DEPOIS(WS-OFFSET:WS-TAMANHO)
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES                    TO ACP-VALOR-ANTES
           MOVE SPACES                    TO ACP-VALOR-DEPOIS
           IF LK-AUD-OPERACAO NOT EQUAL "I"
              MOVE LK-AUD-ANTES(WS-OFFSET:WS-TAMANHO)
                                          TO WS-VALOR-BRUTO
              PERFORM 2002-FORMATA-VALOR
              IF LK-AUD-OPERACAO EQUAL "E"
                 AND WS-VAZIO EQUAL "S"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-VALOR-FORMATADO     TO ACP-VALOR-ANTES
           END-IF
           IF LK-AUD-OPERACAO NOT EQUAL "E"
              MOVE LK-AUD-DEPOIS(WS-OFFSET:WS-TAMANHO)
                                          TO WS-VALOR-BRUTO
              PERFORM 2002-FORMATA-VALOR
              IF LK-AUD-OPERACAO EQUAL "I"
                 AND WS-VAZIO EQUAL "S"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-VALOR-FORMATADO     TO ACP-VALOR-DEPOIS
           END-IF

           MOVE TAB-CPO-NOME(WS-IND-CPO)     TO ACP-CAMPO
           MOVE TAB-CPO-SENSIVEL(WS-IND-CPO) TO ACP-SENSIVEL
           WRITE RG-ALTERCPO.

       2002-FORMATA-VALOR.

           MOVE SPACES                    TO WS-VALOR-FORMATADO
           MOVE "N"                       TO WS-VAZIO
           MOVE WS-TAMANHO                TO WS-TAM-EXIBE
           IF WS-TAM-EXIBE GREATER THAN 40
              MOVE 40                     TO WS-TAM-EXIBE
           END-IF
           IF WS-VALOR-BRUTO(1:WS-TAM-EXIBE) EQUAL SPACES
              OR WS-VALOR-BRUTO(1:WS-TAM-EXIBE) EQUAL
                 WS-ZEROS(1:WS-TAM-EXIBE)
              MOVE "S"                    TO WS-VAZIO
           END-IF

           EVALUATE TAB-CPO-TIPO(WS-IND-CPO)
               WHEN "C"
                    MOVE WS-VALOR-BRUTO(1:11) TO WS-COORD-X
                    IF WS-COORD NUMERIC
                       MOVE WS-COORD      TO WS-COORD-ED
                       MOVE WS-COORD-ED   TO WS-VALOR-FORMATADO
                       IF WS-COORD EQUAL ZEROS
                          MOVE "S"        TO WS-VAZIO
                       END-IF
                    ELSE
                       MOVE WS-VALOR-BRUTO(1:11)
                                          TO WS-VALOR-FORMATADO
                    END-IF
               WHEN "9"
                    IF WS-VALOR-BRUTO(1:WS-TAM-EXIBE) NOT NUMERIC
                       MOVE WS-VALOR-BRUTO(1:WS-TAM-EXIBE)
                                          TO WS-VALOR-FORMATADO
                    ELSE
                       PERFORM 2003-FORMATA-NUMERO
                    END-IF
               WHEN OTHER
                    MOVE WS-VALOR-BRUTO(1:WS-TAM-EXIBE)
                                          TO WS-VALOR-FORMATADO
           END-EVALUATE.

       2003-FORMATA-NUMERO.

           COMPUTE WS-TAM-INTEIRO =
                   WS-TAM-EXIBE - TAB-CPO-DECIMAIS(WS-IND-CPO)
           MOVE 1                         TO WS-POSICAO
           PERFORM UNTIL WS-POSICAO NOT LESS THAN WS-TAM-INTEIRO
                      OR WS-VALOR-BRUTO(WS-POSICAO:1) NOT EQUAL "0"
              ADD 1                       TO WS-POSICAO
           END-PERFORM
           IF TAB-CPO-DECIMAIS(WS-IND-CPO) EQUAL ZEROS
              MOVE WS-VALOR-BRUTO(WS-POSICAO:
                   WS-TAM-INTEIRO - WS-POSICAO + 1)
                                          TO WS-VALOR-FORMATADO
           ELSE
              STRING WS-VALOR-BRUTO(WS-POSICAO:
                     WS-TAM-INTEIRO - WS-POSICAO + 1)
                                          DELIMITED BY SIZE
                     ","                  DELIMITED BY SIZE
                     WS-VALOR-BRUTO(WS-TAM-INTEIRO + 1:
                     TAB-CPO-DECIMAIS(WS-IND-CPO))
                                          DELIMITED BY SIZE
                  INTO WS-VALOR-FORMATADO
              END-STRING
           END-IF.

       3000-FINALIZA.

           CLOSE ALTERCPO
           GOBACK.
