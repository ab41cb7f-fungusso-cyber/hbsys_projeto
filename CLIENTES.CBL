       COPY "ENDERENT.SL".
       COPY "VENDEDOR.SL".
       COPY "ALTERLOG.SL".
       COPY "CONDPAG.SL".
           SELECT LOTETRAV ASSIGN TO "LOTETRAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-LOTETRAV.
       COPY "ENDERENT.FD".
       COPY "VENDEDOR.FD".
       COPY "ALTERLOG.FD".
       COPY "CONDPAG.FD".
       FD  LOTETRAV
           LABEL RECORD IS STANDARD.
       01  RG-LOTETRAV.
       01  STAT-LOTETRAV                        PIC XX    VALUE SPACES.
       01  STAT-VENDEDOR                        PIC XX    VALUE SPACES.
       01  WS-VENDEDOR-ATIVO                    PIC X     VALUE "N".
       01  STAT-CONDPAG                         PIC XX    VALUE SPACES.
       01  WS-CONDPAG-ATIVO                     PIC X     VALUE "N".
       01  WS-VEN-ANTERIOR                      PIC 9(003) VALUE ZEROS.
       01  WS-AJUSTE-VENDEDOR                   PIC 9(003) VALUE ZEROS.
       01  WS-AJUSTE-DELTA                      PIC S9(001) VALUE ZEROS.
       01  WS-LEN-FILTRO                         PIC 9(002) VALUE ZEROS.
       01  WS-COD-ATUAL                          PIC 9(007) VALUE ZEROS.
       01  WS-ACHOU-CNPJ-DUPL                    PIC X     VALUE SPACES.
       01  WS-SAVE-REGISTRO                     PIC X(300) VALUE SPACES.
       01  WS-LIG-AUDITA.
           05 WS-AUD-ARQUIVO                     PIC X(008).
           05 WS-AUD-OPERACAO                    PIC X(001).
           05 WS-AUD-OPERADOR                    PIC X(010).
           05 WS-AUD-PROGRAMA                    PIC X(008).
           05 WS-AUD-ANTES                       PIC X(500).
           05 WS-AUD-DEPOIS                      PIC X(500).
       01  WS-GEO-ENDERECO.
           05 WS-GEO-CEP                         PIC 9(008).
       01  WS-GEO-COORDENADAS.
           05 WS-PAR-DELIMITADOR           PIC X(001).
       01  WS-LIG-EMPRESA.
           05 WS-EMPRESA-ATUAL             PIC 9(002).
       01  WS-LIG-ESCOPO.
           05 WS-ESC-VEN-CODIGO            PIC 9(003).
           05 WS-ESC-REGISTRA              PIC X(001).
           05 WS-ESC-PROGRAMA              PIC X(010)
                                           VALUE "CADCLIENTE".
           05 WS-ESC-CHAVE                 PIC X(015).
           05 WS-ESC-RESTRITO              PIC X(001).
           05 WS-ESC-PERMITIDO             PIC X(001).
           05 WS-ESC-OPERADOR              PIC X(010).
       01  WS-FORA-ESCOPO                  PIC X(001) VALUE "N".
       LINKAGE SECTION.
       01  LK-IMPORTA-RETORNO             PIC X(030).
       01  LK-OPERADOR                    PIC X(010).
           IF STAT-MUNICIP EQUAL "00"
              MOVE "S"             TO WS-MUNICIP-ATIVO
           END-IF
           MOVE "N"                TO WS-CONDPAG-ATIVO
           OPEN INPUT CONDPAG
           IF STAT-CONDPAG EQUAL "00"
              MOVE "S"             TO WS-CONDPAG-ATIVO
           END-IF
           CALL "LEEMPRES" USING WS-LIG-EMPRESA
           DISPLAY STANDARD GRAPHICAL WINDOW LINES 23 SIZE 80
           TITLE "Manutenção de Clientes"
            CLOSE ENDERENT
            IF WS-VENDEDOR-ATIVO EQUAL "S"
               CLOSE VENDEDOR
            END-IF
            IF WS-CONDPAG-ATIVO EQUAL "S"
               CLOSE CONDPAG
            END-IF.
            GOBACK.
                   
               WHEN WRITE-KEY

                              PERFORM 4001-VALIDA-CLIENTE
                              IF WS-FORA-ESCOPO NOT EQUAL "S"
                                 PERFORM 4005-VALIDA-CAMPOS
                                 PERFORM 4013-VERIFICA-CNPJ-DUPLICADO
                                 PERFORM 4002-GRAVAR
                              END-IF
               WHEN UP-KEY

                              PERFORM 4001-VALIDA-CLIENTE
                              IF WS-FORA-ESCOPO NOT EQUAL "S"
                                 PERFORM 4005-VALIDA-CAMPOS
                                 PERFORM 4013-VERIFICA-CNPJ-DUPLICADO
                                 PERFORM 4003-REGRAVAR
                              END-IF
                WHEN DEL-KEY
                              
                              PERFORM 4001-VALIDA-CLIENTE
                              IF WS-FORA-ESCOPO NOT EQUAL "S"
                                 PERFORM 4004-DELETAR
                              END-IF
                WHEN IMP-KEY

                              PERFORM 4007-IMPORTA-DADOS
       4001-VALIDA-CLIENTE.
           MOVE SPACES     TO WS-CAMPOS-OK
           MOVE T-CODIGO   TO CLI-CODIGO
           MOVE SPACES     TO WS-AUD-ANTES
           MOVE "N"        TO WS-FORA-ESCOPO
           READ CLIENTES
           IF STAT-CLIENTES EQUAL "00"
              MOVE "S"         TO WS-ESC-REGISTRA
              PERFORM 4019-VERIFICA-ESCOPO
              IF WS-FORA-ESCOPO EQUAL "S"
                 MOVE "N"      TO WS-CAMPOS-OK
                 DISPLAY MESSAGE BOX
                 "CLIENTE FORA DO ESCOPO DO OPERADOR !"
                 PERFORM 4006-LIMPA-TELA
                 EXIT PARAGRAPH
              END-IF
              MOVE RG-CLIENTES TO WS-AUD-ANTES
              PERFORM 4001-CARREGA-TELA
              PERFORM 4001-ON-BOTAO-UP-DEL
              PERFORM 4001-OFF-BOTAO-INC
          MOVE CLI-REGIAO        TO    T-REGIAO
          MOVE CLI-PORTE         TO    T-PORTE
          MOVE CLI-LIMITE-CREDITO TO   T-LIMITE-CREDITO
          IF CLI-CPG-CODIGO NUMERIC
             MOVE CLI-CPG-CODIGO TO    T-CPG-CODIGO
          ELSE
             MOVE ZEROS          TO    T-CPG-CODIGO
          END-IF
          IF CLI-GEO-DUVIDOSO
             DISPLAY MESSAGE BOX
             "ATENCAO: DADOS GEOGRAFICOS SUSPEITOS NESTE CLIENTE !"
                "PORTE DEVE SER P, M OU G !"
                ACCEPT T-PORTE AT LINE 17, COL 70
             END-IF.
             IF T-CPG-CODIGO NOT EQUAL ZEROS
                AND WS-CONDPAG-ATIVO EQUAL "S"
                MOVE T-CPG-CODIGO   TO CPG-CODIGO
                READ CONDPAG
                IF STAT-CONDPAG NOT EQUAL "00"
                   MOVE "N"         TO WS-CAMPOS-OK
                   DISPLAY MESSAGE BOX
                   "CONDICAO DE PAGAMENTO NAO CADASTRADA !"
                   ACCEPT T-CPG-CODIGO AT LINE 20, COL 47
                END-IF
             END-IF.
           
       4022-VALIDA-MUNICIPIO.

             "CLIENTE NAO CADASTRADO !"
             EXIT PARAGRAPH
          END-IF
          MOVE "S"               TO WS-ESC-REGISTRA
          PERFORM 4019-VERIFICA-ESCOPO
          IF WS-FORA-ESCOPO EQUAL "S"
             DISPLAY MESSAGE BOX
             "CLIENTE FORA DO ESCOPO DO OPERADOR !"
             EXIT PARAGRAPH
          END-IF

          MOVE SPACES            TO WS-SAI-CONTATO
          PERFORM 4035-LIMPA-CONTATO
             "CLIENTE NAO CADASTRADO !"
             EXIT PARAGRAPH
          END-IF
          MOVE "S"               TO WS-ESC-REGISTRA
          PERFORM 4019-VERIFICA-ESCOPO
          IF WS-FORA-ESCOPO EQUAL "S"
             DISPLAY MESSAGE BOX
             "CLIENTE FORA DO ESCOPO DO OPERADOR !"
             EXIT PARAGRAPH
          END-IF

          PERFORM 4065-LIMPA-ENDERECO
          MOVE T-CODIGO          TO T-END-CLIENTE
          IF STAT-VENDEDOR NOT EQUAL "00"
             EXIT PARAGRAPH
          END-IF
          MOVE RG-VENDEDOR            TO WS-AUD-ANTES
          IF WS-AJUSTE-DELTA LESS THAN ZEROS
             IF VEN-QTD-CLIENTES GREATER THAN ZEROS
                SUBTRACT 1            FROM VEN-QTD-CLIENTES
          ELSE
             ADD 1                    TO VEN-QTD-CLIENTES
          END-IF
          REWRITE RG-VENDEDOR
          IF STAT-VENDEDOR EQUAL "00"
             MOVE "VENDEDOR"          TO WS-AUD-ARQUIVO
             MOVE "A"                 TO WS-AUD-OPERACAO
             MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
             MOVE "CLIENTES"          TO WS-AUD-PROGRAMA
             MOVE RG-VENDEDOR         TO WS-AUD-DEPOIS
             CALL "GRAVAUD" USING WS-LIG-AUDITA
          END-IF.

       4040-GRAVA-ALTERLOG.

          MOVE "CLIENTES"        TO WS-AUD-ARQUIVO
          MOVE WS-ALT-OPERACAO   TO WS-AUD-OPERACAO
          IF WS-ALT-OPERACAO EQUAL "E"
             MOVE "A"            TO WS-AUD-OPERACAO
          END-IF
          MOVE LK-OPERADOR       TO WS-AUD-OPERADOR
          MOVE "CLIENTES"        TO WS-AUD-PROGRAMA
          MOVE RG-CLIENTES       TO WS-AUD-DEPOIS
          CALL "GRAVAUD" USING WS-LIG-AUDITA
          MOVE RG-CLIENTES       TO WS-AUD-ANTES

          OPEN EXTEND ALTERLOG
          IF STAT-ALTERLOG NOT EQUAL "00"
             EXIT PARAGRAPH
          END-IF
          IF CLI-STATUS EQUAL "I"
             MOVE "N"               TO WS-ACHOU
          END-IF
          IF WS-ACHOU EQUAL "S"
             MOVE "N"               TO WS-ESC-REGISTRA
             PERFORM 4019-VERIFICA-ESCOPO
             IF WS-FORA-ESCOPO EQUAL "S"
                MOVE "N"            TO WS-ACHOU
             END-IF
          END-IF.

       4019-VERIFICA-ESCOPO.

          MOVE CLI-ON-VENDEDOR       TO WS-ESC-VEN-CODIGO
          MOVE CLI-CODIGO            TO WS-ESC-CHAVE
          CALL "VERESCOP" USING WS-LIG-ESCOPO
          IF WS-ESC-PERMITIDO EQUAL "S"
             MOVE "N"                TO WS-FORA-ESCOPO
          ELSE
             MOVE "S"                TO WS-FORA-ESCOPO
          END-IF.

       4013-VERIFICA-CNPJ-DUPLICADO.
          MOVE T-REGIAO           TO CLI-REGIAO
          MOVE T-PORTE            TO CLI-PORTE
          MOVE T-LIMITE-CREDITO   TO CLI-LIMITE-CREDITO
          MOVE T-CPG-CODIGO       TO CLI-CPG-CODIGO
          MOVE T-TIPO-PESSOA      TO CLI-TIPO-PESSOA.

       4015-GEOCODIFICA-ENDERECO.
