       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEOEXP.
       AUTHOR. GERSON GUSSO.
       DATE-WRITTEN. OUT-2026.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES.SL".
           COPY "VENDEDOR.SL".
           COPY "EXCECAO.SL".
           COPY "MAPAKML.SL".
           COPY "MAPAJSON.SL".

           DATA DIVISION.
           FILE SECTION.
           COPY "CLIENTES.FD".
           COPY "VENDEDOR.FD".
           COPY "EXCECAO.FD".
           COPY "MAPAKML.FD".
           COPY "MAPAJSON.FD".

       WORKING-STORAGE SECTION.
       01  STAT-CLIENTES                      PIC XX.
       01  STAT-VENDEDOR                      PIC XX.
       01  STAT-EXCECAO                       PIC XX.
       01  STAT-MAPAKML                       PIC XX.
       01  STAT-MAPAJSON                      PIC XX.
           01  WS-EOF                        PIC X         VALUE SPACES.
       01  WS-GERA-KML                        PIC X      VALUE "N".
       01  WS-GERA-JSON                       PIC X      VALUE "N".
       01  WS-PRIMEIRA-FEICAO                 PIC X      VALUE "S".
       01  WS-SEPARADOR                       PIC X      VALUE SPACES.
       01  WS-LINHA                           PIC X(200) VALUE SPACES.
       01  WS-FILTRA-VENDEDOR                 PIC X      VALUE "N".
       01  WS-DUVIDOSO                        PIC X      VALUE "N".
       01  WS-SEM-VENDEDOR                    PIC X      VALUE "N".
       01  WS-ESTILO                          PIC X(003) VALUE SPACES.
       01  WS-SIMBOLO                         PIC X(010) VALUE SPACES.
       01  WS-ALERTA                          PIC X(060) VALUE SPACES.
       01  WS-NOME-CLI                        PIC X(040) VALUE SPACES.
       01  WS-NOME-VEN                        PIC X(040) VALUE SPACES.
       01  WS-TEXTO                           PIC X(040) VALUE SPACES.
       01  WS-IND-TXT                         PIC 9(002) VALUE ZEROS.

       01  TABELA-VEN-SELECIONADO.
           05 TAB-VEN-SEL OCCURS 999          PIC X(001).

       01  WS-MAX-EXC                         PIC 9(006) VALUE 100000.
       01  WS-QTD-EXC                         PIC 9(006) VALUE ZEROS.
       01  TABELA-SEM-VENDEDOR OCCURS 0 TO 100000
                      DEPENDING ON  WS-QTD-EXC
                                  ASCENDING TAB-EXC-CLIENTE
                                  INDEXED BY WS-IND-EXC.
               05  TAB-EXC-CLIENTE            PIC 9(007).

       01  TABELA-CORES.
           05 PIC X(024) VALUE "4b19e6e6194b4bb43c3cb44b".
           05 PIC X(024) VALUE "d863434363d83182f5f58231".
           05 PIC X(024) VALUE "b41e91911eb4f4d44242d4f4".
           05 PIC X(024) VALUE "e632f0f032e645efbfbfef45".
           05 PIC X(024) VALUE "90994646999024639a9a6324".
           05 PIC X(024) VALUE "000080800000750000000075".
           05 PIC X(012) VALUE "a9a9a9a9a9a9".
       01  FILLER REDEFINES TABELA-CORES.
           05 TAB-COR OCCURS 13.
              10 TAB-COR-KML                  PIC X(006).
              10 TAB-COR-HEX                  PIC X(006).
       01  WS-IND-COR                         PIC 9(002) VALUE ZEROS.
       01  WS-COR-SEM-VENDEDOR                PIC 9(002) VALUE 13.
       01  WS-QUOC                            PIC 9(003) VALUE ZEROS.
       01  WS-RESTO                           PIC 9(002) VALUE ZEROS.

       01  TABELA-TRIG.
           05 PIC X(032) VALUE "+0000000+1000000+0173648+0984808".
           05 PIC X(032) VALUE "+0342020+0939693+0500000+0866025".
           05 PIC X(032) VALUE "+0642788+0766044+0766044+0642788".
           05 PIC X(032) VALUE "+0866025+0500000+0939693+0342020".
           05 PIC X(032) VALUE "+0984808+0173648+1000000+0000000".
           05 PIC X(032) VALUE "+0984808-0173648+0939693-0342020".
           05 PIC X(032) VALUE "+0866025-0500000+0766044-0642788".
           05 PIC X(032) VALUE "+0642788-0766044+0500000-0866025".
           05 PIC X(032) VALUE "+0342020-0939693+0173648-0984808".
           05 PIC X(032) VALUE "+0000000-1000000-0173648-0984808".
           05 PIC X(032) VALUE "-0342020-0939693-0500000-0866025".
           05 PIC X(032) VALUE "-0642788-0766044-0766044-0642788".
           05 PIC X(032) VALUE "-0866025-0500000-0939693-0342020".
           05 PIC X(032) VALUE "-0984808-0173648-1000000+0000000".
           05 PIC X(032) VALUE "-0984808+0173648-0939693+0342020".
           05 PIC X(032) VALUE "-0866025+0500000-0766044+0642788".
           05 PIC X(032) VALUE "-0642788+0766044-0500000+0866025".
           05 PIC X(032) VALUE "-0342020+0939693-0173648+0984808".
       01  FILLER REDEFINES TABELA-TRIG.
           05 TAB-TRIG OCCURS 36.
              10 TAB-SEN-SINAL                PIC X(001).
              10 TAB-SEN-VALOR                PIC 9V9(006).
              10 TAB-COS-SINAL                PIC X(001).
              10 TAB-COS-VALOR                PIC 9V9(006).
       01  WS-IND-ANG                         PIC 9(002) VALUE ZEROS.
       01  WS-IND-TRIG                        PIC 9(002) VALUE ZEROS.
       01  WS-SENO                            PIC S9V9(006) VALUE ZEROS.
       01  WS-COSSENO                         PIC S9V9(006) VALUE ZEROS.
       01  WS-RAD                             PIC S9V9(008) VALUE ZEROS.
       01  WS-COS-LAT                         PIC S9V9(008) VALUE ZEROS.
       01  WS-RAIO-KM                         PIC 9(005) VALUE ZEROS.
       01  WS-RAIO-MAXIMO                     PIC 9(005) VALUE 2000.
       01  WS-RAIO-LAT                        PIC S9(003)V9(008)
                                                         VALUE ZEROS.
       01  WS-RAIO-LON                        PIC S9(003)V9(008)
                                                         VALUE ZEROS.
       01  WS-PT-LAT                          PIC S9(003)V9(008)
                                                         VALUE ZEROS.
       01  WS-PT-LON                          PIC S9(003)V9(008)
                                                         VALUE ZEROS.
       01  WS-ED-RAIO                         PIC ZZZZ9.

       01  WS-COORD                           PIC S9(003)V9(008)
                                                         VALUE ZEROS.
       01  WS-COORD-ABS                       PIC 9(003)V9(008)
                                                         VALUE ZEROS.
       01  WS-COORD-PARTES REDEFINES WS-COORD-ABS.
           05 WS-COORD-INT                    PIC X(003).
           05 WS-COORD-FRAC                   PIC X(008).
       01  WS-COORD-POS                       PIC 9(001) VALUE ZEROS.
       01  WS-COORD-SINAL                     PIC X(001) VALUE SPACES.
       01  WS-COORD-TXT                       PIC X(013) VALUE SPACES.
       01  WS-TXT-LAT                         PIC X(013) VALUE SPACES.
       01  WS-TXT-LON                         PIC X(013) VALUE SPACES.

       LINKAGE SECTION.
       01 LIN-LIGACAO.
          05 LK-REGIAO                                   PIC 9(003).
          05 LK-VENDEDOR                                 PIC 9(003).
          05 LK-SUPERVISOR                               PIC 9(003).
          05 LK-FORMATO                                  PIC X(001).
          05 LK-RETORNO                                  PIC X(030).
       01 LIN-RESUMO.
          05 LK-QTD-CLIENTES                             PIC 9(006).
          05 LK-QTD-VENDEDORES                           PIC 9(004).
          05 LK-QTD-DUVIDOSOS                            PIC 9(006).
          05 LK-QTD-SEM-VENDEDOR                         PIC 9(006).
          05 LK-QTD-SEM-COORD                            PIC 9(006).
       PROCEDURE DIVISION USING LIN-LIGACAO LIN-RESUMO.
       1000-INICIO.
           PERFORM 1000-OPEN-ARQUIVO
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA.

       1000-OPEN-ARQUIVO.
               MOVE SPACES                TO LK-RETORNO
               INITIALIZE LIN-RESUMO
               MOVE "S"                   TO WS-PRIMEIRA-FEICAO
               MOVE ALL "N"               TO TABELA-VEN-SELECIONADO
               IF LK-FORMATO NOT EQUAL "K" AND "G"
                  MOVE "A"                TO LK-FORMATO
               END-IF
               MOVE "N"                   TO WS-GERA-KML
               MOVE "N"                   TO WS-GERA-JSON
               IF LK-FORMATO EQUAL "K" OR "A"
                  MOVE "S"                TO WS-GERA-KML
               END-IF
               IF LK-FORMATO EQUAL "G" OR "A"
                  MOVE "S"                TO WS-GERA-JSON
               END-IF
               MOVE "N"                   TO WS-FILTRA-VENDEDOR
               IF LK-VENDEDOR NOT EQUAL ZEROS
                  OR LK-SUPERVISOR NOT EQUAL ZEROS
                  MOVE "S"                TO WS-FILTRA-VENDEDOR
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
               OPEN INPUT VENDEDOR
               IF  STAT-VENDEDOR NOT EQUAL "00"
                   STRING "ERRO AO ABRIR VENDEDOR ! "
                      STAT-VENDEDOR
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
                   GOBACK
           END-IF
               PERFORM 1001-CARREGA-EXCECOES
               IF WS-GERA-KML EQUAL "S"
                  OPEN OUTPUT MAPAKML
                  IF  STAT-MAPAKML NOT EQUAL "00"
                      STRING "ERRO AO ABRIR ARQ. MAPAKML ! "
                         STAT-MAPAKML
                    DELIMITED BY SIZE
                    INTO LK-RETORNO
                  END-STRING
                  GOBACK
                  END-IF
               END-IF
               IF WS-GERA-JSON EQUAL "S"
                  OPEN OUTPUT MAPAJSON
                  IF  STAT-MAPAJSON NOT EQUAL "00"
                      STRING "ERRO AO ABRIR ARQ. MAPAJSON ! "
                         STAT-MAPAJSON
                    DELIMITED BY SIZE
                    INTO LK-RETORNO
                  END-STRING
                  GOBACK
                  END-IF
               END-IF.

       1001-CARREGA-EXCECOES.

               MOVE ZEROS              TO WS-QTD-EXC
               OPEN INPUT EXCECAO
               IF STAT-EXCECAO NOT EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
               MOVE SPACES             TO WS-EOF
               READ EXCECAO AT END MOVE "F" TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL "F"
                  IF EXC-SEM-VENDEDOR
                     AND WS-QTD-EXC LESS THAN WS-MAX-EXC
                     IF WS-QTD-EXC EQUAL ZEROS
                        OR EXC-CLI-CODIGO GREATER THAN
                           TAB-EXC-CLIENTE(WS-QTD-EXC)
                        ADD 1          TO WS-QTD-EXC
                        MOVE EXC-CLI-CODIGO
                                       TO TAB-EXC-CLIENTE(WS-QTD-EXC)
                     END-IF
                  END-IF
                  READ EXCECAO AT END MOVE "F" TO WS-EOF
               END-PERFORM
               CLOSE EXCECAO.

       2000-PROCESSA.

           PERFORM 2001-ABRE-DOCUMENTO
           PERFORM 2002-EXPORTA-VENDEDORES
           PERFORM 2005-EXPORTA-CLIENTES
           PERFORM 2008-FECHA-DOCUMENTO

           CLOSE CLIENTES
           CLOSE VENDEDOR

           IF WS-GERA-KML EQUAL "S"
              CLOSE MAPAKML
              IF  STAT-MAPAKML NOT EQUAL "00"
                      STRING "ERRO AO FECHAR ARQ. MAPAKML ! "
                         STAT-MAPAKML
                           DELIMITED BY SIZE
                            INTO LK-RETORNO
                      END-STRING
                      GOBACK
              END-IF
           END-IF
           IF WS-GERA-JSON EQUAL "S"
              CLOSE MAPAJSON
              IF  STAT-MAPAJSON NOT EQUAL "00"
                      STRING "ERRO AO FECHAR ARQ. MAPAJSON ! "
                         STAT-MAPAJSON
                           DELIMITED BY SIZE
                            INTO LK-RETORNO
                      END-STRING
                      GOBACK
              END-IF
           END-IF

           MOVE SPACES                                    TO LK-RETORNO.

       2001-ABRE-DOCUMENTO.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO WS-LINHA
           PERFORM 2080-GRAVA-KML
           MOVE '<kml xmlns="http://www.opengis.net/kml/2.2">'
                                   TO WS-LINHA
           PERFORM 2080-GRAVA-KML
           MOVE "<Document><name>TERRITORIOS DE VENDAS</name>"
                                   TO WS-LINHA
           PERFORM 2080-GRAVA-KML
           PERFORM VARYING WS-IND-COR FROM 1 BY 1
                   UNTIL WS-IND-COR > 13
              MOVE SPACES          TO WS-LINHA
              STRING '<Style id="CLI' WS-IND-COR '"><IconStyle>'
                     "<color>ff" TAB-COR-KML(WS-IND-COR) "</color>"
                     "<scale>0.8</scale><Icon><href>"
                     "http://maps.google.com/mapfiles/kml/shapes/"
                     "placemark_circle.png</href></Icon>"
                     "</IconStyle></Style>"
                     DELIMITED BY SIZE
                     INTO WS-LINHA
              END-STRING
              PERFORM 2080-GRAVA-KML
              MOVE SPACES          TO WS-LINHA
              STRING '<Style id="DUV' WS-IND-COR '"><IconStyle>'
                     "<color>ff" TAB-COR-KML(WS-IND-COR) "</color>"
                     "<scale>1.0</scale><Icon><href>"
                     "http://maps.google.com/mapfiles/kml/shapes/"
                     "caution.png</href></Icon>"
                     "</IconStyle></Style>"
                     DELIMITED BY SIZE
                     INTO WS-LINHA
              END-STRING
              PERFORM 2080-GRAVA-KML
              MOVE SPACES          TO WS-LINHA
              STRING '<Style id="VEN' WS-IND-COR '"><IconStyle>'
                     "<color>ff" TAB-COR-KML(WS-IND-COR) "</color>"
                     "<scale>1.3</scale><Icon><href>"
                     "http://maps.google.com/mapfiles/kml/shapes/"
                     "homegardenbusiness.png</href></Icon>"
                     "</IconStyle>"
                     DELIMITED BY SIZE
                     INTO WS-LINHA
              END-STRING
              PERFORM 2080-GRAVA-KML
              MOVE SPACES          TO WS-LINHA
              STRING "<LineStyle><color>ff" TAB-COR-KML(WS-IND-COR)
                     "</color><width>2</width></LineStyle>"
                     "<PolyStyle><color>33" TAB-COR-KML(WS-IND-COR)
                     "</color></PolyStyle></Style>"
                     DELIMITED BY SIZE
                     INTO WS-LINHA
              END-STRING
              PERFORM 2080-GRAVA-KML
           END-PERFORM

           MOVE '{"type":"FeatureCollection","features":['
                                   TO WS-LINHA
           PERFORM 2081-GRAVA-JSON.

       2002-EXPORTA-VENDEDORES.

           MOVE "<Folder><name>VENDEDORES</name>" TO WS-LINHA
           PERFORM 2080-GRAVA-KML

           MOVE ZEROS              TO VEN-CODIGO
           START VENDEDOR KEY IS GREATER THAN VEN-CODIGO
           IF STAT-VENDEDOR NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           ELSE
              MOVE SPACES          TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ VENDEDOR NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
              IF WS-EOF NOT EQUAL "F"
                 AND NOT VEN-INATIVO
                 AND VEN-CODIGO NOT EQUAL ZEROS
                 AND (LK-VENDEDOR EQUAL ZEROS
                      OR VEN-CODIGO EQUAL LK-VENDEDOR)
                 AND (LK-SUPERVISOR EQUAL ZEROS
                      OR VEN-SUPERVISOR EQUAL LK-SUPERVISOR)
                 AND (LK-REGIAO EQUAL ZEROS
                      OR VEN-REGIAO EQUAL LK-REGIAO)
                 MOVE "S"          TO TAB-VEN-SEL(VEN-CODIGO)
                 PERFORM 2003-GRAVA-VENDEDOR
              END-IF
           END-PERFORM

           MOVE "</Folder>"        TO WS-LINHA
           PERFORM 2080-GRAVA-KML.

       2003-GRAVA-VENDEDOR.

           IF VEN-LATITUDE EQUAL ZEROS
              AND VEN-LONGITUDE EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF
           ADD 1                   TO LK-QTD-VENDEDORES
           DIVIDE VEN-CODIGO BY 12 GIVING WS-QUOC
                  REMAINDER WS-RESTO
           COMPUTE WS-IND-COR = WS-RESTO + 1
           MOVE VEN-NOME           TO WS-TEXTO
           PERFORM 2092-LIMPA-TEXTO
           MOVE WS-TEXTO           TO WS-NOME-VEN
           MOVE VEN-MAX-DISTANCIA  TO WS-RAIO-KM
           IF WS-RAIO-KM GREATER THAN WS-RAIO-MAXIMO
              MOVE WS-RAIO-MAXIMO  TO WS-RAIO-KM
           END-IF
           MOVE WS-RAIO-KM         TO WS-ED-RAIO
           MOVE VEN-LATITUDE       TO WS-PT-LAT
           MOVE VEN-LONGITUDE      TO WS-PT-LON
           PERFORM 2091-FORMATA-PONTO

           MOVE "<Placemark>"      TO WS-LINHA
           PERFORM 2080-GRAVA-KML
           MOVE SPACES             TO WS-LINHA
           STRING "<name>VEN " VEN-CODIGO " - "
                                   DELIMITED BY SIZE
                  WS-NOME-VEN      DELIMITED BY "  "
                  "</name>"        DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2080-GRAVA-KML
           MOVE SPACES             TO WS-LINHA
           STRING "<description>SUPERVISOR " VEN-SUPERVISOR
                  " REGIAO " VEN-REGIAO
                  " RAIO " WS-ED-RAIO " KM</description>"
                  '<styleUrl>#VEN' WS-IND-COR "</styleUrl>"
                  "<MultiGeometry>"
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2080-GRAVA-KML
           MOVE SPACES             TO WS-LINHA
           STRING "<Point><coordinates>" DELIMITED BY SIZE
                  WS-TXT-LON       DELIMITED BY SPACE
                  ","              DELIMITED BY SIZE
                  WS-TXT-LAT       DELIMITED BY SPACE
                  ",0</coordinates></Point>" DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2080-GRAVA-KML

           PERFORM 2082-INICIO-FEICAO
           MOVE SPACES             TO WS-LINHA
           STRING WS-SEPARADOR
                  '{"type":"Feature","properties":{"tipo":"VENDEDOR",'
                  '"codigo":"' VEN-CODIGO '","nome":"'
                                   DELIMITED BY SIZE
                  WS-NOME-VEN      DELIMITED BY "  "
                  '",'             DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2081-GRAVA-JSON
           MOVE SPACES             TO WS-LINHA
           STRING '"supervisor":"' VEN-SUPERVISOR
                  '","regiao":"' VEN-REGIAO
                  '","raio_km":"' WS-RAIO-KM
                  '","marker-color":"#' TAB-COR-HEX(WS-IND-COR)
                  '","marker-symbol":"building"},'
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2081-GRAVA-JSON
           MOVE SPACES             TO WS-LINHA
           STRING '"geometry":{"type":"Point","coordinates":['
                                   DELIMITED BY SIZE
                  WS-TXT-LON       DELIMITED BY SPACE
                  ","              DELIMITED BY SIZE
                  WS-TXT-LAT       DELIMITED BY SPACE
                  "]}}"            DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2081-GRAVA-JSON

           IF WS-RAIO-KM NOT EQUAL ZEROS
              PERFORM 2004-GRAVA-COBERTURA
           END-IF

           MOVE "</MultiGeometry></Placemark>" TO WS-LINHA
           PERFORM 2080-GRAVA-KML.

       2004-GRAVA-COBERTURA.

           COMPUTE WS-RAD = VEN-LATITUDE * 3,14159265 / 180
           COMPUTE WS-COS-LAT = 1 - (WS-RAD ** 2) / 2
                                  + (WS-RAD ** 4) / 24
                                  - (WS-RAD ** 6) / 720
           IF WS-COS-LAT LESS THAN 0,01
              MOVE 0,01            TO WS-COS-LAT
           END-IF
           COMPUTE WS-RAIO-LAT = WS-RAIO-KM / 111,32
           COMPUTE WS-RAIO-LON = WS-RAIO-LAT / WS-COS-LAT

           MOVE "<Polygon><outerBoundaryIs><LinearRing><coordinates>"
                                   TO WS-LINHA
           PERFORM 2080-GRAVA-KML

           PERFORM 2082-INICIO-FEICAO
           MOVE SPACES             TO WS-LINHA
           STRING WS-SEPARADOR
                  '{"type":"Feature","properties":{"tipo":"COBERTURA",'
                  '"vendedor":"' VEN-CODIGO
                  '","raio_km":"' WS-RAIO-KM
                  '","stroke":"#' TAB-COR-HEX(WS-IND-COR)
                  '","fill":"#' TAB-COR-HEX(WS-IND-COR)
                  '","fill-opacity":0.2},'
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2081-GRAVA-JSON
           MOVE '"geometry":{"type":"Polygon","coordinates":[['
                                   TO WS-LINHA
           PERFORM 2081-GRAVA-JSON

           PERFORM VARYING WS-IND-ANG FROM 1 BY 1
                   UNTIL WS-IND-ANG > 37
              MOVE WS-IND-ANG      TO WS-IND-TRIG
              IF WS-IND-TRIG GREATER THAN 36
                 MOVE 1            TO WS-IND-TRIG
              END-IF
              MOVE TAB-SEN-VALOR(WS-IND-TRIG) TO WS-SENO
              IF TAB-SEN-SINAL(WS-IND-TRIG) EQUAL "-"
                 COMPUTE WS-SENO = 0 - WS-SENO
              END-IF
              MOVE TAB-COS-VALOR(WS-IND-TRIG) TO WS-COSSENO
              IF TAB-COS-SINAL(WS-IND-TRIG) EQUAL "-"
                 COMPUTE WS-COSSENO = 0 - WS-COSSENO
              END-IF
              COMPUTE WS-PT-LAT = VEN-LATITUDE
                                + WS-RAIO-LAT * WS-SENO
              COMPUTE WS-PT-LON = VEN-LONGITUDE
                                + WS-RAIO-LON * WS-COSSENO
              PERFORM 2091-FORMATA-PONTO

              MOVE SPACES          TO WS-LINHA
              STRING WS-TXT-LON    DELIMITED BY SPACE
                     ","           DELIMITED BY SIZE
                     WS-TXT-LAT    DELIMITED BY SPACE
                     ",0"          DELIMITED BY SIZE
                     INTO WS-LINHA
              END-STRING
              PERFORM 2080-GRAVA-KML

              IF WS-IND-ANG EQUAL 1
                 MOVE SPACES       TO WS-SEPARADOR
              ELSE
                 MOVE ","          TO WS-SEPARADOR
              END-IF
              MOVE SPACES          TO WS-LINHA
              STRING WS-SEPARADOR  DELIMITED BY SIZE
                     "["           DELIMITED BY SIZE
                     WS-TXT-LON    DELIMITED BY SPACE
                     ","           DELIMITED BY SIZE
                     WS-TXT-LAT    DELIMITED BY SPACE
                     "]"           DELIMITED BY SIZE
                     INTO WS-LINHA
              END-STRING
              PERFORM 2081-GRAVA-JSON
           END-PERFORM

           MOVE SPACES             TO WS-LINHA
           STRING "</coordinates></LinearRing>"
                  "</outerBoundaryIs></Polygon>"
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2080-GRAVA-KML
           MOVE "]]}}"             TO WS-LINHA
           PERFORM 2081-GRAVA-JSON.

       2005-EXPORTA-CLIENTES.

           MOVE "<Folder><name>CLIENTES</name>" TO WS-LINHA
           PERFORM 2080-GRAVA-KML

           MOVE ZEROS              TO CLI-CODIGO
           START CLIENTES KEY IS GREATER THAN CLI-CODIGO
           IF STAT-CLIENTES NOT EQUAL "00"
              MOVE "F"             TO WS-EOF
           ELSE
              MOVE SPACES          TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF EQUAL "F"
              READ CLIENTES NEXT AT END
                 MOVE "F"          TO WS-EOF
              END-READ
              IF WS-EOF NOT EQUAL "F"
                 AND CLI-ATIVO
                 AND (LK-REGIAO EQUAL ZEROS
                      OR CLI-REGIAO EQUAL LK-REGIAO)
                 PERFORM 2006-SELECIONA-CLIENTE
              END-IF
           END-PERFORM

           MOVE "</Folder>"        TO WS-LINHA
           PERFORM 2080-GRAVA-KML.

       2006-SELECIONA-CLIENTE.

           IF WS-FILTRA-VENDEDOR EQUAL "S"
              IF CLI-ON-VENDEDOR EQUAL ZEROS
                 EXIT PARAGRAPH
              END-IF
              IF TAB-VEN-SEL(CLI-ON-VENDEDOR) NOT EQUAL "S"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF CLI-LATITUDE EQUAL ZEROS
              AND CLI-LONGITUDE EQUAL ZEROS
              ADD 1                TO LK-QTD-SEM-COORD
              EXIT PARAGRAPH
           END-IF
           PERFORM 2007-GRAVA-CLIENTE.

       2007-GRAVA-CLIENTE.

           ADD 1                   TO LK-QTD-CLIENTES
           MOVE "N"                TO WS-DUVIDOSO
           IF CLI-GEO-DUVIDOSO
              MOVE "S"             TO WS-DUVIDOSO
              ADD 1                TO LK-QTD-DUVIDOSOS
           END-IF
           MOVE "N"                TO WS-SEM-VENDEDOR
           IF CLI-ON-VENDEDOR EQUAL ZEROS
              MOVE "S"             TO WS-SEM-VENDEDOR
           ELSE
              IF WS-QTD-EXC NOT EQUAL ZEROS
                 SEARCH ALL TABELA-SEM-VENDEDOR
                    WHEN TAB-EXC-CLIENTE(WS-IND-EXC) EQUAL CLI-CODIGO
                         MOVE "S"  TO WS-SEM-VENDEDOR
                 END-SEARCH
              END-IF
           END-IF
           IF WS-SEM-VENDEDOR EQUAL "S"
              ADD 1                TO LK-QTD-SEM-VENDEDOR
           END-IF

           MOVE SPACES             TO WS-NOME-VEN
           IF CLI-ON-VENDEDOR EQUAL ZEROS
              MOVE WS-COR-SEM-VENDEDOR TO WS-IND-COR
              MOVE "SEM VENDEDOR"  TO WS-NOME-VEN
           ELSE
              DIVIDE CLI-ON-VENDEDOR BY 12 GIVING WS-QUOC
                     REMAINDER WS-RESTO
              COMPUTE WS-IND-COR = WS-RESTO + 1
              MOVE CLI-ON-VENDEDOR TO VEN-CODIGO
              READ VENDEDOR
              IF STAT-VENDEDOR EQUAL "00"
                 MOVE VEN-NOME     TO WS-TEXTO
                 PERFORM 2092-LIMPA-TEXTO
                 MOVE WS-TEXTO     TO WS-NOME-VEN
              END-IF
           END-IF
           MOVE CLI-RAZAO          TO WS-TEXTO
           PERFORM 2092-LIMPA-TEXTO
           MOVE WS-TEXTO           TO WS-NOME-CLI

           MOVE SPACES             TO WS-ALERTA
           IF WS-DUVIDOSO EQUAL "S"
              AND WS-SEM-VENDEDOR EQUAL "S"
              MOVE "/ GEO DUVIDOSA / SEM VENDEDOR NA INTEGRACAO"
                                   TO WS-ALERTA
           ELSE
              IF WS-DUVIDOSO EQUAL "S"
                 MOVE "/ GEO DUVIDOSA" TO WS-ALERTA
              END-IF
              IF WS-SEM-VENDEDOR EQUAL "S"
                 MOVE "/ SEM VENDEDOR NA INTEGRACAO" TO WS-ALERTA
              END-IF
           END-IF
           IF WS-DUVIDOSO EQUAL "S"
              MOVE "DUV"           TO WS-ESTILO
              MOVE "danger"        TO WS-SIMBOLO
           ELSE
              MOVE "CLI"           TO WS-ESTILO
              MOVE "circle"        TO WS-SIMBOLO
           END-IF

           MOVE CLI-LATITUDE       TO WS-PT-LAT
           MOVE CLI-LONGITUDE      TO WS-PT-LON
           PERFORM 2091-FORMATA-PONTO

           MOVE "<Placemark>"      TO WS-LINHA
           PERFORM 2080-GRAVA-KML
           MOVE SPACES             TO WS-LINHA
           STRING "<name>" CLI-CODIGO " - " DELIMITED BY SIZE
                  WS-NOME-CLI      DELIMITED BY "  "
                  "</name>"        DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2080-GRAVA-KML
           MOVE SPACES             TO WS-LINHA
           STRING "<description>VENDEDOR " CLI-ON-VENDEDOR " - "
                                   DELIMITED BY SIZE
                  WS-NOME-VEN      DELIMITED BY "  "
                  " REGIAO "       DELIMITED BY SIZE
                  CLI-REGIAO       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-ALERTA        DELIMITED BY "  "
                  "</description>" DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2080-GRAVA-KML
           MOVE SPACES             TO WS-LINHA
           STRING "<styleUrl>#" WS-ESTILO WS-IND-COR "</styleUrl>"
                  "<Point><coordinates>" DELIMITED BY SIZE
                  WS-TXT-LON       DELIMITED BY SPACE
                  ","              DELIMITED BY SIZE
                  WS-TXT-LAT       DELIMITED BY SPACE
                  ",0</coordinates></Point></Placemark>"
                                   DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2080-GRAVA-KML

           PERFORM 2082-INICIO-FEICAO
           MOVE SPACES             TO WS-LINHA
           STRING WS-SEPARADOR
                  '{"type":"Feature","properties":{"tipo":"CLIENTE",'
                  '"codigo":"' CLI-CODIGO '","razao":"'
                                   DELIMITED BY SIZE
                  WS-NOME-CLI      DELIMITED BY "  "
                  '",'             DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2081-GRAVA-JSON
           MOVE SPACES             TO WS-LINHA
           STRING '"vendedor":"' CLI-ON-VENDEDOR
                  '","nome_vendedor":"' DELIMITED BY SIZE
                  WS-NOME-VEN      DELIMITED BY "  "
                  '","regiao":"' CLI-REGIAO
                  '","geo_duvidoso":"' WS-DUVIDOSO
                  '","sem_vendedor":"' WS-SEM-VENDEDOR '",'
                                   DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2081-GRAVA-JSON
           MOVE SPACES             TO WS-LINHA
           STRING '"marker-color":"#' TAB-COR-HEX(WS-IND-COR)
                  '","marker-symbol":"' DELIMITED BY SIZE
                  WS-SIMBOLO       DELIMITED BY SPACE
                  '"},'            DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2081-GRAVA-JSON
           MOVE SPACES             TO WS-LINHA
           STRING '"geometry":{"type":"Point","coordinates":['
                                   DELIMITED BY SIZE
                  WS-TXT-LON       DELIMITED BY SPACE
                  ","              DELIMITED BY SIZE
                  WS-TXT-LAT       DELIMITED BY SPACE
                  "]}}"            DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING
           PERFORM 2081-GRAVA-JSON.

       2008-FECHA-DOCUMENTO.

           MOVE "</Document></kml>" TO WS-LINHA
           PERFORM 2080-GRAVA-KML
           MOVE "]}"               TO WS-LINHA
           PERFORM 2081-GRAVA-JSON.

       2080-GRAVA-KML.

           IF WS-GERA-KML NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           WRITE RG-MAPAKML FROM WS-LINHA
           IF  STAT-MAPAKML NOT EQUAL "00"
               STRING "ERRO AO GRAVAR ARQ. MAPAKML ! "
                      STAT-MAPAKML
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF.

       2081-GRAVA-JSON.

           IF WS-GERA-JSON NOT EQUAL "S"
              EXIT PARAGRAPH
           END-IF
           WRITE RG-MAPAJSON FROM WS-LINHA
           IF  STAT-MAPAJSON NOT EQUAL "00"
               STRING "ERRO AO GRAVAR ARQ. MAPAJSON ! "
                      STAT-MAPAJSON
                 DELIMITED BY SIZE
                 INTO LK-RETORNO
               END-STRING
               GOBACK
           END-IF.

       2082-INICIO-FEICAO.

           IF WS-PRIMEIRA-FEICAO EQUAL "S"
              MOVE SPACES          TO WS-SEPARADOR
              MOVE "N"             TO WS-PRIMEIRA-FEICAO
           ELSE
              MOVE ","             TO WS-SEPARADOR
           END-IF.

       2090-FORMATA-COORD.

           MOVE SPACES             TO WS-COORD-TXT
           IF WS-COORD LESS THAN ZEROS
              MOVE "-"             TO WS-COORD-SINAL
              COMPUTE WS-COORD-ABS = 0 - WS-COORD
           ELSE
              MOVE SPACES          TO WS-COORD-SINAL
              MOVE WS-COORD        TO WS-COORD-ABS
           END-IF
           IF WS-COORD-ABS NOT LESS THAN 100
              MOVE 1               TO WS-COORD-POS
           ELSE
              IF WS-COORD-ABS NOT LESS THAN 10
                 MOVE 2            TO WS-COORD-POS
              ELSE
                 MOVE 3            TO WS-COORD-POS
              END-IF
           END-IF
           STRING WS-COORD-SINAL   DELIMITED BY SPACE
                  WS-COORD-INT(WS-COORD-POS:) DELIMITED BY SIZE
                  "."              DELIMITED BY SIZE
                  WS-COORD-FRAC(1:6) DELIMITED BY SIZE
                  INTO WS-COORD-TXT
           END-STRING.

       2091-FORMATA-PONTO.

           MOVE WS-PT-LAT          TO WS-COORD
           PERFORM 2090-FORMATA-COORD
           MOVE WS-COORD-TXT       TO WS-TXT-LAT
           MOVE WS-PT-LON          TO WS-COORD
           PERFORM 2090-FORMATA-COORD
           MOVE WS-COORD-TXT       TO WS-TXT-LON.

       2092-LIMPA-TEXTO.

           PERFORM VARYING WS-IND-TXT FROM 1 BY 1
                   UNTIL WS-IND-TXT > 40
              EVALUATE WS-TEXTO(WS-IND-TXT:1)
                  WHEN '"'
                       MOVE "'"    TO WS-TEXTO(WS-IND-TXT:1)
                  WHEN "\"
                       MOVE "/"    TO WS-TEXTO(WS-IND-TXT:1)
                  WHEN "&"
                       MOVE "E"    TO WS-TEXTO(WS-IND-TXT:1)
                  WHEN "<"
                  WHEN ">"
                       MOVE SPACE  TO WS-TEXTO(WS-IND-TXT:1)
              END-EVALUATE
           END-PERFORM.

       3000-FINALIZA.

           GOBACK.
