       01  WS-DATA-HOJE                   PIC 9(008) VALUE ZEROS.
       01  WS-SERIAL-HOJE                 PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-PEDIDO               PIC 9(007) VALUE ZEROS.
       01  WS-SERIAL-PREVISTA             PIC 9(007) VALUE ZEROS.
       01  WS-DIAS-ATRASO                 PIC 9(005) VALUE ZEROS.
       01  WS-DATA-CONV.
           05 FILLER                      PIC 9(002).
           05 WS-CONV-AA                  PIC 9(002).
               05 PIC X(008) VALUE "PAGINA: ".
               05 CAB01-PAGINA PIC ZZZ9.
           01  CAB01A.
               05 PIC X(020)     VALUE "PRAZO PADRAO.....: ".
               05 CAB01A-DIAS              PIC ZZ9.
           01  CAB02.
               05 PIC X(008)                       VALUE " CLIENTE".
               05 PIC X(010)                  VALUE "DATA".
               05 PIC X(005)                  VALUE "SIT".
               05 PIC X(015)                  VALUE "      VALOR".
               05 PIC X(002).
               05 PIC X(010)                  VALUE "PREVISTA".
               05 PIC X(006)                  VALUE "ATRASO".
       01  LDT.
           05 PIC X(001).
           05 LDT-CLIENTE                 PIC ZZZZZZ9.
           05 PIC X(002).
           05 LDT-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
           05 PIC X(002).
           05 LDT-PREVISTA                PIC 9(008).
           05 PIC X(002).
           05 LDT-DIAS                    PIC ZZ.ZZ9.
       01  RODAPE.
           05 PIC X(004).
           ELSE
              MOVE ZEROS           TO WS-DIAS-DECORRIDOS
           END-IF
           MOVE ZEROS              TO WS-DIAS-ATRASO
           IF PED-DATA-PREVISTA NUMERIC
              AND PED-DATA-PREVISTA NOT EQUAL ZEROS
              MOVE PED-DATA-PREVISTA TO WS-DATA-CONV
              PERFORM 2010-CALCULA-SERIAL
              MOVE WS-DIAS-SERIAL  TO WS-SERIAL-PREVISTA
              IF WS-SERIAL-HOJE GREATER THAN WS-SERIAL-PREVISTA
                 COMPUTE WS-DIAS-ATRASO =
                         WS-SERIAL-HOJE - WS-SERIAL-PREVISTA
              END-IF
              MOVE PED-DATA-PREVISTA TO LDT-PREVISTA
           ELSE
              IF WS-DIAS-DECORRIDOS GREATER THAN WS-DIAS-ENTREGA
                 COMPUTE WS-DIAS-ATRASO =
                         WS-DIAS-DECORRIDOS - WS-DIAS-ENTREGA
              END-IF
              MOVE ZEROS           TO LDT-PREVISTA
           END-IF
           IF WS-DIAS-ATRASO EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF

           MOVE PED-DATA           TO LDT-DATA
           MOVE PED-SIT-ENTREGA    TO LDT-SIT
           MOVE PED-VALOR          TO LDT-VALOR
           MOVE WS-DIAS-ATRASO     TO LDT-DIAS

           IF LINHAS > WS-MAX-LINHAS
              PERFORM 2008-CABECALHO
