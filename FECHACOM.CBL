           05 WS-RET-RESUMBLD                         PIC X(030).
       01  WS-RES-RESUMBLD.
           05 WS-QTD-RESUMBLD                         PIC 9(006).
       01  WS-LIG-CLASSCLI.
           05 WS-COMP-CLASSCLI                        PIC 9(004).
           05 WS-LINHAS-CLASSCLI                      PIC 9(003).
           05 WS-DESTINO-CLASSCLI                     PIC X(001).
           05 WS-RET-CLASSCLI                         PIC X(030).
       01  WS-RES-CLASSCLI.
           05 WS-QTD-CLASSCLI                         PIC 9(006).
           05 WS-ALT-CLASSCLI                         PIC 9(006).

       LINKAGE SECTION.
       01  LK-OPERADOR                   PIC X(010).
                     INTO WS-MESSAGE
                  END-STRING
                  DISPLAY MESSAGE BOX WS-MESSAGE
               ELSE
                  PERFORM 4008-CLASSIFICA-CLIENTES
               END-IF.

       4008-CLASSIFICA-CLIENTES.

               MOVE T-COMPETENCIA     TO WS-COMP-CLASSCLI
               MOVE ZEROS             TO WS-LINHAS-CLASSCLI
               MOVE "P"               TO WS-DESTINO-CLASSCLI
               MOVE SPACES            TO WS-RET-CLASSCLI
               MOVE ZEROS             TO WS-QTD-CLASSCLI
               MOVE ZEROS             TO WS-ALT-CLASSCLI
               CALL "CLASSCLI" USING WS-LIG-CLASSCLI
                                     WS-RES-CLASSCLI
               IF WS-RET-CLASSCLI NOT EQUAL SPACES
                  MOVE SPACES            TO WS-MESSAGE
                  STRING "ERRO NA CLASSIFICACAO ABC: "
                         WS-RET-CLASSCLI
                     DELIMITED BY SIZE
                     INTO WS-MESSAGE
                  END-STRING
                  DISPLAY MESSAGE BOX WS-MESSAGE
               END-IF.

       4004-REABRIR.
