          05 WS-UF                  PIC X(002) VALUE SPACES.
          05 WS-STATUS              PIC X(001) VALUE SPACES.
          05 WS-TIPO                PIC X(001) VALUE SPACES.
          05 WS-CAMPANHA            PIC 9(005) VALUE ZEROS.
          05 WS-RETORNO             PIC X(030) VALUE SPACES.

       SCREEN SECTION.
