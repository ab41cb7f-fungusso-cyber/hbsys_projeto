           LABEL RECORD IS STANDARD.
       01  RG-ARQUIVO.
           05  ARQ-CLI-CODIGO              PIC 9(007).
           05  FILLER                      PIC X(193).
       FD  RECALLPD
           LABEL RECORD IS STANDARD.
       01  RG-RECALLPD                     PIC X(200).

       WORKING-STORAGE SECTION.
       01  STAT-ARQUIVO                   PIC XX.
