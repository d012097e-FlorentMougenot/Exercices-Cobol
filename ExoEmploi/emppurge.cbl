           05  TERM-DATE        PIC X(8).

       FD  F-ACTIVE.
       01  ACTIVE-RECORD        PIC X(98).

       FD  F-ARCHIVE.
       01  ARCHIVE-RECORD       PIC X(120).
                       FUNCTION INTEGER-OF-DATE(WS-TERM-DATE-8)
               END-IF
               IF WS-DAYS-SINCE-TERM >= WS-RETENTION-DAYS
      * L'archive garde l'image sur 86 positions (sans sexe ni date
      * de naissance) : la date de sortie reste en position 88 pour
      * empturnover et les anciennes lignes.
                   MOVE SPACES TO ARCHIVE-RECORD
                   STRING REMPLOYE-RECORD(1:86) DELIMITED BY SIZE
                          " " WS-FOUND-TERM-DATE DELIMITED BY SIZE
                          " archive-le:" WS-TODAY-8 DELIMITED BY SIZE
                          INTO ARCHIVE-RECORD
