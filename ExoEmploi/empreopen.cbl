       IDENTIFICATION DIVISION.
       PROGRAM-ID. empreopen.

      * Reouverture d'une periode de paie cloturee par empclose :
      * transaction separee, reservee aux operateurs actifs du
      * registre ayant le role PERIOD-REOPEN (OPERCHK.cpy), avec un
      * motif obligatoire. La periode repasse OPEN
      * dans employee-periods.dat et la reouverture est journalisee
      * dans employee-period-journal.txt (qui, quand, pourquoi) a
      * cote des clotures : un rerun apres declaration laisse
      * desormais une trace qu'on retrouve.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PERIOD ASSIGN TO "employee-periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT F-PERJRNL ASSIGN TO "employee-period-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERJRNL-STATUS.

           COPY 'LOCKSEL.cpy'.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PERIOD
           RECORD CONTAINS 49 CHARACTERS.
       01  R-PERIOD                 PIC X(49).

      * Meme disposition que R-PERJRNL dans empclose.cbl.
       FD  F-PERJRNL
           RECORD CONTAINS 104 CHARACTERS.
       01  R-PERJRNL.
           05 PERJ-DATE             PIC 9(8).
           05 PERJ-SEP              PIC X.
           05 PERJ-HEURE            PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 PERJ-ACTION           PIC X(11).
           05 FILLER                PIC X VALUE SPACE.
           05 PERJ-PERIODE          PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 PERJ-OPERATEUR        PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 PERJ-MOTIF            PIC X(60).

           COPY 'LOCKFD.cpy'.
           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS        PIC XX.
       01  WS-PERJRNL-STATUS       PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'LOCKWS.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-OPERATOR             PIC X(8).
       01  WS-PERIOD-INPUT         PIC X(6).
       01  WS-PERIOD               PIC 9(6).
       01  WS-REASON               PIC X(60).
       01  WS-NOW                  PIC X(21).

       01  WS-PER-WORK.
           COPY 'FPERIODE.cpy' REPLACING ==:PE:== BY ==WPER==.

      * Meme table que dans empclose.cbl.
       01  WS-PER-TABLE.
           05 WS-PER-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-PER-ENTRY OCCURS 1 TO 600 TIMES
                  DEPENDING ON WS-PER-COUNT
                  INDEXED BY PER-IDX.
               10 WS-PER-RECORD    PIC X(49).
       01  WS-PER-TABLE-MAX        PIC 9(4) VALUE 600.
       01  WS-PER-FOUND            PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           MOVE "empreopen" TO WS-LOCK-PROGRAM
           MOVE "empreopen" TO WS-OPER-PROGRAM
           DISPLAY "Code superviseur : " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           MOVE WS-OPERATOR TO WS-OPER-CODE
           MOVE "PERIOD-REOPEN" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY "ERREUR : operateur non habilite a rouvrir "
                   "une periode de paie ("
                   FUNCTION TRIM(WS-OPER-REFUSAL) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Periode a rouvrir (AAAAMM) : " WITH NO ADVANCING
           ACCEPT WS-PERIOD-INPUT
           IF WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "ERREUR : periode AAAAMM invalide"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD-INPUT TO WS-PERIOD
           DISPLAY "Motif de la reouverture : " WITH NO ADVANCING
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "ERREUR : motif de reouverture obligatoire"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-PERIODS
           PERFORM FIND-PERIOD
           IF WS-PER-FOUND = 'N' OR WPER-STATUT NOT = "CLOSED"
               DISPLAY "ERREUR : periode " WS-PERIOD-INPUT
                   " absente ou non cloturee, rien a rouvrir"
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE "OPEN" TO WPER-STATUT
           MOVE WS-OPERATOR TO WPER-OPERATEUR
           MOVE WS-NOW(1:8) TO WPER-DATE-STATUT
           MOVE WS-PER-WORK TO WS-PER-RECORD(PER-IDX)
           PERFORM SAVE-PERIODS
           PERFORM WRITE-PERIOD-JOURNAL
           DISPLAY "Periode " WS-PERIOD " rouverte par " WS-OPERATOR
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

       LOAD-PERIODS.
           OPEN INPUT F-PERIOD
           MOVE WS-PERIOD-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-periods.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-PERIOD" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-PERIOD AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-PER-COUNT < WS-PER-TABLE-MAX
                       ADD 1 TO WS-PER-COUNT
                       SET PER-IDX TO WS-PER-COUNT
                       MOVE R-PERIOD TO WS-PER-RECORD(PER-IDX)
                   END-IF
           END-PERFORM
           CLOSE F-PERIOD
           MOVE 'N' TO WS-EOF.

       FIND-PERIOD.
           MOVE 'N' TO WS-PER-FOUND
           MOVE SPACES TO WS-PER-WORK
           SET PER-IDX TO 1
           SEARCH WS-PER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PER-RECORD(PER-IDX)(1:6) = WS-PERIOD-INPUT
                   MOVE 'Y' TO WS-PER-FOUND
                   MOVE WS-PER-RECORD(PER-IDX) TO WS-PER-WORK
           END-SEARCH.

       SAVE-PERIODS.
           OPEN OUTPUT F-PERIOD
           MOVE WS-PERIOD-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-periods.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-PERIOD" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PER-COUNT
               MOVE WS-PER-RECORD(PER-IDX) TO R-PERIOD
               WRITE R-PERIOD
           END-PERFORM
           CLOSE F-PERIOD.

       WRITE-PERIOD-JOURNAL.
           OPEN EXTEND F-PERJRNL
           IF WS-PERJRNL-STATUS = "05" OR WS-PERJRNL-STATUS = "35"
               OPEN OUTPUT F-PERJRNL
           END-IF
           MOVE WS-PERJRNL-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-period-journal.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN F-PERJRNL" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO R-PERJRNL
           MOVE WS-NOW(1:8) TO PERJ-DATE
           MOVE "-" TO PERJ-SEP
           MOVE WS-NOW(9:6) TO PERJ-HEURE
           MOVE "REOUVERTURE" TO PERJ-ACTION
           MOVE WS-PERIOD TO PERJ-PERIODE
           MOVE WS-OPERATOR TO PERJ-OPERATEUR
           MOVE WS-REASON TO PERJ-MOTIF
           WRITE R-PERJRNL
           CLOSE F-PERJRNL.

           COPY 'FILESTCHK.cpy'.
           COPY 'LOCKMGT.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM empreopen.
