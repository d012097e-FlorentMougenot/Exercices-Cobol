       IDENTIFICATION DIVISION.
       PROGRAM-ID. empfclear.

      * Levee d'une suspension de virement posee par le controle
      * anti-fraude empfraud : transaction separee, reservee aux
      * operateurs actifs du registre ayant le role PAYMENT-RELEASE
      * (OPERCHK.cpy), avec un motif obligatoire.
      * L'entree SUSPENS d'employee-payment-holds.dat passe LEVEE
      * (code et date du controleur) et employee.cbl reprend le
      * virement au run suivant ; la levee vaut pour l'IBAN controle,
      * un nouveau changement de compte resuspend le virement. Chaque
      * levee est journalisee dans employee-hold-journal.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HOLD ASSIGN TO "employee-payment-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT F-HOLDJRNL ASSIGN TO "employee-hold-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDJRNL-STATUS.

           COPY 'LOCKSEL.cpy'.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition que R-HOLD dans empfraud.cbl.
       FD  F-HOLD
           RECORD CONTAINS 68 CHARACTERS.
       01  R-HOLD.
           05 HOLD-ID               PIC X(10).
           05 FILLER                PIC X.
           05 HOLD-SCORE            PIC 9(3).
           05 FILLER                PIC X.
           05 HOLD-STATUT           PIC X(7).
           05 FILLER                PIC X.
           05 HOLD-DATE             PIC 9(8).
           05 FILLER                PIC X.
           05 HOLD-OPERATEUR        PIC X(8).
           05 FILLER                PIC X.
           05 HOLD-IBAN             PIC X(27).

       FD  F-HOLDJRNL
           RECORD CONTAINS 104 CHARACTERS.
       01  R-HOLDJRNL.
           05 HJRN-DATE             PIC 9(8).
           05 HJRN-SEP              PIC X.
           05 HJRN-HEURE            PIC 9(6).
           05 FILLER                PIC X.
           05 HJRN-ACTION           PIC X(7).
           05 FILLER                PIC X.
           05 HJRN-ID               PIC X(10).
           05 FILLER                PIC X.
           05 HJRN-OPERATEUR        PIC X(8).
           05 FILLER                PIC X.
           05 HJRN-MOTIF            PIC X(60).

           COPY 'LOCKFD.cpy'.
           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-HOLDJRNL-STATUS      PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'LOCKWS.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-OPERATOR             PIC X(8).
       01  WS-EMPLOYEE-ID          PIC X(10).
       01  WS-REASON               PIC X(60).
       01  WS-NOW                  PIC X(21).

      * Registre charge en memoire puis reecrit en entier.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-HOLD-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-HOLD-COUNT
                  INDEXED BY HOLD-IDX.
               10 WS-HOLD-RECORD   PIC X(68).
       01  WS-HOLD-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-HOLD-FOUND           PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           MOVE "empfclear" TO WS-LOCK-PROGRAM
           MOVE "empfclear" TO WS-OPER-PROGRAM
           DISPLAY "Code controleur : " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           MOVE WS-OPERATOR TO WS-OPER-CODE
           MOVE "PAYMENT-RELEASE" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY "ERREUR : operateur non habilite a lever "
                   "une suspension de virement ("
                   FUNCTION TRIM(WS-OPER-REFUSAL) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Employe a lever : " WITH NO ADVANCING
           ACCEPT WS-EMPLOYEE-ID
           IF WS-EMPLOYEE-ID = SPACES
               DISPLAY "ERREUR : identifiant employe obligatoire"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Motif de la levee : " WITH NO ADVANCING
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "ERREUR : motif de levee obligatoire"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-HOLDS
           PERFORM FIND-HOLD
           IF WS-HOLD-FOUND = 'N'
               DISPLAY "ERREUR : aucun virement suspendu pour "
                   WS-EMPLOYEE-ID
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-HOLD-RECORD(HOLD-IDX) TO R-HOLD
           MOVE "LEVEE" TO HOLD-STATUT
           MOVE WS-NOW(1:8) TO HOLD-DATE
           MOVE WS-OPERATOR TO HOLD-OPERATEUR
           MOVE R-HOLD TO WS-HOLD-RECORD(HOLD-IDX)
           PERFORM SAVE-HOLDS
           PERFORM WRITE-HOLD-JOURNAL
           DISPLAY "Suspension de " WS-EMPLOYEE-ID " levee par "
               WS-OPERATOR
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

      * Registre absent : rien n'est suspendu, FIND-HOLD le dira.
       LOAD-HOLDS.
           OPEN INPUT F-HOLD
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-HOLD AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HOLD-COUNT < WS-HOLD-TABLE-MAX
                           ADD 1 TO WS-HOLD-COUNT
                           SET HOLD-IDX TO WS-HOLD-COUNT
                           MOVE R-HOLD TO WS-HOLD-RECORD(HOLD-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-HOLD
           END-IF
           MOVE 'N' TO WS-EOF.

       FIND-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND
           SET HOLD-IDX TO 1
           SEARCH WS-HOLD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HOLD-RECORD(HOLD-IDX)(1:10) = WS-EMPLOYEE-ID
                   AND WS-HOLD-RECORD(HOLD-IDX)(16:7) = "SUSPENS"
                   MOVE 'Y' TO WS-HOLD-FOUND
           END-SEARCH.

       SAVE-HOLDS.
           OPEN OUTPUT F-HOLD
           MOVE WS-HOLD-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-payment-holds.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-HOLD" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-RECORD(HOLD-IDX) TO R-HOLD
               WRITE R-HOLD
           END-PERFORM
           CLOSE F-HOLD.

       WRITE-HOLD-JOURNAL.
           OPEN EXTEND F-HOLDJRNL
           IF WS-HOLDJRNL-STATUS = "05" OR WS-HOLDJRNL-STATUS = "35"
               OPEN OUTPUT F-HOLDJRNL
           END-IF
           MOVE WS-HOLDJRNL-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-hold-journal.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN F-HOLDJRNL" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO R-HOLDJRNL
           MOVE WS-NOW(1:8) TO HJRN-DATE
           MOVE "-" TO HJRN-SEP
           MOVE WS-NOW(9:6) TO HJRN-HEURE
           MOVE "LEVEE" TO HJRN-ACTION
           MOVE WS-EMPLOYEE-ID TO HJRN-ID
           MOVE WS-OPERATOR TO HJRN-OPERATEUR
           MOVE WS-REASON TO HJRN-MOTIF
           WRITE R-HOLDJRNL
           CLOSE F-HOLDJRNL.

           COPY 'FILESTCHK.cpy'.
           COPY 'LOCKMGT.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM empfclear.
