       IDENTIFICATION DIVISION.
       PROGRAM-ID. empclose.

      * Cloture d'une periode de paie : rien n'empechait de relancer
      * employee.cbl sur un mois deja declare, et un rerun modifiait
      * employee-ytd.dat et l'extrait comptable apres le depart de la
      * declaration sociale. La periode AAAAMM demandee passe CLOSED
      * dans le calendrier employee-periods.dat (disposition
      * FPERIODE.cpy) une fois ses sorties equilibrees : pointage
      * empbalance EQUILIBRE et extrait comptable de la periode a
      * ecart debit/credit nul. Une periode CLOSED est refusee par
      * employee.cbl et par le controle prealable de la chaine ;
      * seul empreopen la rouvre. La cloture est journalisee dans
      * employee-period-journal.txt avec le code de l'operateur,
      * qui doit etre un operateur actif du registre avec le role
      * PERIOD-CLOSE (OPERCHK.cpy).
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

           SELECT F-BALANCE ASSIGN TO "employee-balance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT F-GLPOST ASSIGN TO "employee-gl-postings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.

      * Verrou de run partage du domaine employes : pas de cloture
      * pendant qu'un run de paie ecrit les sorties de la periode
      * (LOCKSEL/LOCKFD/LOCKWS/LOCKMGT).
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

       FD  F-BALANCE
           RECORD CONTAINS 120 CHARACTERS.
       01  R-BALANCE                PIC X(120).

      * Meme disposition que R-GLPOST dans employee.cbl.
       FD  F-GLPOST
           RECORD CONTAINS 90 CHARACTERS.
       01  R-GLPOST.
           05 GLPOST-DATE           PIC 9(8).
           05 FILLER                PIC X.
           05 GLPOST-SENS           PIC X.
           05 FILLER                PIC X.
           05 GLPOST-COMPTE         PIC X(6).
           05 FILLER                PIC X.
           05 GLPOST-LIBELLE        PIC X(31).
           05 FILLER                PIC X.
           05 GLPOST-MONTANT        PIC 9(11)V99.
           05 FILLER                PIC X.
           05 GLPOST-RUN-ID         PIC X(20).
           05 FILLER                PIC X.
           05 GLPOST-PREFIXE        PIC X(4).

           COPY 'LOCKFD.cpy'.
           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS        PIC XX.
       01  WS-PERJRNL-STATUS       PIC XX.
       01  WS-BALANCE-STATUS       PIC XX.
       01  WS-GLPOST-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'LOCKWS.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-OPERATOR             PIC X(8).
       01  WS-PERIOD-INPUT         PIC X(6).
       01  WS-PERIOD               PIC 9(6).
       01  WS-NOW                  PIC X(21).
       01  WS-REFUSAL              PIC X(60).
       01  WS-JRNL-ACTION          PIC X(11).
       01  WS-JRNL-MOTIF           PIC X(60).
       01  WS-BALANCE-OK           PIC X VALUE 'N'.
       01  WS-GL-GAP-SEEN          PIC X VALUE 'N'.
       01  WS-GL-LINES             PIC 9(5) VALUE ZERO.
       01  WS-GL-OTHER-PERIOD      PIC 9(5) VALUE ZERO.
       01  WS-GL-GAP               PIC 9(11)V99 VALUE ZERO.

      * Periode courante, vue champ par champ.
       01  WS-PER-WORK.
           COPY 'FPERIODE.cpy' REPLACING ==:PE:== BY ==WPER==.

      * Calendrier charge en memoire puis reecrit en entier.
       01  WS-PER-TABLE.
           05 WS-PER-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-PER-ENTRY OCCURS 1 TO 600 TIMES
                  DEPENDING ON WS-PER-COUNT
                  INDEXED BY PER-IDX.
               10 WS-PER-RECORD    PIC X(49).
       01  WS-PER-TABLE-MAX        PIC 9(4) VALUE 600.
       01  WS-PER-FOUND            PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           MOVE "empclose" TO WS-LOCK-PROGRAM
           MOVE "empclose" TO WS-OPER-PROGRAM
           DISPLAY "Code operateur : " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               DISPLAY "ERREUR : code operateur obligatoire"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR TO WS-OPER-CODE
           MOVE "PERIOD-CLOSE" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY "ERREUR : operateur non habilite a cloturer "
                   "une periode de paie ("
                   FUNCTION TRIM(WS-OPER-REFUSAL) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Periode a cloturer (AAAAMM) : " WITH NO ADVANCING
           ACCEPT WS-PERIOD-INPUT
           IF WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "ERREUR : periode AAAAMM invalide"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD-INPUT TO WS-PERIOD
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-PERIODS
           PERFORM FIND-PERIOD
           IF WS-PER-FOUND = 'N'
               MOVE "periode absente du calendrier" TO WS-REFUSAL
               PERFORM REFUSE-CLOSE
           END-IF
           IF WPER-STATUT = "CLOSED"
               MOVE "periode deja cloturee" TO WS-REFUSAL
               PERFORM REFUSE-CLOSE
           END-IF
           PERFORM CHECK-BALANCE-REPORT
           IF WS-BALANCE-OK = 'N'
               MOVE "pointage empbalance absent ou en ecart"
                   TO WS-REFUSAL
               PERFORM REFUSE-CLOSE
           END-IF
           PERFORM CHECK-GL-EXTRACT
           EVALUATE TRUE
               WHEN WS-GL-LINES = ZERO
                   MOVE "extrait comptable absent ou vide"
                       TO WS-REFUSAL
                   PERFORM REFUSE-CLOSE
               WHEN WS-GL-OTHER-PERIOD > ZERO
                   MOVE "extrait comptable d'une autre periode"
                       TO WS-REFUSAL
                   PERFORM REFUSE-CLOSE
               WHEN WS-GL-GAP-SEEN = 'N' OR WS-GL-GAP NOT = ZERO
                   MOVE "extrait comptable desequilibre"
                       TO WS-REFUSAL
                   PERFORM REFUSE-CLOSE
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE "CLOSED" TO WPER-STATUT
           MOVE WS-OPERATOR TO WPER-OPERATEUR
           MOVE WS-NOW(1:8) TO WPER-DATE-STATUT
           MOVE WS-PER-WORK TO WS-PER-RECORD(PER-IDX)
           PERFORM SAVE-PERIODS
           MOVE "CLOTURE" TO WS-JRNL-ACTION
           MOVE "sorties equilibrees, pointage et compta controles"
               TO WS-JRNL-MOTIF
           PERFORM WRITE-PERIOD-JOURNAL
           DISPLAY "Periode " WS-PERIOD " cloturee par " WS-OPERATOR
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

      * Refus de cloture : le calendrier n'est pas modifie.
       REFUSE-CLOSE.
           DISPLAY "ERREUR : cloture " WS-PERIOD-INPUT " refusee, "
               FUNCTION TRIM(WS-REFUSAL)
           PERFORM RELEASE-RUN-LOCK
           MOVE 8 TO RETURN-CODE
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

      * Le dernier pointage empbalance doit etre EQUILIBRE.
       CHECK-BALANCE-REPORT.
           OPEN INPUT F-BALANCE
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-BALANCE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF R-BALANCE(1:18) = "POINTAGE EQUILIBRE"
                           MOVE 'Y' TO WS-BALANCE-OK
                       END-IF
               END-PERFORM
               CLOSE F-BALANCE
           END-IF
           MOVE 'N' TO WS-EOF.

      * L'extrait comptable doit etre celui de la periode cloturee
      * et porter une ligne d'ecart 999999 a zero (une par societe
      * en paie multi-societes, leur somme doit etre nulle).
       CHECK-GL-EXTRACT.
           OPEN INPUT F-GLPOST
           IF WS-GLPOST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-GLPOST AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-GL-LINES
                       IF GLPOST-DATE(1:6) NOT = WS-PERIOD-INPUT
                           ADD 1 TO WS-GL-OTHER-PERIOD
                       END-IF
                       IF GLPOST-COMPTE = "999999"
                           MOVE 'Y' TO WS-GL-GAP-SEEN
                           ADD GLPOST-MONTANT TO WS-GL-GAP
                       END-IF
               END-PERFORM
               CLOSE F-GLPOST
           END-IF
           MOVE 'N' TO WS-EOF.

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

      * Journal des changements de statut, en ajout (meme convention
      * OPEN EXTEND + repli OPEN OUTPUT que WRITE-AUDIT-LOG).
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
           MOVE WS-JRNL-ACTION TO PERJ-ACTION
           MOVE WS-JRNL-MOTIF TO PERJ-MOTIF
           MOVE WS-PERIOD TO PERJ-PERIODE
           MOVE WS-OPERATOR TO PERJ-OPERATEUR
           WRITE R-PERJRNL
           CLOSE F-PERJRNL.

           COPY 'FILESTCHK.cpy'.
           COPY 'LOCKMGT.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM empclose.
