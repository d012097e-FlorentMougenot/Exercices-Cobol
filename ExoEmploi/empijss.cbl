       IDENTIFICATION DIVISION.
       PROGRAM-ID. empijss.

      * Rapprochement des IJSS subrogees : pour chaque arret maladie
      * d'employee-sick-leave.txt, les indemnites attendues de la
      * caisse (jours apres carence x IJSS journaliere, memes regles
      * que APPLY-SICK-LEAVE dans employee.cbl, lues dans le meme
      * employee-params.cfg) sont mises en face des decomptes recus
      * d'employee-ijss-receipts.txt. Le rapport
      * employee-ijss-reconciliation.txt donne l'ecart par arret et
      * son etat (SOLDE, PARTIEL, ATTENTE, EXCEDENT), puis les
      * decomptes recus sans arret connu : les IJSS avancees par
      * l'employeur et jamais remboursees ne se perdent plus.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

           SELECT F-SICK ASSIGN TO "employee-sick-leave.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SICK-STATUS.

      * Decomptes de la caisse : employe, debut de l'arret indemnise,
      * date de paiement, montant verse a l'employeur.
           SELECT F-RECEIPT ASSIGN TO "employee-ijss-receipts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT F-REPORT ASSIGN TO "employee-ijss-reconciliation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.

      * Regles IJSS partagees avec le run de paie.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="employee-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * Meme disposition que R-SICK dans employee.cbl.
       FD  F-SICK
           RECORD CONTAINS 30 CHARACTERS.
       01  R-SICK.
           05 SICK-ID               PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 SICK-DEBUT            PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 SICK-FIN              PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 SICK-CARENCE          PIC 9(2).

       FD  F-RECEIPT
           RECORD CONTAINS 36 CHARACTERS.
       01  R-RECEIPT.
           05 RCPT-ID               PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 RCPT-DEBUT            PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 RCPT-DATE             PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 RCPT-MONTANT          PIC 9(5)V99.

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  R-REPORT                 PIC X(100).

           COPY 'AUDITFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-SICK-STATUS          PIC XX.
       01  WS-RECEIPT-STATUS       PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
      * Memes valeurs par defaut que dans employee.cbl.
       01  WS-IJSS-RATE-PCT        PIC 9(3) VALUE 50.
       01  WS-IJSS-DAILY-CAP       PIC 9(3)V99 VALUE 41.95.

       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EMP-COUNT
                  INDEXED BY EMP-IDX.
               10 WS-EMP-ID        PIC X(10).
               10 WS-EMP-SALAIRE   PIC X(6).
       01  WS-EMP-TABLE-MAX        PIC 9(4) VALUE 2000.

       01  WS-SICK-TABLE.
           05 WS-SICK-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-SICK-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-SICK-COUNT
                  INDEXED BY SICK-IDX.
               10 WS-SICK-ID       PIC X(10).
               10 WS-SICK-DEBUT    PIC 9(8).
               10 WS-SICK-FIN      PIC 9(8).
               10 WS-SICK-CARENCE  PIC 9(2).
               10 WS-SICK-RECU     PIC 9(7)V99.
       01  WS-SICK-TABLE-MAX       PIC 9(4) VALUE 500.

       01  WS-SICK-DAILY           PIC 9(5)V99.
       01  WS-IJSS-DAILY           PIC 9(3)V99.
       01  WS-IJSS-DAYS            PIC S9(5).
       01  WS-EXPECTED             PIC 9(7)V99.
       01  WS-GAP                  PIC S9(7)V99.
       01  WS-STATE                PIC X(15).
       01  WS-RCPT-FOUND           PIC X.
       01  WS-EMP-FOUND            PIC X.
       01  WS-EXPECTED-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-RECEIVED-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-OPEN-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-ORPHAN-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-REPORT-LINE          PIC X(100).
       01  WS-EXPECTED-EDIT        PIC Z(6)9.99.
       01  WS-RECEIVED-EDIT        PIC Z(6)9.99.
       01  WS-GAP-EDIT             PIC -(6)9.99.
       01  WS-DAYS-EDIT            PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOAD-PARAMETERS
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-SICK-TABLE
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-ijss-reconciliation.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Rapprochement IJSS subrogees - run "
                  FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "Employe    Debut    Fin       Jours     Attendu"
             & "        Recu       Ecart Etat" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM MATCH-RECEIPTS
           PERFORM VARYING SICK-IDX FROM 1 BY 1
                   UNTIL SICK-IDX > WS-SICK-COUNT
               PERFORM RECONCILE-ONE-EPISODE
           END-PERFORM
           MOVE WS-EXPECTED-TOTAL TO WS-EXPECTED-EDIT
           MOVE WS-RECEIVED-TOTAL TO WS-RECEIVED-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL attendu " WS-EXPECTED-EDIT
                  " recu " WS-RECEIVED-EDIT
                  " arrets non soldes " WS-OPEN-COUNT
                  " decomptes sans arret " WS-ORPHAN-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           CLOSE F-REPORT
           MOVE "empijss" TO WS-AUDIT-PROGRAM
           MOVE WS-SICK-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-OPEN-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-EXPECTED-TOTAL TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Rapprochement IJSS : " WS-SICK-COUNT " arrets, "
               WS-OPEN-COUNT " non soldes, " WS-ORPHAN-COUNT
               " decomptes sans arret"
      * Un ecart non solde ne bloque pas la chaine : avertissement.
           IF WS-OPEN-COUNT > ZERO OR WS-ORPHAN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Seules les regles IJSS d'employee-params.cfg concernent ce
      * rapprochement ; les autres cles sont celles du run de paie.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "IJSS_RATE_PCT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-IJSS-RATE-PCT
               WHEN "IJSS_DAILY_CAP"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-IJSS-DAILY-CAP
           END-EVALUATE.

       LOAD-EMPLOYEES.
           OPEN INPUT F-EMPLOYE
           MOVE WS-EMPLOYE-STATUS TO WS-FILESTAT-CODE
           MOVE "fichierclient.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-EMPLOYE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-EMPLOYE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF REMPLOYE-RECORD(1:4) NOT = "HDR "
                       AND REMPLOYE-RECORD(1:4) NOT = "TRL "
                       AND WS-EMP-COUNT < WS-EMP-TABLE-MAX
                       ADD 1 TO WS-EMP-COUNT
                       SET EMP-IDX TO WS-EMP-COUNT
                       MOVE REMPLOYE-ID TO WS-EMP-ID(EMP-IDX)
                       MOVE REMPLOYE-SALAIRE
                           TO WS-EMP-SALAIRE(EMP-IDX)
                   END-IF
           END-PERFORM
           CLOSE F-EMPLOYE
           MOVE 'N' TO WS-EOF.

       LOAD-SICK-TABLE.
           OPEN INPUT F-SICK
           IF WS-SICK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-SICK AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SICK-DEBUT IS NUMERIC
                           AND SICK-FIN IS NUMERIC
                           AND SICK-CARENCE IS NUMERIC
                           AND FUNCTION TEST-DATE-YYYYMMDD(SICK-DEBUT)
                               = ZERO
                           AND FUNCTION TEST-DATE-YYYYMMDD(SICK-FIN)
                               = ZERO
                           AND SICK-FIN >= SICK-DEBUT
                           AND WS-SICK-COUNT < WS-SICK-TABLE-MAX
                           ADD 1 TO WS-SICK-COUNT
                           SET SICK-IDX TO WS-SICK-COUNT
                           MOVE SICK-ID TO WS-SICK-ID(SICK-IDX)
                           MOVE SICK-DEBUT TO WS-SICK-DEBUT(SICK-IDX)
                           MOVE SICK-FIN TO WS-SICK-FIN(SICK-IDX)
                           MOVE SICK-CARENCE
                               TO WS-SICK-CARENCE(SICK-IDX)
                           MOVE ZERO TO WS-SICK-RECU(SICK-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-SICK
           END-IF
           MOVE 'N' TO WS-EOF.

      * Impute chaque decompte recu a son arret (employe + debut) ;
      * un decompte sans arret connu est liste tel quel.
       MATCH-RECEIPTS.
           OPEN INPUT F-RECEIPT
           IF WS-RECEIPT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-RECEIPT AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RCPT-MONTANT IS NUMERIC
                           PERFORM MATCH-ONE-RECEIPT
                       END-IF
               END-PERFORM
               CLOSE F-RECEIPT
           END-IF
           MOVE 'N' TO WS-EOF.

       MATCH-ONE-RECEIPT.
           ADD RCPT-MONTANT TO WS-RECEIVED-TOTAL
           MOVE 'N' TO WS-RCPT-FOUND
           SET SICK-IDX TO 1
           SEARCH WS-SICK-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SICK-ID(SICK-IDX) = RCPT-ID
                   AND WS-SICK-DEBUT(SICK-IDX) = RCPT-DEBUT
                   MOVE 'Y' TO WS-RCPT-FOUND
                   ADD RCPT-MONTANT TO WS-SICK-RECU(SICK-IDX)
           END-SEARCH
           IF WS-RCPT-FOUND = 'N'
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE RCPT-MONTANT TO WS-RECEIVED-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING RCPT-ID SPACE RCPT-DEBUT
                      " DECOMPTE_SANS_ARRET paye le " RCPT-DATE
                      SPACE WS-RECEIVED-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

      * IJSS attendues sur tout l'arret : jours apres carence x IJSS
      * journaliere (WS-IJSS-RATE-PCT du salaire annuel / 365,
      * plafonnee), comme dans APPLY-SICK-LEAVE.
       RECONCILE-ONE-EPISODE.
           MOVE ZERO TO WS-EXPECTED
           MOVE 'N' TO WS-EMP-FOUND
           COMPUTE WS-IJSS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SICK-FIN(SICK-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-SICK-DEBUT(SICK-IDX))
               + 1 - WS-SICK-CARENCE(SICK-IDX)
           IF WS-IJSS-DAYS < ZERO
               MOVE ZERO TO WS-IJSS-DAYS
           END-IF
           SET EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EMP-ID(EMP-IDX) = WS-SICK-ID(SICK-IDX)
                   MOVE 'Y' TO WS-EMP-FOUND
                   IF WS-EMP-SALAIRE(EMP-IDX) IS NUMERIC
                       COMPUTE WS-SICK-DAILY ROUNDED =
                           FUNCTION NUMVAL(WS-EMP-SALAIRE(EMP-IDX))
                           / 365
                       COMPUTE WS-IJSS-DAILY ROUNDED =
                           WS-SICK-DAILY * WS-IJSS-RATE-PCT / 100
                       IF WS-IJSS-DAILY > WS-IJSS-DAILY-CAP
                           MOVE WS-IJSS-DAILY-CAP TO WS-IJSS-DAILY
                       END-IF
                       COMPUTE WS-EXPECTED ROUNDED =
                           WS-IJSS-DAILY * WS-IJSS-DAYS
                   END-IF
           END-SEARCH
           ADD WS-EXPECTED TO WS-EXPECTED-TOTAL
           COMPUTE WS-GAP = WS-SICK-RECU(SICK-IDX) - WS-EXPECTED
      * Sans salaire connu l'attendu n'est pas calculable : l'arret
      * reste a traiter quel que soit le montant recu.
           EVALUATE TRUE
               WHEN WS-EMP-FOUND = 'N'
                   MOVE "EMPLOYE_INCONNU" TO WS-STATE
               WHEN WS-GAP = ZERO
                   MOVE "SOLDE" TO WS-STATE
               WHEN WS-SICK-RECU(SICK-IDX) = ZERO
                   MOVE "ATTENTE" TO WS-STATE
               WHEN WS-GAP < ZERO
                   MOVE "PARTIEL" TO WS-STATE
               WHEN OTHER
                   MOVE "EXCEDENT" TO WS-STATE
           END-EVALUATE
           IF WS-GAP NOT = ZERO OR WS-EMP-FOUND = 'N'
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           MOVE WS-IJSS-DAYS TO WS-DAYS-EDIT
           MOVE WS-EXPECTED TO WS-EXPECTED-EDIT
           MOVE WS-SICK-RECU(SICK-IDX) TO WS-RECEIVED-EDIT
           MOVE WS-GAP TO WS-GAP-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SICK-ID(SICK-IDX) SPACE
                  WS-SICK-DEBUT(SICK-IDX) SPACE
                  WS-SICK-FIN(SICK-IDX) SPACE
                  WS-DAYS-EDIT SPACE WS-EXPECTED-EDIT SPACE
                  WS-RECEIVED-EDIT SPACE WS-GAP-EDIT SPACE WS-STATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empijss.
