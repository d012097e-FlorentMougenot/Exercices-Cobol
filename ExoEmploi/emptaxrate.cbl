       IDENTIFICATION DIVISION.
       PROGRAM-ID. emptaxrate.

      * Taux individuels de prelevement a la source, a passer avant
      * le run de paie : le fichier retour mensuel de l'administration
      * fiscale (employee-tax-return.txt, un taux par employe avec sa
      * date d'effet) est fusionne dans le registre
      * employee-tax-rates.dat que lit employee.cbl. Une ligne de
      * meme employe et meme date d'effet remplace la precedente
      * (rectificatif de l'administration) ; les autres s'ajoutent,
      * l'historique restant disponible pour les rappels.
      * Le compte rendu (employee-tax-rate-report.txt) liste les
      * employes du maitre sans taux en vigueur a la periode, donc
      * imposes au bareme neutre, les taux qui ont change depuis le
      * mois precedent, et les taux recus pour un matricule absent du
      * maitre. Des lignes rejetees du fichier retour donnent le code
      * retour 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

           SELECT F-TAXRET ASSIGN TO "employee-tax-return.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAXRET-STATUS.

           SELECT F-TAXRATE ASSIGN TO "employee-tax-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT F-REPORT ASSIGN TO "employee-tax-rate-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Periode de paie, reglable sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="emptaxrate-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * Fichier retour de l'administration : matricule, taux en
      * pourcentage (9(2)V99), date d'effet AAAAMMJJ.
       FD  F-TAXRET
           RECORD CONTAINS 24 CHARACTERS.
       01  R-TAXRET.
           05 TAXRET-ID             PIC X(10).
           05 FILLER                PIC X.
           05 TAXRET-TAUX           PIC 9(2)V99.
           05 FILLER                PIC X.
           05 TAXRET-EFFET          PIC 9(8).

      * Meme disposition que F-TAXRATE dans employee.cbl, plus la
      * date de reception du fichier retour.
       FD  F-TAXRATE
           RECORD CONTAINS 33 CHARACTERS.
       01  R-TAXRATE.
           05 TAXRATE-ID            PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 TAXRATE-TAUX          PIC 9(2)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 TAXRATE-EFFET         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 TAXRATE-RECU          PIC 9(8).

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  R-REPORT                 PIC X(100).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-TAXRET-STATUS        PIC XX.
       01  WS-TAXRATE-STATUS       PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
      * Periode de paie (AAAAMMJJ) : date du jour par defaut, meme
      * cle que dans employee-params.cfg.
       01  WS-PAY-PERIOD-DATE      PIC 9(8) VALUE ZERO.
      * Dernier jour du mois precedent : date de comparaison des
      * taux changes.
       01  WS-DATE-WORK.
           05 WS-WORK-AAAA         PIC 9(4).
           05 WS-WORK-MM           PIC 9(2).
           05 WS-WORK-JJ           PIC 9(2).
       01  WS-WORK-8 REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-PREV-8               PIC 9(8).

      * Registre complet : lignes existantes puis lignes recues.
       01  WS-REG-TABLE.
           05 WS-REG-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-REG-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-REG-COUNT
                  INDEXED BY REG-IDX.
               10 WS-REG-ID        PIC X(10).
               10 WS-REG-TAUX      PIC 9(2)V99.
               10 WS-REG-EFFET     PIC 9(8).
               10 WS-REG-RECU      PIC 9(8).
               10 WS-REG-NOUVEAU   PIC X.
       01  WS-REG-TABLE-MAX        PIC 9(4) VALUE 5000.
       01  WS-REG-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-REG-FOUND            PIC X.

      * Employes du maitre, pour le bareme neutre et les inconnus.
       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EMP-COUNT
                  INDEXED BY EMP-IDX.
               10 WS-EMP-ID        PIC X(10).
               10 WS-EMP-NOM       PIC X(20).
       01  WS-EMP-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-EMP-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-EMP-FOUND            PIC X.

      * Recherche du taux en vigueur d'un employe a une date.
       01  WS-LOOKUP-ID            PIC X(10).
       01  WS-LOOKUP-DATE          PIC 9(8).
       01  WS-LOOKUP-FOUND         PIC X.
       01  WS-LOOKUP-TAUX          PIC 9(2)V99.
       01  WS-LOOKUP-EFFET         PIC 9(8).
       01  WS-CUR-FOUND            PIC X.
       01  WS-CUR-TAUX             PIC 9(2)V99.
       01  WS-CUR-EFFET            PIC 9(8).

       01  WS-RET-READ             PIC 9(5) VALUE ZERO.
       01  WS-RET-ADDED            PIC 9(5) VALUE ZERO.
       01  WS-RET-REPLACED         PIC 9(5) VALUE ZERO.
       01  WS-RET-REJECTED         PIC 9(5) VALUE ZERO.
       01  WS-NEUTRAL-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CHANGED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-UNKNOWN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-REPORT-LINE          PIC X(100).
       01  WS-TAUX-EDIT            PIC Z9.99.
       01  WS-TAUX2-EDIT           PIC Z9.99.

       PROCEDURE DIVISION.
           MOVE "emptaxrate" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-PAY-PERIOD-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-PAY-PERIOD-DATE
           END-IF
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM SET-PREVIOUS-MONTH
           PERFORM LOAD-REGISTER
           PERFORM MERGE-RETURN-FILE
           PERFORM WRITE-REGISTER
           PERFORM LOAD-MASTER
           PERFORM WRITE-RATE-REPORT
           IF WS-RET-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "emptaxrate" TO WS-AUDIT-PROGRAM
           MOVE WS-RET-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-REG-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Taux individuels : " WS-RET-READ " recu(s), "
               WS-RET-ADDED " ajoute(s), " WS-RET-REPLACED
               " remplace(s), " WS-RET-REJECTED " rejete(s) ; "
               WS-NEUTRAL-COUNT " employe(s) au bareme neutre, "
               WS-CHANGED-COUNT " taux change(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'emptaxrate-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PAY_PERIOD_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PAY-PERIOD-DATE
           END-EVALUATE.

      * Veille du premier jour du mois de la periode.
       SET-PREVIOUS-MONTH.
           MOVE WS-PAY-PERIOD-DATE TO WS-WORK-8
           MOVE 1 TO WS-WORK-JJ
           COMPUTE WS-PREV-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-8) - 1).

      * Registre existant ; absent au premier passage.
       LOAD-REGISTER.
           OPEN INPUT F-TAXRATE
           IF WS-TAXRATE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-TAXRATE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TAXRATE-TAUX IS NUMERIC
                           AND TAXRATE-EFFET IS NUMERIC
                           PERFORM STORE-REGISTER-LINE
                       END-IF
               END-PERFORM
               CLOSE F-TAXRATE
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-REGISTER-LINE.
           IF WS-REG-COUNT >= WS-REG-TABLE-MAX
               PERFORM SIGNAL-REGISTER-FULL
           ELSE
               ADD 1 TO WS-REG-COUNT
               SET REG-IDX TO WS-REG-COUNT
               MOVE TAXRATE-ID TO WS-REG-ID(REG-IDX)
               MOVE TAXRATE-TAUX TO WS-REG-TAUX(REG-IDX)
               MOVE TAXRATE-EFFET TO WS-REG-EFFET(REG-IDX)
               IF TAXRATE-RECU IS NUMERIC
                   MOVE TAXRATE-RECU TO WS-REG-RECU(REG-IDX)
               ELSE
                   MOVE ZERO TO WS-REG-RECU(REG-IDX)
               END-IF
               MOVE 'N' TO WS-REG-NOUVEAU(REG-IDX)
           END-IF.

       SIGNAL-REGISTER-FULL.
           IF WS-REG-TABLE-FULL = 'N'
               MOVE 'Y' TO WS-REG-TABLE-FULL
               MOVE "CAPACITE WS-REG-ENTRY DEPASSEE"
                   TO WS-ALERT-CONDITION
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
           END-IF.

      * Fichier retour du mois ; absent, le registre reste en l'etat
      * et le compte rendu porte sur les taux deja connus.
       MERGE-RETURN-FILE.
           OPEN INPUT F-TAXRET
           IF WS-TAXRET-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-TAXRET AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RET-READ
                       IF TAXRET-ID = SPACES
                           OR TAXRET-TAUX IS NOT NUMERIC
                           OR TAXRET-EFFET IS NOT NUMERIC
                           ADD 1 TO WS-RET-REJECTED
                       ELSE
                           IF FUNCTION TEST-DATE-YYYYMMDD(TAXRET-EFFET)
                               NOT = ZERO
                               ADD 1 TO WS-RET-REJECTED
                           ELSE
                               PERFORM MERGE-RETURN-LINE
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE F-TAXRET
           END-IF
           MOVE 'N' TO WS-EOF.

       MERGE-RETURN-LINE.
           MOVE 'N' TO WS-REG-FOUND
           IF WS-REG-COUNT > ZERO
               SET REG-IDX TO 1
               SEARCH WS-REG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REG-ID(REG-IDX) = TAXRET-ID
                       AND WS-REG-EFFET(REG-IDX) = TAXRET-EFFET
                       MOVE 'Y' TO WS-REG-FOUND
                       MOVE TAXRET-TAUX TO WS-REG-TAUX(REG-IDX)
                       MOVE WS-TODAY-8 TO WS-REG-RECU(REG-IDX)
                       MOVE 'Y' TO WS-REG-NOUVEAU(REG-IDX)
                       ADD 1 TO WS-RET-REPLACED
               END-SEARCH
           END-IF
           IF WS-REG-FOUND = 'N'
               IF WS-REG-COUNT >= WS-REG-TABLE-MAX
                   PERFORM SIGNAL-REGISTER-FULL
                   ADD 1 TO WS-RET-REJECTED
               ELSE
                   ADD 1 TO WS-REG-COUNT
                   SET REG-IDX TO WS-REG-COUNT
                   MOVE TAXRET-ID TO WS-REG-ID(REG-IDX)
                   MOVE TAXRET-TAUX TO WS-REG-TAUX(REG-IDX)
                   MOVE TAXRET-EFFET TO WS-REG-EFFET(REG-IDX)
                   MOVE WS-TODAY-8 TO WS-REG-RECU(REG-IDX)
                   MOVE 'Y' TO WS-REG-NOUVEAU(REG-IDX)
                   ADD 1 TO WS-RET-ADDED
               END-IF
           END-IF.

      * Le registre est reecrit en entier : une relance avec le meme
      * fichier retour reproduit le meme registre.
       WRITE-REGISTER.
           OPEN OUTPUT F-TAXRATE
           MOVE WS-TAXRATE-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-tax-rates.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-TAXRATE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               MOVE SPACES TO R-TAXRATE
               MOVE WS-REG-ID(REG-IDX) TO TAXRATE-ID
               MOVE WS-REG-TAUX(REG-IDX) TO TAXRATE-TAUX
               MOVE WS-REG-EFFET(REG-IDX) TO TAXRATE-EFFET
               MOVE WS-REG-RECU(REG-IDX) TO TAXRATE-RECU
               WRITE R-TAXRATE
           END-PERFORM
           CLOSE F-TAXRATE.

       LOAD-MASTER.
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
                       AND REMPLOYE-ID NOT = SPACES
                       PERFORM STORE-EMPLOYEE
                   END-IF
           END-PERFORM
           CLOSE F-EMPLOYE
           MOVE 'N' TO WS-EOF.

       STORE-EMPLOYEE.
           IF WS-EMP-COUNT >= WS-EMP-TABLE-MAX
               IF WS-EMP-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-EMP-TABLE-FULL
                   MOVE "CAPACITE WS-EMP-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-EMP-COUNT
               SET EMP-IDX TO WS-EMP-COUNT
               MOVE REMPLOYE-ID TO WS-EMP-ID(EMP-IDX)
               MOVE REMPLOYE-NOM TO WS-EMP-NOM(EMP-IDX)
           END-IF.

      * Taux en vigueur pour WS-LOOKUP-ID a WS-LOOKUP-DATE : date
      * d'effet la plus recente non posterieure, comme employee.cbl.
       FIND-RATE-AT-DATE.
           MOVE 'N' TO WS-LOOKUP-FOUND
           MOVE ZERO TO WS-LOOKUP-TAUX
           MOVE ZERO TO WS-LOOKUP-EFFET
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               IF WS-REG-ID(REG-IDX) = WS-LOOKUP-ID
                   AND WS-REG-EFFET(REG-IDX) <= WS-LOOKUP-DATE
                   AND (WS-LOOKUP-FOUND = 'N'
                        OR WS-REG-EFFET(REG-IDX) >= WS-LOOKUP-EFFET)
                   MOVE 'Y' TO WS-LOOKUP-FOUND
                   MOVE WS-REG-TAUX(REG-IDX) TO WS-LOOKUP-TAUX
                   MOVE WS-REG-EFFET(REG-IDX) TO WS-LOOKUP-EFFET
               END-IF
           END-PERFORM.

       WRITE-RATE-REPORT.
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-tax-rate-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TAUX INDIVIDUELS DE PRELEVEMENT - PERIODE "
                  WS-PAY-PERIOD-DATE " - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Fichier retour : " WS-RET-READ " ligne(s), "
                  WS-RET-ADDED " ajoutee(s), " WS-RET-REPLACED
                  " remplacee(s), " WS-RET-REJECTED " rejetee(s)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO R-REPORT
           WRITE R-REPORT
           MOVE "EMPLOYES AU BAREME NEUTRE (sans taux individuel)"
               TO R-REPORT
           WRITE R-REPORT
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
               PERFORM REPORT-NEUTRAL-EMPLOYEE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Total bareme neutre : " WS-NEUTRAL-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO R-REPORT
           WRITE R-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TAUX CHANGES DEPUIS LE " WS-PREV-8
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
               PERFORM REPORT-CHANGED-RATE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Total taux changes : " WS-CHANGED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO R-REPORT
           WRITE R-REPORT
           MOVE "TAUX RECUS POUR UN MATRICULE ABSENT DU MAITRE"
               TO R-REPORT
           WRITE R-REPORT
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               IF WS-REG-NOUVEAU(REG-IDX) = 'Y'
                   PERFORM REPORT-UNKNOWN-ID
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Total inconnus : " WS-UNKNOWN-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           CLOSE F-REPORT.

       REPORT-NEUTRAL-EMPLOYEE.
           MOVE WS-EMP-ID(EMP-IDX) TO WS-LOOKUP-ID
           MOVE WS-PAY-PERIOD-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-RATE-AT-DATE
           IF WS-LOOKUP-FOUND = 'N'
               ADD 1 TO WS-NEUTRAL-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-EMP-ID(EMP-IDX) " "
                      WS-EMP-NOM(EMP-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

      * Taux en vigueur a la periode compare a celui du mois
      * precedent ; un premier taux apres le bareme neutre compte
      * aussi comme un changement.
       REPORT-CHANGED-RATE.
           MOVE WS-EMP-ID(EMP-IDX) TO WS-LOOKUP-ID
           MOVE WS-PAY-PERIOD-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-RATE-AT-DATE
           MOVE WS-LOOKUP-FOUND TO WS-CUR-FOUND
           MOVE WS-LOOKUP-TAUX TO WS-CUR-TAUX
           MOVE WS-LOOKUP-EFFET TO WS-CUR-EFFET
           IF WS-CUR-FOUND = 'Y'
               MOVE WS-PREV-8 TO WS-LOOKUP-DATE
               PERFORM FIND-RATE-AT-DATE
               IF WS-LOOKUP-FOUND = 'N'
                   OR WS-LOOKUP-TAUX NOT = WS-CUR-TAUX
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE WS-CUR-TAUX TO WS-TAUX-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   IF WS-LOOKUP-FOUND = 'N'
                       STRING "  " WS-EMP-ID(EMP-IDX) " "
                              WS-EMP-NOM(EMP-IDX)
                              " neutre -> " WS-TAUX-EDIT
                              " % effet " WS-CUR-EFFET
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       MOVE WS-LOOKUP-TAUX TO WS-TAUX2-EDIT
                       STRING "  " WS-EMP-ID(EMP-IDX) " "
                              WS-EMP-NOM(EMP-IDX)
                              " " WS-TAUX2-EDIT " % -> " WS-TAUX-EDIT
                              " % effet " WS-CUR-EFFET
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   WRITE R-REPORT FROM WS-REPORT-LINE
               END-IF
           END-IF.

       REPORT-UNKNOWN-ID.
           MOVE 'N' TO WS-EMP-FOUND
           IF WS-EMP-COUNT > ZERO
               SET EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMP-ID(EMP-IDX) = WS-REG-ID(REG-IDX)
                       MOVE 'Y' TO WS-EMP-FOUND
               END-SEARCH
           END-IF
           IF WS-EMP-FOUND = 'N'
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE WS-REG-TAUX(REG-IDX) TO WS-TAUX-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-REG-ID(REG-IDX) " taux " WS-TAUX-EDIT
                      " % effet " WS-REG-EFFET(REG-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM emptaxrate.
