       IDENTIFICATION DIVISION.
       PROGRAM-ID. empfraud.

      * Controle anti-fraude passe avant le run de paie, donc avant
      * WRITE-TRANSFER-FILE : empribvet ne verifie que le format des
      * IBAN/BIC, rien ne signalait deux salaries payes sur le meme
      * compte, un IBAN change quelques jours avant la paie ou un
      * salarie sans date d'embauche, sans lien hierarchique et sans
      * aucune activite de conges. Chaque employe de
      * fichierclient.txt est note contre ces indicateurs en croisant
      * employee-bank-details.dat, le journal d'empmaint, les liens
      * d'emphier (employee-managers.txt) et le registre des conges ;
      * les poids et le seuil de suspension sont reglables. Au-dela
      * du seuil, l'employe entre dans employee-payment-holds.dat
      * (statut SUSPENS) et employee.cbl l'ecarte du fichier de
      * virements jusqu'a sa levee par un controleur habilite
      * (empfclear). Le rapport employee-fraud-report.txt liste les
      * employes notes, score decroissant.
      *
      * Les IBAN connus sont historises dans employee-bank-history.dat
      * avec leur date de premiere apparition : c'est cet historique
      * qui date les changements de coordonnees, aucun programme ne
      * les journalisant. Au premier passage (historique absent), les
      * IBAN en place sont repris sans date et ne comptent pas comme
      * recents.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

           SELECT F-BANK ASSIGN TO "employee-bank-details.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT F-BHIST ASSIGN TO "employee-bank-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BHIST-STATUS.

           SELECT F-JOURNAL ASSIGN TO "employee-maint-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT F-MGRLINK ASSIGN TO "employee-managers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MGRLINK-STATUS.

           SELECT F-LEDGER ASSIGN TO "employee-leave-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT F-TAKEN ASSIGN TO "employee-leave-taken.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAKEN-STATUS.

           SELECT F-HOLD ASSIGN TO "employee-payment-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT F-FRAUDRPT ASSIGN TO "employee-fraud-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FRAUDRPT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.
           COPY 'LOCKSEL.cpy'.

      * Date de paie, fenetre de recence, poids des indicateurs et
      * seuil de suspension, reglables sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empfraud-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * Meme disposition que R-BANK dans employee.cbl.
       FD  F-BANK
           RECORD CONTAINS 52 CHARACTERS.
       01  R-BANK.
           05 BANK-ID               PIC X(10).
           05 FILLER                PIC X.
           05 BANK-IBAN             PIC X(27).
           05 FILLER                PIC X.
           05 BANK-BIC              PIC X(11).
           05 FILLER                PIC X.
           05 BANK-FLAG             PIC X.

      * Un IBAN par employe avec sa date de premiere apparition
      * (zero : deja en place a la mise en service du controle).
       FD  F-BHIST
           RECORD CONTAINS 47 CHARACTERS.
       01  R-BHIST.
           05 BHIST-ID              PIC X(10).
           05 FILLER                PIC X.
           05 BHIST-IBAN            PIC X(27).
           05 FILLER                PIC X.
           05 BHIST-VU              PIC 9(8).

      * Lignes du journal empmaint : AAAAMMJJ-HHMMSS, action, "par"
      * valideur, image avant/apres de l'enregistrement maitre.
       FD  F-JOURNAL
           RECORD CONTAINS 140 CHARACTERS.
       01  R-JOURNAL.
           05 JRN-DATE              PIC X(8).
           05 FILLER                PIC X(8).
           05 JRN-ACTION            PIC X(5).
           05 FILLER                PIC X(14).
           05 JRN-IMAGE             PIC X(8).
           05 JRN-ID                PIC X(10).
           05 FILLER                PIC X(87).

      * Meme disposition que R-MGRLINK dans emphier.cbl.
       FD  F-MGRLINK
           RECORD CONTAINS 21 CHARACTERS.
       01  R-MGRLINK.
           05 MGRLINK-EMPLOYE       PIC X(10).
           05 FILLER                PIC X.
           05 MGRLINK-MANAGER       PIC X(10).

      * Meme disposition que R-LEDGER dans empleave.cbl.
       FD  F-LEDGER
           RECORD CONTAINS 24 CHARACTERS.
       01  R-LEDGER.
           05 LEDGER-ID             PIC X(10).
           05 FILLER                PIC X.
           05 LEDGER-BALANCE        PIC S9(3)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                PIC X.
           05 LEDGER-N1             PIC S9(3)V99
               SIGN IS LEADING SEPARATE CHARACTER.

      * Meme disposition que R-TAKEN dans empleave.cbl.
       FD  F-TAKEN
           RECORD CONTAINS 15 CHARACTERS.
       01  R-TAKEN.
           05 TAKEN-ID              PIC X(10).
           05 FILLER                PIC X.
           05 TAKEN-DAYS            PIC 9(2)V99.

      * Registre des suspensions de virement : SUSPENS tant qu'un
      * controleur n'a pas leve la suspension (LEVEE, avec son code
      * et la date) ; la levee vaut pour l'IBAN controle.
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

       FD  F-FRAUDRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-FRAUDRPT               PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'LOCKFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-BANK-STATUS          PIC XX.
       01  WS-BHIST-STATUS         PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-MGRLINK-STATUS       PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-TAKEN-STATUS         PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-FRAUDRPT-STATUS      PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'LOCKWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
      * Date de la paie controlee (defaut : date du jour) et fenetre
      * en jours avant cette date ou un changement compte comme
      * recent.
       01  WS-PAY-PERIOD-DATE      PIC 9(8) VALUE ZERO.
       01  WS-RECENT-DAYS          PIC 9(3) VALUE 10.
      * Solde de conges (jours) au-dela duquel un compteur jamais
      * debite vaut absence d'activite : plus d'un an d'acquisition.
       01  WS-LEAVE-IDLE-DAYS      PIC 9(3) VALUE 30.
       01  WS-HOLD-THRESHOLD       PIC 9(3) VALUE 50.
      * Poids par indicateur ; l'employe fantome type (sans embauche,
      * sans manager, sans conges) atteint juste le seuil par defaut.
       01  WS-WEIGHT-SHARED-IBAN   PIC 9(3) VALUE 40.
       01  WS-WEIGHT-RECENT-IBAN   PIC 9(3) VALUE 30.
       01  WS-WEIGHT-RECENT-MASTER PIC 9(3) VALUE 20.
       01  WS-WEIGHT-NO-HIRE       PIC 9(3) VALUE 20.
       01  WS-WEIGHT-NO-MANAGER    PIC 9(3) VALUE 15.
       01  WS-WEIGHT-NO-LEAVE      PIC 9(3) VALUE 15.

       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EMP-COUNT
                  INDEXED BY EMP-IDX.
               10 WS-EMP-SCORE     PIC 9(3).
               10 WS-EMP-ID        PIC X(10).
               10 WS-EMP-NOM       PIC X(20).
               10 WS-EMP-AGENCE    PIC X(3).
               10 WS-EMP-SALAIRE   PIC 9(6).
               10 WS-EMP-EMBAUCHE  PIC X(8).
               10 WS-EMP-IBAN      PIC X(27).
               10 WS-EMP-INDIC     PIC X(80).
               10 WS-EMP-STATUT    PIC X(8).
       01  WS-EMP-TABLE-MAX        PIC 9(4) VALUE 2000.

       01  WS-BANK-TABLE.
           05 WS-BANK-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-BANK-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-BANK-COUNT
                  INDEXED BY BANK-IDX.
               10 WS-BANK-ID       PIC X(10).
               10 WS-BANK-IBAN     PIC X(27).
       01  WS-BANK-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-OTHER-IDX            PIC 9(4).

       01  WS-BHIST-TABLE.
           05 WS-BHIST-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-BHIST-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-BHIST-COUNT
                  INDEXED BY BHIST-IDX.
               10 WS-BHIST-ID      PIC X(10).
               10 WS-BHIST-IBAN    PIC X(27).
               10 WS-BHIST-VU      PIC 9(8).
               10 WS-BHIST-KEEP    PIC X.
       01  WS-BHIST-TABLE-MAX      PIC 9(4) VALUE 2000.
       01  WS-BHIST-TABLE-FULL     PIC X VALUE 'N'.
       01  WS-BHIST-FIRST-RUN      PIC X VALUE 'N'.

      * Identifiants crees ou modifies par empmaint dans la fenetre.
       01  WS-JRN-TABLE.
           05 WS-JRN-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-JRN-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-JRN-COUNT
                  INDEXED BY JRN-IDX.
               10 WS-JRN-ID        PIC X(10).
       01  WS-JRN-TABLE-MAX        PIC 9(4) VALUE 2000.

      * Identifiants presents dans un lien hierarchique, d'un cote
      * ou de l'autre : le sommet de l'organigramme n'a pas de
      * manager mais il est connu de la hierarchie.
       01  WS-LINK-TABLE.
           05 WS-LINK-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-LINK-ENTRY OCCURS 1 TO 4000 TIMES
                  DEPENDING ON WS-LINK-COUNT
                  INDEXED BY LINK-IDX.
               10 WS-LINK-ID       PIC X(10).
       01  WS-LINK-TABLE-MAX       PIC 9(4) VALUE 4000.
       01  WS-LINK-LOADED          PIC X VALUE 'N'.
       01  WS-LINK-CANDIDATE       PIC X(10).

       01  WS-LEAVE-TABLE.
           05 WS-LEAVE-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-LEAVE-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-LEAVE-COUNT
                  INDEXED BY LEAVE-IDX.
               10 WS-LEAVE-ID      PIC X(10).
               10 WS-LEAVE-BALANCE PIC S9(3)V99.
               10 WS-LEAVE-TAKEN   PIC X.
       01  WS-LEAVE-TABLE-MAX      PIC 9(4) VALUE 2000.
       01  WS-LEAVE-LOADED         PIC X VALUE 'N'.

       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-HOLD-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-HOLD-COUNT
                  INDEXED BY HOLD-IDX.
               10 WS-HOLD-ID       PIC X(10).
               10 WS-HOLD-SCORE    PIC 9(3).
               10 WS-HOLD-STATUT   PIC X(7).
               10 WS-HOLD-DATE     PIC 9(8).
               10 WS-HOLD-OPERATEUR PIC X(8).
               10 WS-HOLD-IBAN     PIC X(27).
               10 WS-HOLD-KEEP     PIC X.
       01  WS-HOLD-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-HOLD-TABLE-FULL      PIC X VALUE 'N'.

       01  WS-FOUND                PIC X.
       01  WS-HIRE-8               PIC 9(8).
       01  WS-CHANGE-8             PIC 9(8).
       01  WS-RECENT               PIC X.
       01  WS-INDIC-PTR            PIC 9(3).
       01  WS-INDIC-CODE           PIC X(14).

       01  WS-READ-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-FLAGGED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-NEW-HOLD-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-FRAUDRPT-LINE        PIC X(132).

       PROCEDURE DIVISION.
           MOVE "empfraud" TO WS-ALERT-PROGRAM
           MOVE "empfraud" TO WS-LOCK-PROGRAM
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           PERFORM RESOLVE-CHAIN-RUN-ID
           IF WS-PAY-PERIOD-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-PAY-PERIOD-DATE
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-BANK-DETAILS
           PERFORM LOAD-BANK-HISTORY
           PERFORM UPDATE-BANK-HISTORY
           PERFORM LOAD-MAINT-JOURNAL
           PERFORM LOAD-MANAGER-LINKS
           PERFORM LOAD-LEAVE-ACTIVITY
           PERFORM LOAD-HOLDS
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
               PERFORM SCORE-EMPLOYEE
               PERFORM APPLY-HOLD-RULE
           END-PERFORM
           PERFORM SAVE-BANK-HISTORY
           PERFORM SAVE-HOLDS
           IF WS-EMP-COUNT > ZERO
               SORT WS-EMP-ENTRY DESCENDING KEY WS-EMP-SCORE
           END-IF
           PERFORM WRITE-FRAUD-REPORT
           IF WS-NEW-HOLD-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING WS-NEW-HOLD-COUNT
                      " VIREMENT(S) SUSPENDU(S) PAR LE CONTROLE FRAUDE"
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
           END-IF
           MOVE "empfraud" TO WS-AUDIT-PROGRAM
           MOVE WS-READ-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-FLAGGED-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Controle fraude : " WS-FLAGGED-COUNT
               " employe(s) signale(s), " WS-HELD-COUNT
               " virement(s) suspendu(s) dont " WS-NEW-HOLD-COUNT
               " nouveau(x), " WS-CLEARED-COUNT " leve(s)"
           PERFORM RELEASE-RUN-LOCK
           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empfraud-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PAY_PERIOD_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PAY-PERIOD-DATE
               WHEN "RECENT_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-RECENT-DAYS
               WHEN "LEAVE_IDLE_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-LEAVE-IDLE-DAYS
               WHEN "HOLD_SCORE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-HOLD-THRESHOLD
               WHEN "WEIGHT_SHARED_IBAN"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-WEIGHT-SHARED-IBAN
               WHEN "WEIGHT_RECENT_IBAN"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-WEIGHT-RECENT-IBAN
               WHEN "WEIGHT_RECENT_MASTER"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-WEIGHT-RECENT-MASTER
               WHEN "WEIGHT_NO_HIRE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-WEIGHT-NO-HIRE
               WHEN "WEIGHT_NO_MANAGER"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-WEIGHT-NO-MANAGER
               WHEN "WEIGHT_NO_LEAVE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-WEIGHT-NO-LEAVE
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
      * Lignes HDR/TRL de la convention d'interface : ignorees ici.
                   IF REMPLOYE-RECORD(1:4) NOT = "HDR "
                       AND REMPLOYE-RECORD(1:4) NOT = "TRL "
                       AND REMPLOYE-ID NOT = SPACES
                       ADD 1 TO WS-READ-COUNT
                       IF WS-EMP-COUNT < WS-EMP-TABLE-MAX
                           ADD 1 TO WS-EMP-COUNT
                           SET EMP-IDX TO WS-EMP-COUNT
                           MOVE REMPLOYE-ID TO WS-EMP-ID(EMP-IDX)
                           MOVE REMPLOYE-NOM TO WS-EMP-NOM(EMP-IDX)
                           MOVE REMPLOYE-AGENCE
                               TO WS-EMP-AGENCE(EMP-IDX)
                           IF REMPLOYE-SALAIRE IS NUMERIC
                               MOVE REMPLOYE-SALAIRE
                                   TO WS-EMP-SALAIRE(EMP-IDX)
                           ELSE
                               MOVE ZERO TO WS-EMP-SALAIRE(EMP-IDX)
                           END-IF
                           MOVE REMPLOYE-EMBAUCHE
                               TO WS-EMP-EMBAUCHE(EMP-IDX)
                           MOVE ZERO TO WS-EMP-SCORE(EMP-IDX)
                           MOVE SPACES TO WS-EMP-IBAN(EMP-IDX)
                           MOVE SPACES TO WS-EMP-INDIC(EMP-IDX)
                           MOVE SPACES TO WS-EMP-STATUT(EMP-IDX)
                       ELSE
                           MOVE "CAPACITE WS-EMP-ENTRY DEPASSEE"
                               TO WS-ALERT-CONDITION
                           MOVE "W" TO WS-ALERT-SEVERITY
                           PERFORM WRITE-OPERATIONAL-ALERT
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE F-EMPLOYE
           MOVE 'N' TO WS-EOF.

      * Coordonnees absentes : employee.cbl met deja chacun en
      * RIB_MANQUANT, les indicateurs bancaires restent muets.
       LOAD-BANK-DETAILS.
           OPEN INPUT F-BANK
           IF WS-BANK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-BANK AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BANK-ID NOT = SPACES
                           AND BANK-IBAN NOT = SPACES
                           AND WS-BANK-COUNT < WS-BANK-TABLE-MAX
                           ADD 1 TO WS-BANK-COUNT
                           SET BANK-IDX TO WS-BANK-COUNT
                           MOVE BANK-ID TO WS-BANK-ID(BANK-IDX)
                           MOVE BANK-IBAN TO WS-BANK-IBAN(BANK-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-BANK
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-BANK-HISTORY.
           OPEN INPUT F-BHIST
           IF WS-BHIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-BHIST AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BHIST-ID NOT = SPACES
                           AND WS-BHIST-COUNT < WS-BHIST-TABLE-MAX
                           ADD 1 TO WS-BHIST-COUNT
                           SET BHIST-IDX TO WS-BHIST-COUNT
                           MOVE BHIST-ID TO WS-BHIST-ID(BHIST-IDX)
                           MOVE BHIST-IBAN TO WS-BHIST-IBAN(BHIST-IDX)
                           IF BHIST-VU IS NUMERIC
                               MOVE BHIST-VU TO WS-BHIST-VU(BHIST-IDX)
                           ELSE
                               MOVE ZERO TO WS-BHIST-VU(BHIST-IDX)
                           END-IF
                           MOVE 'N' TO WS-BHIST-KEEP(BHIST-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-BHIST
           ELSE
               MOVE 'Y' TO WS-BHIST-FIRST-RUN
           END-IF
           MOVE 'N' TO WS-EOF.

      * Rapproche les coordonnees du jour de l'historique : un IBAN
      * nouveau ou different prend la date du jour comme date de
      * changement. Les employes sortis du fichier bancaire
      * disparaissent de l'historique a la reecriture.
       UPDATE-BANK-HISTORY.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
                   UNTIL BANK-IDX > WS-BANK-COUNT
               MOVE 'N' TO WS-FOUND
               SET BHIST-IDX TO 1
               SEARCH WS-BHIST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BHIST-ID(BHIST-IDX) = WS-BANK-ID(BANK-IDX)
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
               IF WS-FOUND = 'Y'
                   MOVE 'Y' TO WS-BHIST-KEEP(BHIST-IDX)
                   IF WS-BHIST-IBAN(BHIST-IDX)
                       NOT = WS-BANK-IBAN(BANK-IDX)
                       MOVE WS-BANK-IBAN(BANK-IDX)
                           TO WS-BHIST-IBAN(BHIST-IDX)
                       MOVE WS-TODAY-8 TO WS-BHIST-VU(BHIST-IDX)
                   END-IF
               ELSE
                   IF WS-BHIST-COUNT >= WS-BHIST-TABLE-MAX
                       IF WS-BHIST-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-BHIST-TABLE-FULL
                           MOVE "CAPACITE WS-BHIST-ENTRY DEPASSEE"
                               TO WS-ALERT-CONDITION
                           MOVE "W" TO WS-ALERT-SEVERITY
                           PERFORM WRITE-OPERATIONAL-ALERT
                       END-IF
                   ELSE
                       ADD 1 TO WS-BHIST-COUNT
                       SET BHIST-IDX TO WS-BHIST-COUNT
                       MOVE WS-BANK-ID(BANK-IDX)
                           TO WS-BHIST-ID(BHIST-IDX)
                       MOVE WS-BANK-IBAN(BANK-IDX)
                           TO WS-BHIST-IBAN(BHIST-IDX)
                       IF WS-BHIST-FIRST-RUN = 'Y'
                           MOVE ZERO TO WS-BHIST-VU(BHIST-IDX)
                       ELSE
                           MOVE WS-TODAY-8 TO WS-BHIST-VU(BHIST-IDX)
                       END-IF
                       MOVE 'Y' TO WS-BHIST-KEEP(BHIST-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * Ne retient que les AJOUT/MODIF (image "apres") dates dans la
      * fenetre de recence ; journal absent, indicateur muet.
       LOAD-MAINT-JOURNAL.
           OPEN INPUT F-JOURNAL
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-JOURNAL AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (JRN-ACTION = "AJOUT" OR JRN-ACTION = "MODIF")
                           AND JRN-IMAGE = " apres: "
                           AND JRN-DATE IS NUMERIC
                           MOVE JRN-DATE TO WS-CHANGE-8
                           PERFORM CHECK-RECENT-CHANGE
                           IF WS-RECENT = 'Y'
                               AND WS-JRN-COUNT < WS-JRN-TABLE-MAX
                               ADD 1 TO WS-JRN-COUNT
                               SET JRN-IDX TO WS-JRN-COUNT
                               MOVE JRN-ID TO WS-JRN-ID(JRN-IDX)
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE F-JOURNAL
           END-IF
           MOVE 'N' TO WS-EOF.

      * Liens absents : l'indicateur SANS_MANAGER reste muet plutot
      * que de signaler tout le personnel.
       LOAD-MANAGER-LINKS.
           OPEN INPUT F-MGRLINK
           IF WS-MGRLINK-STATUS = "00"
               MOVE 'Y' TO WS-LINK-LOADED
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-MGRLINK AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE MGRLINK-EMPLOYE TO WS-LINK-CANDIDATE
                       PERFORM ADD-LINK-ID
                       MOVE MGRLINK-MANAGER TO WS-LINK-CANDIDATE
                       PERFORM ADD-LINK-ID
               END-PERFORM
               CLOSE F-MGRLINK
           END-IF
           MOVE 'N' TO WS-EOF.

       ADD-LINK-ID.
           IF WS-LINK-CANDIDATE NOT = SPACES
               AND WS-LINK-COUNT < WS-LINK-TABLE-MAX
               ADD 1 TO WS-LINK-COUNT
               SET LINK-IDX TO WS-LINK-COUNT
               MOVE WS-LINK-CANDIDATE TO WS-LINK-ID(LINK-IDX)
           END-IF.

      * Compteurs du registre des conges, puis jours pris de la
      * periode : un employe a de l'activite s'il a pris des jours
      * ou si son solde n'a pas depasse LEAVE_IDLE_DAYS. Registre
      * absent : SANS_CONGES reste muet.
       LOAD-LEAVE-ACTIVITY.
           OPEN INPUT F-LEDGER
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEAVE-LOADED
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-LEDGER AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LEDGER-ID NOT = SPACES
                           AND WS-LEAVE-COUNT < WS-LEAVE-TABLE-MAX
                           ADD 1 TO WS-LEAVE-COUNT
                           SET LEAVE-IDX TO WS-LEAVE-COUNT
                           MOVE LEDGER-ID TO WS-LEAVE-ID(LEAVE-IDX)
                           IF LEDGER-BALANCE IS NUMERIC
                               MOVE LEDGER-BALANCE
                                   TO WS-LEAVE-BALANCE(LEAVE-IDX)
                               IF LEDGER-N1 IS NUMERIC
                                   ADD LEDGER-N1
                                       TO WS-LEAVE-BALANCE(LEAVE-IDX)
                               END-IF
                           ELSE
                               MOVE ZERO TO WS-LEAVE-BALANCE(LEAVE-IDX)
                           END-IF
                           MOVE 'N' TO WS-LEAVE-TAKEN(LEAVE-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-LEDGER
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-TAKEN
           IF WS-TAKEN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-TAKEN AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       SET LEAVE-IDX TO 1
                       SEARCH WS-LEAVE-ENTRY
                           AT END
                               IF TAKEN-ID NOT = SPACES
                                   AND WS-LEAVE-COUNT
                                       < WS-LEAVE-TABLE-MAX
                                   ADD 1 TO WS-LEAVE-COUNT
                                   SET LEAVE-IDX TO WS-LEAVE-COUNT
                                   MOVE TAKEN-ID
                                       TO WS-LEAVE-ID(LEAVE-IDX)
                                   MOVE ZERO
                                       TO WS-LEAVE-BALANCE(LEAVE-IDX)
                                   MOVE 'Y'
                                       TO WS-LEAVE-TAKEN(LEAVE-IDX)
                               END-IF
                           WHEN WS-LEAVE-ID(LEAVE-IDX) = TAKEN-ID
                               MOVE 'Y' TO WS-LEAVE-TAKEN(LEAVE-IDX)
                       END-SEARCH
               END-PERFORM
               CLOSE F-TAKEN
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-HOLDS.
           OPEN INPUT F-HOLD
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-HOLD AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HOLD-ID NOT = SPACES
                           AND WS-HOLD-COUNT < WS-HOLD-TABLE-MAX
                           ADD 1 TO WS-HOLD-COUNT
                           SET HOLD-IDX TO WS-HOLD-COUNT
                           MOVE HOLD-ID TO WS-HOLD-ID(HOLD-IDX)
                           MOVE HOLD-STATUT TO WS-HOLD-STATUT(HOLD-IDX)
                           MOVE HOLD-OPERATEUR
                               TO WS-HOLD-OPERATEUR(HOLD-IDX)
                           MOVE HOLD-IBAN TO WS-HOLD-IBAN(HOLD-IDX)
                           IF HOLD-DATE IS NUMERIC
                               MOVE HOLD-DATE TO WS-HOLD-DATE(HOLD-IDX)
                           ELSE
                               MOVE ZERO TO WS-HOLD-DATE(HOLD-IDX)
                           END-IF
                           MOVE ZERO TO WS-HOLD-SCORE(HOLD-IDX)
                           MOVE 'N' TO WS-HOLD-KEEP(HOLD-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-HOLD
           END-IF
           MOVE 'N' TO WS-EOF.

      * Note de l'employe courant et liste des indicateurs leves.
       SCORE-EMPLOYEE.
           MOVE ZERO TO WS-EMP-SCORE(EMP-IDX)
           MOVE SPACES TO WS-EMP-INDIC(EMP-IDX)
           MOVE 1 TO WS-INDIC-PTR
           SET BANK-IDX TO 1
           SEARCH WS-BANK-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BANK-ID(BANK-IDX) = WS-EMP-ID(EMP-IDX)
                   MOVE WS-BANK-IBAN(BANK-IDX) TO WS-EMP-IBAN(EMP-IDX)
           END-SEARCH
           IF WS-EMP-IBAN(EMP-IDX) NOT = SPACES
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                       UNTIL WS-OTHER-IDX > WS-BANK-COUNT
                   IF WS-BANK-IBAN(WS-OTHER-IDX) = WS-EMP-IBAN(EMP-IDX)
                       AND WS-BANK-ID(WS-OTHER-IDX)
                           NOT = WS-EMP-ID(EMP-IDX)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'Y'
                   ADD WS-WEIGHT-SHARED-IBAN TO WS-EMP-SCORE(EMP-IDX)
                   MOVE "IBAN_PARTAGE" TO WS-INDIC-CODE
                   PERFORM ADD-INDICATOR
               END-IF
               SET BHIST-IDX TO 1
               SEARCH WS-BHIST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BHIST-ID(BHIST-IDX) = WS-EMP-ID(EMP-IDX)
                       IF WS-BHIST-VU(BHIST-IDX) NOT = ZERO
                           MOVE WS-BHIST-VU(BHIST-IDX) TO WS-CHANGE-8
                           PERFORM CHECK-RECENT-CHANGE
                           IF WS-RECENT = 'Y'
                               ADD WS-WEIGHT-RECENT-IBAN
                                   TO WS-EMP-SCORE(EMP-IDX)
                               MOVE "IBAN_RECENT" TO WS-INDIC-CODE
                               PERFORM ADD-INDICATOR
                           END-IF
                       END-IF
               END-SEARCH
           END-IF
           SET JRN-IDX TO 1
           SEARCH WS-JRN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-JRN-ID(JRN-IDX) = WS-EMP-ID(EMP-IDX)
                   ADD WS-WEIGHT-RECENT-MASTER TO WS-EMP-SCORE(EMP-IDX)
                   MOVE "MAITRE_RECENT" TO WS-INDIC-CODE
                   PERFORM ADD-INDICATOR
           END-SEARCH
      * Indicateurs "fantome" : seulement pour un salarie paye.
           IF WS-EMP-SALAIRE(EMP-IDX) > ZERO
               PERFORM CHECK-HIRE-DATE
               IF WS-HIRE-8 = ZERO
                   ADD WS-WEIGHT-NO-HIRE TO WS-EMP-SCORE(EMP-IDX)
                   MOVE "SANS_EMBAUCHE" TO WS-INDIC-CODE
                   PERFORM ADD-INDICATOR
               END-IF
               IF WS-LINK-LOADED = 'Y'
                   SET LINK-IDX TO 1
                   SEARCH WS-LINK-ENTRY
                       AT END
                           ADD WS-WEIGHT-NO-MANAGER
                               TO WS-EMP-SCORE(EMP-IDX)
                           MOVE "SANS_MANAGER" TO WS-INDIC-CODE
                           PERFORM ADD-INDICATOR
                       WHEN WS-LINK-ID(LINK-IDX) = WS-EMP-ID(EMP-IDX)
                           CONTINUE
                   END-SEARCH
               END-IF
               IF WS-LEAVE-LOADED = 'Y'
                   SET LEAVE-IDX TO 1
                   SEARCH WS-LEAVE-ENTRY
                       AT END
                           ADD WS-WEIGHT-NO-LEAVE
                               TO WS-EMP-SCORE(EMP-IDX)
                           MOVE "SANS_CONGES" TO WS-INDIC-CODE
                           PERFORM ADD-INDICATOR
                       WHEN WS-LEAVE-ID(LEAVE-IDX) = WS-EMP-ID(EMP-IDX)
                           IF WS-LEAVE-TAKEN(LEAVE-IDX) = 'N'
                               AND WS-LEAVE-BALANCE(LEAVE-IDX)
                                   > WS-LEAVE-IDLE-DAYS
                               ADD WS-WEIGHT-NO-LEAVE
                                   TO WS-EMP-SCORE(EMP-IDX)
                               MOVE "SANS_CONGES" TO WS-INDIC-CODE
                               PERFORM ADD-INDICATOR
                           END-IF
                   END-SEARCH
               END-IF
           END-IF
           IF WS-EMP-SCORE(EMP-IDX) > ZERO
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       ADD-INDICATOR.
           STRING FUNCTION TRIM(WS-INDIC-CODE) " "
                  DELIMITED BY SIZE INTO WS-EMP-INDIC(EMP-IDX)
                  WITH POINTER WS-INDIC-PTR.

      * Date d'embauche JJMMAAAA remise en AAAAMMJJ ; zero si absente
      * ou invalide.
       CHECK-HIRE-DATE.
           MOVE ZERO TO WS-HIRE-8
           IF WS-EMP-EMBAUCHE(EMP-IDX) IS NUMERIC
               COMPUTE WS-HIRE-8 =
                   FUNCTION NUMVAL(WS-EMP-EMBAUCHE(EMP-IDX)(5:4))
                       * 10000 +
                   FUNCTION NUMVAL(WS-EMP-EMBAUCHE(EMP-IDX)(3:2))
                       * 100 +
                   FUNCTION NUMVAL(WS-EMP-EMBAUCHE(EMP-IDX)(1:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-HIRE-8) NOT = 0
                   MOVE ZERO TO WS-HIRE-8
               END-IF
           END-IF.

      * WS-CHANGE-8 tombe-t-il dans les RECENT_DAYS jours precedant
      * la paie (ou apres elle) ?
       CHECK-RECENT-CHANGE.
           MOVE 'N' TO WS-RECENT
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHANGE-8) = 0
               IF FUNCTION INTEGER-OF-DATE(WS-PAY-PERIOD-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-CHANGE-8)
                   <= WS-RECENT-DAYS
                   MOVE 'Y' TO WS-RECENT
               END-IF
           END-IF.

      * Une suspension en cours le reste jusqu'a sa levee, meme si
      * le score retombe. Au-dela du seuil, une levee n'est reconnue
      * que pour l'IBAN controle : un nouveau changement de compte
      * resuspend le virement.
       APPLY-HOLD-RULE.
           MOVE 'N' TO WS-FOUND
           SET HOLD-IDX TO 1
           SEARCH WS-HOLD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HOLD-ID(HOLD-IDX) = WS-EMP-ID(EMP-IDX)
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH
           EVALUATE TRUE
               WHEN WS-FOUND = 'Y'
                   AND WS-HOLD-STATUT(HOLD-IDX) = "SUSPENS"
                   MOVE 'Y' TO WS-HOLD-KEEP(HOLD-IDX)
                   MOVE WS-EMP-SCORE(EMP-IDX) TO WS-HOLD-SCORE(HOLD-IDX)
                   MOVE WS-EMP-IBAN(EMP-IDX) TO WS-HOLD-IBAN(HOLD-IDX)
                   MOVE "SUSPENDU" TO WS-EMP-STATUT(EMP-IDX)
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-EMP-SCORE(EMP-IDX) < WS-HOLD-THRESHOLD
                   CONTINUE
               WHEN WS-FOUND = 'Y'
                   AND WS-HOLD-STATUT(HOLD-IDX) = "LEVEE"
                   AND WS-HOLD-IBAN(HOLD-IDX) = WS-EMP-IBAN(EMP-IDX)
                   MOVE 'Y' TO WS-HOLD-KEEP(HOLD-IDX)
                   MOVE WS-EMP-SCORE(EMP-IDX) TO WS-HOLD-SCORE(HOLD-IDX)
                   MOVE "LEVEE" TO WS-EMP-STATUT(EMP-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN WS-FOUND = 'Y'
                   MOVE 'Y' TO WS-HOLD-KEEP(HOLD-IDX)
                   PERFORM SET-NEW-HOLD
               WHEN WS-HOLD-COUNT >= WS-HOLD-TABLE-MAX
                   IF WS-HOLD-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-HOLD-TABLE-FULL
                       MOVE "CAPACITE WS-HOLD-ENTRY DEPASSEE"
                           TO WS-ALERT-CONDITION
                       MOVE "E" TO WS-ALERT-SEVERITY
                       PERFORM WRITE-OPERATIONAL-ALERT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-HOLD-COUNT
                   SET HOLD-IDX TO WS-HOLD-COUNT
                   MOVE WS-EMP-ID(EMP-IDX) TO WS-HOLD-ID(HOLD-IDX)
                   MOVE 'Y' TO WS-HOLD-KEEP(HOLD-IDX)
                   PERFORM SET-NEW-HOLD
           END-EVALUATE.

       SET-NEW-HOLD.
           MOVE "SUSPENS" TO WS-HOLD-STATUT(HOLD-IDX)
           MOVE WS-EMP-SCORE(EMP-IDX) TO WS-HOLD-SCORE(HOLD-IDX)
           MOVE WS-TODAY-8 TO WS-HOLD-DATE(HOLD-IDX)
           MOVE SPACES TO WS-HOLD-OPERATEUR(HOLD-IDX)
           MOVE WS-EMP-IBAN(EMP-IDX) TO WS-HOLD-IBAN(HOLD-IDX)
           MOVE "SUSPENDU" TO WS-EMP-STATUT(EMP-IDX)
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-NEW-HOLD-COUNT.

       SAVE-BANK-HISTORY.
           OPEN OUTPUT F-BHIST
           MOVE WS-BHIST-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-bank-history.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-BHIST" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING BHIST-IDX FROM 1 BY 1
                   UNTIL BHIST-IDX > WS-BHIST-COUNT
               IF WS-BHIST-KEEP(BHIST-IDX) = 'Y'
                   MOVE SPACES TO R-BHIST
                   MOVE WS-BHIST-ID(BHIST-IDX) TO BHIST-ID
                   MOVE WS-BHIST-IBAN(BHIST-IDX) TO BHIST-IBAN
                   MOVE WS-BHIST-VU(BHIST-IDX) TO BHIST-VU
                   WRITE R-BHIST
               END-IF
           END-PERFORM
           CLOSE F-BHIST.

      * Reecriture integrale : seules les suspensions en cours et les
      * levees encore justifiees par le score sont conservees.
       SAVE-HOLDS.
           OPEN OUTPUT F-HOLD
           MOVE WS-HOLD-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-payment-holds.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-HOLD" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-KEEP(HOLD-IDX) = 'Y'
                   MOVE SPACES TO R-HOLD
                   MOVE WS-HOLD-ID(HOLD-IDX) TO HOLD-ID
                   MOVE WS-HOLD-SCORE(HOLD-IDX) TO HOLD-SCORE
                   MOVE WS-HOLD-STATUT(HOLD-IDX) TO HOLD-STATUT
                   MOVE WS-HOLD-DATE(HOLD-IDX) TO HOLD-DATE
                   MOVE WS-HOLD-OPERATEUR(HOLD-IDX) TO HOLD-OPERATEUR
                   MOVE WS-HOLD-IBAN(HOLD-IDX) TO HOLD-IBAN
                   WRITE R-HOLD
               END-IF
           END-PERFORM
           CLOSE F-HOLD.

       WRITE-FRAUD-REPORT.
           OPEN OUTPUT F-FRAUDRPT
           MOVE WS-FRAUDRPT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-fraud-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-FRAUDRPT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-FRAUDRPT-LINE
           STRING "Indicateurs de fraude paie du " WS-PAY-PERIOD-DATE
                  " - fenetre " WS-RECENT-DAYS " j - seuil "
                  WS-HOLD-THRESHOLD " - run " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-FRAUDRPT-LINE
           WRITE R-FRAUDRPT FROM WS-FRAUDRPT-LINE
           IF WS-BHIST-FIRST-RUN = 'Y'
               MOVE "Historique IBAN initialise : IBAN_RECENT inactif"
                   TO WS-FRAUDRPT-LINE
               WRITE R-FRAUDRPT FROM WS-FRAUDRPT-LINE
           END-IF
           IF WS-LINK-LOADED = 'N'
               MOVE "Liens hierarchiques absents : SANS_MANAGER inactif"
                   TO WS-FRAUDRPT-LINE
               WRITE R-FRAUDRPT FROM WS-FRAUDRPT-LINE
           END-IF
           IF WS-LEAVE-LOADED = 'N'
               MOVE "Registre des conges absent : SANS_CONGES inactif"
                   TO WS-FRAUDRPT-LINE
               WRITE R-FRAUDRPT FROM WS-FRAUDRPT-LINE
           END-IF
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-SCORE(EMP-IDX) > ZERO
                   OR WS-EMP-STATUT(EMP-IDX) NOT = SPACES
                   MOVE SPACES TO WS-FRAUDRPT-LINE
                   STRING "  " WS-EMP-ID(EMP-IDX) " "
                          WS-EMP-NOM(EMP-IDX) " "
                          WS-EMP-AGENCE(EMP-IDX) " score "
                          WS-EMP-SCORE(EMP-IDX) " "
                          WS-EMP-STATUT(EMP-IDX) " "
                          WS-EMP-INDIC(EMP-IDX)
                          DELIMITED BY SIZE INTO WS-FRAUDRPT-LINE
                   WRITE R-FRAUDRPT FROM WS-FRAUDRPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FRAUDRPT-LINE
           STRING "Employes lus: " WS-READ-COUNT
                  " signales: " WS-FLAGGED-COUNT
                  " suspendus: " WS-HELD-COUNT
                  " dont nouveaux: " WS-NEW-HOLD-COUNT
                  " leves: " WS-CLEARED-COUNT
                  DELIMITED BY SIZE INTO WS-FRAUDRPT-LINE
           WRITE R-FRAUDRPT FROM WS-FRAUDRPT-LINE
           CLOSE F-FRAUDRPT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'LOCKMGT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empfraud.
