       IDENTIFICATION DIVISION.
       PROGRAM-ID. empmerit.

      * Campagne annuelle d'augmentations individuelles : au lieu de
      * propositions envoyees par courriel et ressaisies une a une
      * dans employee-salary-changes.txt, les managers deposent leurs
      * propositions dans employee-merit-proposals.txt (employe,
      * manager proposant, nouveau salaire annuel). Chaque
      * proposition est controlee :
      *   - l'employe doit figurer au maitre fichierclient.txt et le
      *     nouveau salaire etre superieur a l'actuel ;
      *   - le proposant doit etre sur la ligne manageriale de
      *     l'employe (liens employee-managers.txt, ceux d'emphier) ;
      *   - le nouveau salaire doit respecter le SMIC annuel en
      *     vigueur a la date d'effet (employee-smic.dat) ;
      *   - une seule proposition par employe, et pas deja saisie
      *     dans employee-salary-changes.txt a la meme date d'effet.
      * Les propositions retenues sont cumulees par departement et
      * rapprochees de son enveloppe, un pourcentage de la masse
      * salariale du departement (dept-merit-envelopes.dat), en plus
      * du budget annuel de dept-budgets.dat rappele pour memoire.
      * Le rapport employee-merit-report.txt detaille propositions,
      * enveloppes et departements hors enveloppe.
      * En mode APPLIQUER (empmerit-params.cfg), un operateur du
      * registre au role MERIT-APPROVE approuve la campagne : les
      * propositions retenues des departements dans leur enveloppe
      * sont ajoutees a employee-salary-changes.txt a la date
      * d'effet, pour employee.cbl. Un departement hors enveloppe
      * n'est pas applique tant que ses propositions ou son
      * enveloppe ne sont pas revues.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

      * Meme fichier de liens qu'emphier : employe, manager.
           SELECT F-MGRLINK ASSIGN TO "employee-managers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MGRLINK-STATUS.

      * Propositions des managers : employe, manager, nouveau
      * salaire annuel.
           SELECT F-PROPOSAL ASSIGN TO "employee-merit-proposals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

      * Enveloppe de la campagne par departement, en pourcentage de
      * sa masse salariale.
           SELECT F-ENVELOPE ASSIGN TO "dept-merit-envelopes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENVELOPE-STATUS.

           SELECT F-BUDGET ASSIGN TO "dept-budgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT F-SMIC ASSIGN TO "employee-smic.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SMIC-STATUS.

           SELECT F-SALCHG ASSIGN TO "employee-salary-changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALCHG-STATUS.

           SELECT F-MERITRPT ASSIGN TO "employee-merit-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MERITRPT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.
           COPY 'LOCKSEL.cpy'.
           COPY 'OPERSEL.cpy'.

      * Annee, date d'effet et mode, reglables sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empmerit-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       FD  F-MGRLINK
           RECORD CONTAINS 21 CHARACTERS.
       01  R-MGRLINK.
           05 MGRLINK-EMPLOYE       PIC X(10).
           05 FILLER                PIC X.
           05 MGRLINK-MANAGER       PIC X(10).

       FD  F-PROPOSAL
           RECORD CONTAINS 28 CHARACTERS.
       01  R-PROPOSAL.
           05 PROP-ID               PIC X(10).
           05 FILLER                PIC X.
           05 PROP-MANAGER          PIC X(10).
           05 FILLER                PIC X.
           05 PROP-SALAIRE          PIC 9(6).

      * Pourcentage avec deux decimales : 0250 = 2,50 %.
       FD  F-ENVELOPE
           RECORD CONTAINS 8 CHARACTERS.
       01  R-ENVELOPE.
           05 ENV-DEPT-NUM          PIC X(3).
           05 FILLER                PIC X.
           05 ENV-PCT               PIC 9(2)V99.

      * Meme disposition que R-BUDGET dans empdeptrpt.cbl.
       FD  F-BUDGET
           RECORD CONTAINS 19 CHARACTERS.
       01  R-BUDGET.
           05 BUD-DEPT-NUM          PIC X(3).
           05 FILLER                PIC X.
           05 BUD-HEADCOUNT         PIC 9(5).
           05 FILLER                PIC X.
           05 BUD-SALARY            PIC 9(9).

      * Meme disposition que R-SMIC dans employee.cbl.
       FD  F-SMIC
           RECORD CONTAINS 19 CHARACTERS.
       01  R-SMIC.
           05 SMIC-EFFECTIVE        PIC 9(8).
           05 FILLER                PIC X.
           05 SMIC-ANNUEL           PIC 9(8)V99.

      * Meme disposition que R-SALCHG dans employee.cbl.
       FD  F-SALCHG
           RECORD CONTAINS 26 CHARACTERS.
       01  R-SALCHG.
           05 SALCHG-ID             PIC X(10).
           05 FILLER                PIC X.
           05 SALCHG-SALAIRE        PIC 9(6).
           05 FILLER                PIC X.
           05 SALCHG-EFFECTIVE      PIC 9(8).

       FD  F-MERITRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-MERITRPT               PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'LOCKFD.cpy'.
           COPY 'OPERFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-MGRLINK-STATUS       PIC XX.
       01  WS-PROPOSAL-STATUS      PIC XX.
       01  WS-ENVELOPE-STATUS      PIC XX.
       01  WS-BUDGET-STATUS        PIC XX.
       01  WS-SMIC-STATUS          PIC XX.
       01  WS-SALCHG-STATUS        PIC XX.
       01  WS-MERITRPT-STATUS      PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'LOCKWS.cpy'.
           COPY 'OPERWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-CAMPAIGN-YEAR        PIC 9(4) VALUE ZERO.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE ZERO.
      * CONTROLE : rapport seul ; APPLIQUER : approbation et
      * ecriture des changements de salaire.
       01  WS-MERIT-MODE           PIC X(10) VALUE "CONTROLE".
       01  WS-APPROVER             PIC X(8) VALUE SPACES.
       01  WS-MERITRPT-LINE        PIC X(132).
       01  WS-RECORDS-READ         PIC 9(6) VALUE ZERO.

      * Salaries du maitre avec leur manager direct.
       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EMP-COUNT
                  INDEXED BY EMP-IDX.
               10 WS-EMP-ID        PIC X(10).
               10 WS-EMP-NOM       PIC X(20).
               10 WS-EMP-AGENCE    PIC X(3).
               10 WS-EMP-SALAIRE   PIC 9(6).
               10 WS-EMP-MANAGER   PIC X(10).
               10 WS-EMP-PROPOSED  PIC X.
       01  WS-EMP-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-EMP-TABLE-FULL       PIC X VALUE 'N'.

      * Departements du maitre : masse salariale, enveloppe et
      * budget annuel, augmentations retenues.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-DEPT-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-DEPT-COUNT
                  INDEXED BY DEPT-IDX.
               10 WS-DEPT-NUM      PIC X(3).
               10 WS-DEPT-EFFECTIF PIC 9(5).
               10 WS-DEPT-MASSE    PIC 9(9).
               10 WS-DEPT-ENV-PCT  PIC 9(2)V99.
               10 WS-DEPT-ENVELOPE PIC 9(9)V99.
               10 WS-DEPT-BUDGET   PIC 9(9).
               10 WS-DEPT-RAISES   PIC 9(9).
               10 WS-DEPT-RETAINED PIC 9(5).
               10 WS-DEPT-OVER     PIC X.
       01  WS-DEPT-TABLE-MAX       PIC 9(3) VALUE 100.
       01  WS-DEPT-TABLE-FULL      PIC X VALUE 'N'.

      * Propositions lues et leur statut : RETENUE, HORS_ENVELOPPE,
      * APPLIQUEE ou le motif de rejet.
       01  WS-PROP-TABLE.
           05 WS-PROP-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-PROP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-PROP-COUNT
                  INDEXED BY PROP-IDX.
               10 WS-PROP-ID       PIC X(10).
               10 WS-PROP-MANAGER  PIC X(10).
               10 WS-PROP-SALAIRE  PIC 9(6).
               10 WS-PROP-EMP-IDX  PIC 9(4).
               10 WS-PROP-STATUT   PIC X(20).
       01  WS-PROP-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-PROP-TABLE-FULL      PIC X VALUE 'N'.

      * Changements deja saisis (employe et date d'effet).
       01  WS-SALCHG-TABLE.
           05 WS-SALCHG-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-SALCHG-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-SALCHG-COUNT
                  INDEXED BY SALCHG-IDX.
               10 WS-SALCHG-ID        PIC X(10).
               10 WS-SALCHG-EFFECTIVE PIC 9(8).
       01  WS-SALCHG-TABLE-MAX     PIC 9(4) VALUE 2000.

       01  WS-SMIC-FLOOR           PIC 9(8)V99 VALUE ZERO.
       01  WS-SMIC-CHOSEN          PIC 9(8) VALUE ZERO.

      * Parcours de la ligne manageriale (profondeur bornee, un
      * cycle dans les liens ne boucle pas).
       01  WS-WALK-IDX             PIC 9(4).
       01  WS-WALK-DEPTH           PIC 9(3).
       01  WS-WALK-MANAGER         PIC X(10).
       01  WS-ROUTE-OK             PIC X.
       01  WS-FOUND-IDX            PIC 9(4).
       01  WS-LOOKUP-ID            PIC X(10).

       01  WS-NB-RETAINED          PIC 9(5) VALUE ZERO.
       01  WS-NB-REJECTED          PIC 9(5) VALUE ZERO.
       01  WS-NB-OUTSIDE           PIC 9(5) VALUE ZERO.
       01  WS-NB-APPLIED           PIC 9(5) VALUE ZERO.
       01  WS-NB-DEPT-OVER         PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-RAISES         PIC 9(9) VALUE ZERO.
       01  WS-RAISE                PIC 9(6).
       01  WS-RAISE-PCT            PIC 9(3)V99.
       01  WS-CONSUMED-PCT         PIC 9(5)V99.
       01  WS-EXCESS               PIC 9(9)V99.
       01  WS-AFTER-MASSE          PIC 9(9).

       01  WS-SAL-EDIT             PIC Z(5)9.
       01  WS-SAL2-EDIT            PIC Z(5)9.
       01  WS-PCT-EDIT             PIC ZZ9.99.
       01  WS-CONSUMED-EDIT        PIC Z(4)9.99.
       01  WS-MASSE-EDIT           PIC Z(8)9.
       01  WS-RAISES-EDIT          PIC Z(8)9.
       01  WS-BUDGET-EDIT          PIC Z(8)9.
       01  WS-ENV-EDIT             PIC Z(8)9.99.
       01  WS-EXCESS-EDIT          PIC Z(8)9.99.
       01  WS-DEPT-LABEL           PIC X(30).

       PROCEDURE DIVISION.
           MOVE "empmerit" TO WS-ALERT-PROGRAM
           MOVE "empmerit" TO WS-LOCK-PROGRAM
           MOVE "empmerit" TO WS-OPER-PROGRAM
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           PERFORM RESOLVE-CHAIN-RUN-ID
           IF WS-CAMPAIGN-YEAR = ZERO
               COMPUTE WS-CAMPAIGN-YEAR = WS-TODAY-8 / 10000
           END-IF
           IF WS-EFFECTIVE-DATE = ZERO
               COMPUTE WS-EFFECTIVE-DATE =
                   WS-CAMPAIGN-YEAR * 10000 + 101
           END-IF
           IF WS-MERIT-MODE NOT = "CONTROLE"
               AND WS-MERIT-MODE NOT = "APPLIQUER"
               DISPLAY "ERREUR : MODE " FUNCTION TRIM(WS-MERIT-MODE)
                   " inconnu (CONTROLE ou APPLIQUER)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * L'approbation precede tout traitement : un refus ne laisse
      * ni rapport ni verrou.
           IF WS-MERIT-MODE = "APPLIQUER"
               DISPLAY "Code approbateur : " WITH NO ADVANCING
               ACCEPT WS-APPROVER
               MOVE WS-APPROVER TO WS-OPER-CODE
               MOVE "MERIT-APPROVE" TO WS-OPER-ROLE
               PERFORM CHECK-OPERATOR-ROLE
               IF WS-OPER-AUTHORISED = 'N'
                   DISPLAY "ERREUR : approbateur non habilite ("
                       FUNCTION TRIM(WS-OPER-REFUSAL) ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM ACQUIRE-RUN-LOCK
           END-IF
           PERFORM LOAD-MASTER
           PERFORM LOAD-MANAGER-LINKS
           PERFORM LOAD-ENVELOPES
           PERFORM LOAD-BUDGETS
           PERFORM LOAD-SMIC-FLOOR
           PERFORM LOAD-SALARY-CHANGES
           PERFORM LOAD-PROPOSALS
           PERFORM VARYING PROP-IDX FROM 1 BY 1
                   UNTIL PROP-IDX > WS-PROP-COUNT
               PERFORM VALIDATE-PROPOSAL
           END-PERFORM
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
               PERFORM CHECK-DEPT-ENVELOPE
           END-PERFORM
           PERFORM VARYING PROP-IDX FROM 1 BY 1
                   UNTIL PROP-IDX > WS-PROP-COUNT
               PERFORM SETTLE-PROPOSAL
           END-PERFORM
           IF WS-MERIT-MODE = "APPLIQUER"
               PERFORM WRITE-SALARY-CHANGES
           END-IF
           PERFORM WRITE-MERIT-REPORT
           IF WS-NB-DEPT-OVER > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "CAMPAGNE AUGMENTATIONS " WS-CAMPAIGN-YEAR " : "
                      WS-NB-DEPT-OVER " DEPARTEMENT(S) HORS ENVELOPPE"
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "empmerit" TO WS-AUDIT-PROGRAM
           MOVE WS-PROP-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-NB-APPLIED TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-TOTAL-RAISES TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Campagne " WS-CAMPAIGN-YEAR " : " WS-PROP-COUNT
               " proposition(s), " WS-NB-RETAINED " retenue(s), "
               WS-NB-OUTSIDE " hors enveloppe, " WS-NB-REJECTED
               " rejetee(s)"
           IF WS-MERIT-MODE = "APPLIQUER"
               DISPLAY WS-NB-APPLIED " changement(s) de salaire "
                   "ecrit(s) dans employee-salary-changes.txt"
               PERFORM RELEASE-RUN-LOCK
           END-IF
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empmerit-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "CAMPAIGN_YEAR"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CAMPAIGN-YEAR
               WHEN "EFFECTIVE_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-EFFECTIVE-DATE
               WHEN "MODE"
                   MOVE FUNCTION TRIM(WS-PARAM-VALUE)
                       TO WS-MERIT-MODE
           END-EVALUATE.

      * Charge les salaries et cumule effectif et masse salariale
      * annuelle par departement.
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
                       AND REMPLOYE-SALAIRE IS NUMERIC
                       ADD 1 TO WS-RECORDS-READ
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
               MOVE REMPLOYE-AGENCE TO WS-EMP-AGENCE(EMP-IDX)
               MOVE REMPLOYE-SALAIRE TO WS-EMP-SALAIRE(EMP-IDX)
               MOVE SPACES TO WS-EMP-MANAGER(EMP-IDX)
               MOVE 'N' TO WS-EMP-PROPOSED(EMP-IDX)
               PERFORM FIND-DEPT
               IF DEPT-IDX > ZERO
                   ADD 1 TO WS-DEPT-EFFECTIF(DEPT-IDX)
                   ADD REMPLOYE-SALAIRE TO WS-DEPT-MASSE(DEPT-IDX)
               END-IF
           END-IF.

      * Positionne DEPT-IDX sur le departement REMPLOYE-AGENCE, en le
      * creant a la premiere rencontre (zero si la table est pleine).
       FIND-DEPT.
           SET DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
                       IF WS-DEPT-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-DEPT-TABLE-FULL
                           MOVE "CAPACITE WS-DEPT-ENTRY DEPASSEE"
                               TO WS-ALERT-CONDITION
                           MOVE "W" TO WS-ALERT-SEVERITY
                           PERFORM WRITE-OPERATIONAL-ALERT
                       END-IF
                       SET DEPT-IDX TO ZERO
                   ELSE
                       ADD 1 TO WS-DEPT-COUNT
                       SET DEPT-IDX TO WS-DEPT-COUNT
                       INITIALIZE WS-DEPT-ENTRY(DEPT-IDX)
                       MOVE REMPLOYE-AGENCE TO WS-DEPT-NUM(DEPT-IDX)
                       MOVE 'N' TO WS-DEPT-OVER(DEPT-IDX)
                   END-IF
               WHEN WS-DEPT-NUM(DEPT-IDX) = REMPLOYE-AGENCE
                   CONTINUE
           END-SEARCH.

      * Rattache a chaque salarie son manager direct ; fichier absent
      * = aucune ligne manageriale, toutes les propositions sont
      * alors rejetees.
       LOAD-MANAGER-LINKS.
           OPEN INPUT F-MGRLINK
           IF WS-MGRLINK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-MGRLINK AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE MGRLINK-EMPLOYE TO WS-LOOKUP-ID
                       PERFORM FIND-EMPLOYEE
                       IF WS-FOUND-IDX > ZERO
                           MOVE MGRLINK-MANAGER
                               TO WS-EMP-MANAGER(WS-FOUND-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-MGRLINK
           END-IF
           MOVE 'N' TO WS-EOF.

      * Enveloppes de campagne ; un departement sans enveloppe a une
      * enveloppe nulle.
       LOAD-ENVELOPES.
           OPEN INPUT F-ENVELOPE
           IF WS-ENVELOPE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ENVELOPE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ENV-PCT IS NUMERIC
                           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                                   UNTIL DEPT-IDX > WS-DEPT-COUNT
                               IF WS-DEPT-NUM(DEPT-IDX) = ENV-DEPT-NUM
                                   MOVE ENV-PCT
                                       TO WS-DEPT-ENV-PCT(DEPT-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-PERFORM
               CLOSE F-ENVELOPE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
               COMPUTE WS-DEPT-ENVELOPE(DEPT-IDX) ROUNDED =
                   WS-DEPT-MASSE(DEPT-IDX)
                   * WS-DEPT-ENV-PCT(DEPT-IDX) / 100
           END-PERFORM.

       LOAD-BUDGETS.
           OPEN INPUT F-BUDGET
           IF WS-BUDGET-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-BUDGET AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BUD-SALARY IS NUMERIC
                           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                                   UNTIL DEPT-IDX > WS-DEPT-COUNT
                               IF WS-DEPT-NUM(DEPT-IDX) = BUD-DEPT-NUM
                                   MOVE BUD-SALARY
                                       TO WS-DEPT-BUDGET(DEPT-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-PERFORM
               CLOSE F-BUDGET
           END-IF
           MOVE 'N' TO WS-EOF.

      * SMIC annuel en vigueur a la date d'effet de la campagne (meme
      * choix que SELECT-SMIC-FLOOR dans employee.cbl) ; fichier
      * absent = controle inactif.
       LOAD-SMIC-FLOOR.
           OPEN INPUT F-SMIC
           IF WS-SMIC-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-SMIC AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SMIC-EFFECTIVE IS NUMERIC
                           AND SMIC-EFFECTIVE <= WS-EFFECTIVE-DATE
                           AND SMIC-EFFECTIVE > WS-SMIC-CHOSEN
                           MOVE SMIC-EFFECTIVE TO WS-SMIC-CHOSEN
                           MOVE SMIC-ANNUEL TO WS-SMIC-FLOOR
                       END-IF
               END-PERFORM
               CLOSE F-SMIC
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-SALARY-CHANGES.
           OPEN INPUT F-SALCHG
           IF WS-SALCHG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-SALCHG AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SALCHG-COUNT < WS-SALCHG-TABLE-MAX
                           ADD 1 TO WS-SALCHG-COUNT
                           SET SALCHG-IDX TO WS-SALCHG-COUNT
                           MOVE SALCHG-ID TO WS-SALCHG-ID(SALCHG-IDX)
                           MOVE SALCHG-EFFECTIVE
                               TO WS-SALCHG-EFFECTIVE(SALCHG-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-SALCHG
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-PROPOSALS.
           OPEN INPUT F-PROPOSAL
           IF WS-PROPOSAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-PROPOSAL AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PROP-COUNT >= WS-PROP-TABLE-MAX
                           IF WS-PROP-TABLE-FULL = 'N'
                               MOVE 'Y' TO WS-PROP-TABLE-FULL
                               MOVE "CAPACITE WS-PROP-ENTRY DEPASSEE"
                                   TO WS-ALERT-CONDITION
                               MOVE "W" TO WS-ALERT-SEVERITY
                               PERFORM WRITE-OPERATIONAL-ALERT
                           END-IF
                       ELSE
                           ADD 1 TO WS-PROP-COUNT
                           SET PROP-IDX TO WS-PROP-COUNT
                           MOVE PROP-ID TO WS-PROP-ID(PROP-IDX)
                           MOVE PROP-MANAGER
                               TO WS-PROP-MANAGER(PROP-IDX)
                           IF PROP-SALAIRE IS NUMERIC
                               MOVE PROP-SALAIRE
                                   TO WS-PROP-SALAIRE(PROP-IDX)
                           ELSE
                               MOVE ZERO TO WS-PROP-SALAIRE(PROP-IDX)
                           END-IF
                           MOVE ZERO TO WS-PROP-EMP-IDX(PROP-IDX)
                           MOVE SPACES TO WS-PROP-STATUT(PROP-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-PROPOSAL
           ELSE
               DISPLAY "Aucune proposition (employee-merit-proposals"
                   ".txt absent)"
           END-IF
           MOVE 'N' TO WS-EOF.

      * Positionne WS-FOUND-IDX sur le salarie WS-LOOKUP-ID (zero si
      * absent du maitre).
       FIND-EMPLOYEE.
           MOVE ZERO TO WS-FOUND-IDX
           IF WS-EMP-COUNT > ZERO
               SET EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMP-ID(EMP-IDX) = WS-LOOKUP-ID
                       SET WS-FOUND-IDX TO EMP-IDX
               END-SEARCH
           END-IF.

      * Controles d'une proposition, dans l'ordre ; la premiere
      * anomalie donne le statut. Une proposition retenue entre dans
      * les augmentations de son departement.
       VALIDATE-PROPOSAL.
           MOVE WS-PROP-ID(PROP-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE
           MOVE WS-FOUND-IDX TO WS-PROP-EMP-IDX(PROP-IDX)
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE "EMPLOYE_INCONNU" TO WS-PROP-STATUT(PROP-IDX)
               WHEN WS-PROP-SALAIRE(PROP-IDX)
                       <= WS-EMP-SALAIRE(WS-FOUND-IDX)
                   MOVE "MONTANT_INVALIDE" TO WS-PROP-STATUT(PROP-IDX)
               WHEN WS-EMP-PROPOSED(WS-FOUND-IDX) = 'Y'
                   MOVE "DOUBLON" TO WS-PROP-STATUT(PROP-IDX)
               WHEN OTHER
                   MOVE 'Y' TO WS-EMP-PROPOSED(WS-FOUND-IDX)
                   PERFORM CHECK-MANAGER-ROUTING
                   EVALUATE TRUE
                       WHEN WS-ROUTE-OK = 'N'
                           MOVE "MANAGER_NON_RATTACHE"
                               TO WS-PROP-STATUT(PROP-IDX)
                       WHEN WS-SMIC-FLOOR > ZERO
                           AND WS-PROP-SALAIRE(PROP-IDX)
                               < WS-SMIC-FLOOR
                           MOVE "SOUS_SMIC" TO WS-PROP-STATUT(PROP-IDX)
                       WHEN OTHER
                           PERFORM CHECK-ALREADY-ENTERED
                   END-EVALUATE
           END-EVALUATE
           IF WS-PROP-STATUT(PROP-IDX) = SPACES
               MOVE "RETENUE" TO WS-PROP-STATUT(PROP-IDX)
               MOVE WS-EMP-AGENCE(WS-FOUND-IDX) TO REMPLOYE-AGENCE
               PERFORM FIND-DEPT
               IF DEPT-IDX > ZERO
                   COMPUTE WS-RAISE = WS-PROP-SALAIRE(PROP-IDX)
                       - WS-EMP-SALAIRE(WS-FOUND-IDX)
                   ADD WS-RAISE TO WS-DEPT-RAISES(DEPT-IDX)
                   ADD 1 TO WS-DEPT-RETAINED(DEPT-IDX)
               END-IF
           END-IF.

      * Le proposant doit etre le manager de l'employe ou un manager
      * au-dessus de lui dans les liens.
       CHECK-MANAGER-ROUTING.
           MOVE 'N' TO WS-ROUTE-OK
           MOVE WS-FOUND-IDX TO WS-WALK-IDX
           MOVE ZERO TO WS-WALK-DEPTH
           PERFORM UNTIL WS-ROUTE-OK = 'Y' OR WS-WALK-IDX = ZERO
                   OR WS-WALK-DEPTH > 20
               ADD 1 TO WS-WALK-DEPTH
               MOVE WS-EMP-MANAGER(WS-WALK-IDX) TO WS-WALK-MANAGER
               IF WS-WALK-MANAGER = SPACES
                   MOVE ZERO TO WS-WALK-IDX
               ELSE
                   IF WS-WALK-MANAGER = WS-PROP-MANAGER(PROP-IDX)
                       MOVE 'Y' TO WS-ROUTE-OK
                   ELSE
                       MOVE WS-WALK-MANAGER TO WS-LOOKUP-ID
                       PERFORM FIND-EMPLOYEE
                       MOVE WS-FOUND-IDX TO WS-WALK-IDX
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PROP-EMP-IDX(PROP-IDX) TO WS-FOUND-IDX.

      * Une campagne relancee apres application ne resaisit pas ce
      * qui est deja dans le fichier des changements de salaire.
       CHECK-ALREADY-ENTERED.
           PERFORM VARYING SALCHG-IDX FROM 1 BY 1
                   UNTIL SALCHG-IDX > WS-SALCHG-COUNT
               IF WS-SALCHG-ID(SALCHG-IDX) = WS-PROP-ID(PROP-IDX)
                   AND WS-SALCHG-EFFECTIVE(SALCHG-IDX)
                       = WS-EFFECTIVE-DATE
                   MOVE "DEJA_SAISIE" TO WS-PROP-STATUT(PROP-IDX)
               END-IF
           END-PERFORM.

       CHECK-DEPT-ENVELOPE.
           IF WS-DEPT-RAISES(DEPT-IDX) > WS-DEPT-ENVELOPE(DEPT-IDX)
               MOVE 'Y' TO WS-DEPT-OVER(DEPT-IDX)
               ADD 1 TO WS-NB-DEPT-OVER
           END-IF.

      * Statut final : une proposition retenue d'un departement hors
      * enveloppe passe HORS_ENVELOPPE.
       SETTLE-PROPOSAL.
           IF WS-PROP-STATUT(PROP-IDX) = "RETENUE"
               MOVE WS-PROP-EMP-IDX(PROP-IDX) TO WS-FOUND-IDX
               MOVE WS-EMP-AGENCE(WS-FOUND-IDX) TO REMPLOYE-AGENCE
               PERFORM FIND-DEPT
               IF DEPT-IDX > ZERO
                   IF WS-DEPT-OVER(DEPT-IDX) = 'Y'
                       MOVE "HORS_ENVELOPPE"
                           TO WS-PROP-STATUT(PROP-IDX)
                   END-IF
               END-IF
           END-IF
           EVALUATE WS-PROP-STATUT(PROP-IDX)
               WHEN "RETENUE"
                   ADD 1 TO WS-NB-RETAINED
                   COMPUTE WS-RAISE = WS-PROP-SALAIRE(PROP-IDX)
                       - WS-EMP-SALAIRE(WS-FOUND-IDX)
                   ADD WS-RAISE TO WS-TOTAL-RAISES
               WHEN "HORS_ENVELOPPE"
                   ADD 1 TO WS-NB-OUTSIDE
               WHEN OTHER
                   ADD 1 TO WS-NB-REJECTED
           END-EVALUATE.

      * Ajoute les propositions retenues au fichier des changements
      * de salaire (meme convention OPEN EXTEND + repli OPEN OUTPUT
      * que WRITE-AUDIT-LOG).
       WRITE-SALARY-CHANGES.
           IF WS-NB-RETAINED > ZERO
               OPEN EXTEND F-SALCHG
               IF WS-SALCHG-STATUS = "05" OR WS-SALCHG-STATUS = "35"
                   OPEN OUTPUT F-SALCHG
               END-IF
               MOVE WS-SALCHG-STATUS TO WS-FILESTAT-CODE
               MOVE "employee-salary-changes.txt"
                   TO WS-FILESTAT-FILENAME
               MOVE "OPEN F-SALCHG" TO WS-FILESTAT-OPERATION
               PERFORM CHECK-FILE-STATUS
               PERFORM VARYING PROP-IDX FROM 1 BY 1
                       UNTIL PROP-IDX > WS-PROP-COUNT
                   IF WS-PROP-STATUT(PROP-IDX) = "RETENUE"
                       MOVE SPACES TO R-SALCHG
                       MOVE WS-PROP-ID(PROP-IDX) TO SALCHG-ID
                       MOVE WS-PROP-SALAIRE(PROP-IDX)
                           TO SALCHG-SALAIRE
                       MOVE WS-EFFECTIVE-DATE TO SALCHG-EFFECTIVE
                       WRITE R-SALCHG
                       MOVE "APPLIQUEE" TO WS-PROP-STATUT(PROP-IDX)
                       ADD 1 TO WS-NB-APPLIED
                   END-IF
               END-PERFORM
               CLOSE F-SALCHG
           END-IF.

       WRITE-MERIT-REPORT.
           OPEN OUTPUT F-MERITRPT
           MOVE WS-MERITRPT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-merit-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-MERITRPT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-MERITRPT-LINE
           STRING "CAMPAGNE D'AUGMENTATIONS " WS-CAMPAIGN-YEAR
                  " - effet " WS-EFFECTIVE-DATE
                  " - mode " FUNCTION TRIM(WS-MERIT-MODE)
                  " - edite le " WS-TODAY-8
                  " - run " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           IF WS-MERIT-MODE = "APPLIQUER"
               MOVE SPACES TO WS-MERITRPT-LINE
               STRING "Approuvee par " WS-APPROVER SPACE WS-OPER-NAME
                      DELIMITED BY SIZE INTO WS-MERITRPT-LINE
               WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           END-IF
           MOVE SPACES TO WS-MERITRPT-LINE
           IF WS-SMIC-FLOOR > ZERO
               STRING "Plancher SMIC annuel au " WS-SMIC-CHOSEN
                      " : " WS-SMIC-FLOOR
                      DELIMITED BY SIZE INTO WS-MERITRPT-LINE
           ELSE
               MOVE "Plancher SMIC : aucun SMIC date applicable, "
                   & "controle inactif" TO WS-MERITRPT-LINE
           END-IF
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           MOVE SPACES TO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           MOVE "PROPOSITIONS" TO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           MOVE SPACES TO WS-MERITRPT-LINE
           STRING "EMPLOYE    NOM                  AGC MANAGER    "
                  "  ACTUEL PROPOSE      %  STATUT"
                  DELIMITED BY SIZE INTO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           PERFORM VARYING PROP-IDX FROM 1 BY 1
                   UNTIL PROP-IDX > WS-PROP-COUNT
               PERFORM WRITE-PROPOSAL-LINE
           END-PERFORM
           MOVE SPACES TO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           MOVE "ENVELOPPES PAR DEPARTEMENT" TO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           MOVE SPACES TO WS-MERITRPT-LINE
           STRING "AGC EFF      MASSE  ENV %   ENVELOPPE"
                  "  AUGMENTATIONS  CONSOMME %  BUDGET ANNUEL  STATUT"
                  DELIMITED BY SIZE INTO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-DEPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           MOVE "DEPARTEMENTS HORS ENVELOPPE" TO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           IF WS-NB-DEPT-OVER = ZERO
               MOVE "Aucun : toutes les propositions retenues tiennent"
                   & " dans leur enveloppe" TO WS-MERITRPT-LINE
               WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           ELSE
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > WS-DEPT-COUNT
                   IF WS-DEPT-OVER(DEPT-IDX) = 'Y'
                       PERFORM WRITE-OVER-BUDGET-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           MOVE WS-TOTAL-RAISES TO WS-RAISES-EDIT
           MOVE SPACES TO WS-MERITRPT-LINE
           STRING "TOTAL " WS-PROP-COUNT " proposition(s) : "
                  WS-NB-RETAINED " retenue(s), "
                  WS-NB-OUTSIDE " hors enveloppe, "
                  WS-NB-REJECTED " rejetee(s) ; augmentations "
                  "retenues " WS-RAISES-EDIT
                  DELIMITED BY SIZE INTO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           IF WS-MERIT-MODE = "APPLIQUER"
               MOVE SPACES TO WS-MERITRPT-LINE
               STRING WS-NB-APPLIED " changement(s) de salaire "
                      "ajoute(s) a employee-salary-changes.txt, "
                      "effet " WS-EFFECTIVE-DATE
                      DELIMITED BY SIZE INTO WS-MERITRPT-LINE
               WRITE R-MERITRPT FROM WS-MERITRPT-LINE
           END-IF
           CLOSE F-MERITRPT.

       WRITE-PROPOSAL-LINE.
           MOVE SPACES TO WS-MERITRPT-LINE
           MOVE WS-PROP-SALAIRE(PROP-IDX) TO WS-SAL2-EDIT
           MOVE WS-PROP-EMP-IDX(PROP-IDX) TO WS-FOUND-IDX
           IF WS-FOUND-IDX = ZERO
               STRING WS-PROP-ID(PROP-IDX) SPACE
                      "(inconnu)           " SPACE
                      "   " SPACE
                      WS-PROP-MANAGER(PROP-IDX) SPACE
                      "      " SPACE
                      WS-SAL2-EDIT SPACE
                      "      " SPACE SPACE
                      WS-PROP-STATUT(PROP-IDX)
                      DELIMITED BY SIZE INTO WS-MERITRPT-LINE
           ELSE
               MOVE WS-EMP-SALAIRE(WS-FOUND-IDX) TO WS-SAL-EDIT
               IF WS-PROP-SALAIRE(PROP-IDX)
                       > WS-EMP-SALAIRE(WS-FOUND-IDX)
                   COMPUTE WS-RAISE-PCT ROUNDED =
                       (WS-PROP-SALAIRE(PROP-IDX)
                        - WS-EMP-SALAIRE(WS-FOUND-IDX)) * 100
                       / WS-EMP-SALAIRE(WS-FOUND-IDX)
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-RAISE-PCT
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-RAISE-PCT
               END-IF
               MOVE WS-RAISE-PCT TO WS-PCT-EDIT
               STRING WS-PROP-ID(PROP-IDX) SPACE
                      WS-EMP-NOM(WS-FOUND-IDX) SPACE
                      WS-EMP-AGENCE(WS-FOUND-IDX) SPACE
                      WS-PROP-MANAGER(PROP-IDX) SPACE
                      WS-SAL-EDIT SPACE
                      WS-SAL2-EDIT SPACE
                      WS-PCT-EDIT SPACE SPACE
                      WS-PROP-STATUT(PROP-IDX)
                      DELIMITED BY SIZE INTO WS-MERITRPT-LINE
           END-IF
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE.

      * Une ligne par departement : masse salariale, enveloppe,
      * augmentations retenues et consommation ; le budget annuel
      * de dept-budgets.dat est compare a la masse apres campagne.
       WRITE-DEPT-LINE.
           MOVE WS-DEPT-MASSE(DEPT-IDX) TO WS-MASSE-EDIT
           MOVE WS-DEPT-ENV-PCT(DEPT-IDX) TO WS-PCT-EDIT
           MOVE WS-DEPT-ENVELOPE(DEPT-IDX) TO WS-ENV-EDIT
           MOVE WS-DEPT-RAISES(DEPT-IDX) TO WS-RAISES-EDIT
           MOVE WS-DEPT-BUDGET(DEPT-IDX) TO WS-BUDGET-EDIT
           IF WS-DEPT-ENVELOPE(DEPT-IDX) > ZERO
               COMPUTE WS-CONSUMED-PCT ROUNDED =
                   WS-DEPT-RAISES(DEPT-IDX) * 100
                   / WS-DEPT-ENVELOPE(DEPT-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CONSUMED-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-CONSUMED-PCT
           END-IF
           MOVE WS-CONSUMED-PCT TO WS-CONSUMED-EDIT
           IF WS-DEPT-OVER(DEPT-IDX) = 'Y'
               MOVE "HORS ENVELOPPE" TO WS-DEPT-LABEL
           ELSE
               MOVE "DANS L'ENVELOPPE" TO WS-DEPT-LABEL
           END-IF
           COMPUTE WS-AFTER-MASSE = WS-DEPT-MASSE(DEPT-IDX)
               + WS-DEPT-RAISES(DEPT-IDX)
           IF WS-DEPT-BUDGET(DEPT-IDX) > ZERO
               AND WS-AFTER-MASSE > WS-DEPT-BUDGET(DEPT-IDX)
               IF WS-DEPT-OVER(DEPT-IDX) = 'Y'
                   MOVE "HORS ENVELOPPE, BUDGET DEPASSE"
                       TO WS-DEPT-LABEL
               ELSE
                   MOVE "ENVELOPPE OK, BUDGET DEPASSE"
                       TO WS-DEPT-LABEL
               END-IF
           END-IF
           MOVE SPACES TO WS-MERITRPT-LINE
           STRING WS-DEPT-NUM(DEPT-IDX) SPACE
                  WS-DEPT-EFFECTIF(DEPT-IDX) SPACE
                  WS-MASSE-EDIT SPACE
                  WS-PCT-EDIT SPACE
                  WS-ENV-EDIT SPACE SPACE SPACE SPACE SPACE SPACE
                  WS-RAISES-EDIT SPACE SPACE SPACE
                  WS-CONSUMED-EDIT SPACE SPACE SPACE SPACE SPACE SPACE
                  WS-BUDGET-EDIT SPACE SPACE
                  WS-DEPT-LABEL
                  DELIMITED BY SIZE INTO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE.

      * Depassement d'enveloppe et propositions concernees, a
      * revoir par les managers du departement.
       WRITE-OVER-BUDGET-LINE.
           COMPUTE WS-EXCESS = WS-DEPT-RAISES(DEPT-IDX)
               - WS-DEPT-ENVELOPE(DEPT-IDX)
           MOVE WS-EXCESS TO WS-EXCESS-EDIT
           MOVE WS-DEPT-ENVELOPE(DEPT-IDX) TO WS-ENV-EDIT
           MOVE WS-DEPT-RAISES(DEPT-IDX) TO WS-RAISES-EDIT
           MOVE SPACES TO WS-MERITRPT-LINE
           STRING "Departement " WS-DEPT-NUM(DEPT-IDX)
                  " : augmentations " WS-RAISES-EDIT
                  " pour une enveloppe de " WS-ENV-EDIT
                  ", depassement " WS-EXCESS-EDIT
                  " (" WS-DEPT-RETAINED(DEPT-IDX) " proposition(s))"
                  DELIMITED BY SIZE INTO WS-MERITRPT-LINE
           WRITE R-MERITRPT FROM WS-MERITRPT-LINE.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'LOCKMGT.cpy'.
           COPY 'OPERCHK.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empmerit.
