       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobsched.

      * Ordonnancement calendaire des travaux periodiques de la
      * chaine de nuit : empleave, logclose, mgmtpack, empannuel,
      * assubonus, assufiscal et le bordereau de reassurance
      * (assucession, apres le maitre d'assuconso), la provision
      * IBNR de fin d'annee (assutriangle), la PPNA de fin de mois
      * (assuppna), les relances hebdomadaires de primes impayees
      * (assurelance), la reevaluation de change et l'extrait
      * comptable assurance de fin de mois qui la reprend (assuchange
      * puis assugl), le rapport de transformation des devis
      * (assudevis), ainsi que les rapports mensuels des
      * habilitations (empqualif) et de revue des acces (operreview)
      * et l'index annuel d'egalite professionnelle (empegalite)
      * se lancaient a la main, de memoire, ou sur une date fixe
      * sans rattrapage. Le planning job-schedule.dat donne pour
      * chaque travail son repertoire, sa regle de calendrier et
      * jusqu'a trois dependances :
      *   DAY         chaque jour ouvre ;
      *   DAY dd      le dd de chaque mois ;
      *   FIRSTBUS    premier jour ouvre du mois ;
      *   LASTBUS     dernier jour ouvre du mois ;
      *   FIRSTMON    premier lundi du mois ;
      *   WEEKLY d    chaque semaine, jour d (1 = lundi) ;
      * un argument Q limite FIRSTBUS/LASTBUS aux mois de trimestre
      * (janvier, avril, juillet, octobre pour FIRSTBUS ; mars,
      * juin, septembre, decembre pour LASTBUS) et un argument mm a
      * un seul mois de l'annee. Une echeance qui tombe un jour non
      * ouvre (datesvc, jours-feries.dat) glisse au jour ouvre
      * suivant ; les echeances anterieures a la date d'effet du
      * travail sont ignorees.
      * Pour la date de la chaine (celle du CHAIN_RUN_ID), chaque
      * travail prend sa derniere echeance ; elle est faite si
      * chain-step-history.dat porte depuis une execution reussie
      * (code retour 0 ou 4). Une echeance du soir ou manquee depuis
      * moins de CATCHUP_DAYS jours est due : les travaux dus sont
      * ecrits dans chain-due-jobs.txt apres leurs dependances dues
      * le meme soir, et la chaine les lance dans cet ordre. Une
      * echeance plus ancienne jamais faite (MANQUE), un rattrapage
      * et un travail bloque par une dependance manquee ou un cycle
      * partent dans operational-alerts.log ; code retour 4. Le
      * compte rendu est job-schedule-report.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SCHEDULE ASSIGN TO "job-schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT F-HISTORY ASSIGN TO "chain-step-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT F-DUE ASSIGN TO "chain-due-jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DUE-STATUS.

           SELECT F-REPORT ASSIGN TO "job-schedule-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Fenetre de rattrapage, reglable sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="jobsched-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Un travail par ligne : programme, repertoire (relatif a la
      * racine de la chaine), regle, argument, date d'effet
      * AAAAMMJJ, dependances (programmes du planning ; une
      * dependance hors planning est une etape quotidienne, deja
      * passee quand l'ordonnanceur tourne).
       FD  F-SCHEDULE
           RECORD CONTAINS 89 CHARACTERS.
       01  R-SCHEDULE.
           05 SCHED-JOB             PIC X(12).
           05 FILLER                PIC X.
           05 SCHED-DIR             PIC X(14).
           05 FILLER                PIC X.
           05 SCHED-RULE            PIC X(8).
           05 FILLER                PIC X.
           05 SCHED-ARG             PIC X(4).
           05 FILLER                PIC X.
           05 SCHED-EFFECTIVE       PIC 9(8).
           05 FILLER                PIC X.
           05 SCHED-DEPS.
               10 SCHED-DEP-ENTRY OCCURS 3 TIMES.
                   15 SCHED-DEP     PIC X(12).
                   15 FILLER        PIC X.

      * Meme disposition que R-HISTORY dans chaintime.cbl.
       FD  F-HISTORY
           RECORD CONTAINS 105 CHARACTERS.
       01  R-HISTORY.
           05 HIST-RUN-ID           PIC X(19).
           05 FILLER                PIC X.
           05 HIST-STEP             PIC X(30).
           05 FILLER                PIC X.
           05 HIST-START            PIC 9(14).
           05 FILLER                PIC X.
           05 HIST-END              PIC 9(14).
           05 FILLER                PIC X.
           05 HIST-ELAPSED          PIC 9(6).
           05 FILLER                PIC X.
           05 HIST-EXIT             PIC 9(3).
           05 FILLER                PIC X.
           05 HIST-READ             PIC 9(6).
           05 FILLER                PIC X.
           05 HIST-WRITTEN          PIC 9(6).

      * Travaux dus, dans l'ordre de lancement : programme et
      * repertoire.
       FD  F-DUE
           RECORD CONTAINS 27 CHARACTERS.
       01  R-DUE.
           05 DUE-JOB               PIC X(12).
           05 FILLER                PIC X.
           05 DUE-DIR               PIC X(14).

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REPORT                 PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-SCHEDULE-STATUS      PIC XX.
       01  WS-HISTORY-STATUS       PIC XX.
       01  WS-DUE-STATUS           PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
      * Date de la chaine : celle de l'identifiant de run (une
      * reprise apres minuit garde la nuit d'origine), sinon le jour.
       01  WS-CHAIN-DATE           PIC 9(8).
       01  WS-CHAIN-INT            PIC 9(8).
      * Retard maximal (jours calendaires) d'une echeance manquee
      * encore rattrapee automatiquement.
       01  WS-CATCHUP-DAYS         PIC 9(3) VALUE 7.

      * Planning et etat de chaque travail pour la nuit.
       01  WS-JB-TABLE.
           05 WS-JB-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-JB-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-JB-COUNT
                  INDEXED BY JB-IDX JB-IDX2.
               10 WS-JB-JOB        PIC X(12).
               10 WS-JB-DIR        PIC X(14).
               10 WS-JB-RULE       PIC X(8).
               10 WS-JB-ARG        PIC X(4).
               10 WS-JB-EFFECTIVE  PIC 9(8).
               10 WS-JB-DEP        PIC X(12) OCCURS 3 TIMES.
               10 WS-JB-DUE-DATE   PIC 9(8).
               10 WS-JB-LAST-RUN   PIC 9(8).
               10 WS-JB-STATUT     PIC X(10).
               10 WS-JB-MOTIF      PIC X(30).
               10 WS-JB-PLACED     PIC X.
               10 WS-JB-ORDER      PIC 9(3).
       01  WS-JB-TABLE-MAX         PIC 9(3) VALUE 100.
       01  WS-JB-TABLE-FULL        PIC X VALUE 'N'.
       01  WS-HS-KEY               PIC X(30).
       01  WS-HS-DATE              PIC 9(8).

      * Calcul d'echeance.
       01  WS-MONTH-8              PIC 9(8).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-8.
           05 WS-MONTH-YYYY        PIC 9(4).
           05 WS-MONTH-MM          PIC 99.
           05 WS-MONTH-DD          PIC 99.
       01  WS-BACK                 PIC 9(2).
       01  WS-CANDIDATE            PIC 9(8).
       01  WS-CANDIDATE-INT        PIC 9(8).
       01  WS-MONTH-OK             PIC X.
       01  WS-RULE-DAY             PIC 9(2).
       01  WS-RULE-MONTH           PIC 9(2).
       01  WS-DOW                  PIC 9.
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY           PIC 9(4).
           05 WS-DW-MM             PIC 99.
           05 WS-DW-DD             PIC 99.
       01  WS-DAYS-LATE            PIC S9(6).

       01  WS-DATESVC-FUNCTION     PIC X(8).
       01  WS-DATESVC-DATE-1       PIC 9(8).
       01  WS-DATESVC-DATE-2       PIC 9(8).
       01  WS-DATESVC-NUMBER       PIC S9(5).
       01  WS-DATESVC-STATUS       PIC 9.

      * Mise en ordre selon les dependances.
       01  WS-ORDER-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-PROGRESS             PIC X.
       01  WS-DEPS-READY           PIC X.
       01  WS-DEP-I                PIC 9.
       01  WS-DEP-NAME             PIC X(12).
       01  WS-DEP-IDX              PIC 9(3).

       01  WS-DUE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-LINES-READ           PIC 9(5) VALUE ZERO.
       01  WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
           MOVE "jobsched" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           MOVE WS-TODAY-8 TO WS-CHAIN-DATE
           IF WS-RUN-ID(1:4) = "RUN-" AND WS-RUN-ID(5:8) IS NUMERIC
               MOVE WS-RUN-ID(5:8) TO WS-CHAIN-DATE
           END-IF
           COMPUTE WS-CHAIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHAIN-DATE)
           PERFORM LOAD-SCHEDULE
           PERFORM VARYING JB-IDX FROM 1 BY 1
                   UNTIL JB-IDX > WS-JB-COUNT
               PERFORM COMPUTE-LAST-DUE-DATE
           END-PERFORM
           PERFORM LOAD-HISTORY
           PERFORM VARYING JB-IDX FROM 1 BY 1
                   UNTIL JB-IDX > WS-JB-COUNT
               PERFORM CLASSIFY-JOB
           END-PERFORM
           PERFORM ORDER-DUE-JOBS
           PERFORM WRITE-DUE-JOBS
           PERFORM WRITE-SCHEDULE-REPORT
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "jobsched" TO WS-AUDIT-PROGRAM
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-DUE-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Travaux periodiques : " WS-JB-COUNT
               " au planning, " WS-DUE-COUNT " du(s) le "
               WS-CHAIN-DATE ", " WS-ALERT-COUNT " alerte(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR de jobsched-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "CATCHUP_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CATCHUP-DAYS
           END-EVALUATE.

      * Planning absent : aucun travail periodique, liste vide.
       LOAD-SCHEDULE.
           OPEN INPUT F-SCHEDULE
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-SCHEDULE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF SCHED-JOB NOT = SPACES
                           AND SCHED-JOB(1:1) NOT = "*"
                           PERFORM STORE-SCHEDULE-LINE
                       END-IF
               END-PERFORM
               CLOSE F-SCHEDULE
           ELSE
               DISPLAY "job-schedule.dat absent : aucun travail "
                   "periodique"
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-SCHEDULE-LINE.
           IF WS-JB-COUNT >= WS-JB-TABLE-MAX
               IF WS-JB-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-JB-TABLE-FULL
                   MOVE "CAPACITE WS-JB-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-JB-COUNT
               SET JB-IDX TO WS-JB-COUNT
               MOVE SCHED-JOB TO WS-JB-JOB(JB-IDX)
               MOVE SCHED-DIR TO WS-JB-DIR(JB-IDX)
               MOVE SCHED-RULE TO WS-JB-RULE(JB-IDX)
               MOVE SCHED-ARG TO WS-JB-ARG(JB-IDX)
               MOVE ZERO TO WS-JB-EFFECTIVE(JB-IDX)
               IF SCHED-EFFECTIVE IS NUMERIC
                   MOVE SCHED-EFFECTIVE TO WS-JB-EFFECTIVE(JB-IDX)
               END-IF
               MOVE SCHED-DEP(1) TO WS-JB-DEP(JB-IDX, 1)
               MOVE SCHED-DEP(2) TO WS-JB-DEP(JB-IDX, 2)
               MOVE SCHED-DEP(3) TO WS-JB-DEP(JB-IDX, 3)
               MOVE ZERO TO WS-JB-DUE-DATE(JB-IDX)
               MOVE ZERO TO WS-JB-LAST-RUN(JB-IDX)
               MOVE SPACES TO WS-JB-STATUT(JB-IDX)
               MOVE SPACES TO WS-JB-MOTIF(JB-IDX)
               MOVE 'N' TO WS-JB-PLACED(JB-IDX)
               MOVE ZERO TO WS-JB-ORDER(JB-IDX)
           END-IF.

      *----------------------------------------------------------------
      * Derniere echeance a la date de la chaine.
      *----------------------------------------------------------------
      * Regles hebdomadaire et quotidienne : voir plus bas.
      * Regles mensuelles : le mois de la chaine, puis les mois
      * precedents (jusqu'a douze), jusqu'a une echeance qui ne soit
      * pas posterieure a la date de la chaine. Zero : aucune
      * echeance (regle inconnue ou anterieure a la date d'effet).
       COMPUTE-LAST-DUE-DATE.
           MOVE ZERO TO WS-JB-DUE-DATE(JB-IDX)
           EVALUATE TRUE
               WHEN WS-JB-RULE(JB-IDX) = "WEEKLY"
                   PERFORM COMPUTE-WEEKLY-DUE-DATE
               WHEN WS-JB-RULE(JB-IDX) = "DAY"
                   AND WS-JB-ARG(JB-IDX) = SPACES
                   PERFORM COMPUTE-DAILY-DUE-DATE
               WHEN OTHER
                   MOVE WS-CHAIN-DATE TO WS-MONTH-8
                   MOVE 01 TO WS-MONTH-DD
                   PERFORM VARYING WS-BACK FROM 0 BY 1
                           UNTIL WS-BACK > 12
                           OR WS-JB-DUE-DATE(JB-IDX) > ZERO
                       PERFORM CHECK-RULE-MONTH
                       IF WS-MONTH-OK = 'Y'
                           PERFORM COMPUTE-MONTH-CANDIDATE
                           IF WS-CANDIDATE > ZERO
                               AND WS-CANDIDATE <= WS-CHAIN-DATE
                               MOVE WS-CANDIDATE
                                   TO WS-JB-DUE-DATE(JB-IDX)
                           END-IF
                       END-IF
                       PERFORM PREVIOUS-MONTH
                   END-PERFORM
           END-EVALUATE
           IF WS-JB-DUE-DATE(JB-IDX) < WS-JB-EFFECTIVE(JB-IDX)
               MOVE ZERO TO WS-JB-DUE-DATE(JB-IDX)
           END-IF.

      * Argument Q : mois de trimestre selon la regle ; argument
      * numerique : ce seul mois ; a blanc (ou DAY) : tous les mois.
       CHECK-RULE-MONTH.
           MOVE 'Y' TO WS-MONTH-OK
           EVALUATE TRUE
               WHEN WS-JB-RULE(JB-IDX) = "DAY"
                   CONTINUE
               WHEN WS-JB-ARG(JB-IDX) = "Q"
                   IF WS-JB-RULE(JB-IDX) = "LASTBUS"
                       IF FUNCTION MOD(WS-MONTH-MM, 3) NOT = 0
                           MOVE 'N' TO WS-MONTH-OK
                       END-IF
                   ELSE
                       IF FUNCTION MOD(WS-MONTH-MM, 3) NOT = 1
                           MOVE 'N' TO WS-MONTH-OK
                       END-IF
                   END-IF
               WHEN WS-JB-ARG(JB-IDX)(1:2) IS NUMERIC
                   MOVE WS-JB-ARG(JB-IDX)(1:2) TO WS-RULE-MONTH
                   IF WS-MONTH-MM NOT = WS-RULE-MONTH
                       MOVE 'N' TO WS-MONTH-OK
                   END-IF
           END-EVALUATE.

      * Echeance de la regle pour le mois WS-MONTH-8 (au 1er).
       COMPUTE-MONTH-CANDIDATE.
           MOVE ZERO TO WS-CANDIDATE
           EVALUATE WS-JB-RULE(JB-IDX)
               WHEN "FIRSTBUS"
                   MOVE WS-MONTH-8 TO WS-DATE-WORK
                   PERFORM ROLL-TO-BUSINESS-DAY
               WHEN "LASTBUS"
                   MOVE "LASTBUSM" TO WS-DATESVC-FUNCTION
                   MOVE WS-MONTH-8 TO WS-DATESVC-DATE-1
                   CALL "datesvc" USING WS-DATESVC-FUNCTION
                       WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
                       WS-DATESVC-NUMBER WS-DATESVC-STATUS
                   IF WS-DATESVC-STATUS = ZERO
                       MOVE WS-DATESVC-DATE-2 TO WS-CANDIDATE
                   END-IF
               WHEN "FIRSTMON"
                   COMPUTE WS-CANDIDATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-MONTH-8)
                   COMPUTE WS-DOW =
                       FUNCTION MOD(WS-CANDIDATE-INT - 1, 7) + 1
                   IF WS-DOW > 1
                       COMPUTE WS-CANDIDATE-INT =
                           WS-CANDIDATE-INT + 8 - WS-DOW
                   END-IF
                   COMPUTE WS-DATE-WORK =
                       FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INT)
                   PERFORM ROLL-TO-BUSINESS-DAY
               WHEN "DAY"
                   IF WS-JB-ARG(JB-IDX)(1:2) IS NUMERIC
                       MOVE WS-JB-ARG(JB-IDX)(1:2) TO WS-RULE-DAY
                       PERFORM COMPUTE-DAY-IN-MONTH
                   END-IF
           END-EVALUATE.

      * Le dd du mois, borne au dernier jour du mois (DAY 31 en
      * fevrier = fin fevrier), puis jour ouvre suivant.
       COMPUTE-DAY-IN-MONTH.
           MOVE "ADDMONTH" TO WS-DATESVC-FUNCTION
           MOVE WS-MONTH-8 TO WS-DATESVC-DATE-1
           MOVE 1 TO WS-DATESVC-NUMBER
           CALL "datesvc" USING WS-DATESVC-FUNCTION
               WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
               WS-DATESVC-NUMBER WS-DATESVC-STATUS
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATESVC-DATE-2) - 1)
           IF WS-RULE-DAY > ZERO AND WS-RULE-DAY < WS-DW-DD
               MOVE WS-RULE-DAY TO WS-DW-DD
           END-IF
           PERFORM ROLL-TO-BUSINESS-DAY.

      * WS-DATE-WORK s'il est ouvre, sinon le jour ouvre suivant ;
      * resultat dans WS-CANDIDATE.
       ROLL-TO-BUSINESS-DAY.
           MOVE "NEXTBUS" TO WS-DATESVC-FUNCTION
           COMPUTE WS-DATESVC-DATE-1 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)
           CALL "datesvc" USING WS-DATESVC-FUNCTION
               WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
               WS-DATESVC-NUMBER WS-DATESVC-STATUS
           IF WS-DATESVC-STATUS = ZERO
               MOVE WS-DATESVC-DATE-2 TO WS-CANDIDATE
           ELSE
               MOVE ZERO TO WS-CANDIDATE
           END-IF.

       PREVIOUS-MONTH.
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.

      * Regle DAY sans argument : la date de la chaine si elle est
      * ouvree, sinon le dernier jour ouvre qui la precede.
       COMPUTE-DAILY-DUE-DATE.
           PERFORM VARYING WS-BACK FROM 0 BY 1
                   UNTIL WS-BACK > 10
                   OR WS-JB-DUE-DATE(JB-IDX) > ZERO
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-CHAIN-INT - WS-BACK)
               PERFORM ROLL-TO-BUSINESS-DAY
               IF WS-CANDIDATE > ZERO
                   AND WS-CANDIDATE <= WS-CHAIN-DATE
                   MOVE WS-CANDIDATE TO WS-JB-DUE-DATE(JB-IDX)
               END-IF
           END-PERFORM.

      * Dernier jour d de la semaine au plus tard la date de la
      * chaine, glisse au jour ouvre ; s'il glisse apres la date de
      * la chaine, l'occurrence de la semaine precedente.
       COMPUTE-WEEKLY-DUE-DATE.
           IF WS-JB-ARG(JB-IDX)(1:1) IS NUMERIC
               MOVE WS-JB-ARG(JB-IDX)(1:1) TO WS-RULE-DAY
               COMPUTE WS-DOW = FUNCTION MOD(WS-CHAIN-INT - 1, 7) + 1
               COMPUTE WS-CANDIDATE-INT = WS-CHAIN-INT
                   - FUNCTION MOD(WS-DOW - WS-RULE-DAY + 7, 7)
               PERFORM VARYING WS-BACK FROM 0 BY 1
                       UNTIL WS-BACK > 1
                       OR WS-JB-DUE-DATE(JB-IDX) > ZERO
                   COMPUTE WS-DATE-WORK =
                       FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INT)
                   PERFORM ROLL-TO-BUSINESS-DAY
                   IF WS-CANDIDATE > ZERO
                       AND WS-CANDIDATE <= WS-CHAIN-DATE
                       MOVE WS-CANDIDATE TO WS-JB-DUE-DATE(JB-IDX)
                   END-IF
                   SUBTRACT 7 FROM WS-CANDIDATE-INT
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * Executions reussies de l'historique des etapes.
      *----------------------------------------------------------------
       LOAD-HISTORY.
           OPEN INPUT F-HISTORY
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-HISTORY AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIST-START IS NUMERIC
                           AND HIST-EXIT IS NUMERIC
                           AND HIST-EXIT <= 4
                           PERFORM NOTE-SUCCESSFUL-RUN
                       END-IF
               END-PERFORM
               CLOSE F-HISTORY
           END-IF
           MOVE 'N' TO WS-EOF.

      * Cle d'etape de la chaine : programme@repertoire.
       NOTE-SUCCESSFUL-RUN.
           MOVE HIST-START(1:8) TO WS-HS-DATE
           PERFORM VARYING JB-IDX FROM 1 BY 1
                   UNTIL JB-IDX > WS-JB-COUNT
               MOVE SPACES TO WS-HS-KEY
               STRING FUNCTION TRIM(WS-JB-JOB(JB-IDX)) "@"
                      FUNCTION TRIM(WS-JB-DIR(JB-IDX))
                      DELIMITED BY SIZE INTO WS-HS-KEY
               IF HIST-STEP = WS-HS-KEY
                   AND WS-HS-DATE > WS-JB-LAST-RUN(JB-IDX)
                   MOVE WS-HS-DATE TO WS-JB-LAST-RUN(JB-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Etat de chaque travail pour la nuit.
      *----------------------------------------------------------------
       CLASSIFY-JOB.
           EVALUATE TRUE
               WHEN WS-JB-DUE-DATE(JB-IDX) = ZERO
                   MOVE "A VENIR" TO WS-JB-STATUT(JB-IDX)
               WHEN WS-JB-LAST-RUN(JB-IDX) >= WS-JB-DUE-DATE(JB-IDX)
                   MOVE "FAIT" TO WS-JB-STATUT(JB-IDX)
               WHEN WS-JB-DUE-DATE(JB-IDX) = WS-CHAIN-DATE
                   MOVE "DU" TO WS-JB-STATUT(JB-IDX)
               WHEN OTHER
                   COMPUTE WS-DAYS-LATE = WS-CHAIN-INT
                       - FUNCTION INTEGER-OF-DATE(
                           WS-JB-DUE-DATE(JB-IDX))
                   IF WS-DAYS-LATE <= WS-CATCHUP-DAYS
                       MOVE "RATTRAPAGE" TO WS-JB-STATUT(JB-IDX)
                       MOVE "ECHEANCE NON EXECUTEE"
                           TO WS-JB-MOTIF(JB-IDX)
                       MOVE SPACES TO WS-ALERT-CONDITION
                       STRING "RATTRAPAGE " WS-JB-JOB(JB-IDX)
                              " ECHEANCE " WS-JB-DUE-DATE(JB-IDX)
                              DELIMITED BY SIZE
                              INTO WS-ALERT-CONDITION
                       PERFORM RAISE-SCHEDULE-ALERT
                   ELSE
                       MOVE "MANQUE" TO WS-JB-STATUT(JB-IDX)
                       MOVE "A LANCER A LA MAIN"
                           TO WS-JB-MOTIF(JB-IDX)
                       MOVE SPACES TO WS-ALERT-CONDITION
                       STRING "TRAVAIL NON EXECUTE " WS-JB-JOB(JB-IDX)
                              " ECHEANCE " WS-JB-DUE-DATE(JB-IDX)
                              DELIMITED BY SIZE
                              INTO WS-ALERT-CONDITION
                       PERFORM RAISE-SCHEDULE-ALERT
                   END-IF
           END-EVALUATE.

       RAISE-SCHEDULE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPERATIONAL-ALERT.

      *----------------------------------------------------------------
      * Ordre de lancement : un travail du (DU ou RATTRAPAGE) passe
      * apres ses dependances dues le meme soir. Une dependance
      * MANQUE ou bloquee bloque le travail ; ce qui reste a la fin
      * des passes est pris dans un cycle.
      *----------------------------------------------------------------
       ORDER-DUE-JOBS.
           MOVE 'Y' TO WS-PROGRESS
           PERFORM UNTIL WS-PROGRESS = 'N'
               MOVE 'N' TO WS-PROGRESS
               PERFORM VARYING JB-IDX FROM 1 BY 1
                       UNTIL JB-IDX > WS-JB-COUNT
                   IF (WS-JB-STATUT(JB-IDX) = "DU"
                       OR WS-JB-STATUT(JB-IDX) = "RATTRAPAGE")
                       AND WS-JB-PLACED(JB-IDX) = 'N'
                       PERFORM CHECK-JOB-DEPENDENCIES
                       IF WS-DEPS-READY = 'Y'
                           ADD 1 TO WS-ORDER-COUNT
                           MOVE WS-ORDER-COUNT TO WS-JB-ORDER(JB-IDX)
                           MOVE 'Y' TO WS-JB-PLACED(JB-IDX)
                           MOVE 'Y' TO WS-PROGRESS
                       END-IF
                       IF WS-DEPS-READY = 'B'
                           MOVE "BLOQUE" TO WS-JB-STATUT(JB-IDX)
                           MOVE SPACES TO WS-JB-MOTIF(JB-IDX)
                           STRING "DEPENDANCE " WS-DEP-NAME
                                  DELIMITED BY SIZE
                                  INTO WS-JB-MOTIF(JB-IDX)
                           MOVE SPACES TO WS-ALERT-CONDITION
                           STRING "TRAVAIL BLOQUE " WS-JB-JOB(JB-IDX)
                                  " DEPENDANCE " WS-DEP-NAME
                                  DELIMITED BY SIZE
                                  INTO WS-ALERT-CONDITION
                           PERFORM RAISE-SCHEDULE-ALERT
                           MOVE 'Y' TO WS-PROGRESS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING JB-IDX FROM 1 BY 1
                   UNTIL JB-IDX > WS-JB-COUNT
               IF (WS-JB-STATUT(JB-IDX) = "DU"
                   OR WS-JB-STATUT(JB-IDX) = "RATTRAPAGE")
                   AND WS-JB-PLACED(JB-IDX) = 'N'
                   MOVE "BLOQUE" TO WS-JB-STATUT(JB-IDX)
                   MOVE "CYCLE DE DEPENDANCES" TO WS-JB-MOTIF(JB-IDX)
                   MOVE SPACES TO WS-ALERT-CONDITION
                   STRING "CYCLE DE DEPENDANCES " WS-JB-JOB(JB-IDX)
                          DELIMITED BY SIZE INTO WS-ALERT-CONDITION
                   PERFORM RAISE-SCHEDULE-ALERT
               END-IF
           END-PERFORM.

      * WS-DEPS-READY : 'Y' toutes placees ou hors soiree, 'N' une
      * dependance due pas encore placee, 'B' une dependance
      * manquee ou bloquee (nommee dans WS-DEP-NAME).
       CHECK-JOB-DEPENDENCIES.
           MOVE 'Y' TO WS-DEPS-READY
           PERFORM VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 3
               MOVE WS-JB-DEP(JB-IDX, WS-DEP-I) TO WS-DEP-NAME
               IF WS-DEP-NAME NOT = SPACES AND WS-DEPS-READY NOT = 'B'
                   MOVE ZERO TO WS-DEP-IDX
                   PERFORM VARYING JB-IDX2 FROM 1 BY 1
                           UNTIL JB-IDX2 > WS-JB-COUNT
                       IF WS-JB-JOB(JB-IDX2) = WS-DEP-NAME
                           SET WS-DEP-IDX TO JB-IDX2
                       END-IF
                   END-PERFORM
                   IF WS-DEP-IDX > ZERO
                       EVALUATE TRUE
                           WHEN WS-JB-STATUT(WS-DEP-IDX) = "MANQUE"
                               OR WS-JB-STATUT(WS-DEP-IDX) = "BLOQUE"
                               MOVE 'B' TO WS-DEPS-READY
                           WHEN (WS-JB-STATUT(WS-DEP-IDX) = "DU"
                               OR WS-JB-STATUT(WS-DEP-IDX)
                                   = "RATTRAPAGE")
                               AND WS-JB-PLACED(WS-DEP-IDX) = 'N'
                               MOVE 'N' TO WS-DEPS-READY
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DEPS-READY NOT = 'B'
               MOVE SPACES TO WS-DEP-NAME
           END-IF.

      * Liste reecrite chaque nuit, vide quand rien n'est du.
       WRITE-DUE-JOBS.
           OPEN OUTPUT F-DUE
           MOVE WS-DUE-STATUS TO WS-FILESTAT-CODE
           MOVE "chain-due-jobs.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-DUE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-ORDER-COUNT
               PERFORM VARYING JB-IDX FROM 1 BY 1
                       UNTIL JB-IDX > WS-JB-COUNT
                   IF WS-JB-PLACED(JB-IDX) = 'Y'
                       AND WS-JB-ORDER(JB-IDX) = WS-DEP-IDX
                       MOVE SPACES TO R-DUE
                       MOVE WS-JB-JOB(JB-IDX) TO DUE-JOB
                       MOVE WS-JB-DIR(JB-IDX) TO DUE-DIR
                       WRITE R-DUE
                       ADD 1 TO WS-DUE-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE F-DUE.

       WRITE-SCHEDULE-REPORT.
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "job-schedule-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRAVAUX PERIODIQUES DE LA NUIT DU " WS-CHAIN-DATE
                  " - RATTRAPAGE " WS-CATCHUP-DAYS " JOUR(S) - RUN "
                  FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRAVAIL      REPERTOIRE     REGLE    ARG  "
                  "ECHEANCE DERNIER  ORDRE ETAT       MOTIF"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING JB-IDX FROM 1 BY 1
                   UNTIL JB-IDX > WS-JB-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-JB-JOB(JB-IDX) " " WS-JB-DIR(JB-IDX) " "
                      WS-JB-RULE(JB-IDX) " " WS-JB-ARG(JB-IDX) " "
                      WS-JB-DUE-DATE(JB-IDX) " "
                      WS-JB-LAST-RUN(JB-IDX) " "
                      WS-JB-ORDER(JB-IDX) "   "
                      WS-JB-STATUT(JB-IDX) " " WS-JB-MOTIF(JB-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Travaux lances cette nuit : " WS-ORDER-COUNT
                  " (chain-due-jobs.txt) - alertes : " WS-ALERT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           CLOSE F-REPORT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM jobsched.
