       IDENTIFICATION DIVISION.
       PROGRAM-ID. empegalite.

      * Index annuel d'egalite professionnelle femmes-hommes, calcule
      * depuis la paie au lieu de l'export RH sans lien avec elle :
      * sexe, poste, date de naissance et d'embauche du maitre
      * fichierclient.txt, remuneration annuelle des cumuls
      * de l'annee INDEX_YEAR (archive employee-ytd-AAAA.dat laissee
      * par la bascule PAIE d'empyearend, a defaut le registre courant
      * employee-ytd.dat), augmentations de
      * l'historique employee-salary-history.txt et retours de conge
      * maternite d'employee-maternity-leave.txt. Quatre indicateurs
      * (bareme des entreprises de 50 a 250 salaries) :
      *   1. ecart de remuneration par poste et tranche d'age, groupes
      *      d'au moins 3 femmes et 3 hommes, seuil de pertinence 5 %
      *      (40 points) ;
      *   2. ecart de taux d'augmentation individuelle (35 points) ;
      *   3. augmentation au retour de conge maternite (15 points) ;
      *   4. sexe sous-represente parmi les dix plus hautes
      *      remunerations (10 points).
      * Seuls les salaries presents au moins six mois dans l'annee et
      * dont le sexe est renseigne entrent dans les effectifs ; la
      * remuneration des entrants de l'annee est annualisee. Un
      * indicateur incalculable est neutralise et la note ramenee sur
      * 100 ; en dessous de 75 points maximum calculables l'index
      * n'est pas calculable. Le detail est edite dans
      * employee-equality-index.txt ; un index inferieur a 75 part en
      * alerte d'exploitation (mesures de correction obligatoires).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

           SELECT F-YTD ASSIGN TO DYNAMIC WS-YTD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT F-SALHIST ASSIGN TO "employee-salary-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.

      * Conges maternite : employee, debut et fin (AAAAMMJJ), tenu
      * par le service RH comme employee-sick-leave.txt.
           SELECT F-MATERN ASSIGN TO "employee-maternity-leave.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MATERN-STATUS.

           SELECT F-EGALRPT ASSIGN TO "employee-equality-index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EGALRPT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Annee de reference, reglable sans recompilation (par defaut
      * l'annee precedant la date du jour).
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empegalite-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * Meme disposition que R-YTD dans employee.cbl.
       FD  F-YTD
           RECORD CONTAINS 58 CHARACTERS.
       01  R-YTD.
           05 YTD-ID                PIC X(10).
           05 FILLER                PIC X.
           05 YTD-BRUT              PIC 9(9)V99.
           05 FILLER                PIC X.
           05 YTD-CHARGES           PIC 9(9)V99.
           05 FILLER                PIC X.
           05 YTD-IMPOT             PIC 9(9)V99.
           05 FILLER                PIC X.
           05 YTD-NET               PIC 9(9)V99.

       FD  F-SALHIST
           RECORD CONTAINS 40 CHARACTERS.
       01  R-SALHIST.
           COPY 'FSALHIST.cpy' REPLACING ==:SH:== BY ==SALHIST==.

       FD  F-MATERN
           RECORD CONTAINS 28 CHARACTERS.
       01  R-MATERN.
           05 MATERN-ID             PIC X(10).
           05 FILLER                PIC X.
           05 MATERN-DEBUT          PIC 9(8).
           05 FILLER                PIC X.
           05 MATERN-FIN            PIC 9(8).

       FD  F-EGALRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-EGALRPT                PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-YTD-STATUS           PIC XX.
       01  WS-SALHIST-STATUS       PIC XX.
       01  WS-MATERN-STATUS        PIC XX.
       01  WS-EGALRPT-STATUS       PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-INDEX-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-YTD-FILENAME         PIC X(60).
       01  WS-EGALRPT-LINE         PIC X(132).
       01  WS-RECORDS-READ         PIC 9(6) VALUE ZERO.

      * Population de l'annee : salaries du maitre au sexe
      * renseigne ; ELIGIBLE = present au moins six mois et
      * remunere, REMU = brut annuel (annualise pour les entrants).
       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EMP-COUNT
                  INDEXED BY EMP-IDX.
               10 WS-EMP-ID        PIC X(10).
               10 WS-EMP-SEXE      PIC X.
               10 WS-EMP-POSTE     PIC X(18).
               10 WS-EMP-TRANCHE   PIC X(5).
               10 WS-EMP-MOIS      PIC 9(2).
               10 WS-EMP-REMU      PIC 9(9)V99.
               10 WS-EMP-ELIGIBLE  PIC X.
               10 WS-EMP-AUGMENTE  PIC X.
       01  WS-EMP-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-EMP-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-EMP-FOUND            PIC X.

      * Augmentations de l'historique (nouveau salaire superieur a
      * l'ancien), toutes annees : l'indicateur 3 remonte au debut
      * du conge, qui peut preceder l'annee de reference.
       01  WS-RAISE-TABLE.
           05 WS-RAISE-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-RAISE-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-RAISE-COUNT
                  INDEXED BY RAISE-IDX.
               10 WS-RAISE-ID      PIC X(10).
               10 WS-RAISE-EFFET   PIC 9(8).
       01  WS-RAISE-TABLE-MAX      PIC 9(4) VALUE 5000.
       01  WS-RAISE-TABLE-FULL     PIC X VALUE 'N'.

      * Groupes poste x tranche d'age de l'indicateur 1.
       01  WS-GRP-TABLE.
           05 WS-GRP-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-GRP-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-GRP-COUNT
                  INDEXED BY GRP-IDX.
               10 WS-GRP-POSTE     PIC X(18).
               10 WS-GRP-TRANCHE   PIC X(5).
               10 WS-GRP-NB-F      PIC 9(4).
               10 WS-GRP-NB-M      PIC 9(4).
               10 WS-GRP-SUM-F     PIC 9(11)V99.
               10 WS-GRP-SUM-M     PIC 9(11)V99.
       01  WS-GRP-TABLE-MAX        PIC 9(3) VALUE 300.
       01  WS-GRP-TABLE-FULL       PIC X VALUE 'N'.

      * Comptages de population.
       01  WS-NB-SANS-SEXE         PIC 9(5) VALUE ZERO.
       01  WS-NB-NON-ELIGIBLE      PIC 9(5) VALUE ZERO.
       01  WS-NB-ELIG-F            PIC 9(5) VALUE ZERO.
       01  WS-NB-ELIG-M            PIC 9(5) VALUE ZERO.
       01  WS-NB-ELIGIBLE          PIC 9(5) VALUE ZERO.

      * Zones de calcul des indicateurs ; POINTS a 99 = indicateur
      * non calculable.
       01  WS-HIRE-YEAR            PIC 9(4).
       01  WS-HIRE-MONTH           PIC 9(2).
       01  WS-AGE                  PIC 9(3).
       01  WS-AVG-F                PIC 9(9)V99.
       01  WS-AVG-M                PIC 9(9)V99.
       01  WS-GRP-GAP              PIC S9(3)V99.
       01  WS-GRP-WEIGHT           PIC 9(5).
       01  WS-GRP-RETENU           PIC X(10).
       01  WS-WEIGHTED-SUM         PIC S9(9)V99 VALUE ZERO.
       01  WS-VALID-HEADCOUNT      PIC 9(5) VALUE ZERO.
       01  WS-PAY-GAP              PIC S9(3)V9 VALUE ZERO.
       01  WS-PAY-GAP-ABS          PIC 9(3)V9 VALUE ZERO.
       01  WS-PAY-FAVOURS          PIC X VALUE SPACE.
       01  WS-IND1-POINTS          PIC 9(2) VALUE 99.
       01  WS-RAISED-F             PIC 9(5) VALUE ZERO.
       01  WS-RAISED-M             PIC 9(5) VALUE ZERO.
       01  WS-RATE-F               PIC 9(3)V99 VALUE ZERO.
       01  WS-RATE-M               PIC 9(3)V99 VALUE ZERO.
       01  WS-RAISE-GAP            PIC S9(3)V99 VALUE ZERO.
       01  WS-RAISE-GAP-ABS        PIC 9(3)V99 VALUE ZERO.
       01  WS-IND2-POINTS          PIC 9(2) VALUE 99.
       01  WS-MATERN-RETURNS       PIC 9(4) VALUE ZERO.
       01  WS-MATERN-RAISED        PIC 9(4) VALUE ZERO.
       01  WS-MATERN-OK            PIC X.
       01  WS-IND3-POINTS          PIC 9(2) VALUE 99.
       01  WS-TOP-LIMIT            PIC 9(2) VALUE ZERO.
       01  WS-TOP-F                PIC 9(2) VALUE ZERO.
       01  WS-TOP-M                PIC 9(2) VALUE ZERO.
       01  WS-TOP-MINORITY         PIC 9(2) VALUE ZERO.
       01  WS-TOP-RANK             PIC 9(2) VALUE ZERO.
       01  WS-IND4-POINTS          PIC 9(2) VALUE 99.
       01  WS-TOTAL-POINTS         PIC 9(3) VALUE ZERO.
       01  WS-MAX-POINTS           PIC 9(3) VALUE ZERO.
       01  WS-INDEX-SCORE          PIC 9(3) VALUE ZERO.
       01  WS-INDEX-CALCULABLE     PIC X VALUE 'N'.

      * Zones d'edition.
       01  WS-AMT-EDIT-F           PIC Z(8)9.99.
       01  WS-AMT-EDIT-M           PIC Z(8)9.99.
       01  WS-PCT-EDIT             PIC -(3)9.99.
       01  WS-PCT-EDIT-2           PIC -(3)9.99.
       01  WS-GAP-EDIT             PIC ZZ9.9.
       01  WS-NB-EDIT-F            PIC Z(4)9.
       01  WS-NB-EDIT-M            PIC Z(4)9.
       01  WS-POINTS-EDIT          PIC Z9.
       01  WS-POINTS-LABEL         PIC X(2).

       PROCEDURE DIVISION.
           MOVE "empegalite" TO WS-ALERT-PROGRAM
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           PERFORM RESOLVE-CHAIN-RUN-ID
           IF WS-INDEX-YEAR = ZERO
               COMPUTE WS-INDEX-YEAR = WS-TODAY-8 / 10000 - 1
           END-IF
           PERFORM LOAD-MASTER
           PERFORM LOAD-YTD
           PERFORM LOAD-RAISES
           PERFORM CLASSIFY-POPULATION
           OPEN OUTPUT F-EGALRPT
           MOVE WS-EGALRPT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-equality-index.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-EGALRPT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "INDEX EGALITE PROFESSIONNELLE - annee "
                  WS-INDEX-YEAR " - edite le " WS-TODAY-8
                  " - run " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "Effectifs retenus : " WS-NB-ELIGIBLE
                  " (femmes " WS-NB-ELIG-F " hommes " WS-NB-ELIG-M
                  ")"
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "Exclus : sexe non renseigne " WS-NB-SANS-SEXE
                  ", presence < 6 mois ou sans remuneration "
                  WS-NB-NON-ELIGIBLE
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           PERFORM COMPUTE-PAY-GAP
           PERFORM COMPUTE-RAISE-GAP
           PERFORM COMPUTE-MATERNITY-RETURNS
           PERFORM COMPUTE-TOP-EARNERS
           PERFORM WRITE-INDEX-SUMMARY
           CLOSE F-EGALRPT
           IF WS-INDEX-CALCULABLE = 'Y' AND WS-INDEX-SCORE < 75
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "INDEX EGALITE " WS-INDEX-YEAR " : "
                      WS-INDEX-SCORE "/100 INFERIEUR A 75"
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "empegalite" TO WS-AUDIT-PROGRAM
           MOVE WS-RECORDS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-NB-ELIGIBLE TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-INDEX-SCORE TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           IF WS-INDEX-CALCULABLE = 'Y'
               DISPLAY "Index egalite " WS-INDEX-YEAR " : "
                   WS-INDEX-SCORE "/100"
           ELSE
               DISPLAY "Index egalite " WS-INDEX-YEAR
                   " : non calculable"
           END-IF
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empegalite-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "INDEX_YEAR"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-INDEX-YEAR
           END-EVALUATE.

      * Charge les salaries au sexe renseigne ; tranche d'age au
      * 31 decembre de l'annee de reference (NC si la date de
      * naissance manque), mois de presence depuis l'embauche.
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
                       ADD 1 TO WS-RECORDS-READ
                       IF REMPLOYE-SEXE = "F" OR REMPLOYE-SEXE = "M"
                           PERFORM STORE-EMPLOYEE
                       ELSE
                           ADD 1 TO WS-NB-SANS-SEXE
                       END-IF
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
               MOVE REMPLOYE-SEXE TO WS-EMP-SEXE(EMP-IDX)
               MOVE REMPLOYE-POSTE TO WS-EMP-POSTE(EMP-IDX)
               MOVE ZERO TO WS-EMP-REMU(EMP-IDX)
               MOVE 'N' TO WS-EMP-ELIGIBLE(EMP-IDX)
               MOVE 'N' TO WS-EMP-AUGMENTE(EMP-IDX)
               MOVE "NC" TO WS-EMP-TRANCHE(EMP-IDX)
               IF REMPLOYE-NAISSANCE IS NUMERIC
                   COMPUTE WS-AGE = WS-INDEX-YEAR
                       - FUNCTION NUMVAL(REMPLOYE-NAISSANCE(5:4))
                   EVALUATE TRUE
                       WHEN WS-AGE < 30
                           MOVE "<30" TO WS-EMP-TRANCHE(EMP-IDX)
                       WHEN WS-AGE < 40
                           MOVE "30-39" TO WS-EMP-TRANCHE(EMP-IDX)
                       WHEN WS-AGE < 50
                           MOVE "40-49" TO WS-EMP-TRANCHE(EMP-IDX)
                       WHEN OTHER
                           MOVE "50+" TO WS-EMP-TRANCHE(EMP-IDX)
                   END-EVALUATE
               END-IF
               MOVE 12 TO WS-EMP-MOIS(EMP-IDX)
               IF REMPLOYE-EMBAUCHE IS NUMERIC
                   COMPUTE WS-HIRE-YEAR =
                       FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(5:4))
                   COMPUTE WS-HIRE-MONTH =
                       FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(3:2))
                   IF WS-HIRE-YEAR > WS-INDEX-YEAR
                       MOVE ZERO TO WS-EMP-MOIS(EMP-IDX)
                   ELSE
                       IF WS-HIRE-YEAR = WS-INDEX-YEAR
                           COMPUTE WS-EMP-MOIS(EMP-IDX) =
                               13 - WS-HIRE-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Brut cumule de l'annee, annualise sur les mois de presence.
       LOAD-YTD.
           MOVE SPACES TO WS-YTD-FILENAME
           STRING "employee-ytd-" WS-INDEX-YEAR ".dat"
                  DELIMITED BY SIZE INTO WS-YTD-FILENAME
           OPEN INPUT F-YTD
           IF WS-YTD-STATUS NOT = "00"
               MOVE "employee-ytd.dat" TO WS-YTD-FILENAME
               OPEN INPUT F-YTD
           END-IF
           IF WS-YTD-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-YTD AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF YTD-BRUT IS NUMERIC
                           PERFORM FIND-EMPLOYEE-YTD
                       END-IF
               END-PERFORM
               CLOSE F-YTD
           END-IF
           MOVE 'N' TO WS-EOF.

       FIND-EMPLOYEE-YTD.
           SET EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EMP-ID(EMP-IDX) = YTD-ID
                   IF WS-EMP-MOIS(EMP-IDX) > ZERO
                       COMPUTE WS-EMP-REMU(EMP-IDX) ROUNDED =
                           YTD-BRUT * 12 / WS-EMP-MOIS(EMP-IDX)
                   END-IF
           END-SEARCH.

      * Augmentations de l'historique ; un changement a la baisse ou
      * sans effet n'en est pas une.
       LOAD-RAISES.
           OPEN INPUT F-SALHIST
           IF WS-SALHIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-SALHIST AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SALHIST-NOUVEAU IS NUMERIC
                           AND SALHIST-ANCIEN IS NUMERIC
                           AND SALHIST-EFFET IS NUMERIC
                           AND SALHIST-NOUVEAU > SALHIST-ANCIEN
                           PERFORM STORE-RAISE
                       END-IF
               END-PERFORM
               CLOSE F-SALHIST
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-RAISE.
           IF WS-RAISE-COUNT >= WS-RAISE-TABLE-MAX
               IF WS-RAISE-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-RAISE-TABLE-FULL
                   MOVE "CAPACITE WS-RAISE-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-RAISE-COUNT
               SET RAISE-IDX TO WS-RAISE-COUNT
               MOVE SALHIST-ID TO WS-RAISE-ID(RAISE-IDX)
               MOVE SALHIST-EFFET TO WS-RAISE-EFFET(RAISE-IDX)
           END-IF.

      * Eligibilite (six mois de presence et une remuneration),
      * augmentation dans l'annee et cumul par groupe poste x
      * tranche d'age.
       CLASSIFY-POPULATION.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-MOIS(EMP-IDX) >= 6
                   AND WS-EMP-REMU(EMP-IDX) > ZERO
                   MOVE 'Y' TO WS-EMP-ELIGIBLE(EMP-IDX)
                   ADD 1 TO WS-NB-ELIGIBLE
                   IF WS-EMP-SEXE(EMP-IDX) = "F"
                       ADD 1 TO WS-NB-ELIG-F
                   ELSE
                       ADD 1 TO WS-NB-ELIG-M
                   END-IF
                   PERFORM FLAG-RAISE-IN-YEAR
                   IF WS-EMP-TRANCHE(EMP-IDX) NOT = "NC"
                       PERFORM ACCUMULATE-GROUP
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-NON-ELIGIBLE
               END-IF
           END-PERFORM.

       FLAG-RAISE-IN-YEAR.
           PERFORM VARYING RAISE-IDX FROM 1 BY 1
                   UNTIL RAISE-IDX > WS-RAISE-COUNT
               IF WS-RAISE-ID(RAISE-IDX) = WS-EMP-ID(EMP-IDX)
                   AND WS-RAISE-EFFET(RAISE-IDX) / 10000
                       >= WS-INDEX-YEAR
                   AND WS-RAISE-EFFET(RAISE-IDX) / 10000
                       < WS-INDEX-YEAR + 1
                   MOVE 'Y' TO WS-EMP-AUGMENTE(EMP-IDX)
               END-IF
           END-PERFORM
           IF WS-EMP-AUGMENTE(EMP-IDX) = 'Y'
               IF WS-EMP-SEXE(EMP-IDX) = "F"
                   ADD 1 TO WS-RAISED-F
               ELSE
                   ADD 1 TO WS-RAISED-M
               END-IF
           END-IF.

       ACCUMULATE-GROUP.
           SET GRP-IDX TO 1
           SEARCH WS-GRP-ENTRY
               AT END
                   IF WS-GRP-COUNT >= WS-GRP-TABLE-MAX
                       IF WS-GRP-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-GRP-TABLE-FULL
                           MOVE "CAPACITE WS-GRP-ENTRY DEPASSEE"
                               TO WS-ALERT-CONDITION
                           MOVE "W" TO WS-ALERT-SEVERITY
                           PERFORM WRITE-OPERATIONAL-ALERT
                       END-IF
                   ELSE
                       ADD 1 TO WS-GRP-COUNT
                       SET GRP-IDX TO WS-GRP-COUNT
                       MOVE WS-EMP-POSTE(EMP-IDX)
                           TO WS-GRP-POSTE(GRP-IDX)
                       MOVE WS-EMP-TRANCHE(EMP-IDX)
                           TO WS-GRP-TRANCHE(GRP-IDX)
                       MOVE ZERO TO WS-GRP-NB-F(GRP-IDX)
                       MOVE ZERO TO WS-GRP-NB-M(GRP-IDX)
                       MOVE ZERO TO WS-GRP-SUM-F(GRP-IDX)
                       MOVE ZERO TO WS-GRP-SUM-M(GRP-IDX)
                       PERFORM ADD-TO-GROUP
                   END-IF
               WHEN WS-GRP-POSTE(GRP-IDX) = WS-EMP-POSTE(EMP-IDX)
                   AND WS-GRP-TRANCHE(GRP-IDX)
                       = WS-EMP-TRANCHE(EMP-IDX)
                   PERFORM ADD-TO-GROUP
           END-SEARCH.

       ADD-TO-GROUP.
           IF WS-EMP-SEXE(EMP-IDX) = "F"
               ADD 1 TO WS-GRP-NB-F(GRP-IDX)
               ADD WS-EMP-REMU(EMP-IDX) TO WS-GRP-SUM-F(GRP-IDX)
           ELSE
               ADD 1 TO WS-GRP-NB-M(GRP-IDX)
               ADD WS-EMP-REMU(EMP-IDX) TO WS-GRP-SUM-M(GRP-IDX)
           END-IF.

      * Indicateur 1 : ecart de remuneration moyenne par groupe
      * (positif = en faveur des hommes), diminue du seuil de
      * pertinence de 5 %, pondere par l'effectif du groupe ; seuls
      * les groupes d'au moins 3 femmes et 3 hommes comptent, et ils
      * doivent couvrir au moins 40 % de l'effectif retenu.
       COMPUTE-PAY-GAP.
           MOVE SPACES TO WS-EGALRPT-LINE
           MOVE "1. ECART DE REMUNERATION PAR POSTE ET TRANCHE D'AGE"
               TO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "   POSTE              AGE   FEMMES HOMMES"
                  "  MOYENNE FEMMES  MOYENNE HOMMES   ECART %"
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > WS-GRP-COUNT
               PERFORM WRITE-ONE-GROUP
           END-PERFORM
           IF WS-VALID-HEADCOUNT > ZERO
               AND WS-VALID-HEADCOUNT * 10 >= WS-NB-ELIGIBLE * 4
               COMPUTE WS-PAY-GAP ROUNDED =
                   WS-WEIGHTED-SUM / WS-VALID-HEADCOUNT
               IF WS-PAY-GAP < ZERO
                   COMPUTE WS-PAY-GAP-ABS = ZERO - WS-PAY-GAP
                   MOVE "F" TO WS-PAY-FAVOURS
               ELSE
                   MOVE WS-PAY-GAP TO WS-PAY-GAP-ABS
                   IF WS-PAY-GAP > ZERO
                       MOVE "M" TO WS-PAY-FAVOURS
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-PAY-GAP-ABS = ZERO
                       MOVE 40 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 1
                       MOVE 39 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 2
                       MOVE 38 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 3
                       MOVE 37 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 4
                       MOVE 36 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 5
                       MOVE 35 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 6
                       MOVE 34 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 7
                       MOVE 33 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 8
                       MOVE 31 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 9
                       MOVE 29 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 10
                       MOVE 27 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 11
                       MOVE 25 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 12
                       MOVE 23 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 13
                       MOVE 21 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 14
                       MOVE 19 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 15
                       MOVE 17 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 16
                       MOVE 14 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 17
                       MOVE 11 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 18
                       MOVE 8 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 19
                       MOVE 5 TO WS-IND1-POINTS
                   WHEN WS-PAY-GAP-ABS <= 20
                       MOVE 2 TO WS-IND1-POINTS
                   WHEN OTHER
                       MOVE 0 TO WS-IND1-POINTS
               END-EVALUATE
               MOVE WS-PAY-GAP-ABS TO WS-GAP-EDIT
               MOVE SPACES TO WS-EGALRPT-LINE
               STRING "   Ecart global pondere : " WS-GAP-EDIT " %"
                      " en faveur de " WS-PAY-FAVOURS
                      " - groupes retenus " WS-VALID-HEADCOUNT
                      " salaries sur " WS-NB-ELIGIBLE
                      DELIMITED BY SIZE INTO WS-EGALRPT-LINE
               WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           ELSE
               MOVE SPACES TO WS-EGALRPT-LINE
               STRING "   Non calculable : groupes retenus "
                      WS-VALID-HEADCOUNT " salaries sur "
                      WS-NB-ELIGIBLE " (40 % requis)"
                      DELIMITED BY SIZE INTO WS-EGALRPT-LINE
               WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           END-IF
           MOVE WS-IND1-POINTS TO WS-POINTS-EDIT
           PERFORM FORMAT-POINTS-LABEL
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "   Indicateur 1 : " WS-POINTS-LABEL " / 40"
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE.

       WRITE-ONE-GROUP.
           MOVE ZERO TO WS-AVG-F
           MOVE ZERO TO WS-AVG-M
           MOVE ZERO TO WS-GRP-GAP
           MOVE "NON RETENU" TO WS-GRP-RETENU
           IF WS-GRP-NB-F(GRP-IDX) > ZERO
               COMPUTE WS-AVG-F ROUNDED =
                   WS-GRP-SUM-F(GRP-IDX) / WS-GRP-NB-F(GRP-IDX)
           END-IF
           IF WS-GRP-NB-M(GRP-IDX) > ZERO
               COMPUTE WS-AVG-M ROUNDED =
                   WS-GRP-SUM-M(GRP-IDX) / WS-GRP-NB-M(GRP-IDX)
           END-IF
           IF WS-GRP-NB-F(GRP-IDX) >= 3 AND WS-GRP-NB-M(GRP-IDX) >= 3
               MOVE "RETENU" TO WS-GRP-RETENU
               COMPUTE WS-GRP-GAP ROUNDED =
                   (WS-AVG-M - WS-AVG-F) * 100 / WS-AVG-M
               COMPUTE WS-GRP-WEIGHT =
                   WS-GRP-NB-F(GRP-IDX) + WS-GRP-NB-M(GRP-IDX)
               ADD WS-GRP-WEIGHT TO WS-VALID-HEADCOUNT
               EVALUATE TRUE
                   WHEN WS-GRP-GAP > 5
                       COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                           + (WS-GRP-GAP - 5) * WS-GRP-WEIGHT
                   WHEN WS-GRP-GAP < -5
                       COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                           + (WS-GRP-GAP + 5) * WS-GRP-WEIGHT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE WS-GRP-NB-F(GRP-IDX) TO WS-NB-EDIT-F
           MOVE WS-GRP-NB-M(GRP-IDX) TO WS-NB-EDIT-M
           MOVE WS-AVG-F TO WS-AMT-EDIT-F
           MOVE WS-AVG-M TO WS-AMT-EDIT-M
           MOVE WS-GRP-GAP TO WS-PCT-EDIT
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "   " WS-GRP-POSTE(GRP-IDX) " "
                  WS-GRP-TRANCHE(GRP-IDX) " "
                  WS-NB-EDIT-F "  " WS-NB-EDIT-M " "
                  WS-AMT-EDIT-F "    " WS-AMT-EDIT-M "   "
                  WS-PCT-EDIT " " WS-GRP-RETENU
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE.

      * Indicateur 2 : ecart en points entre les taux d'augmentation
      * des femmes et des hommes (au moins 5 de chaque sexe). Un
      * ecart au benefice du sexe le moins bien remunere a
      * l'indicateur 1 vaut la note maximale (mesure de rattrapage).
       COMPUTE-RAISE-GAP.
           MOVE SPACES TO WS-EGALRPT-LINE
           MOVE "2. ECART DE TAUX D'AUGMENTATIONS INDIVIDUELLES"
               TO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           IF WS-NB-ELIG-F >= 5 AND WS-NB-ELIG-M >= 5
               COMPUTE WS-RATE-F ROUNDED =
                   WS-RAISED-F * 100 / WS-NB-ELIG-F
               COMPUTE WS-RATE-M ROUNDED =
                   WS-RAISED-M * 100 / WS-NB-ELIG-M
               COMPUTE WS-RAISE-GAP = WS-RATE-M - WS-RATE-F
               IF WS-RAISE-GAP < ZERO
                   COMPUTE WS-RAISE-GAP-ABS = ZERO - WS-RAISE-GAP
               ELSE
                   MOVE WS-RAISE-GAP TO WS-RAISE-GAP-ABS
               END-IF
               EVALUATE TRUE
                   WHEN WS-RAISE-GAP-ABS <= 2
                       MOVE 35 TO WS-IND2-POINTS
                   WHEN WS-RAISE-GAP-ABS <= 5
                       MOVE 25 TO WS-IND2-POINTS
                   WHEN WS-RAISE-GAP-ABS <= 10
                       MOVE 15 TO WS-IND2-POINTS
                   WHEN OTHER
                       MOVE 0 TO WS-IND2-POINTS
               END-EVALUATE
               IF (WS-PAY-FAVOURS = "M" AND WS-RAISE-GAP < ZERO)
                   OR (WS-PAY-FAVOURS = "F" AND WS-RAISE-GAP > ZERO)
                   MOVE 35 TO WS-IND2-POINTS
               END-IF
               MOVE WS-RATE-F TO WS-PCT-EDIT
               MOVE WS-RATE-M TO WS-PCT-EDIT-2
               MOVE SPACES TO WS-EGALRPT-LINE
               STRING "   Femmes augmentees " WS-RAISED-F " / "
                      WS-NB-ELIG-F " (" WS-PCT-EDIT " %) - hommes "
                      WS-RAISED-M " / " WS-NB-ELIG-M " ("
                      WS-PCT-EDIT-2 " %)"
                      DELIMITED BY SIZE INTO WS-EGALRPT-LINE
               WRITE R-EGALRPT FROM WS-EGALRPT-LINE
               MOVE WS-RAISE-GAP TO WS-PCT-EDIT
               MOVE SPACES TO WS-EGALRPT-LINE
               STRING "   Ecart (hommes - femmes) : " WS-PCT-EDIT
                      " points"
                      DELIMITED BY SIZE INTO WS-EGALRPT-LINE
               WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           ELSE
               MOVE SPACES TO WS-EGALRPT-LINE
               STRING "   Non calculable : " WS-NB-ELIG-F
                      " femme(s), " WS-NB-ELIG-M
                      " homme(s) (5 de chaque requis)"
                      DELIMITED BY SIZE INTO WS-EGALRPT-LINE
               WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           END-IF
           MOVE WS-IND2-POINTS TO WS-POINTS-EDIT
           PERFORM FORMAT-POINTS-LABEL
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "   Indicateur 2 : " WS-POINTS-LABEL " / 35"
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE.

      * Indicateur 3 : chaque salariee revenue de conge maternite
      * dans l'annee doit avoir ete augmentee depuis le debut de son
      * conge ; aucun retour = non calculable.
       COMPUTE-MATERNITY-RETURNS.
           MOVE SPACES TO WS-EGALRPT-LINE
           MOVE "3. AUGMENTATIONS AU RETOUR DE CONGE MATERNITE"
               TO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           OPEN INPUT F-MATERN
           IF WS-MATERN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-MATERN AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MATERN-FIN IS NUMERIC
                           AND MATERN-DEBUT IS NUMERIC
                           AND MATERN-FIN / 10000 >= WS-INDEX-YEAR
                           AND MATERN-FIN / 10000 < WS-INDEX-YEAR + 1
                           PERFORM CHECK-ONE-RETURN
                       END-IF
               END-PERFORM
               CLOSE F-MATERN
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-MATERN-RETURNS > ZERO
               IF WS-MATERN-RAISED = WS-MATERN-RETURNS
                   MOVE 15 TO WS-IND3-POINTS
               ELSE
                   MOVE 0 TO WS-IND3-POINTS
               END-IF
           END-IF
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "   Retours dans l'annee : " WS-MATERN-RETURNS
                  " dont augmentees : " WS-MATERN-RAISED
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           MOVE WS-IND3-POINTS TO WS-POINTS-EDIT
           PERFORM FORMAT-POINTS-LABEL
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "   Indicateur 3 : " WS-POINTS-LABEL " / 15"
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE.

       CHECK-ONE-RETURN.
           ADD 1 TO WS-MATERN-RETURNS
           MOVE 'N' TO WS-MATERN-OK
           PERFORM VARYING RAISE-IDX FROM 1 BY 1
                   UNTIL RAISE-IDX > WS-RAISE-COUNT
               IF WS-RAISE-ID(RAISE-IDX) = MATERN-ID
                   AND WS-RAISE-EFFET(RAISE-IDX) >= MATERN-DEBUT
                   AND WS-RAISE-EFFET(RAISE-IDX) / 10000
                       < WS-INDEX-YEAR + 1
                   MOVE 'Y' TO WS-MATERN-OK
               END-IF
           END-PERFORM
           IF WS-MATERN-OK = 'Y'
               ADD 1 TO WS-MATERN-RAISED
           END-IF
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "   " MATERN-ID " conge du " MATERN-DEBUT
                  " au " MATERN-FIN " augmentee : " WS-MATERN-OK
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE.

      * Indicateur 4 : nombre de salaries du sexe sous-represente
      * parmi les dix plus hautes remunerations retenues. Derniere
      * utilisation de la table : elle est triee sur place.
       COMPUTE-TOP-EARNERS.
           MOVE SPACES TO WS-EGALRPT-LINE
           MOVE "4. DIX PLUS HAUTES REMUNERATIONS" TO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           IF WS-EMP-COUNT > 1
               SORT WS-EMP-ENTRY DESCENDING KEY WS-EMP-REMU
           END-IF
           MOVE 10 TO WS-TOP-LIMIT
           IF WS-NB-ELIGIBLE < 10
               MOVE WS-NB-ELIGIBLE TO WS-TOP-LIMIT
           END-IF
           MOVE ZERO TO WS-TOP-RANK
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
                   OR WS-TOP-RANK >= WS-TOP-LIMIT
               IF WS-EMP-ELIGIBLE(EMP-IDX) = 'Y'
                   ADD 1 TO WS-TOP-RANK
                   IF WS-EMP-SEXE(EMP-IDX) = "F"
                       ADD 1 TO WS-TOP-F
                   ELSE
                       ADD 1 TO WS-TOP-M
                   END-IF
                   MOVE WS-EMP-REMU(EMP-IDX) TO WS-AMT-EDIT-F
                   MOVE SPACES TO WS-EGALRPT-LINE
                   STRING "   " WS-TOP-RANK ". " WS-EMP-ID(EMP-IDX)
                          " " WS-EMP-SEXE(EMP-IDX) " "
                          WS-EMP-POSTE(EMP-IDX) " " WS-AMT-EDIT-F
                          DELIMITED BY SIZE INTO WS-EGALRPT-LINE
                   WRITE R-EGALRPT FROM WS-EGALRPT-LINE
               END-IF
           END-PERFORM
           IF WS-TOP-RANK = 10
               MOVE WS-TOP-F TO WS-TOP-MINORITY
               IF WS-TOP-M < WS-TOP-F
                   MOVE WS-TOP-M TO WS-TOP-MINORITY
               END-IF
               EVALUATE TRUE
                   WHEN WS-TOP-MINORITY >= 4
                       MOVE 10 TO WS-IND4-POINTS
                   WHEN WS-TOP-MINORITY >= 2
                       MOVE 5 TO WS-IND4-POINTS
                   WHEN OTHER
                       MOVE 0 TO WS-IND4-POINTS
               END-EVALUATE
           END-IF
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "   Femmes : " WS-TOP-F " hommes : " WS-TOP-M
                  " sur " WS-TOP-RANK
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE
           MOVE WS-IND4-POINTS TO WS-POINTS-EDIT
           PERFORM FORMAT-POINTS-LABEL
           MOVE SPACES TO WS-EGALRPT-LINE
           STRING "   Indicateur 4 : " WS-POINTS-LABEL " / 10"
                  DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE.

      * Libelle des points d'un indicateur, NC si incalculable.
       FORMAT-POINTS-LABEL.
           IF WS-POINTS-EDIT = "99"
               MOVE "NC" TO WS-POINTS-LABEL
           ELSE
               MOVE WS-POINTS-EDIT TO WS-POINTS-LABEL
           END-IF.

      * Note declarable : somme des points des indicateurs
      * calculables ramenee sur 100, si au moins 75 points sont
      * calculables.
       WRITE-INDEX-SUMMARY.
           IF WS-IND1-POINTS NOT = 99
               ADD WS-IND1-POINTS TO WS-TOTAL-POINTS
               ADD 40 TO WS-MAX-POINTS
           END-IF
           IF WS-IND2-POINTS NOT = 99
               ADD WS-IND2-POINTS TO WS-TOTAL-POINTS
               ADD 35 TO WS-MAX-POINTS
           END-IF
           IF WS-IND3-POINTS NOT = 99
               ADD WS-IND3-POINTS TO WS-TOTAL-POINTS
               ADD 15 TO WS-MAX-POINTS
           END-IF
           IF WS-IND4-POINTS NOT = 99
               ADD WS-IND4-POINTS TO WS-TOTAL-POINTS
               ADD 10 TO WS-MAX-POINTS
           END-IF
           MOVE SPACES TO WS-EGALRPT-LINE
           IF WS-MAX-POINTS >= 75
               MOVE 'Y' TO WS-INDEX-CALCULABLE
               COMPUTE WS-INDEX-SCORE ROUNDED =
                   WS-TOTAL-POINTS * 100 / WS-MAX-POINTS
               STRING "INDEX DECLARABLE " WS-INDEX-YEAR " : "
                      WS-INDEX-SCORE " / 100 (" WS-TOTAL-POINTS
                      " points sur " WS-MAX-POINTS " calculables)"
                      DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           ELSE
               STRING "INDEX " WS-INDEX-YEAR " NON CALCULABLE : "
                      WS-MAX-POINTS " points calculables sur 100"
                      " (75 requis)"
                      DELIMITED BY SIZE INTO WS-EGALRPT-LINE
           END-IF
           WRITE R-EGALRPT FROM WS-EGALRPT-LINE.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empegalite.
