       IDENTIFICATION DIVISION.
       PROGRAM-ID. empmeal.

      * Titres-restaurant du mois, a passer avant le run de paie :
      * au lieu du decompte manuel (jours ouvres moins absences) et
      * de la part salariale ressaisie dans employee-variables.txt,
      * chaque employe du maitre recoit un titre par jour travaille.
      * Jours travailles = jours ouvres du mois (datesvc et
      * jours-feries.dat), bornes par l'embauche et la sortie
      * (employee-terminations.txt), moins les absences :
      *   - jours de conges pris de la periode (employee-leave-
      *     taken.txt, le depot que empleave debite du registre) ;
      *   - retenues ABSNC d'employee-variables.txt, converties en
      *     jours au taux journalier d'empabsrec (salaire annuel /
      *     jours ouvres par an). Les deux cotes decrivent les memes
      *     absences (empabsrec les rapproche) : le plus grand des
      *     deux est retenu, pour ne pas decompter deux fois ;
      *   - jours ouvres des arrets maladie du mois (employee-sick-
      *     leave.txt), qui ne passent plus par ABSNC.
      * Valeur faciale et part patronale viennent d'empmeal-
      * params.cfg. Sorties : la commande a l'emetteur par agence
      * (employee-meal-voucher-order.txt, en-tete, detail par
      * employe, total par agence, pied de controle) et la part
      * salariale de la periode (employee-meal-deductions.txt), que
      * employee.cbl retient sur le net du bulletin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

           SELECT F-TERM ASSIGN TO "employee-terminations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT F-TAKEN ASSIGN TO "employee-leave-taken.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAKEN-STATUS.

           SELECT F-VARELEM ASSIGN TO "employee-variables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VARELEM-STATUS.

           SELECT F-SICK ASSIGN TO "employee-sick-leave.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SICK-STATUS.

           SELECT F-MEALORD ASSIGN TO "employee-meal-voucher-order.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEALORD-STATUS.

           SELECT F-MEALDED ASSIGN TO "employee-meal-deductions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEALDED-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Periode, valeur faciale et part patronale, reglables sans
      * recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empmeal-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * Meme disposition que R-TERM dans employee.cbl.
       FD  F-TERM
           RECORD CONTAINS 19 CHARACTERS.
       01  R-TERM.
           05 TERM-ID               PIC X(10).
           05 FILLER                PIC X.
           05 TERM-DATE             PIC X(8).

      * Meme disposition que F-TAKEN dans empleave.cbl.
       FD  F-TAKEN
           RECORD CONTAINS 15 CHARACTERS.
       01  R-TAKEN.
           05 TAKEN-ID              PIC X(10).
           05 FILLER                PIC X.
           05 TAKEN-DAYS            PIC 9(2)V99.

      * Meme disposition que F-VARELEM dans employee.cbl.
       FD  F-VARELEM
           RECORD CONTAINS 26 CHARACTERS.
       01  R-VARELEM.
           05 VARELEM-ID            PIC X(10).
           05 FILLER                PIC X.
           05 VARELEM-CODE          PIC X(6).
           05 FILLER                PIC X.
           05 VARELEM-MONTANT       PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.

      * Meme disposition que R-SICK dans employee.cbl.
       FD  F-SICK
           RECORD CONTAINS 30 CHARACTERS.
       01  R-SICK.
           05 SICK-ID               PIC X(10).
           05 FILLER                PIC X.
           05 SICK-DEBUT            PIC 9(8).
           05 FILLER                PIC X.
           05 SICK-FIN              PIC 9(8).
           05 FILLER                PIC X.
           05 SICK-CARENCE          PIC 9(2).

       FD  F-MEALORD
           RECORD CONTAINS 120 CHARACTERS.
       01  R-MEALORD                PIC X(120).

      * Part salariale de la periode : employe, periode AAAAMM,
      * nombre de titres, montant a retenir sur le net.
       FD  F-MEALDED
           RECORD CONTAINS 28 CHARACTERS.
       01  R-MEALDED.
           05 MEALDED-ID            PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 MEALDED-PERIODE       PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 MEALDED-TITRES        PIC 9(2).
           05 FILLER                PIC X VALUE SPACE.
           05 MEALDED-MONTANT       PIC 9(5)V99.

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-TERM-STATUS          PIC XX.
       01  WS-TAKEN-STATUS         PIC XX.
       01  WS-VARELEM-STATUS       PIC XX.
       01  WS-SICK-STATUS          PIC XX.
       01  WS-MEALORD-STATUS       PIC XX.
       01  WS-MEALDED-STATUS       PIC XX.
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
       01  WS-PERIOD-YM            PIC 9(6).
      * Valeur faciale du titre et part patronale en pourcentage
      * (entre 50 et 60 % pour l'exoneration).
       01  WS-FACE-VALUE           PIC 9(2)V99 VALUE 9.00.
       01  WS-EMPLOYER-PCT         PIC 9(3)V99 VALUE 60.00.
      * Jours ouvres par an pour le taux journalier, meme defaut
      * qu'empabsrec.
       01  WS-WORKDAYS-YEAR        PIC 9(3) VALUE 260.

      * Bornes du mois de la periode (AAAAMMJJ).
       01  WS-DATE-WORK.
           05 WS-WORK-AAAA         PIC 9(4).
           05 WS-WORK-MM           PIC 9(2).
           05 WS-WORK-JJ           PIC 9(2).
       01  WS-WORK-8 REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-FIRST-8              PIC 9(8).
       01  WS-LAST-8               PIC 9(8).
       01  WS-FROM-8               PIC 9(8).
       01  WS-TO-8                 PIC 9(8).
       01  WS-DDMM-8               PIC 9(8).
       01  WS-COUNTED              PIC 9(3).
       01  WS-DATESVC-FUNCTION     PIC X(8).
       01  WS-DATESVC-DATE-1       PIC 9(8).
       01  WS-DATESVC-NUMBER       PIC S9(5).
       01  WS-DATESVC-STATUS       PIC 9.

      * Employes du maitre : periode travaillee dans le mois,
      * absences cumulees et titres attribues.
       01  WS-MEAL-TABLE.
           05 WS-MEAL-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-MEAL-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-MEAL-COUNT
                  INDEXED BY MEAL-IDX.
               10 WS-MEAL-ID       PIC X(10).
               10 WS-MEAL-NOM      PIC X(20).
               10 WS-MEAL-AGENCE   PIC X(3).
               10 WS-MEAL-SALAIRE  PIC 9(6).
               10 WS-MEAL-FROM     PIC 9(8).
               10 WS-MEAL-TO       PIC 9(8).
               10 WS-MEAL-OUVRES   PIC 9(3).
               10 WS-MEAL-CONGES   PIC 9(3)V99.
               10 WS-MEAL-ABSNC    PIC 9(7)V99.
               10 WS-MEAL-MALADIE  PIC 9(3).
               10 WS-MEAL-ABSENCES PIC 9(3).
               10 WS-MEAL-TITRES   PIC 9(2).
               10 WS-MEAL-VALEUR   PIC 9(5)V99.
               10 WS-MEAL-PART-SAL PIC 9(5)V99.
       01  WS-MEAL-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-MEAL-TABLE-FULL      PIC X VALUE 'N'.
       01  WS-LOOKUP-ID            PIC X(10).
       01  WS-FOUND-IDX            PIC 9(4).

      * Agences dans l'ordre de premiere rencontre, pour la commande.
       01  WS-AGC-TABLE.
           05 WS-AGC-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-AGC-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-AGC-COUNT
                  INDEXED BY AGC-IDX.
               10 WS-AGC-CODE      PIC X(3).
       01  WS-AGC-TABLE-MAX        PIC 9(3) VALUE 100.

       01  WS-DAILY-RATE           PIC 9(5)V99.
       01  WS-ABSNC-DAYS           PIC 9(3).
       01  WS-LEAVE-DAYS           PIC 9(3).
       01  WS-AGC-EMPLOYES         PIC 9(5).
       01  WS-AGC-TITRES           PIC 9(7).
       01  WS-AGC-VALEUR           PIC 9(9)V99.
       01  WS-TOT-EMPLOYES         PIC 9(5) VALUE ZERO.
       01  WS-TOT-TITRES           PIC 9(7) VALUE ZERO.
       01  WS-TOT-VALEUR           PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-PART-SAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-PART-PAT         PIC 9(9)V99 VALUE ZERO.
       01  WS-MEALORD-LINE         PIC X(120).
       01  WS-FACE-EDIT            PIC Z9.99.
       01  WS-PCT-EDIT             PIC ZZ9.99.
       01  WS-VALEUR-EDIT          PIC Z(4)9.99.
       01  WS-PART-EDIT            PIC Z(4)9.99.
       01  WS-TOTAL-EDIT           PIC Z(8)9.99.
       01  WS-TOTAL2-EDIT          PIC Z(8)9.99.
       01  WS-TOTAL3-EDIT          PIC Z(8)9.99.

       PROCEDURE DIVISION.
           MOVE "empmeal" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-PAY-PERIOD-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-PAY-PERIOD-DATE
           END-IF
           IF WS-EMPLOYER-PCT > 100
               DISPLAY "ERREUR : EMPLOYER_PCT " WS-EMPLOYER-PCT
                   " superieur a 100"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM SET-PERIOD-BOUNDS
           PERFORM LOAD-MASTER
           PERFORM LOAD-TERMINATIONS
           PERFORM VARYING MEAL-IDX FROM 1 BY 1
                   UNTIL MEAL-IDX > WS-MEAL-COUNT
               PERFORM COUNT-WORKING-DAYS
           END-PERFORM
           PERFORM LOAD-LEAVE-TAKEN
           PERFORM LOAD-ABSNC-ELEMENTS
           PERFORM LOAD-SICK-LEAVE
           PERFORM VARYING MEAL-IDX FROM 1 BY 1
                   UNTIL MEAL-IDX > WS-MEAL-COUNT
               PERFORM COMPUTE-VOUCHERS
           END-PERFORM
           PERFORM WRITE-VOUCHER-ORDER
           PERFORM WRITE-DEDUCTION-FILE
           MOVE "empmeal" TO WS-AUDIT-PROGRAM
           MOVE WS-MEAL-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-TOT-EMPLOYES TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-TOT-VALEUR TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           MOVE WS-TOT-VALEUR TO WS-TOTAL-EDIT
           MOVE WS-TOT-PART-SAL TO WS-TOTAL2-EDIT
           DISPLAY "Titres-restaurant " WS-PERIOD-YM " : "
               WS-TOT-TITRES " titre(s) pour " WS-TOT-EMPLOYES
               " employe(s), valeur " WS-TOTAL-EDIT
               ", part salariale " WS-TOTAL2-EDIT
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empmeal-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PAY_PERIOD_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PAY-PERIOD-DATE
               WHEN "FACE_VALUE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-FACE-VALUE
               WHEN "EMPLOYER_PCT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-EMPLOYER-PCT
               WHEN "WORKDAYS_PER_YEAR"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-WORKDAYS-YEAR
           END-EVALUATE.

      * Premier et dernier jour du mois de la periode (meme calcul
      * que SET-PERIOD-BOUNDS dans empsettle.cbl).
       SET-PERIOD-BOUNDS.
           MOVE WS-PAY-PERIOD-DATE TO WS-WORK-8
           MOVE WS-PAY-PERIOD-DATE(1:6) TO WS-PERIOD-YM
           MOVE 1 TO WS-WORK-JJ
           MOVE WS-WORK-8 TO WS-FIRST-8
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-AAAA
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           COMPUTE WS-LAST-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-8) - 1).

      * Charge les employes ; la periode travaillee demarre au plus
      * tard de l'embauche (JJMMAAAA du maitre).
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
                       PERFORM STORE-EMPLOYEE
                   END-IF
           END-PERFORM
           CLOSE F-EMPLOYE
           MOVE 'N' TO WS-EOF.

       STORE-EMPLOYEE.
           IF WS-MEAL-COUNT >= WS-MEAL-TABLE-MAX
               IF WS-MEAL-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-MEAL-TABLE-FULL
                   MOVE "CAPACITE WS-MEAL-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-MEAL-COUNT
               SET MEAL-IDX TO WS-MEAL-COUNT
               INITIALIZE WS-MEAL-ENTRY(MEAL-IDX)
               MOVE REMPLOYE-ID TO WS-MEAL-ID(MEAL-IDX)
               MOVE REMPLOYE-NOM TO WS-MEAL-NOM(MEAL-IDX)
               MOVE REMPLOYE-AGENCE TO WS-MEAL-AGENCE(MEAL-IDX)
               MOVE REMPLOYE-SALAIRE TO WS-MEAL-SALAIRE(MEAL-IDX)
               MOVE WS-FIRST-8 TO WS-MEAL-FROM(MEAL-IDX)
               MOVE WS-LAST-8 TO WS-MEAL-TO(MEAL-IDX)
               IF REMPLOYE-EMBAUCHE IS NUMERIC
                   COMPUTE WS-DDMM-8 =
                       FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(5:4)) * 10000
                       + FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(3:2)) * 100
                       + FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(1:2))
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DDMM-8) = ZERO
                       AND WS-DDMM-8 > WS-FIRST-8
                       MOVE WS-DDMM-8 TO WS-MEAL-FROM(MEAL-IDX)
                   END-IF
               END-IF
           END-IF.

      * Positionne WS-FOUND-IDX sur l'employe WS-LOOKUP-ID (zero si
      * absent du maitre : ses absences ne donnent lieu a rien).
       FIND-EMPLOYEE.
           MOVE ZERO TO WS-FOUND-IDX
           IF WS-MEAL-COUNT > ZERO
               SET MEAL-IDX TO 1
               SEARCH WS-MEAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MEAL-ID(MEAL-IDX) = WS-LOOKUP-ID
                       SET WS-FOUND-IDX TO MEAL-IDX
               END-SEARCH
           END-IF.

      * Une sortie (JJMMAAAA) dans le mois arrete la periode
      * travaillee a sa date.
       LOAD-TERMINATIONS.
           OPEN INPUT F-TERM
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-TERM AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TERM-DATE IS NUMERIC
                           MOVE TERM-ID TO WS-LOOKUP-ID
                           PERFORM FIND-EMPLOYEE
                           IF WS-FOUND-IDX > ZERO
                               PERFORM APPLY-TERMINATION-DATE
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE F-TERM
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-TERMINATION-DATE.
           COMPUTE WS-DDMM-8 =
               FUNCTION NUMVAL(TERM-DATE(5:4)) * 10000
               + FUNCTION NUMVAL(TERM-DATE(3:2)) * 100
               + FUNCTION NUMVAL(TERM-DATE(1:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DDMM-8) = ZERO
               AND WS-DDMM-8 < WS-MEAL-TO(WS-FOUND-IDX)
               MOVE WS-DDMM-8 TO WS-MEAL-TO(WS-FOUND-IDX)
           END-IF.

      * Jours ouvres de WS-FROM-8 a WS-TO-8 inclus (datesvc
      * COUNTBUS compte apres sa date de depart) ; zero si la
      * periode est vide.
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-COUNTED
           IF WS-FROM-8 <= WS-TO-8
               COMPUTE WS-DATESVC-DATE-1 = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FROM-8) - 1)
               MOVE "COUNTBUS" TO WS-DATESVC-FUNCTION
               CALL "datesvc" USING WS-DATESVC-FUNCTION
                   WS-DATESVC-DATE-1 WS-TO-8
                   WS-DATESVC-NUMBER WS-DATESVC-STATUS
               IF WS-DATESVC-STATUS = ZERO
                   MOVE WS-DATESVC-NUMBER TO WS-COUNTED
               END-IF
           END-IF.

       COUNT-WORKING-DAYS.
           MOVE WS-MEAL-FROM(MEAL-IDX) TO WS-FROM-8
           MOVE WS-MEAL-TO(MEAL-IDX) TO WS-TO-8
           PERFORM COUNT-BUSINESS-DAYS
           MOVE WS-COUNTED TO WS-MEAL-OUVRES(MEAL-IDX).

       LOAD-LEAVE-TAKEN.
           OPEN INPUT F-TAKEN
           IF WS-TAKEN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-TAKEN AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TAKEN-DAYS IS NUMERIC
                           MOVE TAKEN-ID TO WS-LOOKUP-ID
                           PERFORM FIND-EMPLOYEE
                           IF WS-FOUND-IDX > ZERO
                               ADD TAKEN-DAYS
                                   TO WS-MEAL-CONGES(WS-FOUND-IDX)
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE F-TAKEN
           END-IF
           MOVE 'N' TO WS-EOF.

      * Cumule les retenues ABSNC (valeur absolue, comme empabsrec).
       LOAD-ABSNC-ELEMENTS.
           OPEN INPUT F-VARELEM
           IF WS-VARELEM-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-VARELEM AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(VARELEM-CODE) = "ABSNC"
                           AND VARELEM-MONTANT IS NUMERIC
                           MOVE VARELEM-ID TO WS-LOOKUP-ID
                           PERFORM FIND-EMPLOYEE
                           IF WS-FOUND-IDX > ZERO
                               IF VARELEM-MONTANT < ZERO
                                   SUBTRACT VARELEM-MONTANT
                                       FROM WS-MEAL-ABSNC(WS-FOUND-IDX)
                               ELSE
                                   ADD VARELEM-MONTANT
                                       TO WS-MEAL-ABSNC(WS-FOUND-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE F-VARELEM
           END-IF
           MOVE 'N' TO WS-EOF.

      * Jours ouvres de chaque arret compris dans la periode
      * travaillee de l'employe.
       LOAD-SICK-LEAVE.
           OPEN INPUT F-SICK
           IF WS-SICK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-SICK AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SICK-DEBUT IS NUMERIC AND SICK-FIN IS NUMERIC
                           MOVE SICK-ID TO WS-LOOKUP-ID
                           PERFORM FIND-EMPLOYEE
                           IF WS-FOUND-IDX > ZERO
                               PERFORM COUNT-SICK-DAYS
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE F-SICK
           END-IF
           MOVE 'N' TO WS-EOF.

       COUNT-SICK-DAYS.
           MOVE SICK-DEBUT TO WS-FROM-8
           IF WS-FROM-8 < WS-MEAL-FROM(WS-FOUND-IDX)
               MOVE WS-MEAL-FROM(WS-FOUND-IDX) TO WS-FROM-8
           END-IF
           MOVE SICK-FIN TO WS-TO-8
           IF WS-TO-8 > WS-MEAL-TO(WS-FOUND-IDX)
               MOVE WS-MEAL-TO(WS-FOUND-IDX) TO WS-TO-8
           END-IF
           PERFORM COUNT-BUSINESS-DAYS
           ADD WS-COUNTED TO WS-MEAL-MALADIE(WS-FOUND-IDX).

      * Titres = jours ouvres travailles moins absences (conges ou
      * ABSNC, le plus grand des deux, plus la maladie), jamais
      * negatif. Part salariale = valeur x (100 - part patronale).
       COMPUTE-VOUCHERS.
           COMPUTE WS-LEAVE-DAYS ROUNDED = WS-MEAL-CONGES(MEAL-IDX)
           MOVE ZERO TO WS-ABSNC-DAYS
           IF WS-MEAL-ABSNC(MEAL-IDX) > ZERO
               AND WS-MEAL-SALAIRE(MEAL-IDX) > ZERO
               COMPUTE WS-DAILY-RATE ROUNDED =
                   WS-MEAL-SALAIRE(MEAL-IDX) / WS-WORKDAYS-YEAR
               IF WS-DAILY-RATE > ZERO
                   COMPUTE WS-ABSNC-DAYS ROUNDED =
                       WS-MEAL-ABSNC(MEAL-IDX) / WS-DAILY-RATE
                       ON SIZE ERROR
                           MOVE 999 TO WS-ABSNC-DAYS
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-ABSNC-DAYS > WS-LEAVE-DAYS
               MOVE WS-ABSNC-DAYS TO WS-LEAVE-DAYS
           END-IF
           COMPUTE WS-MEAL-ABSENCES(MEAL-IDX) = WS-LEAVE-DAYS
               + WS-MEAL-MALADIE(MEAL-IDX)
               ON SIZE ERROR
                   MOVE 999 TO WS-MEAL-ABSENCES(MEAL-IDX)
           END-COMPUTE
           IF WS-MEAL-ABSENCES(MEAL-IDX) >= WS-MEAL-OUVRES(MEAL-IDX)
               MOVE ZERO TO WS-MEAL-TITRES(MEAL-IDX)
           ELSE
               COMPUTE WS-MEAL-TITRES(MEAL-IDX) =
                   WS-MEAL-OUVRES(MEAL-IDX) - WS-MEAL-ABSENCES(MEAL-IDX)
           END-IF
           COMPUTE WS-MEAL-VALEUR(MEAL-IDX) =
               WS-MEAL-TITRES(MEAL-IDX) * WS-FACE-VALUE
           COMPUTE WS-MEAL-PART-SAL(MEAL-IDX) ROUNDED =
               WS-MEAL-VALEUR(MEAL-IDX) * (100 - WS-EMPLOYER-PCT) / 100
           IF WS-MEAL-TITRES(MEAL-IDX) > ZERO
               ADD 1 TO WS-TOT-EMPLOYES
               ADD WS-MEAL-TITRES(MEAL-IDX) TO WS-TOT-TITRES
               ADD WS-MEAL-VALEUR(MEAL-IDX) TO WS-TOT-VALEUR
               ADD WS-MEAL-PART-SAL(MEAL-IDX) TO WS-TOT-PART-SAL
               PERFORM REGISTER-AGENCY
           END-IF.

       REGISTER-AGENCY.
           SET AGC-IDX TO 1
           SEARCH WS-AGC-ENTRY
               AT END
                   IF WS-AGC-COUNT < WS-AGC-TABLE-MAX
                       ADD 1 TO WS-AGC-COUNT
                       SET AGC-IDX TO WS-AGC-COUNT
                       MOVE WS-MEAL-AGENCE(MEAL-IDX)
                           TO WS-AGC-CODE(AGC-IDX)
                   END-IF
               WHEN WS-AGC-CODE(AGC-IDX) = WS-MEAL-AGENCE(MEAL-IDX)
                   CONTINUE
           END-SEARCH.

      * Commande a l'emetteur : en-tete, puis par agence le detail
      * des employes et le total de l'agence, pied de controle.
       WRITE-VOUCHER-ORDER.
           OPEN OUTPUT F-MEALORD
           MOVE WS-MEALORD-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-meal-voucher-order.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-MEALORD" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE WS-FACE-VALUE TO WS-FACE-EDIT
           MOVE WS-EMPLOYER-PCT TO WS-PCT-EDIT
           MOVE SPACES TO WS-MEALORD-LINE
           STRING "HDR TITRESREST " WS-PERIOD-YM
                  " valeur faciale " WS-FACE-EDIT
                  " part patronale " WS-PCT-EDIT " %"
                  " edite le " WS-TODAY-8
                  " run " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-MEALORD-LINE
           WRITE R-MEALORD FROM WS-MEALORD-LINE
           PERFORM VARYING AGC-IDX FROM 1 BY 1
                   UNTIL AGC-IDX > WS-AGC-COUNT
               PERFORM WRITE-AGENCY-ORDER
           END-PERFORM
           COMPUTE WS-TOT-PART-PAT = WS-TOT-VALEUR - WS-TOT-PART-SAL
           MOVE WS-TOT-VALEUR TO WS-TOTAL-EDIT
           MOVE WS-TOT-PART-PAT TO WS-TOTAL2-EDIT
           MOVE WS-TOT-PART-SAL TO WS-TOTAL3-EDIT
           MOVE SPACES TO WS-MEALORD-LINE
           STRING "TRL " WS-TOT-EMPLOYES " " WS-TOT-TITRES
                  " valeur " WS-TOTAL-EDIT
                  " patronale " WS-TOTAL2-EDIT
                  " salariale " WS-TOTAL3-EDIT
                  DELIMITED BY SIZE INTO WS-MEALORD-LINE
           WRITE R-MEALORD FROM WS-MEALORD-LINE
           CLOSE F-MEALORD.

       WRITE-AGENCY-ORDER.
           MOVE ZERO TO WS-AGC-EMPLOYES
           MOVE ZERO TO WS-AGC-TITRES
           MOVE ZERO TO WS-AGC-VALEUR
           PERFORM VARYING MEAL-IDX FROM 1 BY 1
                   UNTIL MEAL-IDX > WS-MEAL-COUNT
               IF WS-MEAL-AGENCE(MEAL-IDX) = WS-AGC-CODE(AGC-IDX)
                   AND WS-MEAL-TITRES(MEAL-IDX) > ZERO
                   ADD 1 TO WS-AGC-EMPLOYES
                   ADD WS-MEAL-TITRES(MEAL-IDX) TO WS-AGC-TITRES
                   ADD WS-MEAL-VALEUR(MEAL-IDX) TO WS-AGC-VALEUR
                   MOVE WS-MEAL-VALEUR(MEAL-IDX) TO WS-VALEUR-EDIT
                   MOVE WS-MEAL-PART-SAL(MEAL-IDX) TO WS-PART-EDIT
                   MOVE SPACES TO WS-MEALORD-LINE
                   STRING "D " WS-AGC-CODE(AGC-IDX) " "
                          WS-MEAL-ID(MEAL-IDX) " "
                          WS-MEAL-NOM(MEAL-IDX) " ouvres "
                          WS-MEAL-OUVRES(MEAL-IDX) " absences "
                          WS-MEAL-ABSENCES(MEAL-IDX) " titres "
                          WS-MEAL-TITRES(MEAL-IDX) " valeur "
                          WS-VALEUR-EDIT " salariale "
                          WS-PART-EDIT
                          DELIMITED BY SIZE INTO WS-MEALORD-LINE
                   WRITE R-MEALORD FROM WS-MEALORD-LINE
               END-IF
           END-PERFORM
           MOVE WS-AGC-VALEUR TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-MEALORD-LINE
           STRING "A " WS-AGC-CODE(AGC-IDX) " employes "
                  WS-AGC-EMPLOYES " titres " WS-AGC-TITRES
                  " valeur " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-MEALORD-LINE
           WRITE R-MEALORD FROM WS-MEALORD-LINE.

      * Part salariale de la periode, reecrite a chaque passage :
      * une relance avant la paie reproduit le meme fichier.
       WRITE-DEDUCTION-FILE.
           OPEN OUTPUT F-MEALDED
           MOVE WS-MEALDED-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-meal-deductions.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-MEALDED" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING MEAL-IDX FROM 1 BY 1
                   UNTIL MEAL-IDX > WS-MEAL-COUNT
               IF WS-MEAL-TITRES(MEAL-IDX) > ZERO
                   MOVE SPACES TO R-MEALDED
                   MOVE WS-MEAL-ID(MEAL-IDX) TO MEALDED-ID
                   MOVE WS-PERIOD-YM TO MEALDED-PERIODE
                   MOVE WS-MEAL-TITRES(MEAL-IDX) TO MEALDED-TITRES
                   MOVE WS-MEAL-PART-SAL(MEAL-IDX) TO MEALDED-MONTANT
                   WRITE R-MEALDED
               END-IF
           END-PERFORM
           CLOSE F-MEALDED.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empmeal.
