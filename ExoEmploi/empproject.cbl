       IDENTIFICATION DIVISION.
       PROGRAM-ID. empproject.

      * Projection du cout salarial sur les douze mois a venir, pour
      * la saison budgetaire : au lieu de recopier rapportclient.txt
      * dans un tableur, on repart de fichierclient.txt et, mois par
      * mois, on applique les baremes dates d'employee-rates.dat, les
      * augmentations futures deja saisies dans
      * employee-salary-changes.txt, les sorties de fin de CDD
      * (employee-contract-ends.dat) et de employee-terminations.txt,
      * et les echelons de prime d'anciennete a chaque anniversaire
      * d'embauche. Le calcul de paie est celui d'employee.cbl
      * (montants annuels, un douzieme par mois). Brut, charges et
      * net sortent par agence et par mois dans
      * employee-cost-projection.txt, avec le total de l'annee
      * rapproche du budget de dept-budgets.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

           SELECT F-RATES ASSIGN TO "employee-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

           SELECT F-CONTRIB ASSIGN TO "employee-contrib-profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-STATUS.

           SELECT F-SALCHG ASSIGN TO "employee-salary-changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALCHG-STATUS.

           SELECT F-CTREND ASSIGN TO "employee-contract-ends.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTREND-STATUS.

           SELECT F-TERM ASSIGN TO "employee-terminations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT F-BUDGET ASSIGN TO "dept-budgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT F-PROJ ASSIGN TO "employee-cost-projection.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROJ-STATUS.

      * Premier mois projete, reglable sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empproject-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * Meme disposition que F-RATES dans employee.cbl.
       FD  F-RATES
           RECORD CONTAINS 58 CHARACTERS.
       01  R-RATES.
           05 RATES-EFFECTIVE       PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 RATES-SOC             PIC 9V999.
           05 FILLER                PIC X VALUE SPACE.
           05 RATES-B1              PIC 9(7)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 RATES-B2              PIC 9(7)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 RATES-B3              PIC 9(7)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 RATES-R1              PIC 9V999.
           05 FILLER                PIC X VALUE SPACE.
           05 RATES-R2              PIC 9V999.
           05 FILLER                PIC X VALUE SPACE.
           05 RATES-R3              PIC 9V999.

      * Meme disposition que F-CONTRIB dans employee.cbl.
       FD  F-CONTRIB
           RECORD CONTAINS 11 CHARACTERS.
       01  R-CONTRIB.
           05 CONTRIB-CONTRAT       PIC X(1).
           05 FILLER                PIC X VALUE SPACE.
           05 CONTRIB-CHARGES       PIC 9V999.
           05 FILLER                PIC X VALUE SPACE.
           05 CONTRIB-IMPOT         PIC 9V999.

      * Meme disposition que F-SALCHG dans employee.cbl.
       FD  F-SALCHG
           RECORD CONTAINS 26 CHARACTERS.
       01  R-SALCHG.
           05 SALCHG-ID             PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 SALCHG-SALAIRE        PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 SALCHG-EFFECTIVE      PIC 9(8).

      * Meme disposition que F-CTREND dans employee.cbl.
       FD  F-CTREND
           RECORD CONTAINS 19 CHARACTERS.
       01  R-CTREND.
           05 CTREND-ID             PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 CTREND-FIN            PIC 9(8).

      * Meme disposition que TERM-RECORD dans emppurge.cbl (date de
      * sortie JJMMAAAA).
       FD  F-TERM
           RECORD CONTAINS 19 CHARACTERS.
       01  R-TERM.
           05 TERM-ID               PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 TERM-DATE             PIC X(8).

      * Meme disposition que F-BUDGET dans empdeptrpt.cbl.
       FD  F-BUDGET
           RECORD CONTAINS 19 CHARACTERS.
       01  R-BUDGET.
           05 BUD-DEPT-NUM          PIC X(3).
           05 FILLER                PIC X.
           05 BUD-HEADCOUNT         PIC 9(5).
           05 FILLER                PIC X.
           05 BUD-SALARY            PIC 9(9).

       FD  F-PROJ
           RECORD CONTAINS 132 CHARACTERS.
       01  R-PROJ                   PIC X(132).

           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS    PIC XX.
       01  WS-RATES-STATUS      PIC XX.
       01  WS-CONTRIB-STATUS    PIC XX.
       01  WS-SALCHG-STATUS     PIC XX.
       01  WS-CTREND-STATUS     PIC XX.
       01  WS-TERM-STATUS       PIC XX.
       01  WS-BUDGET-STATUS     PIC XX.
       01  WS-PROJ-STATUS       PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-TODAY-8              PIC 9(8).
      * Premier mois projete (AAAAMM) ; sans parametre, le mois qui
      * suit le mois courant.
       01  WS-START-PERIOD         PIC 9(6) VALUE ZERO.
       01  WS-START-YM             PIC 9(6).
       01  WS-MONTH-NO             PIC 9(2).
       01  WS-MONTH-YM             PIC 9(6).
       01  WS-MONTH-WORK.
           05 WS-MONTH-AAAA        PIC 9(4).
           05 WS-MONTH-MM          PIC 9(2).
           05 WS-MONTH-JJ          PIC 9(2).
       01  WS-MONTH-WORK-8 REDEFINES WS-MONTH-WORK PIC 9(8).
       01  WS-MONTH-FIRST          PIC 9(8).
       01  WS-MONTH-LAST           PIC 9(8).
       01  WS-MONTH-LIST.
           05 WS-MONTH-LABEL OCCURS 12 TIMES PIC 9(6).

      * Prime d'anciennete, memes constantes que dans employee.cbl.
       01  WS-SENIORITY-STEP-RATE  PIC V999 VALUE .010.
       01  WS-SENIORITY-MAX-YEARS  PIC 9(2) VALUE 15.
       01  WS-SENIORITY-YEARS      PIC 9(2) VALUE ZERO.
       01  WS-SENIORITY-PREMIUM    PIC 9(7)V99 VALUE ZERO.

      * Jeux de bareme dates, meme convention que WS-RATESET-TABLE
      * dans employee.cbl.
       01  WS-RATESET-TABLE.
           05 WS-RATESET-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-RATESET-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-RATESET-COUNT
                  INDEXED BY RATESET-IDX.
               10 WS-RATESET-EFFECTIVE PIC 9(8).
               10 WS-RATESET-SOC       PIC 9V999.
               10 WS-RATESET-B1        PIC 9(7)V99.
               10 WS-RATESET-B2        PIC 9(7)V99.
               10 WS-RATESET-B3        PIC 9(7)V99.
               10 WS-RATESET-R1        PIC 9V999.
               10 WS-RATESET-R2        PIC 9V999.
               10 WS-RATESET-R3        PIC 9V999.
       01  WS-RATESET-TABLE-MAX    PIC 9(2) VALUE 20.
       01  WS-RATESET-EOF          PIC X VALUE 'N'.
       01  WS-RATESET-CHOSEN       PIC 9(8) VALUE ZERO.

      * Bareme du mois projete (valeurs par defaut identiques a
      * celles compilees dans employee.cbl).
       01  WS-SOC-RATE             PIC V999 VALUE .220.
       01  WS-TAX-BRACKETS.
           05 WS-BRACKET-1         PIC 9(7)V99 VALUE 18000.00.
           05 WS-BRACKET-2         PIC 9(7)V99 VALUE 31200.00.
           05 WS-BRACKET-3         PIC 9(7)V99 VALUE 88800.00.
           05 WS-RATE-1            PIC V999    VALUE .110.
           05 WS-RATE-2            PIC V999    VALUE .300.
           05 WS-RATE-3            PIC V999    VALUE .410.
       01  WS-COMPILED-RATES.
           05 WS-COMPILED-SOC      PIC V999.
           05 WS-COMPILED-BRACKETS PIC X(45).

      * Profils de cotisation par type de contrat, meme convention
      * que WS-CONTRIB-TABLE dans employee.cbl.
       01  WS-CONTRIB-TABLE.
           05 WS-CONTRIB-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-CONTRIB-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-CONTRIB-COUNT
                  INDEXED BY CONTRIB-IDX.
               10 WS-CONTRIB-CONTRAT  PIC X(1).
               10 WS-CONTRIB-CHARGES  PIC 9V999.
               10 WS-CONTRIB-IMPOT    PIC 9V999.
       01  WS-CONTRIB-TABLE-MAX    PIC 9(2) VALUE 20.
       01  WS-CONTRIB-EOF          PIC X VALUE 'N'.
       01  WS-SOC-RATE-EFF         PIC 9V999.
       01  WS-TAX-FACTOR           PIC 9V999.

      * Meme calcul de paie que COMPUTE-NET-PAY dans employee.cbl.
       01  WS-PAYROLL.
           05 WS-GROSS-SALARY      PIC 9(7)V99.
           05 WS-SOC-CHARGES       PIC 9(7)V99.
           05 WS-TAXABLE-SALARY    PIC 9(7)V99.
           05 WS-INCOME-TAX        PIC 9(7)V99.
           05 WS-NET-SALARY        PIC 9(7)V99.
           05 WS-TAX-TRANCHE-1     PIC 9(7)V99.
           05 WS-TAX-TRANCHE-2     PIC 9(7)V99.
           05 WS-TAX-TRANCHE-3     PIC 9(7)V99.
       01  WS-MONTH-GROSS          PIC 9(7)V99.
       01  WS-MONTH-CHARGES        PIC 9(7)V99.
       01  WS-MONTH-NET            PIC 9(7)V99.

      * Effectif projete : une ligne par employe du maitre, avec sa
      * date de sortie connue (fin de CDD ou sortie annoncee, la
      * plus proche des deux ; zero si aucune).
       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EMP-COUNT
                  INDEXED BY EMP-IDX.
               10 WS-EMP-ID        PIC X(10).
               10 WS-EMP-AGENCE    PIC X(3).
               10 WS-EMP-SALAIRE   PIC 9(6).
               10 WS-EMP-EMBAUCHE  PIC 9(8).
               10 WS-EMP-CONTRAT   PIC X(1).
               10 WS-EMP-SORTIE    PIC 9(8).
       01  WS-EMP-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-EMP-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-EXIT-DATE            PIC 9(8).

      * Augmentations datees, toutes conservees : la plus recente
      * en vigueur au dernier jour du mois projete s'applique.
       01  WS-SALCHG-TABLE.
           05 WS-SALCHG-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-SALCHG-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-SALCHG-COUNT
                  INDEXED BY SALCHG-IDX.
               10 WS-SALCHG-ID        PIC X(10).
               10 WS-SALCHG-SALAIRE   PIC 9(6).
               10 WS-SALCHG-EFFECTIVE PIC 9(8).
       01  WS-SALCHG-TABLE-MAX     PIC 9(4) VALUE 500.
       01  WS-SALCHG-BEST          PIC 9(8).

      * Cumuls par agence et par mois, agences tenues dans l'ordre
      * de leur code.
       01  WS-AG-TABLE.
           05 WS-AG-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-AG-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-AG-COUNT
                  INDEXED BY AG-IDX.
               10 WS-AG-CODE       PIC X(3).
               10 WS-AG-MONTH OCCURS 12 TIMES.
                   15 WS-AG-HEADCOUNT PIC 9(5).
                   15 WS-AG-GROSS     PIC 9(9)V99.
                   15 WS-AG-CHARGES   PIC 9(9)V99.
                   15 WS-AG-NET       PIC 9(9)V99.
       01  WS-AG-TABLE-MAX         PIC 9(3) VALUE 200.
       01  WS-AG-POS               PIC 9(3).
       01  WS-AG-SHIFT             PIC 9(3).
       01  WS-AG-FOUND             PIC X.

      * Totaux generaux par mois.
       01  WS-GRAND-TABLE.
           05 WS-GRAND-MONTH OCCURS 12 TIMES.
               10 WS-GRAND-HEADCOUNT PIC 9(5).
               10 WS-GRAND-GROSS     PIC 9(11)V99.
               10 WS-GRAND-CHARGES   PIC 9(11)V99.
               10 WS-GRAND-NET       PIC 9(11)V99.

       01  WS-YEAR-GROSS           PIC 9(11)V99.
       01  WS-YEAR-CHARGES         PIC 9(11)V99.
       01  WS-YEAR-NET             PIC 9(11)V99.
       01  WS-BUDGET-AMOUNT        PIC 9(9).
       01  WS-BUDGET-FOUND         PIC X.
       01  WS-BUDGET-EOF           PIC X VALUE 'N'.
       01  WS-BUDGET-GAP           PIC S9(11)V99.
       01  WS-OVER-BUDGET-COUNT    PIC 9(3) VALUE ZERO.

       01  WS-PROJ-LINE            PIC X(132).
       01  WS-HC-EDIT              PIC Z(4)9.
       01  WS-GROSS-EDIT           PIC Z(10)9.99.
       01  WS-CHARGES-EDIT         PIC Z(10)9.99.
       01  WS-NET-EDIT             PIC Z(10)9.99.
       01  WS-BUDGET-EDIT          PIC Z(10)9.99.
       01  WS-GAP-EDIT             PIC -(10)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           PERFORM RESOLVE-START-PERIOD
           PERFORM LOAD-RATE-SETS
           PERFORM LOAD-CONTRIB-PROFILES
           PERFORM LOAD-SALCHG-TABLE
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-CONTRACT-ENDS
           PERFORM LOAD-TERMINATIONS
           INITIALIZE WS-GRAND-TABLE
           MOVE WS-SOC-RATE TO WS-COMPILED-SOC
           MOVE WS-TAX-BRACKETS TO WS-COMPILED-BRACKETS
           MOVE WS-START-YM TO WS-MONTH-YM
           PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                   UNTIL WS-MONTH-NO > 12
               PERFORM PROJECT-ONE-MONTH
               PERFORM ADVANCE-MONTH
           END-PERFORM
           PERFORM WRITE-PROJECTION
           DISPLAY "Projection sur 12 mois a partir de "
               WS-START-YM " : " WS-EMP-COUNT " employe(s), "
               WS-AG-COUNT " agence(s), " WS-OVER-BUDGET-COUNT
               " au-dessus du budget"
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empproject-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "START_PERIOD"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-START-PERIOD
           END-EVALUATE.

       RESOLVE-START-PERIOD.
           IF WS-START-PERIOD = ZERO
               MOVE WS-TODAY-8(1:6) TO WS-MONTH-YM
               PERFORM ADVANCE-MONTH
               MOVE WS-MONTH-YM TO WS-START-YM
           ELSE
               MOVE WS-START-PERIOD TO WS-START-YM
           END-IF.

      * Passe au mois suivant sur WS-MONTH-YM.
       ADVANCE-MONTH.
           MOVE WS-MONTH-YM TO WS-MONTH-WORK(1:6)
           IF WS-MONTH-MM = 12
               MOVE 1 TO WS-MONTH-MM
               ADD 1 TO WS-MONTH-AAAA
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-WORK(1:6) TO WS-MONTH-YM.

      * Charge les jeux de bareme dates ; sans fichier, les valeurs
      * compilees servent pour tous les mois.
       LOAD-RATE-SETS.
           OPEN INPUT F-RATES
           IF WS-RATES-STATUS = "00"
               PERFORM UNTIL WS-RATESET-EOF = 'Y'
                   READ F-RATES AT END
                       MOVE 'Y' TO WS-RATESET-EOF
                   NOT AT END
                       IF WS-RATESET-COUNT >= WS-RATESET-TABLE-MAX
                           DISPLAY "ATTENTION : capacite de "
                               "WS-RATESET-ENTRY (" WS-RATESET-TABLE-MAX
                               ") depassee, jeux de bareme "
                               "supplementaires ignores"
                       ELSE
                           ADD 1 TO WS-RATESET-COUNT
                           SET RATESET-IDX TO WS-RATESET-COUNT
                           MOVE RATES-EFFECTIVE TO
                               WS-RATESET-EFFECTIVE(RATESET-IDX)
                           MOVE RATES-SOC TO
                               WS-RATESET-SOC(RATESET-IDX)
                           MOVE RATES-B1 TO WS-RATESET-B1(RATESET-IDX)
                           MOVE RATES-B2 TO WS-RATESET-B2(RATESET-IDX)
                           MOVE RATES-B3 TO WS-RATESET-B3(RATESET-IDX)
                           MOVE RATES-R1 TO WS-RATESET-R1(RATESET-IDX)
                           MOVE RATES-R2 TO WS-RATESET-R2(RATESET-IDX)
                           MOVE RATES-R3 TO WS-RATESET-R3(RATESET-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-RATES
           END-IF.

      * Jeu de bareme du mois projete : le plus recent dont l'effet
      * ne depasse pas le dernier jour du mois (meme regle que
      * SELECT-RATE-SET dans employee.cbl, qui paie en fin de mois).
       SELECT-RATE-SET.
           MOVE ZERO TO WS-RATESET-CHOSEN
           MOVE WS-COMPILED-SOC TO WS-SOC-RATE
           MOVE WS-COMPILED-BRACKETS TO WS-TAX-BRACKETS
           PERFORM VARYING RATESET-IDX FROM 1 BY 1
                   UNTIL RATESET-IDX > WS-RATESET-COUNT
               IF WS-RATESET-EFFECTIVE(RATESET-IDX) <= WS-MONTH-LAST
                   AND WS-RATESET-EFFECTIVE(RATESET-IDX)
                       > WS-RATESET-CHOSEN
                   MOVE WS-RATESET-EFFECTIVE(RATESET-IDX)
                       TO WS-RATESET-CHOSEN
                   MOVE WS-RATESET-SOC(RATESET-IDX) TO WS-SOC-RATE
                   MOVE WS-RATESET-B1(RATESET-IDX) TO WS-BRACKET-1
                   MOVE WS-RATESET-B2(RATESET-IDX) TO WS-BRACKET-2
                   MOVE WS-RATESET-B3(RATESET-IDX) TO WS-BRACKET-3
                   MOVE WS-RATESET-R1(RATESET-IDX) TO WS-RATE-1
                   MOVE WS-RATESET-R2(RATESET-IDX) TO WS-RATE-2
                   MOVE WS-RATESET-R3(RATESET-IDX) TO WS-RATE-3
               END-IF
           END-PERFORM.

       LOAD-CONTRIB-PROFILES.
           OPEN INPUT F-CONTRIB
           IF WS-CONTRIB-STATUS = "00"
               PERFORM UNTIL WS-CONTRIB-EOF = 'Y'
                   READ F-CONTRIB AT END
                       MOVE 'Y' TO WS-CONTRIB-EOF
                   NOT AT END
                       IF WS-CONTRIB-COUNT < WS-CONTRIB-TABLE-MAX
                           ADD 1 TO WS-CONTRIB-COUNT
                           SET CONTRIB-IDX TO WS-CONTRIB-COUNT
                           MOVE CONTRIB-CONTRAT TO
                               WS-CONTRIB-CONTRAT(CONTRIB-IDX)
                           MOVE CONTRIB-CHARGES TO
                               WS-CONTRIB-CHARGES(CONTRIB-IDX)
                           MOVE CONTRIB-IMPOT TO
                               WS-CONTRIB-IMPOT(CONTRIB-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-CONTRIB
           END-IF.

       LOAD-SALCHG-TABLE.
           OPEN INPUT F-SALCHG
           IF WS-SALCHG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-SALCHG AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SALCHG-SALAIRE IS NUMERIC
                           AND SALCHG-EFFECTIVE IS NUMERIC
                           AND WS-SALCHG-COUNT < WS-SALCHG-TABLE-MAX
                           ADD 1 TO WS-SALCHG-COUNT
                           SET SALCHG-IDX TO WS-SALCHG-COUNT
                           MOVE SALCHG-ID TO WS-SALCHG-ID(SALCHG-IDX)
                           MOVE SALCHG-SALAIRE
                               TO WS-SALCHG-SALAIRE(SALCHG-IDX)
                           MOVE SALCHG-EFFECTIVE
                               TO WS-SALCHG-EFFECTIVE(SALCHG-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-SALCHG
           END-IF
           MOVE 'N' TO WS-EOF.

      * Effectif de depart : salaire de base, agence, date
      * d'embauche ramenee en AAAAMMJJ (zero si inconnue) et contrat.
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
                       AND REMPLOYE-SALAIRE IS NUMERIC
                       PERFORM STORE-EMPLOYEE
                   END-IF
           END-PERFORM
           CLOSE F-EMPLOYE
           MOVE 'N' TO WS-EOF.

       STORE-EMPLOYEE.
           IF WS-EMP-COUNT >= WS-EMP-TABLE-MAX
               IF WS-EMP-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-EMP-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de WS-EMP-ENTRY ("
                       WS-EMP-TABLE-MAX ") depassee, projection "
                       "incomplete"
               END-IF
           ELSE
               ADD 1 TO WS-EMP-COUNT
               SET EMP-IDX TO WS-EMP-COUNT
               MOVE REMPLOYE-ID TO WS-EMP-ID(EMP-IDX)
               MOVE REMPLOYE-AGENCE TO WS-EMP-AGENCE(EMP-IDX)
               MOVE REMPLOYE-SALAIRE TO WS-EMP-SALAIRE(EMP-IDX)
               MOVE REMPLOYE-CONTRAT TO WS-EMP-CONTRAT(EMP-IDX)
               MOVE ZERO TO WS-EMP-EMBAUCHE(EMP-IDX)
               MOVE ZERO TO WS-EMP-SORTIE(EMP-IDX)
               IF REMPLOYE-EMBAUCHE IS NUMERIC
                   COMPUTE WS-EMP-EMBAUCHE(EMP-IDX) =
                       FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(5:4)) * 10000
                       + FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(3:2)) * 100
                       + FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(1:2))
               END-IF
           END-IF.

      * Fins de CDD connues : l'employe sort de la projection apres
      * sa date de fin.
       LOAD-CONTRACT-ENDS.
           OPEN INPUT F-CTREND
           IF WS-CTREND-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-CTREND AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CTREND-FIN IS NUMERIC
                           MOVE CTREND-FIN TO WS-EXIT-DATE
                           MOVE CTREND-ID TO REMPLOYE-ID
                           PERFORM RECORD-EXIT-DATE
                       END-IF
               END-PERFORM
               CLOSE F-CTREND
           END-IF
           MOVE 'N' TO WS-EOF.

      * Sorties annoncees (JJMMAAAA, comme pour emppurge).
       LOAD-TERMINATIONS.
           OPEN INPUT F-TERM
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-TERM AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TERM-DATE IS NUMERIC
                           COMPUTE WS-EXIT-DATE =
                               FUNCTION NUMVAL(TERM-DATE(5:4)) * 10000
                               + FUNCTION NUMVAL(TERM-DATE(3:2)) * 100
                               + FUNCTION NUMVAL(TERM-DATE(1:2))
                           MOVE TERM-ID TO REMPLOYE-ID
                           PERFORM RECORD-EXIT-DATE
                       END-IF
               END-PERFORM
               CLOSE F-TERM
           END-IF
           MOVE 'N' TO WS-EOF.

      * Retient la date de sortie la plus proche de l'employe
      * REMPLOYE-ID.
       RECORD-EXIT-DATE.
           SET EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EMP-ID(EMP-IDX) = REMPLOYE-ID
                   IF WS-EMP-SORTIE(EMP-IDX) = ZERO
                       OR WS-EXIT-DATE < WS-EMP-SORTIE(EMP-IDX)
                       MOVE WS-EXIT-DATE TO WS-EMP-SORTIE(EMP-IDX)
                   END-IF
           END-SEARCH.

      * Un mois projete : bareme du mois, puis chaque employe
      * present au moins un jour du mois (embauche au plus tard le
      * dernier jour, sortie au plus tot le premier).
       PROJECT-ONE-MONTH.
           MOVE WS-MONTH-YM TO WS-MONTH-LABEL(WS-MONTH-NO)
           MOVE WS-MONTH-YM TO WS-MONTH-WORK(1:6)
           MOVE 1 TO WS-MONTH-JJ
           MOVE WS-MONTH-WORK-8 TO WS-MONTH-FIRST
           PERFORM ADVANCE-MONTH
           MOVE WS-MONTH-YM TO WS-MONTH-WORK(1:6)
           MOVE 1 TO WS-MONTH-JJ
           COMPUTE WS-MONTH-LAST = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-WORK-8) - 1)
           MOVE WS-MONTH-LABEL(WS-MONTH-NO) TO WS-MONTH-YM
           PERFORM SELECT-RATE-SET
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-EMBAUCHE(EMP-IDX) <= WS-MONTH-LAST
                   AND (WS-EMP-SORTIE(EMP-IDX) = ZERO
                       OR WS-EMP-SORTIE(EMP-IDX) >= WS-MONTH-FIRST)
                   PERFORM PROJECT-ONE-EMPLOYEE
               END-IF
           END-PERFORM.

      * Paie annuelle de l'employe au dernier jour du mois, ramenee
      * au douzieme, puis cumulee sur son agence.
       PROJECT-ONE-EMPLOYEE.
           MOVE WS-EMP-SALAIRE(EMP-IDX) TO WS-GROSS-SALARY
           PERFORM APPLY-SALARY-CHANGE
           PERFORM APPLY-SENIORITY-PREMIUM
           PERFORM COMPUTE-NET-PAY
           COMPUTE WS-MONTH-GROSS ROUNDED = WS-GROSS-SALARY / 12
           COMPUTE WS-MONTH-CHARGES ROUNDED = WS-SOC-CHARGES / 12
           COMPUTE WS-MONTH-NET ROUNDED = WS-NET-SALARY / 12
           PERFORM FIND-AGENCY
           ADD 1 TO WS-AG-HEADCOUNT(AG-IDX, WS-MONTH-NO)
           ADD WS-MONTH-GROSS TO WS-AG-GROSS(AG-IDX, WS-MONTH-NO)
           ADD WS-MONTH-CHARGES TO WS-AG-CHARGES(AG-IDX, WS-MONTH-NO)
           ADD WS-MONTH-NET TO WS-AG-NET(AG-IDX, WS-MONTH-NO)
           ADD 1 TO WS-GRAND-HEADCOUNT(WS-MONTH-NO)
           ADD WS-MONTH-GROSS TO WS-GRAND-GROSS(WS-MONTH-NO)
           ADD WS-MONTH-CHARGES TO WS-GRAND-CHARGES(WS-MONTH-NO)
           ADD WS-MONTH-NET TO WS-GRAND-NET(WS-MONTH-NO).

      * Salaire de base du mois : la plus recente augmentation dont
      * l'effet ne depasse pas le dernier jour du mois.
       APPLY-SALARY-CHANGE.
           MOVE ZERO TO WS-SALCHG-BEST
           PERFORM VARYING SALCHG-IDX FROM 1 BY 1
                   UNTIL SALCHG-IDX > WS-SALCHG-COUNT
               IF WS-SALCHG-ID(SALCHG-IDX) = WS-EMP-ID(EMP-IDX)
                   AND WS-SALCHG-EFFECTIVE(SALCHG-IDX) <= WS-MONTH-LAST
                   AND WS-SALCHG-EFFECTIVE(SALCHG-IDX)
                       > WS-SALCHG-BEST
                   MOVE WS-SALCHG-EFFECTIVE(SALCHG-IDX)
                       TO WS-SALCHG-BEST
                   MOVE WS-SALCHG-SALAIRE(SALCHG-IDX)
                       TO WS-GROSS-SALARY
               END-IF
           END-PERFORM.

      * Meme prime d'anciennete qu'APPLY-SENIORITY-PREMIUM dans
      * employee.cbl, appreciee au dernier jour du mois projete : un
      * anniversaire d'embauche dans le mois fait monter l'echelon.
       APPLY-SENIORITY-PREMIUM.
           MOVE ZERO TO WS-SENIORITY-YEARS
           MOVE ZERO TO WS-SENIORITY-PREMIUM
           IF WS-EMP-EMBAUCHE(EMP-IDX) > 16010101
               AND WS-EMP-EMBAUCHE(EMP-IDX) <= WS-MONTH-LAST
               COMPUTE WS-SENIORITY-YEARS =
                   (FUNCTION INTEGER-OF-DATE(WS-MONTH-LAST) -
                    FUNCTION INTEGER-OF-DATE(WS-EMP-EMBAUCHE(EMP-IDX)))
                   / 365.25
               IF WS-SENIORITY-YEARS > WS-SENIORITY-MAX-YEARS
                   MOVE WS-SENIORITY-MAX-YEARS TO WS-SENIORITY-YEARS
               END-IF
               COMPUTE WS-SENIORITY-PREMIUM ROUNDED =
                   WS-GROSS-SALARY * WS-SENIORITY-STEP-RATE
                   * WS-SENIORITY-YEARS
               ADD WS-SENIORITY-PREMIUM TO WS-GROSS-SALARY
           END-IF.

      * Meme bareme progressif et memes profils de cotisation que
      * COMPUTE-NET-PAY / RESOLVE-CONTRIB-PROFILE dans employee.cbl.
       COMPUTE-NET-PAY.
           MOVE WS-SOC-RATE TO WS-SOC-RATE-EFF
           MOVE 1.000 TO WS-TAX-FACTOR
           IF WS-CONTRIB-COUNT > ZERO
               SET CONTRIB-IDX TO 1
               SEARCH WS-CONTRIB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CONTRIB-CONTRAT(CONTRIB-IDX)
                       = WS-EMP-CONTRAT(EMP-IDX)
                       MOVE WS-CONTRIB-CHARGES(CONTRIB-IDX)
                           TO WS-SOC-RATE-EFF
                       MOVE WS-CONTRIB-IMPOT(CONTRIB-IDX)
                           TO WS-TAX-FACTOR
               END-SEARCH
           END-IF
           COMPUTE WS-SOC-CHARGES ROUNDED =
               WS-GROSS-SALARY * WS-SOC-RATE-EFF
           COMPUTE WS-TAXABLE-SALARY =
               WS-GROSS-SALARY - WS-SOC-CHARGES
           MOVE ZERO TO WS-TAX-TRANCHE-1
           MOVE ZERO TO WS-TAX-TRANCHE-2
           MOVE ZERO TO WS-TAX-TRANCHE-3
           EVALUATE TRUE
               WHEN WS-TAXABLE-SALARY <= WS-BRACKET-1
                   CONTINUE
               WHEN WS-TAXABLE-SALARY <= WS-BRACKET-2
                   COMPUTE WS-TAX-TRANCHE-1 ROUNDED =
                       (WS-TAXABLE-SALARY - WS-BRACKET-1) * WS-RATE-1
               WHEN WS-TAXABLE-SALARY <= WS-BRACKET-3
                   COMPUTE WS-TAX-TRANCHE-1 ROUNDED =
                       (WS-BRACKET-2 - WS-BRACKET-1) * WS-RATE-1
                   COMPUTE WS-TAX-TRANCHE-2 ROUNDED =
                       (WS-TAXABLE-SALARY - WS-BRACKET-2) * WS-RATE-2
               WHEN OTHER
                   COMPUTE WS-TAX-TRANCHE-1 ROUNDED =
                       (WS-BRACKET-2 - WS-BRACKET-1) * WS-RATE-1
                   COMPUTE WS-TAX-TRANCHE-2 ROUNDED =
                       (WS-BRACKET-3 - WS-BRACKET-2) * WS-RATE-2
                   COMPUTE WS-TAX-TRANCHE-3 ROUNDED =
                       (WS-TAXABLE-SALARY - WS-BRACKET-3) * WS-RATE-3
           END-EVALUATE
           COMPUTE WS-INCOME-TAX ROUNDED =
               (WS-TAX-TRANCHE-1 + WS-TAX-TRANCHE-2
                + WS-TAX-TRANCHE-3) * WS-TAX-FACTOR
           COMPUTE WS-NET-SALARY =
               WS-TAXABLE-SALARY - WS-INCOME-TAX.

      * Positionne AG-IDX sur l'agence de l'employe courant, creee a
      * sa place dans l'ordre des codes si elle est nouvelle.
       FIND-AGENCY.
           MOVE 'N' TO WS-AG-FOUND
           MOVE ZERO TO WS-AG-POS
           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > WS-AG-COUNT OR WS-AG-FOUND = 'Y'
               IF WS-AG-CODE(AG-IDX) = WS-EMP-AGENCE(EMP-IDX)
                   MOVE 'Y' TO WS-AG-FOUND
                   SET WS-AG-POS TO AG-IDX
               ELSE
                   IF WS-AG-POS = ZERO
                       AND WS-AG-CODE(AG-IDX) > WS-EMP-AGENCE(EMP-IDX)
                       SET WS-AG-POS TO AG-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AG-FOUND = 'N'
               IF WS-AG-COUNT >= WS-AG-TABLE-MAX
      * Table pleine : les agences suivantes sont cumulees sur la
      * derniere, signalee une fois.
                   DISPLAY "ATTENTION : capacite de WS-AG-ENTRY ("
                       WS-AG-TABLE-MAX ") depassee, agence "
                       WS-EMP-AGENCE(EMP-IDX) " cumulee sur "
                       WS-AG-CODE(WS-AG-COUNT)
                   MOVE WS-AG-COUNT TO WS-AG-POS
               ELSE
                   IF WS-AG-POS = ZERO
                       COMPUTE WS-AG-POS = WS-AG-COUNT + 1
                   END-IF
                   ADD 1 TO WS-AG-COUNT
                   PERFORM VARYING WS-AG-SHIFT FROM WS-AG-COUNT BY -1
                           UNTIL WS-AG-SHIFT <= WS-AG-POS
                       MOVE WS-AG-ENTRY(WS-AG-SHIFT - 1)
                           TO WS-AG-ENTRY(WS-AG-SHIFT)
                   END-PERFORM
                   INITIALIZE WS-AG-ENTRY(WS-AG-POS)
                   MOVE WS-EMP-AGENCE(EMP-IDX)
                       TO WS-AG-CODE(WS-AG-POS)
               END-IF
           END-IF
           SET AG-IDX TO WS-AG-POS.

       WRITE-PROJECTION.
           OPEN OUTPUT F-PROJ
           MOVE WS-PROJ-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-cost-projection.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-PROJ" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-PROJ-LINE
           STRING "Projection du cout salarial sur 12 mois a partir "
                  "de " WS-START-YM " - etablie le " WS-TODAY-8
                  DELIMITED BY SIZE INTO WS-PROJ-LINE
           WRITE R-PROJ FROM WS-PROJ-LINE
           MOVE "Agence Mois   Effectif           Brut        Charges"
             & "            Net" TO WS-PROJ-LINE
           WRITE R-PROJ FROM WS-PROJ-LINE
           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > WS-AG-COUNT
               PERFORM WRITE-AGENCY-BLOCK
           END-PERFORM
           PERFORM WRITE-GRAND-TOTALS
           CLOSE F-PROJ.

      * Douze lignes mensuelles de l'agence puis son total annuel,
      * rapproche du budget salarial de dept-budgets.dat.
       WRITE-AGENCY-BLOCK.
           MOVE ZERO TO WS-YEAR-GROSS
           MOVE ZERO TO WS-YEAR-CHARGES
           MOVE ZERO TO WS-YEAR-NET
           PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                   UNTIL WS-MONTH-NO > 12
               ADD WS-AG-GROSS(AG-IDX, WS-MONTH-NO) TO WS-YEAR-GROSS
               ADD WS-AG-CHARGES(AG-IDX, WS-MONTH-NO)
                   TO WS-YEAR-CHARGES
               ADD WS-AG-NET(AG-IDX, WS-MONTH-NO) TO WS-YEAR-NET
               MOVE WS-AG-HEADCOUNT(AG-IDX, WS-MONTH-NO) TO WS-HC-EDIT
               MOVE WS-AG-GROSS(AG-IDX, WS-MONTH-NO) TO WS-GROSS-EDIT
               MOVE WS-AG-CHARGES(AG-IDX, WS-MONTH-NO)
                   TO WS-CHARGES-EDIT
               MOVE WS-AG-NET(AG-IDX, WS-MONTH-NO) TO WS-NET-EDIT
               MOVE SPACES TO WS-PROJ-LINE
               STRING WS-AG-CODE(AG-IDX) "    "
                      WS-MONTH-LABEL(WS-MONTH-NO) " "
                      WS-HC-EDIT " " WS-GROSS-EDIT " "
                      WS-CHARGES-EDIT " " WS-NET-EDIT
                      DELIMITED BY SIZE INTO WS-PROJ-LINE
               WRITE R-PROJ FROM WS-PROJ-LINE
           END-PERFORM
           PERFORM FIND-BUDGET
           MOVE WS-YEAR-GROSS TO WS-GROSS-EDIT
           MOVE WS-YEAR-CHARGES TO WS-CHARGES-EDIT
           MOVE WS-YEAR-NET TO WS-NET-EDIT
           MOVE SPACES TO WS-PROJ-LINE
           IF WS-BUDGET-FOUND = 'Y'
               COMPUTE WS-BUDGET-GAP = WS-YEAR-GROSS - WS-BUDGET-AMOUNT
               IF WS-BUDGET-GAP > ZERO
                   ADD 1 TO WS-OVER-BUDGET-COUNT
               END-IF
               MOVE WS-BUDGET-AMOUNT TO WS-BUDGET-EDIT
               MOVE WS-BUDGET-GAP TO WS-GAP-EDIT
               STRING WS-AG-CODE(AG-IDX) " TOTAL 12 MOIS     "
                      WS-GROSS-EDIT " " WS-CHARGES-EDIT " "
                      WS-NET-EDIT " budget " WS-BUDGET-EDIT
                      " ecart " WS-GAP-EDIT
                      DELIMITED BY SIZE INTO WS-PROJ-LINE
           ELSE
               STRING WS-AG-CODE(AG-IDX) " TOTAL 12 MOIS     "
                      WS-GROSS-EDIT " " WS-CHARGES-EDIT " "
                      WS-NET-EDIT " budget AUCUN"
                      DELIMITED BY SIZE INTO WS-PROJ-LINE
           END-IF
           WRITE R-PROJ FROM WS-PROJ-LINE.

      * Budget salarial annuel de l'agence courante.
       FIND-BUDGET.
           MOVE 'N' TO WS-BUDGET-FOUND
           MOVE ZERO TO WS-BUDGET-AMOUNT
           MOVE 'N' TO WS-BUDGET-EOF
           OPEN INPUT F-BUDGET
           IF WS-BUDGET-STATUS = "00"
               PERFORM UNTIL WS-BUDGET-EOF = 'Y'
                   READ F-BUDGET AT END
                       MOVE 'Y' TO WS-BUDGET-EOF
                   NOT AT END
                       IF BUD-DEPT-NUM = WS-AG-CODE(AG-IDX)
                           AND BUD-SALARY IS NUMERIC
                           MOVE 'Y' TO WS-BUDGET-FOUND
                           MOVE BUD-SALARY TO WS-BUDGET-AMOUNT
                           MOVE 'Y' TO WS-BUDGET-EOF
                       END-IF
               END-PERFORM
               CLOSE F-BUDGET
           END-IF.

       WRITE-GRAND-TOTALS.
           MOVE ZERO TO WS-YEAR-GROSS
           MOVE ZERO TO WS-YEAR-CHARGES
           MOVE ZERO TO WS-YEAR-NET
           PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                   UNTIL WS-MONTH-NO > 12
               ADD WS-GRAND-GROSS(WS-MONTH-NO) TO WS-YEAR-GROSS
               ADD WS-GRAND-CHARGES(WS-MONTH-NO) TO WS-YEAR-CHARGES
               ADD WS-GRAND-NET(WS-MONTH-NO) TO WS-YEAR-NET
               MOVE WS-GRAND-HEADCOUNT(WS-MONTH-NO) TO WS-HC-EDIT
               MOVE WS-GRAND-GROSS(WS-MONTH-NO) TO WS-GROSS-EDIT
               MOVE WS-GRAND-CHARGES(WS-MONTH-NO) TO WS-CHARGES-EDIT
               MOVE WS-GRAND-NET(WS-MONTH-NO) TO WS-NET-EDIT
               MOVE SPACES TO WS-PROJ-LINE
               STRING "TOUTES " WS-MONTH-LABEL(WS-MONTH-NO) " "
                      WS-HC-EDIT " " WS-GROSS-EDIT " "
                      WS-CHARGES-EDIT " " WS-NET-EDIT
                      DELIMITED BY SIZE INTO WS-PROJ-LINE
               WRITE R-PROJ FROM WS-PROJ-LINE
           END-PERFORM
           MOVE WS-YEAR-GROSS TO WS-GROSS-EDIT
           MOVE WS-YEAR-CHARGES TO WS-CHARGES-EDIT
           MOVE WS-YEAR-NET TO WS-NET-EDIT
           MOVE SPACES TO WS-PROJ-LINE
           STRING "TOUTES TOTAL 12 MOIS     "
                  WS-GROSS-EDIT " " WS-CHARGES-EDIT " " WS-NET-EDIT
                  DELIMITED BY SIZE INTO WS-PROJ-LINE
           WRITE R-PROJ FROM WS-PROJ-LINE.

           COPY 'FILESTCHK.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empproject.
