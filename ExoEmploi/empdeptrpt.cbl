               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

      * Cles de repartition analytique de la periode (empalloc) : un
      * employe partage entre plusieurs departements compte une tete
      * dans chacun, et son salaire et son equivalent temps plein y
      * sont repartis au prorata. Absent, rien n'est reparti.
           SELECT F-ALLOCKEY ASSIGN TO "employee-allocation-keys.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCKEY-STATUS.

      * Seuil d'alerte de consommation, reglable sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empdeptrpt-params.cfg"==.
           05 FILLER            PIC X.
           05 BUD-SALARY        PIC 9(9).

      * Meme disposition que R-ALLOCKEY dans empalloc.cbl.
       FD  F-ALLOCKEY
           RECORD CONTAINS 20 CHARACTERS.
       01  R-ALLOCKEY.
           05 ALLOCKEY-ID       PIC X(10).
           05 FILLER            PIC X.
           05 ALLOCKEY-DEPT     PIC X(3).
           05 FILLER            PIC X.
           05 ALLOCKEY-PCT      PIC 9(3)V99.

           COPY 'PARAMFD.cpy'.

           COPY 'ERRSUMFD.cpy'.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-DEPTRPT-STATUS     PIC XX.
       01  WS-BUDGET-STATUS      PIC XX.
       01  WS-ALLOCKEY-STATUS    PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-BUDGET-EOF         PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
       01  WS-THRESHOLD-PCT      PIC 9(3) VALUE 100.
       01  WS-CONSUMED-PCT       PIC 9(5)V99.
       01  WS-CONSUMED-PCT-EDIT  PIC Z(4)9.99.
       01  WS-HEAD-VARIANCE      PIC S9(5)V99.
       01  WS-HEAD-VARIANCE-EDIT PIC -(4)9.99.
       01  WS-FTE-EDIT           PIC Z(4)9.99.
       01  WS-SAL-VARIANCE       PIC S9(9).
       01  WS-SAL-VARIANCE-EDIT  PIC -(8)9.
       01  WS-FLAG-TEXT          PIC X(12).
       01  WS-UNMATCHED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-DEPTRPT-TABLE-FULL PIC X VALUE 'N'.

      * Cles de repartition chargees au demarrage ; WS-ALLOC-KEYS et
      * WS-ALLOC-SEEN servent a donner le reste du salaire a la
      * derniere cle de l'employe.
       01  WS-ALLOC-TABLE.
           05 WS-ALLOC-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-ALLOC-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-ALLOC-COUNT
                  INDEXED BY ALLOC-IDX.
               10 WS-ALLOC-ID         PIC X(10).
               10 WS-ALLOC-DEPT       PIC X(3).
               10 WS-ALLOC-PCT        PIC 9(3)V99.
       01  WS-ALLOC-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-ALLOC-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-ALLOC-EOF              PIC X VALUE 'N'.
       01  WS-ALLOC-KEYS             PIC 9(2).
       01  WS-ALLOC-SEEN             PIC 9(2).
       01  WS-SHARE-SALARY           PIC 9(9).
       01  WS-REST-SALARY            PIC 9(9).

      * Table des departements enrichie des cumuls effectif/budget,
      * meme convention OCCURS ... DEPENDING ON ... INDEXED BY que
      * WS-DEPT-TABLE dans employee.cbl.
               10 RPT-DEPT-NAME       PIC X(24).
               10 RPT-DEPT-REGION     PIC X(25).
               10 RPT-HEADCOUNT       PIC 9(5) VALUE ZERO.
      * Equivalent temps plein : 1 par employe sans cle, sa part
      * de cle sinon.
               10 RPT-FTE             PIC 9(5)V99 VALUE ZERO.
               10 RPT-TOTAL-SALARY    PIC 9(9) VALUE ZERO.
      * Budget du departement, charge depuis dept-budgets.dat ;
      * RPT-BUDGET-KNOWN 'N' si aucune ligne budget n'existe.
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-DEPT-REPORT-TABLE
           PERFORM LOAD-BUDGETS
           PERFORM LOAD-ALLOCATION-KEYS
           PERFORM ACCUMULATE-EMPLOYEES
           PERFORM WRITE-DEPT-REPORT
           DISPLAY "Rapport effectif/budget genere : "
                   MOVE BUD-SALARY TO RPT-BUDGET-SALARY(RPT-IDX)
           END-SEARCH.

      * Cles de repartition ; fichier absent, chaque employe reste
      * entier dans le departement de son agence.
       LOAD-ALLOCATION-KEYS.
           OPEN INPUT F-ALLOCKEY
           IF WS-ALLOCKEY-STATUS = "00"
               PERFORM UNTIL WS-ALLOC-EOF = 'Y'
                   READ F-ALLOCKEY AT END
                       MOVE 'Y' TO WS-ALLOC-EOF
                   NOT AT END
                       IF ALLOCKEY-PCT IS NUMERIC
                           AND ALLOCKEY-PCT > ZERO
                           PERFORM STORE-ALLOCATION-KEY
                       END-IF
               END-PERFORM
               CLOSE F-ALLOCKEY
           END-IF.

       STORE-ALLOCATION-KEY.
           IF WS-ALLOC-COUNT >= WS-ALLOC-TABLE-MAX
               IF WS-ALLOC-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-ALLOC-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de "
                       "WS-ALLOC-TABLE (2000) depassee, cles "
                       "supplementaires ignorees"
               END-IF
           ELSE
               ADD 1 TO WS-ALLOC-COUNT
               SET ALLOC-IDX TO WS-ALLOC-COUNT
               MOVE ALLOCKEY-ID TO WS-ALLOC-ID(ALLOC-IDX)
               MOVE ALLOCKEY-DEPT TO WS-ALLOC-DEPT(ALLOC-IDX)
               MOVE ALLOCKEY-PCT TO WS-ALLOC-PCT(ALLOC-IDX)
           END-IF.

      * Parcourt fichierclient.txt une seule fois et cumule effectif
      * et salaires dans l'entree departement correspondante.
       ACCUMULATE-EMPLOYEES.
           CLOSE F-EMPLOYE.

       ACCUMULATE-ONE-EMPLOYEE.
           MOVE ZERO TO WS-ALLOC-KEYS
           PERFORM VARYING ALLOC-IDX FROM 1 BY 1
                   UNTIL ALLOC-IDX > WS-ALLOC-COUNT
               IF WS-ALLOC-ID(ALLOC-IDX) = REMPLOYE-ID
                   ADD 1 TO WS-ALLOC-KEYS
               END-IF
           END-PERFORM
           IF WS-ALLOC-KEYS = ZERO
               SET RPT-IDX TO 1
               SEARCH DEPT-REPORT-ENTRY VARYING RPT-IDX
                   AT END
                       ADD 1 TO WS-UNMATCHED-COUNT
                   WHEN RPT-DEPT-NUM(RPT-IDX) = REMPLOYE-AGENCE
                       ADD 1 TO RPT-HEADCOUNT(RPT-IDX)
                       ADD 1 TO RPT-FTE(RPT-IDX)
                       IF REMPLOYE-SALAIRE IS NUMERIC
                           ADD REMPLOYE-SALAIRE
                               TO RPT-TOTAL-SALARY(RPT-IDX)
                       END-IF
               END-SEARCH
           ELSE
               MOVE ZERO TO WS-ALLOC-SEEN
               MOVE ZERO TO WS-REST-SALARY
               IF REMPLOYE-SALAIRE IS NUMERIC
                   MOVE REMPLOYE-SALAIRE TO WS-REST-SALARY
               END-IF
               PERFORM VARYING ALLOC-IDX FROM 1 BY 1
                       UNTIL ALLOC-IDX > WS-ALLOC-COUNT
                   IF WS-ALLOC-ID(ALLOC-IDX) = REMPLOYE-ID
                       PERFORM ACCUMULATE-ALLOCATED-SHARE
                   END-IF
               END-PERFORM
           END-IF.

      * Part de la cle ALLOC-IDX : une tete, la fraction de temps
      * plein et le salaire au prorata, la derniere cle recevant le
      * reste du salaire.
       ACCUMULATE-ALLOCATED-SHARE.
           ADD 1 TO WS-ALLOC-SEEN
           IF WS-ALLOC-SEEN >= WS-ALLOC-KEYS
               MOVE WS-REST-SALARY TO WS-SHARE-SALARY
           ELSE
               MOVE ZERO TO WS-SHARE-SALARY
               IF REMPLOYE-SALAIRE IS NUMERIC
                   COMPUTE WS-SHARE-SALARY ROUNDED =
                       REMPLOYE-SALAIRE * WS-ALLOC-PCT(ALLOC-IDX) / 100
               END-IF
               SUBTRACT WS-SHARE-SALARY FROM WS-REST-SALARY
           END-IF
           SET RPT-IDX TO 1
           SEARCH DEPT-REPORT-ENTRY VARYING RPT-IDX
               AT END
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN RPT-DEPT-NUM(RPT-IDX) = WS-ALLOC-DEPT(ALLOC-IDX)
                   ADD 1 TO RPT-HEADCOUNT(RPT-IDX)
                   COMPUTE RPT-FTE(RPT-IDX) =
                       RPT-FTE(RPT-IDX) + WS-ALLOC-PCT(ALLOC-IDX) / 100
                   ADD WS-SHARE-SALARY TO RPT-TOTAL-SALARY(RPT-IDX)
           END-SEARCH.

      * Ecrit une ligne de synthese par departement, dans l'ordre de

           PERFORM VARYING RPT-IDX FROM 1 BY 1
                   UNTIL RPT-IDX > DEPT-REPORT-COUNT
               MOVE RPT-FTE(RPT-IDX) TO WS-FTE-EDIT
               MOVE SPACES TO R-DEPTRPT
               STRING "Departement " RPT-DEPT-NUM(RPT-IDX) SPACE
                      FUNCTION TRIM(RPT-DEPT-NAME(RPT-IDX))
                      " (" FUNCTION TRIM(RPT-DEPT-REGION(RPT-IDX))
                      ") - effectif:" SPACE RPT-HEADCOUNT(RPT-IDX)
                      SPACE "ETP:" SPACE WS-FTE-EDIT
                      SPACE "masse salariale:" SPACE
                      RPT-TOTAL-SALARY(RPT-IDX)
                      DELIMITED BY SIZE
           CLOSE F-DEPTRPT.

      * Ligne budget/realise du departement courant : variances
      * effectif (en equivalent temps plein) et masse salariale,
      * pourcentage d'enveloppe consomme, signalement au-dela du
      * seuil parametrable.
       WRITE-BUDGET-VARIANCE-LINE.
           COMPUTE WS-HEAD-VARIANCE =
               RPT-FTE(RPT-IDX) - RPT-BUDGET-HEADCOUNT(RPT-IDX)
           MOVE WS-HEAD-VARIANCE TO WS-HEAD-VARIANCE-EDIT
           COMPUTE WS-SAL-VARIANCE =
               RPT-TOTAL-SALARY(RPT-IDX) - RPT-BUDGET-SALARY(RPT-IDX)
