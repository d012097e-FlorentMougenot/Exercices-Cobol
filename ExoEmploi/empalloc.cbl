       IDENTIFICATION DIVISION.
       PROGRAM-ID. empalloc.

      * Cles de repartition analytique, a passer avant le run de
      * paie : un employe partage entre plusieurs agences a une ligne
      * par departement dans employee-allocations.txt (pourcentage,
      * validite du / au). Les lignes en vigueur a la periode de paie
      * sont controlees contre departements.dat et le maitre, et les
      * pourcentages d'un meme employe doivent faire 100. Les cles
      * retenues sont deposees dans employee-allocation-keys.dat, que
      * lisent employee.cbl (ecriture comptable, sous-totaux par
      * region, cout du travail) et empdeptrpt (effectif et budget) ;
      * un employe dont une ligne est rejetee n'a aucune cle et reste
      * impute en entier a son agence du maitre. Le compte rendu
      * (employee-allocation-report.txt) donne le statut de chaque
      * ligne ; des rejets donnent le code retour 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

           SELECT F-DEPT-MASTER ASSIGN TO "departements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-ALLOC ASSIGN TO "employee-allocations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.

           SELECT F-ALLOCKEY ASSIGN TO "employee-allocation-keys.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALLOCKEY-STATUS.

           SELECT F-REPORT ASSIGN TO "employee-allocation-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Periode de paie, reglable sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empalloc-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * Meme disposition que F-DEPT-MASTER dans empdeptrpt.cbl.
       FD  F-DEPT-MASTER
           RECORD CONTAINS 52 CHARACTERS.
       01  F-DEPT-MASTER-REC.
           05 FM-DEPT-NUM       PIC X(3).
           05 FM-DEPT-NAME      PIC X(24).
           05 FM-DEPT-REGION    PIC X(25).

      * Une cle par ligne : employe, code departement (meme code que
      * REMPLOYE-AGENCE), pourcentage 9(3)V99, validite du / au
      * AAAAMMJJ (au a zero = sans fin).
       FD  F-ALLOC
           RECORD CONTAINS 38 CHARACTERS.
       01  R-ALLOC.
           05 ALLOC-ID              PIC X(10).
           05 FILLER                PIC X.
           05 ALLOC-DEPT            PIC X(3).
           05 FILLER                PIC X.
           05 ALLOC-PCT             PIC 9(3)V99.
           05 FILLER                PIC X.
           05 ALLOC-DU              PIC 9(8).
           05 FILLER                PIC X.
           05 ALLOC-AU              PIC 9(8).

      * Cles retenues pour la periode : employe, departement,
      * pourcentage.
       FD  F-ALLOCKEY
           RECORD CONTAINS 20 CHARACTERS.
       01  R-ALLOCKEY.
           05 ALLOCKEY-ID           PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 ALLOCKEY-DEPT         PIC X(3).
           05 FILLER                PIC X VALUE SPACE.
           05 ALLOCKEY-PCT          PIC 9(3)V99.

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  R-REPORT                 PIC X(100).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-ALLOC-STATUS         PIC XX.
       01  WS-ALLOCKEY-STATUS      PIC XX.
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

      * Codes de departements.dat.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-DEPT-COUNT
                  INDEXED BY DEPT-IDX.
               10 WS-DEPT-NUM      PIC X(3).
       01  WS-DEPT-TABLE-MAX       PIC 9(3) VALUE 500.
       01  WS-DEPT-TABLE-FULL      PIC X VALUE 'N'.
       01  WS-DEPT-FOUND           PIC X.

      * Matricules du maitre.
       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EMP-COUNT
                  INDEXED BY EMP-IDX.
               10 WS-EMP-ID        PIC X(10).
       01  WS-EMP-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-EMP-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-EMP-FOUND            PIC X.

      * Lignes en vigueur a la periode et leur statut.
       01  WS-AL-TABLE.
           05 WS-AL-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-AL-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-AL-COUNT
                  INDEXED BY AL-IDX AL-IDX2.
               10 WS-AL-ID         PIC X(10).
               10 WS-AL-DEPT       PIC X(3).
               10 WS-AL-PCT        PIC 9(3)V99.
               10 WS-AL-STATUT     PIC X(20).
       01  WS-AL-TABLE-MAX         PIC 9(4) VALUE 2000.
       01  WS-AL-TABLE-FULL        PIC X VALUE 'N'.

       01  WS-EMP-TOTAL-PCT        PIC 9(5)V99.
       01  WS-EMP-REJECTED         PIC X.
       01  WS-LINES-READ           PIC 9(5) VALUE ZERO.
       01  WS-LINES-OUT-PERIOD     PIC 9(5) VALUE ZERO.
       01  WS-LINES-KEPT           PIC 9(5) VALUE ZERO.
       01  WS-LINES-REJECTED       PIC 9(5) VALUE ZERO.
       01  WS-REPORT-LINE          PIC X(100).
       01  WS-PCT-EDIT             PIC ZZ9.99.

       PROCEDURE DIVISION.
           MOVE "empalloc" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-PAY-PERIOD-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-PAY-PERIOD-DATE
           END-IF
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-MASTER
           PERFORM LOAD-ALLOCATIONS
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > WS-AL-COUNT
               PERFORM CHECK-ALLOCATION-LINE
           END-PERFORM
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > WS-AL-COUNT
               IF WS-AL-STATUT(AL-IDX) = SPACES
                   PERFORM CHECK-EMPLOYEE-TOTAL
               END-IF
           END-PERFORM
           PERFORM WRITE-ALLOCATION-KEYS
           PERFORM WRITE-ALLOCATION-REPORT
           IF WS-LINES-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "empalloc" TO WS-AUDIT-PROGRAM
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-LINES-KEPT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Cles analytiques : " WS-LINES-READ " ligne(s), "
               WS-LINES-KEPT " retenue(s), " WS-LINES-REJECTED
               " rejetee(s), " WS-LINES-OUT-PERIOD
               " hors periode"
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empalloc-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PAY_PERIOD_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PAY-PERIOD-DATE
           END-EVALUATE.

      * Referentiel des departements ; absent, toutes les lignes
      * sortent en DEPT_INCONNU.
       LOAD-DEPARTMENTS.
           OPEN INPUT F-DEPT-MASTER
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-DEPT-MASTER AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STORE-DEPARTMENT
               END-PERFORM
               CLOSE F-DEPT-MASTER
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-DEPARTMENT.
           IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
               IF WS-DEPT-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-DEPT-TABLE-FULL
                   MOVE "CAPACITE WS-DEPT-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-DEPT-COUNT
               SET DEPT-IDX TO WS-DEPT-COUNT
               MOVE FM-DEPT-NUM TO WS-DEPT-NUM(DEPT-IDX)
           END-IF.

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
           END-IF.

      * Seules les lignes dont la validite couvre la periode de paie
      * sont retenues pour le controle ; une ligne illisible sort en
      * FORMAT_INVALIDE.
       LOAD-ALLOCATIONS.
           OPEN INPUT F-ALLOC
           IF WS-ALLOC-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ALLOC AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-ALLOCATION-LINE
               END-PERFORM
               CLOSE F-ALLOC
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-ALLOCATION-LINE.
           IF ALLOC-PCT IS NUMERIC
               AND ALLOC-DU IS NUMERIC
               AND ALLOC-AU IS NUMERIC
               IF ALLOC-DU > WS-PAY-PERIOD-DATE
                   OR (ALLOC-AU NOT = ZERO
                       AND ALLOC-AU < WS-PAY-PERIOD-DATE)
                   ADD 1 TO WS-LINES-OUT-PERIOD
               ELSE
                   PERFORM ADD-ALLOCATION-ENTRY
                   IF WS-AL-TABLE-FULL = 'N'
                       MOVE SPACES TO WS-AL-STATUT(AL-IDX)
                   END-IF
               END-IF
           ELSE
               PERFORM ADD-ALLOCATION-ENTRY
               IF WS-AL-TABLE-FULL = 'N'
                   MOVE ZERO TO WS-AL-PCT(AL-IDX)
                   MOVE "FORMAT_INVALIDE" TO WS-AL-STATUT(AL-IDX)
               END-IF
           END-IF.

       ADD-ALLOCATION-ENTRY.
           IF WS-AL-COUNT >= WS-AL-TABLE-MAX
               IF WS-AL-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-AL-TABLE-FULL
                   MOVE "CAPACITE WS-AL-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-AL-COUNT
               SET AL-IDX TO WS-AL-COUNT
               MOVE ALLOC-ID TO WS-AL-ID(AL-IDX)
               MOVE ALLOC-DEPT TO WS-AL-DEPT(AL-IDX)
               MOVE ALLOC-PCT TO WS-AL-PCT(AL-IDX)
           END-IF.

      * Controles propres a la ligne : employe et departement connus,
      * pourcentage de 0 a 100 exclus, departement non repete pour
      * le meme employe.
       CHECK-ALLOCATION-LINE.
           IF WS-AL-STATUT(AL-IDX) = SPACES
               MOVE 'N' TO WS-EMP-FOUND
               IF WS-EMP-COUNT > ZERO
                   SET EMP-IDX TO 1
                   SEARCH WS-EMP-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-EMP-ID(EMP-IDX) = WS-AL-ID(AL-IDX)
                           MOVE 'Y' TO WS-EMP-FOUND
                   END-SEARCH
               END-IF
               MOVE 'N' TO WS-DEPT-FOUND
               IF WS-DEPT-COUNT > ZERO
                   SET DEPT-IDX TO 1
                   SEARCH WS-DEPT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DEPT-NUM(DEPT-IDX) = WS-AL-DEPT(AL-IDX)
                           MOVE 'Y' TO WS-DEPT-FOUND
                   END-SEARCH
               END-IF
               EVALUATE TRUE
                   WHEN WS-EMP-FOUND = 'N'
                       MOVE "EMPLOYE_INCONNU" TO WS-AL-STATUT(AL-IDX)
                   WHEN WS-DEPT-FOUND = 'N'
                       MOVE "DEPT_INCONNU" TO WS-AL-STATUT(AL-IDX)
                   WHEN WS-AL-PCT(AL-IDX) = ZERO
                       OR WS-AL-PCT(AL-IDX) > 100
                       MOVE "POURCENTAGE_INVALIDE"
                           TO WS-AL-STATUT(AL-IDX)
                   WHEN OTHER
                       PERFORM CHECK-DUPLICATE-DEPT
               END-EVALUATE
           END-IF.

       CHECK-DUPLICATE-DEPT.
           PERFORM VARYING AL-IDX2 FROM 1 BY 1
                   UNTIL AL-IDX2 >= AL-IDX
               IF WS-AL-ID(AL-IDX2) = WS-AL-ID(AL-IDX)
                   AND WS-AL-DEPT(AL-IDX2) = WS-AL-DEPT(AL-IDX)
                   MOVE "DOUBLON_DEPT" TO WS-AL-STATUT(AL-IDX)
               END-IF
           END-PERFORM.

      * Premiere ligne encore sans statut d'un employe : toutes ses
      * lignes sont retenues si aucune n'est rejetee et si leur total
      * fait 100, sinon elles sont toutes ecartees.
       CHECK-EMPLOYEE-TOTAL.
           MOVE ZERO TO WS-EMP-TOTAL-PCT
           MOVE 'N' TO WS-EMP-REJECTED
           PERFORM VARYING AL-IDX2 FROM 1 BY 1
                   UNTIL AL-IDX2 > WS-AL-COUNT
               IF WS-AL-ID(AL-IDX2) = WS-AL-ID(AL-IDX)
                   IF WS-AL-STATUT(AL-IDX2) = SPACES
                       ADD WS-AL-PCT(AL-IDX2) TO WS-EMP-TOTAL-PCT
                   ELSE
                       MOVE 'Y' TO WS-EMP-REJECTED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING AL-IDX2 FROM 1 BY 1
                   UNTIL AL-IDX2 > WS-AL-COUNT
               IF WS-AL-ID(AL-IDX2) = WS-AL-ID(AL-IDX)
                   AND WS-AL-STATUT(AL-IDX2) = SPACES
                   EVALUATE TRUE
                       WHEN WS-EMP-REJECTED = 'Y'
                           MOVE "AUTRE_LIGNE_REJETEE"
                               TO WS-AL-STATUT(AL-IDX2)
                       WHEN WS-EMP-TOTAL-PCT NOT = 100
                           MOVE "TOTAL_DIFFERENT_100"
                               TO WS-AL-STATUT(AL-IDX2)
                       WHEN OTHER
                           MOVE "RETENUE" TO WS-AL-STATUT(AL-IDX2)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Fichier des cles reecrit a chaque passage : une relance
      * reproduit les memes cles.
       WRITE-ALLOCATION-KEYS.
           OPEN OUTPUT F-ALLOCKEY
           MOVE WS-ALLOCKEY-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-allocation-keys.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-ALLOCKEY" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > WS-AL-COUNT
               IF WS-AL-STATUT(AL-IDX) = "RETENUE"
                   ADD 1 TO WS-LINES-KEPT
                   MOVE SPACES TO R-ALLOCKEY
                   MOVE WS-AL-ID(AL-IDX) TO ALLOCKEY-ID
                   MOVE WS-AL-DEPT(AL-IDX) TO ALLOCKEY-DEPT
                   MOVE WS-AL-PCT(AL-IDX) TO ALLOCKEY-PCT
                   WRITE R-ALLOCKEY
               ELSE
                   ADD 1 TO WS-LINES-REJECTED
               END-IF
           END-PERFORM
           CLOSE F-ALLOCKEY.

       WRITE-ALLOCATION-REPORT.
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-allocation-report.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLES DE REPARTITION ANALYTIQUE - PERIODE "
                  WS-PAY-PERIOD-DATE " - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > WS-AL-COUNT
               MOVE WS-AL-PCT(AL-IDX) TO WS-PCT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-AL-ID(AL-IDX) " " WS-AL-DEPT(AL-IDX) " "
                      WS-PCT-EDIT " % " WS-AL-STATUT(AL-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Lignes lues " WS-LINES-READ " retenues "
                  WS-LINES-KEPT " rejetees " WS-LINES-REJECTED
                  " hors periode " WS-LINES-OUT-PERIOD
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           CLOSE F-REPORT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empalloc.
