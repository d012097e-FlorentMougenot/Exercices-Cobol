       IDENTIFICATION DIVISION.
       PROGRAM-ID. empyearend.

      * Bascule d'annee, lancee a la main hors chaine de nuit. Deux
      * bascules selon ROLLOVER (empyearend-params.cfg) :
      *   PAIE   - apres la paie de decembre : le registre des cumuls
      *            employee-ytd.dat est archive sous
      *            employee-ytd-AAAA.dat (AAAA = annee close) puis
      *            remis a zero, ACCUMULATE-YTD repartant de rien en
      *            janvier. empannuel doit etre passe avant ;
      *            empegalite lit l'archive de l'annee demandee.
      *   CONGES - a la fin de la periode de reference des conges
      *            (1er juin - 31 mai) : le registre
      *            employee-leave-ledger.dat est archive sous
      *            employee-leave-ledger-AAAA.dat (AAAA = annee du 31
      *            mai), les jours acquis passent dans le compteur
      *            N-1, le reliquat N-1 non pris de l'annee precedente
      *            est reporte dans la limite de CARRYOVER_MAX_DAYS et
      *            le surplus est perdu. Un solde debiteur reste au
      *            compteur N.
      * Chaque bascule effectuee est inscrite dans
      * employee-yearend-log.dat ; une deuxieme bascule de meme type
      * pour la meme annee est refusee (code retour 8). Le rapport de
      * controle avant/apres est edite dans employee-yearend-report.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-YTD ASSIGN TO "employee-ytd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT F-LEDGER ASSIGN TO "employee-leave-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

      * Archive de l'annee close, nom construit a l'execution.
           SELECT F-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT F-YELOG ASSIGN TO "employee-yearend-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-YELOG-STATUS.

           SELECT F-REPORT ASSIGN TO "employee-yearend-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Type de bascule, annee close et plafond de report.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empyearend-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition que R-YTD dans employee.cbl.
       FD  F-YTD
           RECORD CONTAINS 58 CHARACTERS.
       01  R-YTD.
           05 YTD-ID                PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 YTD-BRUT              PIC 9(9)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 YTD-CHARGES           PIC 9(9)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 YTD-IMPOT             PIC 9(9)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 YTD-NET               PIC 9(9)V99.

      * Meme disposition que R-LEDGER dans empleave.cbl.
       FD  F-LEDGER
           RECORD CONTAINS 24 CHARACTERS.
       01  R-LEDGER.
           05 LEDGER-ID             PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 LEDGER-BALANCE        PIC S9(3)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                PIC X VALUE SPACE.
           05 LEDGER-N1             PIC S9(3)V99
               SIGN IS LEADING SEPARATE CHARACTER.

      * Copie ligne a ligne du registre avant bascule.
       FD  F-ARCHIVE
           RECORD CONTAINS 58 CHARACTERS.
       01  R-ARCHIVE                PIC X(58).

      * Une bascule par ligne : type, annee close, date, run.
       FD  F-YELOG
           RECORD CONTAINS 41 CHARACTERS.
       01  R-YELOG.
           05 YELOG-ROLLOVER        PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
           05 YELOG-ANNEE           PIC 9(4).
           05 FILLER                PIC X VALUE SPACE.
           05 YELOG-DATE            PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 YELOG-RUN-ID          PIC X(20).

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  R-REPORT                 PIC X(100).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-YTD-STATUS           PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-ARCHIVE-STATUS       PIC XX.
       01  WS-YELOG-STATUS         PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-TODAY-MM             PIC 9(2).
      * PAIE (cumuls annuels) ou CONGES (registre des conges).
       01  WS-ROLLOVER             PIC X(6) VALUE "PAIE".
      * Annee close : a defaut, l'annee civile qui vient de finir
      * (l'annee en cours en decembre) pour PAIE, l'annee du dernier
      * 31 mai pour CONGES.
       01  WS-CLOSING-YEAR         PIC 9(4) VALUE ZERO.
      * Reliquat N-1 reportable d'une periode sur l'autre (0 = tout
      * reliquat non pris au 31 mai est perdu).
       01  WS-CARRYOVER-MAX        PIC 9(3)V99 VALUE ZERO.
       01  WS-ARCHIVE-FILENAME     PIC X(60).
       01  WS-ALREADY-DONE         PIC X VALUE 'N'.
       01  WS-ARCHIVE-COUNT        PIC 9(5) VALUE ZERO.

      * Registre des cumuls avant bascule.
       01  WS-YTD-TABLE.
           05 WS-YTD-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-YTD-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-YTD-COUNT
                  INDEXED BY YTD-IDX.
               10 WS-YTD-LINE      PIC X(58).
       01  WS-YTD-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-YTD-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-YTD-TOT-BRUT         PIC 9(11)V99 VALUE ZERO.
       01  WS-YTD-TOT-CHARGES      PIC 9(11)V99 VALUE ZERO.
       01  WS-YTD-TOT-IMPOT        PIC 9(11)V99 VALUE ZERO.
       01  WS-YTD-TOT-NET          PIC 9(11)V99 VALUE ZERO.

      * Registre des conges avant et apres bascule.
       01  WS-LEDGER-TABLE.
           05 WS-LEDGER-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-LEDGER-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-LEDGER-COUNT
                  INDEXED BY LEDGER-IDX.
               10 WS-LEDGER-ID     PIC X(10).
               10 WS-LEDGER-N-AV   PIC S9(3)V99.
               10 WS-LEDGER-N1-AV  PIC S9(3)V99.
               10 WS-LEDGER-N-AP   PIC S9(3)V99.
               10 WS-LEDGER-N1-AP  PIC S9(3)V99.
               10 WS-LEDGER-PERDU  PIC 9(3)V99.
       01  WS-LEDGER-TABLE-MAX     PIC 9(4) VALUE 2000.
       01  WS-LEDGER-TABLE-FULL    PIC X VALUE 'N'.
       01  WS-LEDGER-REJECTED      PIC 9(4) VALUE ZERO.
       01  WS-CARRIED              PIC 9(3)V99.
       01  WS-LV-TOT-AVANT         PIC S9(7)V99 VALUE ZERO.
       01  WS-LV-TOT-APRES         PIC S9(7)V99 VALUE ZERO.
       01  WS-LV-TOT-PERDU         PIC 9(7)V99 VALUE ZERO.

       01  WS-REPORT-LINE          PIC X(100).
       01  WS-AMOUNT-EDIT          PIC Z(10)9.99.
       01  WS-AMOUNT2-EDIT         PIC Z(10)9.99.
       01  WS-AMOUNT3-EDIT         PIC Z(10)9.99.
       01  WS-AMOUNT4-EDIT         PIC Z(10)9.99.
       01  WS-DAYS-EDIT            PIC ---9.99.
       01  WS-DAYS2-EDIT           PIC ---9.99.
       01  WS-DAYS3-EDIT           PIC ---9.99.
       01  WS-DAYS4-EDIT           PIC ---9.99.
       01  WS-DAYS5-EDIT           PIC ---9.99.
       01  WS-TOTAL-EDIT           PIC ------9.99.
       01  WS-TOTAL2-EDIT          PIC ------9.99.
       01  WS-TOTAL3-EDIT          PIC ------9.99.

       PROCEDURE DIVISION.
           MOVE "empyearend" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           MOVE WS-TODAY-8(5:2) TO WS-TODAY-MM
           IF WS-ROLLOVER NOT = "PAIE" AND WS-ROLLOVER NOT = "CONGES"
               DISPLAY "ERREUR : ROLLOVER " WS-ROLLOVER
                   " inconnu (PAIE ou CONGES)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLOSING-YEAR = ZERO
               PERFORM SET-DEFAULT-YEAR
           END-IF
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM CHECK-ALREADY-DONE
           IF WS-ALREADY-DONE = 'Y'
               DISPLAY "ERREUR : bascule " FUNCTION TRIM(WS-ROLLOVER)
                   " " WS-CLOSING-YEAR " deja effectuee"
               MOVE "BASCULE ANNUELLE DEJA EFFECTUEE"
                   TO WS-ALERT-CONDITION
               MOVE "E" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-yearend-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BASCULE ANNUELLE " WS-ROLLOVER " ANNEE "
                  WS-CLOSING-YEAR " - EDITE LE " WS-TODAY-8
                  " - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           IF WS-ROLLOVER = "PAIE"
               PERFORM ROLL-YTD-REGISTER
           ELSE
               PERFORM ROLL-LEAVE-LEDGER
           END-IF
           CLOSE F-REPORT
           PERFORM LOG-ROLLOVER
           MOVE "empyearend" TO WS-AUDIT-PROGRAM
           IF WS-ROLLOVER = "PAIE"
               MOVE WS-YTD-COUNT TO WS-AUDIT-RECORDS-READ
               MOVE WS-YTD-TOT-NET TO WS-AUDIT-TOTAL
           ELSE
               MOVE WS-LEDGER-COUNT TO WS-AUDIT-RECORDS-READ
               MOVE WS-LV-TOT-PERDU TO WS-AUDIT-TOTAL
           END-IF
           MOVE WS-ARCHIVE-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Bascule " FUNCTION TRIM(WS-ROLLOVER) " "
               WS-CLOSING-YEAR " effectuee : " WS-ARCHIVE-COUNT
               " ligne(s) archivee(s) dans "
               FUNCTION TRIM(WS-ARCHIVE-FILENAME)
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empyearend-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "ROLLOVER"
                   MOVE FUNCTION TRIM(WS-PARAM-VALUE) TO WS-ROLLOVER
               WHEN "CLOSING_YEAR"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CLOSING-YEAR
               WHEN "CARRYOVER_MAX_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CARRYOVER-MAX
           END-EVALUATE.

       SET-DEFAULT-YEAR.
           MOVE WS-TODAY-8(1:4) TO WS-CLOSING-YEAR
           IF WS-ROLLOVER = "PAIE"
               IF WS-TODAY-MM < 12
                   SUBTRACT 1 FROM WS-CLOSING-YEAR
               END-IF
           ELSE
               IF WS-TODAY-MM < 6
                   SUBTRACT 1 FROM WS-CLOSING-YEAR
               END-IF
           END-IF.

      * Journal absent : aucune bascule encore faite.
       CHECK-ALREADY-DONE.
           OPEN INPUT F-YELOG
           IF WS-YELOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-YELOG AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF YELOG-ROLLOVER = WS-ROLLOVER
                           AND YELOG-ANNEE = WS-CLOSING-YEAR
                           MOVE 'Y' TO WS-ALREADY-DONE
                       END-IF
               END-PERFORM
               CLOSE F-YELOG
           END-IF
           MOVE 'N' TO WS-EOF.

      * Journal des bascules en ajout (convention OPEN EXTEND +
      * repli OPEN OUTPUT).
       LOG-ROLLOVER.
           OPEN EXTEND F-YELOG
           IF WS-YELOG-STATUS = "05" OR WS-YELOG-STATUS = "35"
               OPEN OUTPUT F-YELOG
           END-IF
           MOVE WS-YELOG-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-yearend-log.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN EXTEND F-YELOG" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO R-YELOG
           MOVE WS-ROLLOVER TO YELOG-ROLLOVER
           MOVE WS-CLOSING-YEAR TO YELOG-ANNEE
           MOVE WS-TODAY-8 TO YELOG-DATE
           MOVE WS-RUN-ID TO YELOG-RUN-ID
           WRITE R-YELOG
           CLOSE F-YELOG.

      *----------------------------------------------------------------
      * Bascule PAIE : archive puis remise a zero des cumuls.
      *----------------------------------------------------------------
       ROLL-YTD-REGISTER.
           OPEN INPUT F-YTD
           MOVE WS-YTD-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-ytd.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-YTD" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO R-REPORT
           WRITE R-REPORT
           MOVE "AVANT BASCULE - employee-ytd.dat" TO R-REPORT
           WRITE R-REPORT
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-YTD AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM STORE-YTD-LINE
           END-PERFORM
           CLOSE F-YTD
           MOVE 'N' TO WS-EOF
           PERFORM WRITE-YTD-TOTAL-LINE
           IF WS-YTD-TABLE-FULL = 'Y'
               DISPLAY "ERREUR : registre des cumuls au-dela de "
                   WS-YTD-TABLE-MAX " lignes, bascule abandonnee"
               CLOSE F-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "employee-ytd-" WS-CLOSING-YEAR ".dat"
                  DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
           OPEN OUTPUT F-ARCHIVE
           MOVE WS-ARCHIVE-STATUS TO WS-FILESTAT-CODE
           MOVE WS-ARCHIVE-FILENAME TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-ARCHIVE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                   UNTIL YTD-IDX > WS-YTD-COUNT
               MOVE WS-YTD-LINE(YTD-IDX) TO R-ARCHIVE
               WRITE R-ARCHIVE
               ADD 1 TO WS-ARCHIVE-COUNT
           END-PERFORM
           CLOSE F-ARCHIVE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARCHIVE " FUNCTION TRIM(WS-ARCHIVE-FILENAME) " : "
                  WS-ARCHIVE-COUNT " ligne(s)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
      * Remise a zero : le registre repart vide, chaque employe y
      * reprend place a sa premiere paie de janvier.
           OPEN OUTPUT F-YTD
           MOVE WS-YTD-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-ytd.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-YTD" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           CLOSE F-YTD
           MOVE SPACES TO R-REPORT
           WRITE R-REPORT
           MOVE "APRES BASCULE - employee-ytd.dat : 0 ligne, cumuls a ze
      -         "ro" TO R-REPORT
           WRITE R-REPORT.

       STORE-YTD-LINE.
           IF WS-YTD-COUNT >= WS-YTD-TABLE-MAX
               MOVE 'Y' TO WS-YTD-TABLE-FULL
           ELSE
               ADD 1 TO WS-YTD-COUNT
               SET YTD-IDX TO WS-YTD-COUNT
               MOVE R-YTD TO WS-YTD-LINE(YTD-IDX)
               IF YTD-BRUT IS NUMERIC AND YTD-CHARGES IS NUMERIC
                   AND YTD-IMPOT IS NUMERIC AND YTD-NET IS NUMERIC
                   ADD YTD-BRUT TO WS-YTD-TOT-BRUT
                   ADD YTD-CHARGES TO WS-YTD-TOT-CHARGES
                   ADD YTD-IMPOT TO WS-YTD-TOT-IMPOT
                   ADD YTD-NET TO WS-YTD-TOT-NET
                   MOVE YTD-BRUT TO WS-AMOUNT-EDIT
                   MOVE YTD-CHARGES TO WS-AMOUNT2-EDIT
                   MOVE YTD-IMPOT TO WS-AMOUNT3-EDIT
                   MOVE YTD-NET TO WS-AMOUNT4-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " YTD-ID " brut " WS-AMOUNT-EDIT
                          " charges " WS-AMOUNT2-EDIT
                          " impot " WS-AMOUNT3-EDIT
                          " net " WS-AMOUNT4-EDIT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE R-REPORT FROM WS-REPORT-LINE
               END-IF
           END-IF.

       WRITE-YTD-TOTAL-LINE.
           MOVE WS-YTD-TOT-BRUT TO WS-AMOUNT-EDIT
           MOVE WS-YTD-TOT-CHARGES TO WS-AMOUNT2-EDIT
           MOVE WS-YTD-TOT-IMPOT TO WS-AMOUNT3-EDIT
           MOVE WS-YTD-TOT-NET TO WS-AMOUNT4-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TOTAL      brut " WS-AMOUNT-EDIT
                  " charges " WS-AMOUNT2-EDIT
                  " impot " WS-AMOUNT3-EDIT
                  " net " WS-AMOUNT4-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE.

      *----------------------------------------------------------------
      * Bascule CONGES : acquis N vers N-1, report plafonne du
      * reliquat N-1.
      *----------------------------------------------------------------
       ROLL-LEAVE-LEDGER.
           OPEN INPUT F-LEDGER
           MOVE WS-LEDGER-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-leave-ledger.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-LEDGER" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-LEDGER AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM STORE-LEDGER-LINE
           END-PERFORM
           CLOSE F-LEDGER
           MOVE 'N' TO WS-EOF
           IF WS-LEDGER-TABLE-FULL = 'Y'
               DISPLAY "ERREUR : registre des conges au-dela de "
                   WS-LEDGER-TABLE-MAX " lignes, bascule abandonnee"
               CLOSE F-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Une ligne illisible serait perdue a la reecriture : le
      * registre est laisse intact.
           IF WS-LEDGER-REJECTED > ZERO
               DISPLAY "ERREUR : " WS-LEDGER-REJECTED
                   " ligne(s) illisible(s) au registre des conges,"
                   " bascule abandonnee"
               CLOSE F-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "employee-leave-ledger-" WS-CLOSING-YEAR ".dat"
                  DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
           OPEN OUTPUT F-ARCHIVE
           MOVE WS-ARCHIVE-STATUS TO WS-FILESTAT-CODE
           MOVE WS-ARCHIVE-FILENAME TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-ARCHIVE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > WS-LEDGER-COUNT
               MOVE SPACES TO R-LEDGER
               MOVE WS-LEDGER-ID(LEDGER-IDX) TO LEDGER-ID
               MOVE WS-LEDGER-N-AV(LEDGER-IDX) TO LEDGER-BALANCE
               MOVE WS-LEDGER-N1-AV(LEDGER-IDX) TO LEDGER-N1
               MOVE R-LEDGER TO R-ARCHIVE
               WRITE R-ARCHIVE
               ADD 1 TO WS-ARCHIVE-COUNT
           END-PERFORM
           CLOSE F-ARCHIVE
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > WS-LEDGER-COUNT
               PERFORM ROLL-ONE-LEAVE-ENTRY
           END-PERFORM
           OPEN OUTPUT F-LEDGER
           MOVE WS-LEDGER-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-leave-ledger.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-LEDGER" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > WS-LEDGER-COUNT
               MOVE SPACES TO R-LEDGER
               MOVE WS-LEDGER-ID(LEDGER-IDX) TO LEDGER-ID
               MOVE WS-LEDGER-N-AP(LEDGER-IDX) TO LEDGER-BALANCE
               MOVE WS-LEDGER-N1-AP(LEDGER-IDX) TO LEDGER-N1
               WRITE R-LEDGER
           END-PERFORM
           CLOSE F-LEDGER
           PERFORM WRITE-LEAVE-CONTROL.

      * Registre anterieur sans compteur N-1 : compteur a zero.
       STORE-LEDGER-LINE.
           IF WS-LEDGER-COUNT >= WS-LEDGER-TABLE-MAX
               MOVE 'Y' TO WS-LEDGER-TABLE-FULL
           ELSE
               IF LEDGER-ID = SPACES OR LEDGER-BALANCE IS NOT NUMERIC
                   ADD 1 TO WS-LEDGER-REJECTED
                   DISPLAY "Ligne illisible au registre : " R-LEDGER
               ELSE
                   ADD 1 TO WS-LEDGER-COUNT
                   SET LEDGER-IDX TO WS-LEDGER-COUNT
                   MOVE LEDGER-ID TO WS-LEDGER-ID(LEDGER-IDX)
                   MOVE LEDGER-BALANCE TO WS-LEDGER-N-AV(LEDGER-IDX)
                   IF LEDGER-N1 IS NUMERIC
                       MOVE LEDGER-N1 TO WS-LEDGER-N1-AV(LEDGER-IDX)
                   ELSE
                       MOVE ZERO TO WS-LEDGER-N1-AV(LEDGER-IDX)
                   END-IF
               END-IF
           END-IF.

      * Reliquat N-1 reporte dans la limite du plafond, le reste
      * perdu ; acquis N positif bascule en N-1, solde N debiteur
      * conserve au compteur N.
       ROLL-ONE-LEAVE-ENTRY.
           MOVE ZERO TO WS-CARRIED
           MOVE ZERO TO WS-LEDGER-PERDU(LEDGER-IDX)
           MOVE ZERO TO WS-LEDGER-N-AP(LEDGER-IDX)
           IF WS-LEDGER-N1-AV(LEDGER-IDX) > ZERO
               IF WS-LEDGER-N1-AV(LEDGER-IDX) > WS-CARRYOVER-MAX
                   MOVE WS-CARRYOVER-MAX TO WS-CARRIED
               ELSE
                   MOVE WS-LEDGER-N1-AV(LEDGER-IDX) TO WS-CARRIED
               END-IF
               COMPUTE WS-LEDGER-PERDU(LEDGER-IDX) =
                   WS-LEDGER-N1-AV(LEDGER-IDX) - WS-CARRIED
           ELSE
               MOVE WS-LEDGER-N1-AV(LEDGER-IDX)
                   TO WS-LEDGER-N-AP(LEDGER-IDX)
           END-IF
           IF WS-LEDGER-N-AV(LEDGER-IDX) > ZERO
               COMPUTE WS-LEDGER-N1-AP(LEDGER-IDX) =
                   WS-LEDGER-N-AV(LEDGER-IDX) + WS-CARRIED
           ELSE
               MOVE WS-CARRIED TO WS-LEDGER-N1-AP(LEDGER-IDX)
               ADD WS-LEDGER-N-AV(LEDGER-IDX)
                   TO WS-LEDGER-N-AP(LEDGER-IDX)
           END-IF
           COMPUTE WS-LV-TOT-AVANT = WS-LV-TOT-AVANT
               + WS-LEDGER-N-AV(LEDGER-IDX)
               + WS-LEDGER-N1-AV(LEDGER-IDX)
           COMPUTE WS-LV-TOT-APRES = WS-LV-TOT-APRES
               + WS-LEDGER-N-AP(LEDGER-IDX)
               + WS-LEDGER-N1-AP(LEDGER-IDX)
           ADD WS-LEDGER-PERDU(LEDGER-IDX) TO WS-LV-TOT-PERDU.

      * Avant/apres par employe, puis le controle : total avant =
      * total apres + jours perdus.
       WRITE-LEAVE-CONTROL.
           MOVE SPACES TO R-REPORT
           WRITE R-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CARRYOVER-MAX TO WS-DAYS-EDIT
           STRING "REGISTRE DES CONGES - plafond de report "
                  WS-DAYS-EDIT " jours"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMPLOYE      AVANT N  AVANT N-1  APRES N  APRES N-1"
                  "   PERDUS"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > WS-LEDGER-COUNT
               MOVE WS-LEDGER-N-AV(LEDGER-IDX) TO WS-DAYS-EDIT
               MOVE WS-LEDGER-N1-AV(LEDGER-IDX) TO WS-DAYS2-EDIT
               MOVE WS-LEDGER-N-AP(LEDGER-IDX) TO WS-DAYS3-EDIT
               MOVE WS-LEDGER-N1-AP(LEDGER-IDX) TO WS-DAYS4-EDIT
               MOVE WS-LEDGER-PERDU(LEDGER-IDX) TO WS-DAYS5-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-LEDGER-ID(LEDGER-IDX) "  " WS-DAYS-EDIT
                      "    " WS-DAYS2-EDIT "  " WS-DAYS3-EDIT
                      "    " WS-DAYS4-EDIT "  " WS-DAYS5-EDIT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-PERFORM
           MOVE WS-LV-TOT-AVANT TO WS-TOTAL-EDIT
           MOVE WS-LV-TOT-APRES TO WS-TOTAL2-EDIT
           MOVE WS-LV-TOT-PERDU TO WS-TOTAL3-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONTROLE total avant " WS-TOTAL-EDIT
                  " = apres " WS-TOTAL2-EDIT
                  " + perdus " WS-TOTAL3-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARCHIVE " FUNCTION TRIM(WS-ARCHIVE-FILENAME) " : "
                  WS-ARCHIVE-COUNT " ligne(s)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empyearend.
