       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainstock.

      * Echeances de maintenance du materiel roulant. Le parc
      * (train-units.dat, compteurs d'heures et de kilometres depuis
      * la derniere visite cumules par train.cbl) est confronte aux
      * intervalles de visite de chaque rame :
      *   ECHUE   compteur d'heures ou de kilometres a l'intervalle
      *           ou au-dela : la rame doit sortir du service ;
      *   PROCHE  compteur a WARN_PCT % de l'intervalle ou plus, ou
      *           intervalle atteint en ajoutant les troncons sur
      *           lesquels la rame est reservee.
      * Pour chaque rame a echeance, les trains sur lesquels elle est
      * reservee (train-unit-assign.dat rapproche de train.dat) sont
      * listes, pour permuter la rame avant son immobilisation. Les
      * affectations incoherentes (rame ou troncon inconnus, type de
      * rame different du type de train) et les troncons sans rame
      * sont listes a la suite. Un troncon annule au planning
      * (TRAIN-LEG-STATUS 'A') n'use pas la rame qui y reste
      * affectee, n'est pas liste sous elle et n'est pas signale
      * sans rame. Rapport trainstock-report.txt ; une
      * alerte par rame echue encore reservee et une pour les
      * anomalies d'affectation (code retour 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN-FILE-STATUS.

           SELECT UNIT-FILE ASSIGN TO 'train-units.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UNIT-FILE-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'train-unit-assign.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-FILE-STATUS.

           SELECT F-REPORT ASSIGN TO "trainstock-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Seuil d'approche de l'echeance, reglable sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="trainstock-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD TRAIN-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY 'rapport-train.cpy'.

       FD UNIT-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY 'train-unit.cpy'.

       FD ASSIGN-FILE
           RECORD CONTAINS 27 CHARACTERS.
       COPY 'train-unit-assign.cpy'.

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REPORT                 PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-TRAIN-FILE-STATUS    PIC XX.
       01  WS-UNIT-FILE-STATUS     PIC XX.
       01  WS-ASSIGN-FILE-STATUS   PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-WARN-PCT             PIC 9(3) VALUE 90.
       01  WS-LINES-READ           PIC 9(6) VALUE ZERO.

      * Troncons du planning, et rame qui leur est affectee.
       01  WS-LEG-TABLE.
           05 WS-LEG-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LEG-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-LEG-COUNT
                  INDEXED BY LEG-IDX.
               10 WS-LEG-TYPE      PIC X.
               10 WS-LEG-GARE      PIC X(10).
               10 WS-LEG-HEURE     PIC 9(4).
               10 WS-LEG-DUREE     PIC 9(2).
               10 WS-LEG-NUMBER    PIC 9.
               10 WS-LEG-TOTAL     PIC 9.
               10 WS-LEG-ASSIGNED  PIC X.
               10 WS-LEG-STATUT    PIC X.
       01  WS-LEG-TABLE-MAX        PIC 9(3) VALUE 200.
       01  WS-LEG-TABLE-FULL       PIC X VALUE 'N'.

      * Rames du parc ; taux d'usure = le plus haut des deux taux
      * (heures, kilometres) par rapport a l'intervalle, cle de
      * classement des rames les plus urgentes en tete.
       01  WS-UNIT-TABLE.
           05 WS-UNIT-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-UNIT-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-UNIT-COUNT
                  INDEXED BY UNIT-IDX.
               10 WS-UNIT-PCT      PIC 9(5)V99.
               10 WS-UNIT-ID       PIC X(6).
               10 WS-UNIT-TYPE     PIC X(1).
               10 WS-UNIT-HOURS    PIC 9(6).
               10 WS-UNIT-KM       PIC 9(7).
               10 WS-UNIT-INT-HOURS PIC 9(6).
               10 WS-UNIT-INT-KM   PIC 9(7).
               10 WS-UNIT-BOOK-HOURS PIC 9(4).
               10 WS-UNIT-BOOK-KM  PIC 9(6).
               10 WS-UNIT-BOOK-LEGS PIC 9(3).
               10 WS-UNIT-STATUS   PIC X(6).
       01  WS-UNIT-TABLE-MAX       PIC 9(3) VALUE 300.
       01  WS-UNIT-TABLE-FULL      PIC X VALUE 'N'.

       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-ASSIGN-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-ASSIGN-COUNT
                  INDEXED BY ASSIGN-IDX.
               10 WS-ASSIGN-GARE   PIC X(10).
               10 WS-ASSIGN-HEURE  PIC 9(4).
               10 WS-ASSIGN-UNIT   PIC X(6).
               10 WS-ASSIGN-KM     PIC 9(4).
               10 WS-ASSIGN-LEG    PIC 9(3).
       01  WS-ASSIGN-TABLE-MAX     PIC 9(3) VALUE 300.
       01  WS-ASSIGN-TABLE-FULL    PIC X VALUE 'N'.

       01  WS-FOUND                PIC X.
       01  WS-UPPER-A              PIC X(10).
       01  WS-UPPER-B              PIC X(10).
       01  WS-PCT-HOURS            PIC 9(5)V99.
       01  WS-PCT-KM               PIC 9(5)V99.
       01  WS-PCT-EDIT             PIC ZZZZ9.99.
       01  WS-PROJ-HOURS           PIC 9(7).
       01  WS-PROJ-KM              PIC 9(8).
       01  WS-OK-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-NEAR-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-DUE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-ANOMALY-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
           MOVE "trainstock" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "trainstock-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ECHEANCES DE MAINTENANCE DU MATERIEL AU "
                  WS-TODAY-8 " - SEUIL D'APPROCHE " WS-WARN-PCT
                  "% - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM LOAD-PLANNING
           PERFORM LOAD-UNITS
           PERFORM LOAD-ASSIGNMENTS
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > WS-UNIT-COUNT
               PERFORM RATE-UNIT
           END-PERFORM
           IF WS-UNIT-COUNT > 1
               SORT WS-UNIT-ENTRY DESCENDING KEY WS-UNIT-PCT
           END-IF
           PERFORM WRITE-DUE-SECTION
           PERFORM WRITE-ANOMALY-SECTION
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL rames " WS-UNIT-COUNT " - a jour "
                  WS-OK-COUNT " - proches " WS-NEAR-COUNT
                  " - echues " WS-DUE-COUNT
                  " - anomalies d'affectation " WS-ANOMALY-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           CLOSE F-REPORT
           IF WS-ANOMALY-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "AFFECTATIONS DE RAMES INCOHERENTES : "
                      WS-ANOMALY-COUNT
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-STOCK-ALERT
           END-IF
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "trainstock" TO WS-AUDIT-PROGRAM
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           COMPUTE WS-AUDIT-RECORDS-WRITTEN =
               WS-NEAR-COUNT + WS-DUE-COUNT + WS-ANOMALY-COUNT
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Materiel : " WS-UNIT-COUNT " rame(s), "
               WS-NEAR-COUNT " proche(s), " WS-DUE-COUNT
               " echue(s), " WS-ANOMALY-COUNT " anomalie(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR de trainstock-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "WARN_PCT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-WARN-PCT
           END-EVALUATE.

      *----------------------------------------------------------------
      * Chargements : planning (hors HDR/TRL), parc, affectations.
      *----------------------------------------------------------------
       LOAD-PLANNING.
           OPEN INPUT TRAIN-FILE
           MOVE WS-TRAIN-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "train.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT TRAIN-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRAIN-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TRAIN-PLANNING(1:4) NOT = "HDR "
                       AND TRAIN-PLANNING(1:4) NOT = "TRL "
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-PLANNED-LEG
                   END-IF
           END-PERFORM
           CLOSE TRAIN-FILE
           MOVE 'N' TO WS-EOF.

       STORE-PLANNED-LEG.
           IF WS-LEG-COUNT >= WS-LEG-TABLE-MAX
               IF WS-LEG-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-LEG-TABLE-FULL
                   MOVE "CAPACITE WS-LEG-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-STOCK-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-LEG-COUNT
               SET LEG-IDX TO WS-LEG-COUNT
               MOVE RECORD-TYPE TO WS-LEG-TYPE(LEG-IDX)
               MOVE STATION-DEPART TO WS-LEG-GARE(LEG-IDX)
               COMPUTE WS-LEG-HEURE(LEG-IDX) =
                   TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
               MOVE TRAIN-NBRE-HEURES TO WS-LEG-DUREE(LEG-IDX)
               MOVE TRAIN-LEG-NUMBER TO WS-LEG-NUMBER(LEG-IDX)
               MOVE TRAIN-TOTAL-LEGS TO WS-LEG-TOTAL(LEG-IDX)
               MOVE 'N' TO WS-LEG-ASSIGNED(LEG-IDX)
               MOVE TRAIN-LEG-STATUS TO WS-LEG-STATUT(LEG-IDX)
           END-IF.

       LOAD-UNITS.
           OPEN INPUT UNIT-FILE
           MOVE WS-UNIT-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "train-units.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT UNIT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ UNIT-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF UNIT-ID NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-UNIT
                   END-IF
           END-PERFORM
           CLOSE UNIT-FILE
           MOVE 'N' TO WS-EOF.

       STORE-UNIT.
           IF WS-UNIT-COUNT >= WS-UNIT-TABLE-MAX
               IF WS-UNIT-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-UNIT-TABLE-FULL
                   MOVE "CAPACITE WS-UNIT-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-STOCK-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-UNIT-COUNT
               SET UNIT-IDX TO WS-UNIT-COUNT
               MOVE UNIT-ID TO WS-UNIT-ID(UNIT-IDX)
               MOVE UNIT-TYPE TO WS-UNIT-TYPE(UNIT-IDX)
               MOVE UNIT-HOURS TO WS-UNIT-HOURS(UNIT-IDX)
               MOVE UNIT-KM TO WS-UNIT-KM(UNIT-IDX)
               MOVE UNIT-INTERVAL-HOURS TO WS-UNIT-INT-HOURS(UNIT-IDX)
               MOVE UNIT-INTERVAL-KM TO WS-UNIT-INT-KM(UNIT-IDX)
               MOVE ZERO TO WS-UNIT-BOOK-HOURS(UNIT-IDX)
               MOVE ZERO TO WS-UNIT-BOOK-KM(UNIT-IDX)
               MOVE ZERO TO WS-UNIT-BOOK-LEGS(UNIT-IDX)
               MOVE ZERO TO WS-UNIT-PCT(UNIT-IDX)
               MOVE SPACES TO WS-UNIT-STATUS(UNIT-IDX)
           END-IF.

      * Chaque affectation est rattachee a son troncon (gare, casse
      * ignoree, et heure) et a sa rame ; les heures du troncon et
      * sa distance sont reservees sur la rame.
       LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           MOVE WS-ASSIGN-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "train-unit-assign.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT ASSIGN-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSIGN-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ASSIGN-RECORD NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-ASSIGNMENT
                   END-IF
           END-PERFORM
           CLOSE ASSIGN-FILE
           MOVE 'N' TO WS-EOF.

       STORE-ASSIGNMENT.
           IF WS-ASSIGN-COUNT >= WS-ASSIGN-TABLE-MAX
               IF WS-ASSIGN-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-ASSIGN-TABLE-FULL
                   MOVE "CAPACITE WS-ASSIGN-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-STOCK-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASSIGN-COUNT
           SET ASSIGN-IDX TO WS-ASSIGN-COUNT
           MOVE ASSIGN-GARE TO WS-ASSIGN-GARE(ASSIGN-IDX)
           MOVE ZERO TO WS-ASSIGN-HEURE(ASSIGN-IDX)
           IF ASSIGN-HEURE IS NUMERIC
               MOVE ASSIGN-HEURE TO WS-ASSIGN-HEURE(ASSIGN-IDX)
           END-IF
           MOVE ASSIGN-UNIT TO WS-ASSIGN-UNIT(ASSIGN-IDX)
           MOVE ZERO TO WS-ASSIGN-KM(ASSIGN-IDX)
           IF ASSIGN-KM IS NUMERIC
               MOVE ASSIGN-KM TO WS-ASSIGN-KM(ASSIGN-IDX)
           END-IF
           MOVE ZERO TO WS-ASSIGN-LEG(ASSIGN-IDX)
           MOVE 'N' TO WS-FOUND
           MOVE FUNCTION UPPER-CASE(ASSIGN-GARE) TO WS-UPPER-A
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > WS-LEG-COUNT OR WS-FOUND = 'Y'
               MOVE FUNCTION UPPER-CASE(WS-LEG-GARE(LEG-IDX))
                   TO WS-UPPER-B
               IF WS-UPPER-A = WS-UPPER-B
                   AND WS-LEG-HEURE(LEG-IDX)
                       = WS-ASSIGN-HEURE(ASSIGN-IDX)
                   MOVE 'Y' TO WS-FOUND
                   SET WS-ASSIGN-LEG(ASSIGN-IDX) TO LEG-IDX
                   MOVE 'Y' TO WS-LEG-ASSIGNED(LEG-IDX)
               END-IF
           END-PERFORM
           IF WS-ASSIGN-LEG(ASSIGN-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           SET LEG-IDX TO WS-ASSIGN-LEG(ASSIGN-IDX)
           IF WS-LEG-STATUT(LEG-IDX) = 'A'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > WS-UNIT-COUNT
               IF WS-UNIT-ID(UNIT-IDX) = ASSIGN-UNIT
                   ADD WS-LEG-DUREE(LEG-IDX)
                       TO WS-UNIT-BOOK-HOURS(UNIT-IDX)
                   ADD WS-ASSIGN-KM(ASSIGN-IDX)
                       TO WS-UNIT-BOOK-KM(UNIT-IDX)
                   ADD 1 TO WS-UNIT-BOOK-LEGS(UNIT-IDX)
               END-IF
           END-PERFORM.

      * Taux d'usure et etat de la rame courante.
       RATE-UNIT.
           MOVE ZERO TO WS-PCT-HOURS WS-PCT-KM
           IF WS-UNIT-INT-HOURS(UNIT-IDX) > ZERO
               COMPUTE WS-PCT-HOURS ROUNDED =
                   WS-UNIT-HOURS(UNIT-IDX) * 100
                   / WS-UNIT-INT-HOURS(UNIT-IDX)
           END-IF
           IF WS-UNIT-INT-KM(UNIT-IDX) > ZERO
               COMPUTE WS-PCT-KM ROUNDED =
                   WS-UNIT-KM(UNIT-IDX) * 100
                   / WS-UNIT-INT-KM(UNIT-IDX)
           END-IF
           MOVE WS-PCT-HOURS TO WS-UNIT-PCT(UNIT-IDX)
           IF WS-PCT-KM > WS-PCT-HOURS
               MOVE WS-PCT-KM TO WS-UNIT-PCT(UNIT-IDX)
           END-IF
           COMPUTE WS-PROJ-HOURS =
               WS-UNIT-HOURS(UNIT-IDX) + WS-UNIT-BOOK-HOURS(UNIT-IDX)
           COMPUTE WS-PROJ-KM =
               WS-UNIT-KM(UNIT-IDX) + WS-UNIT-BOOK-KM(UNIT-IDX)
           EVALUATE TRUE
               WHEN WS-UNIT-PCT(UNIT-IDX) >= 100
                   MOVE "ECHUE" TO WS-UNIT-STATUS(UNIT-IDX)
                   ADD 1 TO WS-DUE-COUNT
               WHEN WS-UNIT-PCT(UNIT-IDX) >= WS-WARN-PCT
                   MOVE "PROCHE" TO WS-UNIT-STATUS(UNIT-IDX)
                   ADD 1 TO WS-NEAR-COUNT
               WHEN WS-UNIT-INT-HOURS(UNIT-IDX) > ZERO
                   AND WS-PROJ-HOURS >= WS-UNIT-INT-HOURS(UNIT-IDX)
                   MOVE "PROCHE" TO WS-UNIT-STATUS(UNIT-IDX)
                   ADD 1 TO WS-NEAR-COUNT
               WHEN WS-UNIT-INT-KM(UNIT-IDX) > ZERO
                   AND WS-PROJ-KM >= WS-UNIT-INT-KM(UNIT-IDX)
                   MOVE "PROCHE" TO WS-UNIT-STATUS(UNIT-IDX)
                   ADD 1 TO WS-NEAR-COUNT
               WHEN OTHER
                   MOVE "A JOUR" TO WS-UNIT-STATUS(UNIT-IDX)
                   ADD 1 TO WS-OK-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * Rames echues ou proches de l'echeance, les plus usees en
      * tete, avec les trains sur lesquels elles sont reservees.
      *----------------------------------------------------------------
       WRITE-DUE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "RAMES A ECHEANCE" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           IF WS-NEAR-COUNT + WS-DUE-COUNT = ZERO
               MOVE "  Aucune" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > WS-UNIT-COUNT
               IF WS-UNIT-STATUS(UNIT-IDX) NOT = "A JOUR"
                   PERFORM WRITE-DUE-UNIT
               END-IF
           END-PERFORM.

       WRITE-DUE-UNIT.
           MOVE WS-UNIT-PCT(UNIT-IDX) TO WS-PCT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-UNIT-ID(UNIT-IDX) " type "
                  WS-UNIT-TYPE(UNIT-IDX) " " WS-UNIT-STATUS(UNIT-IDX)
                  " " WS-UNIT-HOURS(UNIT-IDX) "/"
                  WS-UNIT-INT-HOURS(UNIT-IDX) "h "
                  WS-UNIT-KM(UNIT-IDX) "/" WS-UNIT-INT-KM(UNIT-IDX)
                  "km usure " WS-PCT-EDIT "% reserve "
                  WS-UNIT-BOOK-HOURS(UNIT-IDX) "h "
                  WS-UNIT-BOOK-KM(UNIT-IDX) "km"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           IF WS-UNIT-BOOK-LEGS(UNIT-IDX) = ZERO
               MOVE "      aucun train reserve" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ASSIGN-IDX FROM 1 BY 1
                   UNTIL ASSIGN-IDX > WS-ASSIGN-COUNT
               IF WS-ASSIGN-UNIT(ASSIGN-IDX) = WS-UNIT-ID(UNIT-IDX)
                   AND WS-ASSIGN-LEG(ASSIGN-IDX) > ZERO
                   AND WS-LEG-STATUT(WS-ASSIGN-LEG(ASSIGN-IDX))
                       NOT = 'A'
                   SET LEG-IDX TO WS-ASSIGN-LEG(ASSIGN-IDX)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "      reservee sur train "
                          WS-LEG-TYPE(LEG-IDX) " "
                          WS-LEG-GARE(LEG-IDX) " "
                          WS-LEG-HEURE(LEG-IDX) " duree "
                          WS-LEG-DUREE(LEG-IDX) "h troncon "
                          WS-LEG-NUMBER(LEG-IDX) "/"
                          WS-LEG-TOTAL(LEG-IDX) " "
                          WS-ASSIGN-KM(ASSIGN-IDX) "km"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE R-REPORT FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-UNIT-STATUS(UNIT-IDX) = "ECHUE"
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "RAME " WS-UNIT-ID(UNIT-IDX)
                      " ECHUE RESERVEE SUR "
                      WS-UNIT-BOOK-LEGS(UNIT-IDX) " TRAIN(S)"
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-STOCK-ALERT
           END-IF.

      *----------------------------------------------------------------
      * Affectations incoherentes et troncons sans rame.
      *----------------------------------------------------------------
       WRITE-ANOMALY-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "ANOMALIES D'AFFECTATION" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING ASSIGN-IDX FROM 1 BY 1
                   UNTIL ASSIGN-IDX > WS-ASSIGN-COUNT
               PERFORM CHECK-ONE-ASSIGNMENT
           END-PERFORM
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > WS-LEG-COUNT
               IF WS-LEG-ASSIGNED(LEG-IDX) = 'N'
                   AND WS-LEG-STATUT(LEG-IDX) NOT = 'A'
                   ADD 1 TO WS-ANOMALY-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  SANS RAME      train "
                          WS-LEG-TYPE(LEG-IDX) " "
                          WS-LEG-GARE(LEG-IDX) " "
                          WS-LEG-HEURE(LEG-IDX) " troncon "
                          WS-LEG-NUMBER(LEG-IDX) "/"
                          WS-LEG-TOTAL(LEG-IDX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE R-REPORT FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-ANOMALY-COUNT = ZERO
               MOVE "  Aucune" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

       CHECK-ONE-ASSIGNMENT.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ASSIGN-LEG(ASSIGN-IDX) = ZERO
               ADD 1 TO WS-ANOMALY-COUNT
               STRING "  TRONCON INCONNU rame "
                      WS-ASSIGN-UNIT(ASSIGN-IDX) " affectee a "
                      WS-ASSIGN-GARE(ASSIGN-IDX) " "
                      WS-ASSIGN-HEURE(ASSIGN-IDX)
                      ", absent du planning"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SET LEG-IDX TO WS-ASSIGN-LEG(ASSIGN-IDX)
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > WS-UNIT-COUNT OR WS-FOUND = 'Y'
               IF WS-UNIT-ID(UNIT-IDX) = WS-ASSIGN-UNIT(ASSIGN-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               ADD 1 TO WS-ANOMALY-COUNT
               STRING "  RAME INCONNUE  rame "
                      WS-ASSIGN-UNIT(ASSIGN-IDX) " affectee a "
                      WS-LEG-GARE(LEG-IDX) " "
                      WS-LEG-HEURE(LEG-IDX) ", absente du parc"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SET UNIT-IDX DOWN BY 1
           IF WS-UNIT-TYPE(UNIT-IDX) NOT = WS-LEG-TYPE(LEG-IDX)
               ADD 1 TO WS-ANOMALY-COUNT
               STRING "  TYPE DIFFERENT rame "
                      WS-ASSIGN-UNIT(ASSIGN-IDX) " de type "
                      WS-UNIT-TYPE(UNIT-IDX) " affectee au train "
                      WS-LEG-TYPE(LEG-IDX) " "
                      WS-LEG-GARE(LEG-IDX) " "
                      WS-LEG-HEURE(LEG-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

       RAISE-STOCK-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPERATIONAL-ALERT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM trainstock.
