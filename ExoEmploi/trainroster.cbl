       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainroster.

      * Controle du roulement des conducteurs sur le planning
      * train.dat. Le maitre des conducteurs (train-drivers.dat :
      * identifiant, nom, gare d'attache, types de train habilites
      * T/C/R) et le roulement (train-roster.dat : une ligne par
      * troncon affecte, date, gare et heure de depart du troncon,
      * conducteur, terminus facultatif) sont confrontes aux horaires
      * du planning (STATION-DEPART, TRAIN-TIME-HH/MM,
      * TRAIN-NBRE-HEURES) :
      *   CHEVAUCHEMENT   deux troncons d'un conducteur se recouvrent ;
      *   REPOS           moins de MIN_REST_HOURS entre la fin d'une
      *                   journee de service et le debut de la
      *                   suivante ;
      *   DUREE           plus de MAX_DRIVING_HOURS de conduite sur
      *                   une journee ;
      *   HABILITATION    conducteur non habilite au type de train ;
      *   GARE            depart ni a la gare d'attache ni a la gare
      *                   d'arrivee du troncon precedent ;
      *   DOUBLON         troncon affecte deux fois la meme date ;
      *   INCONNU         troncon absent du planning, conducteur
      *                   absent du maitre, date invalide.
      * La gare d'arrivee d'un troncon est la gare de depart du
      * troncon suivant du meme trajet ; pour le dernier troncon d'un
      * trajet, le terminus porte au roulement (a blanc : inconnue,
      * seule la gare d'attache est alors admise au depart suivant).
      * Les troncons du planning sans conducteur sont listes pour
      * chaque date du roulement, hors troncons annules au planning
      * (TRAIN-LEG-STATUS 'A'). Rapport train-roster-report.txt,
      * une alerte par nature d'anomalie dans operational-alerts.log
      * (code retour 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN-FILE-STATUS.

           SELECT F-DRIVER ASSIGN TO "train-drivers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.

           SELECT F-ROSTER ASSIGN TO "train-roster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT F-REPORT ASSIGN TO "train-roster-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Repos minimal et conduite journaliere maximale, reglables
      * sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="trainroster-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD TRAIN-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY 'rapport-train.cpy'.

      * Conducteur : identifiant, nom, gare d'attache (meme cadrage
      * que STATION-DEPART), types de train habilites (lettres T, C
      * et/ou R).
       FD  F-DRIVER
           RECORD CONTAINS 42 CHARACTERS.
       01  R-DRIVER.
           05 DRV-ID                PIC X(6).
           05 FILLER                PIC X.
           05 DRV-NOM               PIC X(20).
           05 FILLER                PIC X.
           05 DRV-GARE              PIC X(10).
           05 FILLER                PIC X.
           05 DRV-QUALIFS           PIC X(3).

      * Affectation : date de circulation, gare et heure de depart du
      * troncon (cle dans le planning), conducteur, terminus du
      * troncon quand il termine un trajet.
       FD  F-ROSTER
           RECORD CONTAINS 42 CHARACTERS.
       01  R-ROSTER.
           05 RST-DATE              PIC 9(8).
           05 FILLER                PIC X.
           05 RST-GARE              PIC X(10).
           05 FILLER                PIC X.
           05 RST-HEURE             PIC 9(4).
           05 FILLER                PIC X.
           05 RST-CONDUCTEUR        PIC X(6).
           05 FILLER                PIC X.
           05 RST-TERMINUS          PIC X(10).

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REPORT                 PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-TRAIN-FILE-STATUS    PIC XX.
       01  WS-DRIVER-STATUS        PIC XX.
       01  WS-ROSTER-STATUS        PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-MIN-REST-HOURS       PIC 9(2) VALUE 12.
       01  WS-MAX-DRIVING-HOURS    PIC 9(2) VALUE 8.
       01  WS-LINES-READ           PIC 9(6) VALUE ZERO.

      * Troncons du planning, dans l'ordre du fichier ; la gare
      * d'arrivee est la gare de depart du troncon suivant du meme
      * trajet.
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
               10 WS-LEG-ARRIVEE   PIC X(10).
               10 WS-LEG-STATUT    PIC X.
       01  WS-LEG-TABLE-MAX        PIC 9(3) VALUE 200.
       01  WS-LEG-TABLE-FULL       PIC X VALUE 'N'.

       01  WS-DRV-TABLE.
           05 WS-DRV-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-DRV-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-DRV-COUNT
                  INDEXED BY DRV-IDX.
               10 WS-DRV-ID        PIC X(6).
               10 WS-DRV-NOM       PIC X(20).
               10 WS-DRV-GARE      PIC X(10).
               10 WS-DRV-QUALIFS   PIC X(3).
       01  WS-DRV-TABLE-MAX        PIC 9(3) VALUE 300.
       01  WS-DRV-TABLE-FULL       PIC X VALUE 'N'.

      * Affectations, triees ensuite par conducteur puis debut ;
      * debut et fin en minutes absolues (jour julien x 1440 +
      * minutes depuis minuit).
       01  WS-RS-TABLE.
           05 WS-RS-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-RS-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-RS-COUNT
                  ASCENDING KEY WS-RS-CONDUCTEUR WS-RS-DEBUT
                  INDEXED BY RS-IDX.
               10 WS-RS-CONDUCTEUR PIC X(6).
               10 WS-RS-DEBUT      PIC 9(11).
               10 WS-RS-FIN        PIC 9(11).
               10 WS-RS-DATE       PIC 9(8).
               10 WS-RS-GARE       PIC X(10).
               10 WS-RS-HEURE      PIC 9(4).
               10 WS-RS-ARRIVEE    PIC X(10).
               10 WS-RS-DUREE      PIC 9(2).
               10 WS-RS-LEG        PIC 9(3).
               10 WS-RS-DRV        PIC 9(3).
       01  WS-RS-TABLE-MAX         PIC 9(4) VALUE 3000.
       01  WS-RS-TABLE-FULL        PIC X VALUE 'N'.

      * Dates du roulement, pour les troncons sans conducteur.
       01  WS-DT-TABLE.
           05 WS-DT-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-DT-ENTRY OCCURS 1 TO 62 TIMES
                  DEPENDING ON WS-DT-COUNT
                  INDEXED BY DT-IDX.
               10 WS-DT-DATE       PIC 9(8).
       01  WS-DT-TABLE-MAX         PIC 9(3) VALUE 62.
       01  WS-DT-TABLE-FULL        PIC X VALUE 'N'.

      * Compteurs par nature d'anomalie, dans l'ordre des alertes.
       01  WS-KIND-TABLE.
           05 WS-KIND-ENTRY OCCURS 8 TIMES INDEXED BY KIND-IDX.
               10 WS-KIND-NAME     PIC X(14).
               10 WS-KIND-COUNT    PIC 9(5).
       01  WS-KIND-FOUND           PIC X.
       01  WS-ANOMALY-KIND         PIC X(14).
       01  WS-ANOMALY-TEXT         PIC X(100).
       01  WS-ANOMALY-TOTAL        PIC 9(5) VALUE ZERO.
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZERO.

       01  WS-KEY-GARE             PIC X(10).
       01  WS-KEY-HEURE            PIC 9(4).
       01  WS-KEY-DRIVER           PIC X(6).
       01  WS-FOUND                PIC X.
       01  WS-DAY-INT              PIC 9(7).
       01  WS-QUALIF-HITS          PIC 9.
       01  WS-GAP-MINUTES          PIC S9(11).
       01  WS-GAP-EDIT             PIC Z(10)9.
       01  WS-PREV-DRIVER          PIC X(6).
       01  WS-PREV-FIN             PIC 9(11).
       01  WS-PREV-DATE            PIC 9(8).
       01  WS-PREV-ARRIVEE         PIC X(10).
       01  WS-PREV-RS              PIC 9(4).
       01  WS-DAY-DRIVING          PIC 9(3).
       01  WS-DAY-LEGS             PIC 9(3).
       01  WS-DAY-FIRST            PIC 9(4).
       01  WS-DAY-LAST-FIN         PIC 9(11).
       01  WS-DAY-FIN-HHMM         PIC 9(4).
       01  WS-DAY-MINUTES          PIC 9(4).
       01  WS-HH                   PIC 9(2).
       01  WS-MM                   PIC 9(2).
       01  WS-UNASSIGNED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-UPPER-A              PIC X(10).
       01  WS-UPPER-B              PIC X(10).
       01  WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
           MOVE "trainroster" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM INIT-ANOMALY-KINDS
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "train-roster-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ROULEMENT DES CONDUCTEURS AU " WS-TODAY-8
                  " - REPOS MINI " WS-MIN-REST-HOURS
                  "H - CONDUITE MAXI " WS-MAX-DRIVING-HOURS
                  "H/JOUR - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "ANOMALIES" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM LOAD-PLANNING
           PERFORM LOAD-DRIVERS
           PERFORM LOAD-ROSTER
           IF WS-RS-COUNT > 1
               SORT WS-RS-ENTRY
                   ASCENDING KEY WS-RS-CONDUCTEUR WS-RS-DEBUT
           END-IF
           PERFORM CHECK-DRIVER-SEQUENCES
           IF WS-ANOMALY-TOTAL = ZERO
               MOVE "  Aucune" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           PERFORM WRITE-UNASSIGNED-LEGS
           PERFORM WRITE-DUTY-SUMMARY
           CLOSE F-REPORT
           PERFORM RAISE-ROSTER-ALERTS
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "trainroster" TO WS-AUDIT-PROGRAM
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-ANOMALY-TOTAL TO WS-AUDIT-RECORDS-WRITTEN
           ADD WS-UNASSIGNED-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Roulement : " WS-RS-COUNT " affectation(s), "
               WS-ANOMALY-TOTAL " anomalie(s), " WS-UNASSIGNED-COUNT
               " troncon(s) sans conducteur"
           STOP RUN.

      * Applique une ligne CLE/VALEUR de trainroster-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "MIN_REST_HOURS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-MIN-REST-HOURS
               WHEN "MAX_DRIVING_HOURS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-MAX-DRIVING-HOURS
           END-EVALUATE.

       INIT-ANOMALY-KINDS.
           MOVE "CHEVAUCHEMENT" TO WS-KIND-NAME(1)
           MOVE "REPOS" TO WS-KIND-NAME(2)
           MOVE "DUREE" TO WS-KIND-NAME(3)
           MOVE "HABILITATION" TO WS-KIND-NAME(4)
           MOVE "GARE" TO WS-KIND-NAME(5)
           MOVE "INCONNU" TO WS-KIND-NAME(6)
           MOVE "DOUBLON" TO WS-KIND-NAME(7)
           MOVE "SANS CONDUCT." TO WS-KIND-NAME(8)
           PERFORM VARYING KIND-IDX FROM 1 BY 1 UNTIL KIND-IDX > 8
               MOVE ZERO TO WS-KIND-COUNT(KIND-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      * Chargements : planning (hors HDR/TRL), maitre des conducteurs,
      * roulement.
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
                   PERFORM RAISE-ROSTER-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
      * Troncon suivant du meme trajet : sa gare de depart est
      * l'arrivee du troncon precedent.
           IF WS-LEG-COUNT > ZERO
               AND WS-LEG-NUMBER(WS-LEG-COUNT)
                   < WS-LEG-TOTAL(WS-LEG-COUNT)
               AND TRAIN-LEG-NUMBER = WS-LEG-NUMBER(WS-LEG-COUNT) + 1
               MOVE STATION-DEPART TO WS-LEG-ARRIVEE(WS-LEG-COUNT)
           END-IF
           ADD 1 TO WS-LEG-COUNT
           SET LEG-IDX TO WS-LEG-COUNT
           MOVE RECORD-TYPE TO WS-LEG-TYPE(LEG-IDX)
           MOVE STATION-DEPART TO WS-LEG-GARE(LEG-IDX)
           COMPUTE WS-LEG-HEURE(LEG-IDX) =
               TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
           MOVE TRAIN-NBRE-HEURES TO WS-LEG-DUREE(LEG-IDX)
           MOVE TRAIN-LEG-NUMBER TO WS-LEG-NUMBER(LEG-IDX)
           MOVE TRAIN-TOTAL-LEGS TO WS-LEG-TOTAL(LEG-IDX)
           MOVE SPACES TO WS-LEG-ARRIVEE(LEG-IDX)
           MOVE TRAIN-LEG-STATUS TO WS-LEG-STATUT(LEG-IDX).

       LOAD-DRIVERS.
           OPEN INPUT F-DRIVER
           MOVE WS-DRIVER-STATUS TO WS-FILESTAT-CODE
           MOVE "train-drivers.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-DRIVER" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-DRIVER AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DRV-ID NOT = SPACES AND DRV-ID(1:1) NOT = "*"
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-DRIVER
                   END-IF
           END-PERFORM
           CLOSE F-DRIVER
           MOVE 'N' TO WS-EOF.

       STORE-DRIVER.
           IF WS-DRV-COUNT >= WS-DRV-TABLE-MAX
               IF WS-DRV-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-DRV-TABLE-FULL
                   MOVE "CAPACITE WS-DRV-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-ROSTER-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-DRV-COUNT
               SET DRV-IDX TO WS-DRV-COUNT
               MOVE DRV-ID TO WS-DRV-ID(DRV-IDX)
               MOVE DRV-NOM TO WS-DRV-NOM(DRV-IDX)
               MOVE DRV-GARE TO WS-DRV-GARE(DRV-IDX)
               MOVE DRV-QUALIFS TO WS-DRV-QUALIFS(DRV-IDX)
           END-IF.

      * Chaque affectation est rattachee a son troncon et a son
      * conducteur ; les controles propres a une ligne (troncon ou
      * conducteur inconnu, date invalide, habilitation) sont faits
      * ici, les controles d'enchainement apres le tri.
       LOAD-ROSTER.
           OPEN INPUT F-ROSTER
           MOVE WS-ROSTER-STATUS TO WS-FILESTAT-CODE
           MOVE "train-roster.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-ROSTER" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-ROSTER AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF R-ROSTER NOT = SPACES
                       AND R-ROSTER(1:1) NOT = "*"
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-ASSIGNMENT
                   END-IF
           END-PERFORM
           CLOSE F-ROSTER
           MOVE 'N' TO WS-EOF.

       STORE-ASSIGNMENT.
           IF RST-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(RST-DATE) NOT = ZERO
               MOVE "INCONNU" TO WS-ANOMALY-KIND
               MOVE SPACES TO WS-ANOMALY-TEXT
               STRING "date invalide : " R-ROSTER
                      DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
               PERFORM NOTE-ANOMALY
               EXIT PARAGRAPH
           END-IF
           MOVE RST-GARE TO WS-KEY-GARE
           MOVE ZERO TO WS-KEY-HEURE
           IF RST-HEURE IS NUMERIC
               MOVE RST-HEURE TO WS-KEY-HEURE
           END-IF
           PERFORM FIND-PLANNED-LEG
           IF WS-FOUND = 'N'
               MOVE "INCONNU" TO WS-ANOMALY-KIND
               MOVE SPACES TO WS-ANOMALY-TEXT
               STRING RST-DATE " " RST-CONDUCTEUR " troncon "
                      FUNCTION TRIM(RST-GARE) " " RST-HEURE
                      " absent du planning"
                      DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
               PERFORM NOTE-ANOMALY
               EXIT PARAGRAPH
           END-IF
           PERFORM STORE-ROSTER-DATE
      * Un troncon ne porte qu'un conducteur par date.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RS-COUNT
               IF WS-RS-DATE(RS-IDX) = RST-DATE
                   AND WS-RS-LEG(RS-IDX) = LEG-IDX
                   MOVE "DOUBLON" TO WS-ANOMALY-KIND
                   MOVE SPACES TO WS-ANOMALY-TEXT
                   STRING RST-DATE " troncon "
                          FUNCTION TRIM(RST-GARE) " " RST-HEURE
                          " affecte a " WS-RS-CONDUCTEUR(RS-IDX)
                          " et a " RST-CONDUCTEUR
                          DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
                   PERFORM NOTE-ANOMALY
               END-IF
           END-PERFORM
           MOVE RST-CONDUCTEUR TO WS-KEY-DRIVER
           PERFORM FIND-DRIVER
           IF WS-FOUND = 'N'
               MOVE "INCONNU" TO WS-ANOMALY-KIND
               MOVE SPACES TO WS-ANOMALY-TEXT
               STRING RST-DATE " conducteur " RST-CONDUCTEUR
                      " absent du maitre (troncon "
                      FUNCTION TRIM(RST-GARE) " " RST-HEURE ")"
                      DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
               PERFORM NOTE-ANOMALY
           END-IF
           IF WS-RS-COUNT >= WS-RS-TABLE-MAX
               IF WS-RS-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-RS-TABLE-FULL
                   MOVE "CAPACITE WS-RS-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-ROSTER-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RS-COUNT
           SET RS-IDX TO WS-RS-COUNT
           MOVE RST-CONDUCTEUR TO WS-RS-CONDUCTEUR(RS-IDX)
           MOVE RST-DATE TO WS-RS-DATE(RS-IDX)
           MOVE WS-LEG-GARE(LEG-IDX) TO WS-RS-GARE(RS-IDX)
           MOVE WS-LEG-HEURE(LEG-IDX) TO WS-RS-HEURE(RS-IDX)
           MOVE WS-LEG-DUREE(LEG-IDX) TO WS-RS-DUREE(RS-IDX)
           SET WS-RS-LEG(RS-IDX) TO LEG-IDX
           MOVE WS-LEG-ARRIVEE(LEG-IDX) TO WS-RS-ARRIVEE(RS-IDX)
           IF WS-RS-ARRIVEE(RS-IDX) = SPACES
               MOVE RST-TERMINUS TO WS-RS-ARRIVEE(RS-IDX)
           END-IF
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(RST-DATE)
           DIVIDE WS-LEG-HEURE(LEG-IDX) BY 100 GIVING WS-HH
               REMAINDER WS-MM
           COMPUTE WS-RS-DEBUT(RS-IDX) = WS-DAY-INT * 1440
               + WS-HH * 60 + WS-MM
           COMPUTE WS-RS-FIN(RS-IDX) = WS-RS-DEBUT(RS-IDX)
               + WS-LEG-DUREE(LEG-IDX) * 60
           IF WS-FOUND = 'N'
               MOVE ZERO TO WS-RS-DRV(RS-IDX)
               EXIT PARAGRAPH
           END-IF
           SET WS-RS-DRV(RS-IDX) TO DRV-IDX
      * Habilitation : le type du train parmi les lettres du maitre.
           MOVE ZERO TO WS-QUALIF-HITS
           INSPECT WS-DRV-QUALIFS(DRV-IDX) TALLYING WS-QUALIF-HITS
               FOR ALL WS-LEG-TYPE(LEG-IDX)
           IF WS-QUALIF-HITS = ZERO
               MOVE "HABILITATION" TO WS-ANOMALY-KIND
               MOVE SPACES TO WS-ANOMALY-TEXT
               STRING RST-DATE " " RST-CONDUCTEUR " "
                      FUNCTION TRIM(WS-DRV-NOM(DRV-IDX))
                      " non habilite type " WS-LEG-TYPE(LEG-IDX)
                      " (troncon " FUNCTION TRIM(RST-GARE) " "
                      RST-HEURE ")"
                      DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
               PERFORM NOTE-ANOMALY
           END-IF.

      * Troncon du planning par gare (casse ignoree) et heure.
       FIND-PLANNED-LEG.
           MOVE 'N' TO WS-FOUND
           MOVE FUNCTION UPPER-CASE(WS-KEY-GARE) TO WS-UPPER-A
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > WS-LEG-COUNT OR WS-FOUND = 'Y'
               MOVE FUNCTION UPPER-CASE(WS-LEG-GARE(LEG-IDX))
                   TO WS-UPPER-B
               IF WS-UPPER-A = WS-UPPER-B
                   AND WS-LEG-HEURE(LEG-IDX) = WS-KEY-HEURE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET LEG-IDX DOWN BY 1
           END-IF.

       FIND-DRIVER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING DRV-IDX FROM 1 BY 1
                   UNTIL DRV-IDX > WS-DRV-COUNT OR WS-FOUND = 'Y'
               IF WS-DRV-ID(DRV-IDX) = WS-KEY-DRIVER
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET DRV-IDX DOWN BY 1
           END-IF.

       STORE-ROSTER-DATE.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DT-COUNT
               IF WS-DT-DATE(DT-IDX) = RST-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DT-COUNT >= WS-DT-TABLE-MAX
               IF WS-DT-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-DT-TABLE-FULL
                   MOVE "CAPACITE WS-DT-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-ROSTER-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-DT-COUNT
               MOVE RST-DATE TO WS-DT-DATE(WS-DT-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * Enchainement des troncons de chaque conducteur, dans l'ordre
      * chronologique : recouvrement, repos entre deux journees,
      * conduite cumulee de la journee, gare de prise de service.
      *----------------------------------------------------------------
       CHECK-DRIVER-SEQUENCES.
           MOVE SPACES TO WS-PREV-DRIVER
           MOVE ZERO TO WS-PREV-RS
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RS-COUNT
               IF WS-RS-CONDUCTEUR(RS-IDX) NOT = WS-PREV-DRIVER
                   IF WS-PREV-RS > ZERO
                       PERFORM CLOSE-DUTY-DAY
                   END-IF
                   PERFORM OPEN-DUTY-DAY
                   MOVE SPACES TO WS-PREV-ARRIVEE
                   PERFORM CHECK-START-STATION
               ELSE
                   IF WS-RS-DEBUT(RS-IDX) < WS-PREV-FIN
                       MOVE "CHEVAUCHEMENT" TO WS-ANOMALY-KIND
                       MOVE SPACES TO WS-ANOMALY-TEXT
                       STRING WS-RS-DATE(RS-IDX) " "
                              WS-RS-CONDUCTEUR(RS-IDX) " troncon "
                              FUNCTION TRIM(WS-RS-GARE(RS-IDX)) " "
                              WS-RS-HEURE(RS-IDX)
                              " debute avant la fin du troncon "
                              FUNCTION TRIM(WS-RS-GARE(WS-PREV-RS))
                              " " WS-RS-HEURE(WS-PREV-RS)
                              DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
                       PERFORM NOTE-ANOMALY
                   END-IF
                   IF WS-RS-DATE(RS-IDX) NOT = WS-PREV-DATE
                       PERFORM CLOSE-DUTY-DAY
                       PERFORM OPEN-DUTY-DAY
                       COMPUTE WS-GAP-MINUTES =
                           WS-RS-DEBUT(RS-IDX) - WS-PREV-FIN
                       IF WS-GAP-MINUTES < WS-MIN-REST-HOURS * 60
                           AND WS-GAP-MINUTES >= ZERO
                           MOVE WS-GAP-MINUTES TO WS-GAP-EDIT
                           MOVE "REPOS" TO WS-ANOMALY-KIND
                           MOVE SPACES TO WS-ANOMALY-TEXT
                           STRING WS-RS-DATE(RS-IDX) " "
                                  WS-RS-CONDUCTEUR(RS-IDX)
                                  " reprise a " WS-RS-HEURE(RS-IDX)
                                  " apres "
                                  FUNCTION TRIM(WS-GAP-EDIT)
                                  " min de repos seulement"
                                  DELIMITED BY SIZE
                                  INTO WS-ANOMALY-TEXT
                           PERFORM NOTE-ANOMALY
                       END-IF
                   ELSE
                       ADD 1 TO WS-DAY-LEGS
                       ADD WS-RS-DUREE(RS-IDX) TO WS-DAY-DRIVING
                   END-IF
                   PERFORM CHECK-START-STATION
               END-IF
               MOVE WS-RS-CONDUCTEUR(RS-IDX) TO WS-PREV-DRIVER
               MOVE WS-RS-DATE(RS-IDX) TO WS-PREV-DATE
               IF WS-RS-FIN(RS-IDX) > WS-PREV-FIN
                   MOVE WS-RS-FIN(RS-IDX) TO WS-PREV-FIN
               END-IF
               MOVE WS-RS-ARRIVEE(RS-IDX) TO WS-PREV-ARRIVEE
               SET WS-PREV-RS TO RS-IDX
           END-PERFORM
           IF WS-PREV-RS > ZERO
               PERFORM CLOSE-DUTY-DAY
           END-IF.

       OPEN-DUTY-DAY.
           MOVE 1 TO WS-DAY-LEGS
           MOVE WS-RS-DUREE(RS-IDX) TO WS-DAY-DRIVING
           MOVE WS-RS-HEURE(RS-IDX) TO WS-DAY-FIRST
           IF WS-RS-CONDUCTEUR(RS-IDX) NOT = WS-PREV-DRIVER
               MOVE ZERO TO WS-PREV-FIN
           END-IF.

      * Journee terminee (conducteur ou date suivante) : controle de
      * la conduite cumulee.
       CLOSE-DUTY-DAY.
           IF WS-DAY-DRIVING > WS-MAX-DRIVING-HOURS
               MOVE "DUREE" TO WS-ANOMALY-KIND
               MOVE SPACES TO WS-ANOMALY-TEXT
               STRING WS-PREV-DATE " " WS-PREV-DRIVER " "
                      WS-DAY-DRIVING "h de conduite pour "
                      WS-MAX-DRIVING-HOURS "h admises"
                      DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
               PERFORM NOTE-ANOMALY
           END-IF.

      * Prise de service a la gare d'attache ou a la gare d'arrivee
      * du troncon precedent du conducteur (casse ignoree).
       CHECK-START-STATION.
           IF WS-RS-DRV(RS-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           SET DRV-IDX TO WS-RS-DRV(RS-IDX)
           MOVE FUNCTION UPPER-CASE(WS-RS-GARE(RS-IDX)) TO WS-UPPER-A
           MOVE FUNCTION UPPER-CASE(WS-DRV-GARE(DRV-IDX))
               TO WS-UPPER-B
           IF WS-UPPER-A = WS-UPPER-B
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-PREV-ARRIVEE) TO WS-UPPER-B
           IF WS-PREV-ARRIVEE NOT = SPACES
               AND WS-UPPER-A = WS-UPPER-B
               EXIT PARAGRAPH
           END-IF
           MOVE "GARE" TO WS-ANOMALY-KIND
           MOVE SPACES TO WS-ANOMALY-TEXT
           EVALUATE TRUE
               WHEN WS-RS-CONDUCTEUR(RS-IDX) NOT = WS-PREV-DRIVER
                   STRING WS-RS-DATE(RS-IDX) " "
                          WS-RS-CONDUCTEUR(RS-IDX)
                          " prend son service a "
                          FUNCTION TRIM(WS-RS-GARE(RS-IDX))
                          " a " WS-RS-HEURE(RS-IDX) ", attache "
                          FUNCTION TRIM(WS-DRV-GARE(DRV-IDX))
                          DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
               WHEN WS-PREV-ARRIVEE = SPACES
                   STRING WS-RS-DATE(RS-IDX) " "
                          WS-RS-CONDUCTEUR(RS-IDX)
                          " part de " FUNCTION TRIM(WS-RS-GARE(RS-IDX))
                          " a " WS-RS-HEURE(RS-IDX) ", attache "
                          FUNCTION TRIM(WS-DRV-GARE(DRV-IDX))
                          ", arrivee precedente inconnue"
                          DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
               WHEN OTHER
                   STRING WS-RS-DATE(RS-IDX) " "
                          WS-RS-CONDUCTEUR(RS-IDX)
                          " part de " FUNCTION TRIM(WS-RS-GARE(RS-IDX))
                          " a " WS-RS-HEURE(RS-IDX) ", attache "
                          FUNCTION TRIM(WS-DRV-GARE(DRV-IDX))
                          ", arrive a " FUNCTION TRIM(WS-PREV-ARRIVEE)
                          DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
           END-EVALUATE
           PERFORM NOTE-ANOMALY.

      * Ligne d'anomalie au rapport et compteur de sa nature.
       NOTE-ANOMALY.
           ADD 1 TO WS-ANOMALY-TOTAL
           MOVE 'N' TO WS-KIND-FOUND
           PERFORM VARYING KIND-IDX FROM 1 BY 1
                   UNTIL KIND-IDX > 8 OR WS-KIND-FOUND = 'Y'
               IF WS-KIND-NAME(KIND-IDX) = WS-ANOMALY-KIND
                   ADD 1 TO WS-KIND-COUNT(KIND-IDX)
                   MOVE 'Y' TO WS-KIND-FOUND
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-ANOMALY-KIND " " WS-ANOMALY-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE.

      *----------------------------------------------------------------
      * Troncons du planning sans conducteur, date par date du
      * roulement.
      *----------------------------------------------------------------
       WRITE-UNASSIGNED-LEGS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "TRONCONS SANS CONDUCTEUR" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DT-COUNT
               PERFORM VARYING LEG-IDX FROM 1 BY 1
                       UNTIL LEG-IDX > WS-LEG-COUNT
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING RS-IDX FROM 1 BY 1
                           UNTIL RS-IDX > WS-RS-COUNT
                              OR WS-FOUND = 'Y'
                       IF WS-RS-DATE(RS-IDX) = WS-DT-DATE(DT-IDX)
                           AND WS-RS-LEG(RS-IDX) = LEG-IDX
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N'
                       AND WS-LEG-STATUT(LEG-IDX) NOT = 'A'
                       ADD 1 TO WS-UNASSIGNED-COUNT
                       ADD 1 TO WS-KIND-COUNT(8)
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  " WS-DT-DATE(DT-IDX) " type "
                              WS-LEG-TYPE(LEG-IDX) " "
                              WS-LEG-GARE(LEG-IDX) " "
                              WS-LEG-HEURE(LEG-IDX) " duree "
                              WS-LEG-DUREE(LEG-IDX) "h troncon "
                              WS-LEG-NUMBER(LEG-IDX) "/"
                              WS-LEG-TOTAL(LEG-IDX)
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE R-REPORT FROM WS-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-UNASSIGNED-COUNT = ZERO
               MOVE "  Aucun" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

      * Journees de service : conducteur, date, troncons, conduite,
      * prise et fin de service.
       WRITE-DUTY-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "JOURNEES DE SERVICE" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CONDUC DATE     NOM                  ATTACHE    "
                  "TRONCONS CONDUITE PRISE FIN"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-PREV-DRIVER
           MOVE ZERO TO WS-PREV-DATE
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RS-COUNT
               IF WS-RS-CONDUCTEUR(RS-IDX) NOT = WS-PREV-DRIVER
                   OR WS-RS-DATE(RS-IDX) NOT = WS-PREV-DATE
                   IF WS-PREV-DRIVER NOT = SPACES
                       PERFORM WRITE-DUTY-LINE
                   END-IF
                   MOVE WS-RS-CONDUCTEUR(RS-IDX) TO WS-PREV-DRIVER
                   MOVE WS-RS-DATE(RS-IDX) TO WS-PREV-DATE
                   SET WS-PREV-RS TO RS-IDX
                   MOVE ZERO TO WS-DAY-LEGS WS-DAY-DRIVING
                   MOVE WS-RS-HEURE(RS-IDX) TO WS-DAY-FIRST
                   MOVE ZERO TO WS-DAY-LAST-FIN
               END-IF
               ADD 1 TO WS-DAY-LEGS
               ADD WS-RS-DUREE(RS-IDX) TO WS-DAY-DRIVING
               IF WS-RS-FIN(RS-IDX) > WS-DAY-LAST-FIN
                   MOVE WS-RS-FIN(RS-IDX) TO WS-DAY-LAST-FIN
               END-IF
           END-PERFORM
           IF WS-PREV-DRIVER NOT = SPACES
               PERFORM WRITE-DUTY-LINE
           END-IF.

       WRITE-DUTY-LINE.
           DIVIDE WS-DAY-LAST-FIN BY 1440 GIVING WS-DAY-INT
               REMAINDER WS-DAY-MINUTES
           DIVIDE WS-DAY-MINUTES BY 60 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-DAY-FIN-HHMM = WS-HH * 100 + WS-MM
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RS-DRV(WS-PREV-RS) = ZERO
               STRING "  " WS-PREV-DRIVER " " WS-PREV-DATE " "
                      "(inconnu)                       "
                      WS-DAY-LEGS "      " WS-DAY-DRIVING "h     "
                      WS-DAY-FIRST "  " WS-DAY-FIN-HHMM
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               SET DRV-IDX TO WS-RS-DRV(WS-PREV-RS)
               STRING "  " WS-PREV-DRIVER " " WS-PREV-DATE " "
                      WS-DRV-NOM(DRV-IDX) " " WS-DRV-GARE(DRV-IDX)
                      " " WS-DAY-LEGS "      " WS-DAY-DRIVING "h     "
                      WS-DAY-FIRST "  " WS-DAY-FIN-HHMM
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE R-REPORT FROM WS-REPORT-LINE.

      * Une alerte par nature d'anomalie relevee.
       RAISE-ROSTER-ALERTS.
           PERFORM VARYING KIND-IDX FROM 1 BY 1 UNTIL KIND-IDX > 8
               IF WS-KIND-COUNT(KIND-IDX) > ZERO
                   MOVE SPACES TO WS-ALERT-CONDITION
                   STRING "ROULEMENT " WS-KIND-NAME(KIND-IDX) " : "
                          WS-KIND-COUNT(KIND-IDX) " CAS"
                          DELIMITED BY SIZE INTO WS-ALERT-CONDITION
                   PERFORM RAISE-ROSTER-ALERT
               END-IF
           END-PERFORM.

       RAISE-ROSTER-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPERATIONAL-ALERT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM trainroster.
