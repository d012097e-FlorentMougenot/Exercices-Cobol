       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainplat.

      * Occupation des quais et detection des conflits. Chaque
      * troncon du planning (train.dat) porte son quai de depart et
      * son quai d'arrivee dans train-leg-info.dat ; le referentiel
      * train-platforms.dat donne les quais de chaque gare et les
      * types de train qu'ils admettent. Occupation d'un quai, avec
      * les retards du jour (TRAIN-DELAY-MINUTES) :
      *   D  depart      DWELL_MINUTES avant le depart attendu ;
      *   A  arrivee     DWELL_MINUTES apres l'arrivee attendue ;
      *   S  stationnement d'un train qui repart du quai ou il est
      *      arrive, de l'arrivee attendue au depart attendu du
      *      troncon suivant.
      * Anomalies : CONFLIT (occupations qui se chevauchent sur un
      * meme quai), INTERVALLE (moins de HEADWAY_MINUTES entre deux
      * occupations), QUAI INCONNU (absent du referentiel de la
      * gare), INCOMPATIBLE (type de train non admis), SANS QUAI
      * (troncon sans quai attribue). Pour un conflit, un intervalle
      * ou un quai inadapte, un quai compatible libre de la meme
      * gare est propose ; les propositions sont retenues pour les
      * suivantes. Un troncon annule au planning (TRAIN-LEG-STATUS
      * 'A') n'occupe aucun quai.
      * Rapport train-platform-report.txt ; une alerte par
      * type d'anomalie (code retour 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN-FILE-STATUS.

           SELECT PLAT-FILE ASSIGN TO 'train-platforms.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PLAT-FILE-STATUS.

           SELECT LEGINFO-FILE ASSIGN TO 'train-leg-info.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEGINFO-FILE-STATUS.

           SELECT F-REPORT ASSIGN TO "train-platform-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Temps d'occupation et intervalle minimal, reglables sans
      * recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="trainplat-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD TRAIN-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY 'rapport-train.cpy'.

       FD PLAT-FILE
           RECORD CONTAINS 18 CHARACTERS.
       COPY 'train-platform.cpy'.

       FD LEGINFO-FILE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'train-leg-info.cpy'.

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REPORT                 PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-TRAIN-FILE-STATUS    PIC XX.
       01  WS-PLAT-FILE-STATUS     PIC XX.
       01  WS-LEGINFO-FILE-STATUS  PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-DWELL-MINUTES        PIC 9(3) VALUE 5.
       01  WS-HEADWAY-MINUTES      PIC 9(3) VALUE 3.
       01  WS-LINES-READ           PIC 9(6) VALUE ZERO.

      * Troncons du planning, chaines au troncon suivant du trajet ;
      * heures attendues en minutes depuis minuit (retard compris).
       01  WS-LEG-TABLE.
           05 WS-LEG-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LEG-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-LEG-COUNT
                  INDEXED BY LEG-IDX.
               10 WS-LEG-TYPE      PIC X.
               10 WS-LEG-GARE      PIC X(10).
               10 WS-LEG-HEURE     PIC 9(4).
               10 WS-LEG-DEP-MIN   PIC S9(5).
               10 WS-LEG-ARR-MIN   PIC S9(5).
               10 WS-LEG-NUMBER    PIC 9.
               10 WS-LEG-TOTAL     PIC 9.
               10 WS-LEG-ARRIVEE   PIC X(10).
               10 WS-LEG-QUAI-DEP  PIC X(3).
               10 WS-LEG-QUAI-ARR  PIC X(3).
               10 WS-LEG-NEXT      PIC 9(3).
               10 WS-LEG-HAS-INFO  PIC X.
               10 WS-LEG-STATUT    PIC X.
       01  WS-LEG-TABLE-MAX        PIC 9(3) VALUE 200.
       01  WS-LEG-TABLE-FULL       PIC X VALUE 'N'.

       01  WS-PLAT-TABLE.
           05 WS-PLAT-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-PLAT-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-PLAT-COUNT
                  INDEXED BY PLAT-IDX.
               10 WS-PLAT-KEY      PIC X(10).
               10 WS-PLAT-QUAI     PIC X(3).
               10 WS-PLAT-TYPES    PIC X(3).
       01  WS-PLAT-TABLE-MAX       PIC 9(3) VALUE 300.
       01  WS-PLAT-TABLE-FULL      PIC X VALUE 'N'.

      * Occupations des quais ; gare en majuscules, quai et debut
      * forment la cle de tri.
       01  WS-OCC-TABLE.
           05 WS-OCC-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-OCC-ENTRY OCCURS 1 TO 400 TIMES
                  DEPENDING ON WS-OCC-COUNT
                  INDEXED BY OCC-IDX OCC-IDX2.
               10 WS-OCC-KEY       PIC X(10).
               10 WS-OCC-QUAI      PIC X(3).
               10 WS-OCC-START     PIC S9(5).
               10 WS-OCC-END       PIC S9(5).
               10 WS-OCC-KIND      PIC X.
               10 WS-OCC-GARE      PIC X(10).
               10 WS-OCC-LEG       PIC 9(3).
       01  WS-OCC-TABLE-MAX        PIC 9(3) VALUE 400.
       01  WS-OCC-TABLE-FULL       PIC X VALUE 'N'.

      * Reaffectations proposees, prises en compte pour les
      * propositions suivantes.
       01  WS-PROP-TABLE.
           05 WS-PROP-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-PROP-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-PROP-COUNT
                  INDEXED BY PROP-IDX.
               10 WS-PROP-KEY      PIC X(10).
               10 WS-PROP-QUAI     PIC X(3).
               10 WS-PROP-START    PIC S9(5).
               10 WS-PROP-END      PIC S9(5).
       01  WS-PROP-TABLE-MAX       PIC 9(3) VALUE 200.
       01  WS-PROP-TABLE-FULL      PIC X VALUE 'N'.

       01  WS-FOUND                PIC X.
       01  WS-FREE                 PIC X.
       01  WS-UPPER-A              PIC X(10).
       01  WS-UPPER-B              PIC X(10).
       01  WS-J                    PIC 9(3).
       01  WS-K                    PIC 9(3).
       01  WS-DESC-OCC             PIC 9(3).
       01  WS-OCC-KIND-NEW         PIC X.
       01  WS-OCC-GARE-NEW         PIC X(10).
       01  WS-TALLY                PIC 9(2).
       01  WS-CHK-KEY              PIC X(10).
       01  WS-CHK-QUAI             PIC X(3).
       01  WS-CHK-START            PIC S9(5).
       01  WS-CHK-END              PIC S9(5).
       01  WS-CHK-TYPE             PIC X.
       01  WS-GAP                  PIC S9(5).
       01  WS-GAP-EDIT             PIC -ZZZ9.
       01  WS-T-MIN                PIC S9(5).
       01  WS-T-HH                 PIC 99.
       01  WS-T-MM                 PIC 99.
       01  WS-T-TEXT               PIC X(5).
       01  WS-OCC-TEXT             PIC X(60).
       01  WS-OCC-TEXT-2           PIC X(60).
       01  WS-KIND-LIB             PIC X(13).
       01  WS-START-TEXT           PIC X(5).
       01  WS-END-TEXT             PIC X(5).
       01  WS-CONFLICT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-HEADWAY-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-UNKNOWN-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-INCOMPAT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-NOQUAI-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-PROPOSAL-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-ANOMALY-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
           MOVE "trainplat" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "train-platform-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OCCUPATION DES QUAIS DU " WS-TODAY-8
                  " - OCCUPATION " WS-DWELL-MINUTES
                  " MIN - INTERVALLE MINIMAL " WS-HEADWAY-MINUTES
                  " MIN - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM LOAD-PLANNING
           PERFORM LOAD-PLATFORMS
           PERFORM LINK-LEGS
           PERFORM LOAD-LEG-INFO
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "ANOMALIES D'AFFECTATION DE QUAI" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > WS-LEG-COUNT
               PERFORM BUILD-OCCUPATIONS
           END-PERFORM
           IF WS-OCC-COUNT > 1
               SORT WS-OCC-ENTRY ASCENDING KEY WS-OCC-KEY
                   WS-OCC-QUAI WS-OCC-START
           END-IF
           PERFORM VARYING OCC-IDX FROM 1 BY 1
                   UNTIL OCC-IDX > WS-OCC-COUNT
               PERFORM CHECK-PLATFORM-REFERENCE
           END-PERFORM
           IF WS-UNKNOWN-COUNT + WS-INCOMPAT-COUNT + WS-NOQUAI-COUNT
                   = ZERO
               MOVE "  Aucune" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           PERFORM WRITE-CONFLICT-SECTION
           PERFORM WRITE-OCCUPATION-SECTION
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL occupations " WS-OCC-COUNT " - conflits "
                  WS-CONFLICT-COUNT " - intervalles " WS-HEADWAY-COUNT
                  " - quais inconnus " WS-UNKNOWN-COUNT
                  " - incompatibles " WS-INCOMPAT-COUNT
                  " - sans quai " WS-NOQUAI-COUNT
                  " - propositions " WS-PROPOSAL-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           CLOSE F-REPORT
           IF WS-CONFLICT-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "CONFLITS DE QUAI : " WS-CONFLICT-COUNT
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-PLATFORM-ALERT
           END-IF
           IF WS-HEADWAY-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "INTERVALLES DE QUAI INSUFFISANTS : "
                      WS-HEADWAY-COUNT
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-PLATFORM-ALERT
           END-IF
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "QUAIS INCONNUS DU REFERENTIEL : "
                      WS-UNKNOWN-COUNT
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-PLATFORM-ALERT
           END-IF
           IF WS-INCOMPAT-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "QUAIS INCOMPATIBLES AVEC LE TRAIN : "
                      WS-INCOMPAT-COUNT
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-PLATFORM-ALERT
           END-IF
           IF WS-NOQUAI-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "TRONCONS SANS QUAI ATTRIBUE : "
                      WS-NOQUAI-COUNT
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-PLATFORM-ALERT
           END-IF
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-ANOMALY-COUNT = WS-CONFLICT-COUNT
               + WS-HEADWAY-COUNT + WS-UNKNOWN-COUNT
               + WS-INCOMPAT-COUNT + WS-NOQUAI-COUNT
           MOVE "trainplat" TO WS-AUDIT-PROGRAM
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-ANOMALY-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Quais : " WS-OCC-COUNT " occupation(s), "
               WS-CONFLICT-COUNT " conflit(s), " WS-HEADWAY-COUNT
               " intervalle(s), " WS-PROPOSAL-COUNT
               " proposition(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR de trainplat-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "DWELL_MINUTES"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-DWELL-MINUTES
               WHEN "HEADWAY_MINUTES"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-HEADWAY-MINUTES
           END-EVALUATE.

      *----------------------------------------------------------------
      * Chargements : planning (hors HDR/TRL), referentiel des quais,
      * quais attribues aux troncons.
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
                   PERFORM RAISE-PLATFORM-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEG-COUNT
           SET LEG-IDX TO WS-LEG-COUNT
           MOVE RECORD-TYPE TO WS-LEG-TYPE(LEG-IDX)
           MOVE STATION-DEPART TO WS-LEG-GARE(LEG-IDX)
           COMPUTE WS-LEG-HEURE(LEG-IDX) =
               TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
           COMPUTE WS-LEG-DEP-MIN(LEG-IDX) =
               TRAIN-TIME-HH * 60 + TRAIN-TIME-MM
           IF TRAIN-DELAY-MINUTES IS NUMERIC
               ADD TRAIN-DELAY-MINUTES TO WS-LEG-DEP-MIN(LEG-IDX)
           END-IF
           COMPUTE WS-LEG-ARR-MIN(LEG-IDX) =
               WS-LEG-DEP-MIN(LEG-IDX) + TRAIN-NBRE-HEURES * 60
           MOVE TRAIN-LEG-NUMBER TO WS-LEG-NUMBER(LEG-IDX)
           MOVE TRAIN-TOTAL-LEGS TO WS-LEG-TOTAL(LEG-IDX)
           MOVE SPACES TO WS-LEG-ARRIVEE(LEG-IDX)
           MOVE SPACES TO WS-LEG-QUAI-DEP(LEG-IDX)
           MOVE SPACES TO WS-LEG-QUAI-ARR(LEG-IDX)
           MOVE ZERO TO WS-LEG-NEXT(LEG-IDX)
           MOVE 'N' TO WS-LEG-HAS-INFO(LEG-IDX)
           MOVE TRAIN-LEG-STATUS TO WS-LEG-STATUT(LEG-IDX).

       LOAD-PLATFORMS.
           OPEN INPUT PLAT-FILE
           MOVE WS-PLAT-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "train-platforms.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT PLAT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ PLAT-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PLAT-RECORD NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-PLATFORM
                   END-IF
           END-PERFORM
           CLOSE PLAT-FILE
           MOVE 'N' TO WS-EOF.

       STORE-PLATFORM.
           IF WS-PLAT-COUNT >= WS-PLAT-TABLE-MAX
               IF WS-PLAT-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-PLAT-TABLE-FULL
                   MOVE "CAPACITE WS-PLAT-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-PLATFORM-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-PLAT-COUNT
               SET PLAT-IDX TO WS-PLAT-COUNT
               MOVE FUNCTION UPPER-CASE(PLAT-GARE)
                   TO WS-PLAT-KEY(PLAT-IDX)
               MOVE PLAT-QUAI TO WS-PLAT-QUAI(PLAT-IDX)
               MOVE PLAT-TYPES TO WS-PLAT-TYPES(PLAT-IDX)
           END-IF.

      * Un troncon est suivi du troncon d'apres dans le fichier
      * quand celui-ci porte le numero suivant du meme trajet ; la
      * gare d'arrivee du premier est la gare de depart du second.
       LINK-LEGS.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX >= WS-LEG-COUNT
               SET WS-J TO LEG-IDX
               ADD 1 TO WS-J
               IF WS-LEG-NUMBER(LEG-IDX) < WS-LEG-TOTAL(LEG-IDX)
                   AND WS-LEG-NUMBER(WS-J)
                       = WS-LEG-NUMBER(LEG-IDX) + 1
                   MOVE WS-J TO WS-LEG-NEXT(LEG-IDX)
                   MOVE WS-LEG-GARE(WS-J) TO WS-LEG-ARRIVEE(LEG-IDX)
               END-IF
           END-PERFORM.

      * Quais attribues (et gare d'arrivee de fin de trajet) ; sans
      * le fichier, tous les troncons sont sans quai.
       LOAD-LEG-INFO.
           OPEN INPUT LEGINFO-FILE
           IF WS-LEGINFO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEGINFO-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LEGINFO-RECORD NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM APPLY-LEG-INFO
                   END-IF
           END-PERFORM
           CLOSE LEGINFO-FILE
           MOVE 'N' TO WS-EOF.

       APPLY-LEG-INFO.
           MOVE 'N' TO WS-FOUND
           MOVE FUNCTION UPPER-CASE(LEGINFO-GARE) TO WS-UPPER-A
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > WS-LEG-COUNT OR WS-FOUND = 'Y'
               MOVE FUNCTION UPPER-CASE(WS-LEG-GARE(LEG-IDX))
                   TO WS-UPPER-B
               IF WS-UPPER-A = WS-UPPER-B
                   AND LEGINFO-HEURE IS NUMERIC
                   AND WS-LEG-HEURE(LEG-IDX) = LEGINFO-HEURE
                   MOVE 'Y' TO WS-FOUND
                   MOVE 'Y' TO WS-LEG-HAS-INFO(LEG-IDX)
                   MOVE LEGINFO-QUAI-DEP TO WS-LEG-QUAI-DEP(LEG-IDX)
                   MOVE LEGINFO-QUAI-ARR TO WS-LEG-QUAI-ARR(LEG-IDX)
                   IF WS-LEG-NEXT(LEG-IDX) = ZERO
                       MOVE LEGINFO-ARRIVEE TO WS-LEG-ARRIVEE(LEG-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Occupations d'un troncon : depart a sa gare, arrivee a sa
      * gare d'arrivee (ou stationnement jusqu'au depart du troncon
      * suivant quand celui-ci repart du meme quai).
      *----------------------------------------------------------------
       BUILD-OCCUPATIONS.
           IF WS-LEG-STATUT(LEG-IDX) = 'A'
               EXIT PARAGRAPH
           END-IF
           IF WS-LEG-QUAI-DEP(LEG-IDX) = SPACES
               PERFORM REPORT-NO-PLATFORM
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-LEG-GARE(LEG-IDX))
                   TO WS-CHK-KEY
               MOVE WS-LEG-QUAI-DEP(LEG-IDX) TO WS-CHK-QUAI
               COMPUTE WS-CHK-START =
                   WS-LEG-DEP-MIN(LEG-IDX) - WS-DWELL-MINUTES
               MOVE WS-LEG-DEP-MIN(LEG-IDX) TO WS-CHK-END
               MOVE 'D' TO WS-OCC-KIND-NEW
               MOVE WS-LEG-GARE(LEG-IDX) TO WS-OCC-GARE-NEW
               PERFORM ADD-OCCUPATION
           END-IF
           IF WS-LEG-ARRIVEE(LEG-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LEG-QUAI-ARR(LEG-IDX) = SPACES
               PERFORM REPORT-NO-PLATFORM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-LEG-ARRIVEE(LEG-IDX))
               TO WS-CHK-KEY
           MOVE WS-LEG-QUAI-ARR(LEG-IDX) TO WS-CHK-QUAI
           MOVE WS-LEG-ARR-MIN(LEG-IDX) TO WS-CHK-START
           COMPUTE WS-CHK-END =
               WS-LEG-ARR-MIN(LEG-IDX) + WS-DWELL-MINUTES
           MOVE 'A' TO WS-OCC-KIND-NEW
           MOVE WS-LEG-NEXT(LEG-IDX) TO WS-J
           IF WS-J NOT = ZERO
               IF WS-LEG-QUAI-DEP(WS-J) = WS-LEG-QUAI-ARR(LEG-IDX)
                   AND WS-LEG-DEP-MIN(WS-J) > WS-CHK-START
                   AND WS-LEG-STATUT(WS-J) NOT = 'A'
                   MOVE WS-LEG-DEP-MIN(WS-J) TO WS-CHK-END
                   MOVE 'S' TO WS-OCC-KIND-NEW
               END-IF
           END-IF
           MOVE WS-LEG-ARRIVEE(LEG-IDX) TO WS-OCC-GARE-NEW
           PERFORM ADD-OCCUPATION.

      * Un troncon suivant qui repart du quai d'arrivee est couvert
      * par le stationnement : son depart n'ajoute rien.
       ADD-OCCUPATION.
           IF WS-OCC-KIND-NEW = 'D'
               AND WS-LEG-NUMBER(LEG-IDX) > 1
               SET WS-J TO LEG-IDX
               SUBTRACT 1 FROM WS-J
               IF WS-J > ZERO
                   IF WS-LEG-NEXT(WS-J) = LEG-IDX
                       AND WS-LEG-STATUT(WS-J) NOT = 'A'
                       AND WS-LEG-QUAI-ARR(WS-J) = WS-CHK-QUAI
                       AND WS-LEG-DEP-MIN(LEG-IDX)
                           > WS-LEG-ARR-MIN(WS-J)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF WS-OCC-COUNT >= WS-OCC-TABLE-MAX
               IF WS-OCC-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-OCC-TABLE-FULL
                   MOVE "CAPACITE WS-OCC-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-PLATFORM-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OCC-COUNT
           SET OCC-IDX TO WS-OCC-COUNT
           MOVE WS-CHK-KEY TO WS-OCC-KEY(OCC-IDX)
           MOVE WS-CHK-QUAI TO WS-OCC-QUAI(OCC-IDX)
           MOVE WS-CHK-START TO WS-OCC-START(OCC-IDX)
           MOVE WS-CHK-END TO WS-OCC-END(OCC-IDX)
           MOVE WS-OCC-KIND-NEW TO WS-OCC-KIND(OCC-IDX)
           MOVE WS-OCC-GARE-NEW TO WS-OCC-GARE(OCC-IDX)
           SET WS-OCC-LEG(OCC-IDX) TO LEG-IDX.

      * Le quai doit exister a la gare et admettre le type du train ;
      * sinon un quai compatible libre est propose. Une gare absente
      * du referentiel des quais (gare d'une autre region) n'est pas
      * controlee.
       CHECK-PLATFORM-REFERENCE.
           MOVE WS-OCC-KEY(OCC-IDX) TO WS-CHK-KEY
           MOVE WS-OCC-QUAI(OCC-IDX) TO WS-CHK-QUAI
           MOVE WS-OCC-START(OCC-IDX) TO WS-CHK-START
           MOVE WS-OCC-END(OCC-IDX) TO WS-CHK-END
           SET WS-DESC-OCC TO OCC-IDX
           PERFORM DESCRIBE-OCCUPATION
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING PLAT-IDX FROM 1 BY 1
                   UNTIL PLAT-IDX > WS-PLAT-COUNT OR WS-FOUND = 'Y'
               IF WS-PLAT-KEY(PLAT-IDX) = WS-CHK-KEY
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING PLAT-IDX FROM 1 BY 1
                   UNTIL PLAT-IDX > WS-PLAT-COUNT OR WS-FOUND = 'Y'
               IF WS-PLAT-KEY(PLAT-IDX) = WS-CHK-KEY
                   AND WS-PLAT-QUAI(PLAT-IDX) = WS-CHK-QUAI
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           MOVE WS-LEG-TYPE(LEG-IDX) TO WS-CHK-TYPE
           IF WS-FOUND = 'N'
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  QUAI INCONNU   " WS-OCC-GARE(OCC-IDX)
                      " quai " WS-CHK-QUAI " " WS-OCC-TEXT
                      " : absent du referentiel"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               PERFORM PROPOSE-PLATFORM
               EXIT PARAGRAPH
           END-IF
           SET PLAT-IDX DOWN BY 1
           MOVE ZERO TO WS-TALLY
           INSPECT WS-PLAT-TYPES(PLAT-IDX) TALLYING WS-TALLY
               FOR ALL WS-CHK-TYPE
           IF WS-TALLY = ZERO
               ADD 1 TO WS-INCOMPAT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  INCOMPATIBLE   " WS-OCC-GARE(OCC-IDX)
                      " quai " WS-CHK-QUAI " " WS-OCC-TEXT
                      " : types admis "
                      WS-PLAT-TYPES(PLAT-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               PERFORM PROPOSE-PLATFORM
           END-IF.

       REPORT-NO-PLATFORM.
           ADD 1 TO WS-NOQUAI-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SANS QUAI      train " WS-LEG-TYPE(LEG-IDX) " "
                  WS-LEG-GARE(LEG-IDX) " " WS-LEG-HEURE(LEG-IDX)
                  " troncon " WS-LEG-NUMBER(LEG-IDX) "/"
                  WS-LEG-TOTAL(LEG-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           IF WS-LEG-HAS-INFO(LEG-IDX) = 'N'
               MOVE "      absent de train-leg-info.dat"
                   TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Chevauchements et intervalles insuffisants entre occupations
      * successives d'un meme quai.
      *----------------------------------------------------------------
       WRITE-CONFLICT-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "CONFLITS ET INTERVALLES INSUFFISANTS" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING OCC-IDX FROM 1 BY 1
                   UNTIL OCC-IDX > WS-OCC-COUNT
               PERFORM CHECK-ONE-OCCUPATION
           END-PERFORM
           IF WS-CONFLICT-COUNT + WS-HEADWAY-COUNT = ZERO
               MOVE "  Aucun" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

       CHECK-ONE-OCCUPATION.
           SET OCC-IDX2 TO OCC-IDX
           SET OCC-IDX2 UP BY 1
           PERFORM UNTIL OCC-IDX2 > WS-OCC-COUNT
               IF WS-OCC-KEY(OCC-IDX2) NOT = WS-OCC-KEY(OCC-IDX)
                   OR WS-OCC-QUAI(OCC-IDX2) NOT = WS-OCC-QUAI(OCC-IDX)
                   OR WS-OCC-START(OCC-IDX2) >=
                       WS-OCC-END(OCC-IDX) + WS-HEADWAY-MINUTES
                   EXIT PERFORM
               END-IF
               PERFORM REPORT-OCCUPATION-PAIR
               SET OCC-IDX2 UP BY 1
           END-PERFORM.

       REPORT-OCCUPATION-PAIR.
           SET WS-DESC-OCC TO OCC-IDX
           PERFORM DESCRIBE-OCCUPATION
           MOVE WS-OCC-TEXT TO WS-OCC-TEXT-2
           SET WS-DESC-OCC TO OCC-IDX2
           PERFORM DESCRIBE-OCCUPATION
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-OCC-START(OCC-IDX2) < WS-OCC-END(OCC-IDX)
               ADD 1 TO WS-CONFLICT-COUNT
               COMPUTE WS-GAP =
                   WS-OCC-END(OCC-IDX) - WS-OCC-START(OCC-IDX2)
               MOVE WS-GAP TO WS-GAP-EDIT
               STRING "  CONFLIT        " WS-OCC-GARE(OCC-IDX)
                      " quai " WS-OCC-QUAI(OCC-IDX)
                      " chevauchement " WS-GAP-EDIT " min"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-HEADWAY-COUNT
               COMPUTE WS-GAP =
                   WS-OCC-START(OCC-IDX2) - WS-OCC-END(OCC-IDX)
               MOVE WS-GAP TO WS-GAP-EDIT
               STRING "  INTERVALLE     " WS-OCC-GARE(OCC-IDX)
                      " quai " WS-OCC-QUAI(OCC-IDX)
                      " ecart " WS-GAP-EDIT " min, minimum "
                      WS-HEADWAY-MINUTES
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "      " WS-OCC-TEXT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "      " WS-OCC-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
      * Le second train, arrive ou parti plus tard, est deplace.
           MOVE WS-OCC-KEY(OCC-IDX2) TO WS-CHK-KEY
           MOVE WS-OCC-QUAI(OCC-IDX2) TO WS-CHK-QUAI
           MOVE WS-OCC-START(OCC-IDX2) TO WS-CHK-START
           MOVE WS-OCC-END(OCC-IDX2) TO WS-CHK-END
           SET LEG-IDX TO WS-OCC-LEG(OCC-IDX2)
           MOVE WS-LEG-TYPE(LEG-IDX) TO WS-CHK-TYPE
           PERFORM PROPOSE-PLATFORM.

      *----------------------------------------------------------------
      * Premier quai de la gare qui admet le type du train et qui
      * est libre, intervalle minimal compris, sur la plage
      * WS-CHK-START a WS-CHK-END (occupations du planning et
      * propositions deja faites).
      *----------------------------------------------------------------
       PROPOSE-PLATFORM.
           MOVE 'N' TO WS-FREE
           PERFORM VARYING PLAT-IDX FROM 1 BY 1
                   UNTIL PLAT-IDX > WS-PLAT-COUNT OR WS-FREE = 'Y'
               IF WS-PLAT-KEY(PLAT-IDX) = WS-CHK-KEY
                   AND WS-PLAT-QUAI(PLAT-IDX) NOT = WS-CHK-QUAI
                   MOVE ZERO TO WS-TALLY
                   INSPECT WS-PLAT-TYPES(PLAT-IDX) TALLYING WS-TALLY
                       FOR ALL WS-CHK-TYPE
                   IF WS-TALLY > ZERO
                       PERFORM CHECK-PLATFORM-FREE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FREE = 'N'
               MOVE "      proposition : aucun quai compatible libre"
                   TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SET PLAT-IDX DOWN BY 1
           ADD 1 TO WS-PROPOSAL-COUNT
           STRING "      proposition : quai " WS-PLAT-QUAI(PLAT-IDX)
                  " (types " WS-PLAT-TYPES(PLAT-IDX) ") libre"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           IF WS-PROP-COUNT >= WS-PROP-TABLE-MAX
               IF WS-PROP-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-PROP-TABLE-FULL
                   MOVE "CAPACITE WS-PROP-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-PLATFORM-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROP-COUNT
           SET PROP-IDX TO WS-PROP-COUNT
           MOVE WS-CHK-KEY TO WS-PROP-KEY(PROP-IDX)
           MOVE WS-PLAT-QUAI(PLAT-IDX) TO WS-PROP-QUAI(PROP-IDX)
           MOVE WS-CHK-START TO WS-PROP-START(PROP-IDX)
           MOVE WS-CHK-END TO WS-PROP-END(PROP-IDX).

       CHECK-PLATFORM-FREE.
           MOVE 'Y' TO WS-FREE
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-OCC-COUNT OR WS-FREE = 'N'
               IF WS-OCC-KEY(WS-K) = WS-CHK-KEY
                   AND WS-OCC-QUAI(WS-K) = WS-PLAT-QUAI(PLAT-IDX)
                   AND WS-OCC-START(WS-K)
                       < WS-CHK-END + WS-HEADWAY-MINUTES
                   AND WS-OCC-END(WS-K) + WS-HEADWAY-MINUTES
                       > WS-CHK-START
                   MOVE 'N' TO WS-FREE
               END-IF
           END-PERFORM
           PERFORM VARYING PROP-IDX FROM 1 BY 1
                   UNTIL PROP-IDX > WS-PROP-COUNT OR WS-FREE = 'N'
               IF WS-PROP-KEY(PROP-IDX) = WS-CHK-KEY
                   AND WS-PROP-QUAI(PROP-IDX) = WS-PLAT-QUAI(PLAT-IDX)
                   AND WS-PROP-START(PROP-IDX)
                       < WS-CHK-END + WS-HEADWAY-MINUTES
                   AND WS-PROP-END(PROP-IDX) + WS-HEADWAY-MINUTES
                       > WS-CHK-START
                   MOVE 'N' TO WS-FREE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Occupation de chaque quai, par gare et par heure.
      *----------------------------------------------------------------
       WRITE-OCCUPATION-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "OCCUPATION DES QUAIS" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           IF WS-OCC-COUNT = ZERO
               MOVE "  Aucune" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING OCC-IDX FROM 1 BY 1
                   UNTIL OCC-IDX > WS-OCC-COUNT
               SET WS-DESC-OCC TO OCC-IDX
               PERFORM DESCRIBE-OCCUPATION
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-OCC-GARE(OCC-IDX) " quai "
                      WS-OCC-QUAI(OCC-IDX) " " WS-OCC-TEXT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-PERFORM.

      * Libelle de l'occupation de rang WS-DESC-OCC : plage
      * horaire, nature et train (LEG-IDX positionne sur celui-ci).
       DESCRIBE-OCCUPATION.
           SET LEG-IDX TO WS-OCC-LEG(WS-DESC-OCC)
           EVALUATE WS-OCC-KIND(WS-DESC-OCC)
               WHEN 'D'
                   MOVE "depart" TO WS-KIND-LIB
               WHEN 'A'
                   MOVE "arrivee" TO WS-KIND-LIB
               WHEN OTHER
                   MOVE "stationnement" TO WS-KIND-LIB
           END-EVALUATE
           MOVE WS-OCC-START(WS-DESC-OCC) TO WS-T-MIN
           PERFORM FORMAT-MINUTES
           MOVE WS-T-TEXT TO WS-START-TEXT
           MOVE WS-OCC-END(WS-DESC-OCC) TO WS-T-MIN
           PERFORM FORMAT-MINUTES
           MOVE WS-T-TEXT TO WS-END-TEXT
           MOVE SPACES TO WS-OCC-TEXT
           STRING WS-START-TEXT "-" WS-END-TEXT " " WS-KIND-LIB
                  " train " WS-LEG-TYPE(LEG-IDX) " "
                  WS-LEG-GARE(LEG-IDX) " " WS-LEG-HEURE(LEG-IDX)
                  DELIMITED BY SIZE INTO WS-OCC-TEXT.

      * WS-T-MIN (minutes, eventuellement hors de la journee) en
      * HH:MM.
       FORMAT-MINUTES.
           PERFORM UNTIL WS-T-MIN >= ZERO
               ADD 1440 TO WS-T-MIN
           END-PERFORM
           PERFORM UNTIL WS-T-MIN < 1440
               SUBTRACT 1440 FROM WS-T-MIN
           END-PERFORM
           DIVIDE WS-T-MIN BY 60 GIVING WS-T-HH REMAINDER WS-T-MM
           STRING WS-T-HH ":" WS-T-MM
                  DELIMITED BY SIZE INTO WS-T-TEXT.

       RAISE-PLATFORM-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPERATIONAL-ALERT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM trainplat.
