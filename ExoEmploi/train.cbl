               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FARE-FILE-STATUS.

      * Parc de materiel roulant : chaque troncon circule avec une
      * rame designee au fichier d'affectation, dont les compteurs
      * d'heures et de kilometres depuis la derniere maintenance
      * sont cumules a chaque run puis le parc est reecrit en
      * entier. Fichiers absents, aucun cumul (comportement
      * historique).
           SELECT UNIT-FILE ASSIGN TO 'train-units.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UNIT-FILE-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'train-unit-assign.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-FILE-STATUS.

      * Reservations nominatives tenues par trainbook.cbl : le
      * nombre de reserves d'un troncon en est tire (reservations
      * confirmees) a la place du chiffre saisi dans le planning, et
      * les voyageurs touches par un retard indemnisable ou une
      * correspondance rompue sont nommes. Fichier absent, le chiffre
      * saisi TRAIN-PASSENGERS-BOOKED reste la reference.
           SELECT RES-FILE ASSIGN TO 'train-reservations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.
       DATA DIVISION.
       FILE SECTION.
       FD TRAIN-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY 'rapport-train.cpy'.
       
       FD OUTPUT-FILE
           05 FILLER                PIC X.
           05 CAUSE-LABEL           PIC X(30).

       FD UNIT-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY 'train-unit.cpy'.

       FD ASSIGN-FILE
           RECORD CONTAINS 27 CHARACTERS.
       COPY 'train-unit-assign.cpy'.

       FD RES-FILE
           RECORD CONTAINS 56 CHARACTERS.
       COPY 'train-reservation.cpy'.

           COPY 'GENFD.cpy'.
           COPY 'PARAMFD.cpy'.

       FD HIST-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01 HIST-RECORD.
           05 HIST-DATE             PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                PIC X VALUE SPACE.
           05 HIST-COUNT            PIC 9(5).
      * Troncons annules du run ; blanc sur les lignes d'ancienne
      * generation (41 caracteres), relu alors comme zero.
           05 FILLER                PIC X VALUE SPACE.
           05 HIST-CANCEL           PIC 9(5).

           COPY 'ERRSUMFD.cpy'.

               10 WS-MISSED-AFTER     PIC S9(5).
               10 WS-MISSED-SOLVED    PIC X.
               10 WS-MISSED-PROPOSAL  PIC X(100).
      * Troncon arrive en retard et troncon manque, pour nommer les
      * voyageurs reserves sur les deux.
               10 WS-MISSED-PREV-GARE PIC X(10).
               10 WS-MISSED-PREV-HEURE PIC 9(4).
               10 WS-MISSED-HEURE     PIC 9(4).
       01  WS-MISSED-TABLE-MAX        PIC 9(2) VALUE 50.
       01  WS-MISSED-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-ANOMALY-LINE            PIC X(100).
       01  WS-PREV-RATE               PIC S9(3)V99.
       01  WS-RATE-DELTA              PIC S9(3)V99.
       01  WS-RATE-DELTA-EDIT         PIC --9.99.
       01  WS-TREND-LINE              PIC X(132).
       01  WS-HIST-TABLE.
           05 WS-HIST-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-HIST-ENTRY OCCURS 1 TO 200 TIMES
               10 WS-HIST-EARLY       PIC 9(5).
               10 WS-HIST-DELAY       PIC S9(7).
               10 WS-HIST-COUNT-RUN   PIC 9(5).
               10 WS-HIST-CANCEL      PIC 9(5).
       01  WS-HIST-TABLE-MAX          PIC 9(3) VALUE 200.

      * Convention en-tête/fin du fichier d'interface train.dat :
                  DEPENDING ON WS-COMP-COUNT
                  INDEXED BY COMP-IDX.
               10 WS-COMP-TEXT        PIC X(132).
               10 WS-COMP-GARE        PIC X(10).
               10 WS-COMP-HEURE       PIC 9(4).
       01  WS-COMP-TABLE-MAX          PIC 9(2) VALUE 50.
       01  WS-COMP-TABLE-FULL         PIC X VALUE 'N'.

      * Troncons annules (TRAIN-LEG-STATUS 'A') : hors statistiques
      * de ponctualite, ils sont rapportes dans leur propre section
      * avec leur cause d'annulation et le remboursement du aux
      * voyageurs, au prix du troncon (train-fares.dat). Les
      * troncons suivants du meme trajet sont retenus comme
      * correspondances perdues : le voyageur qui ne peut plus
      * partir est rembourse aussi de la suite de son trajet.
       01  WS-CANCELLED-LEGS          PIC 9(5) VALUE ZERO.
       01  WS-CANCEL-CURRENT          PIC 9(2) VALUE ZERO.
       01  WS-PREV-CANCELLED          PIC X VALUE 'N'.
       01  WS-CANCEL-LABEL            PIC X(30).
       01  WS-CANCEL-LINE             PIC X(132).
       01  WS-CANCEL-TABLE.
           05 WS-CANCEL-COUNT         PIC 9(2) VALUE ZERO.
           05 WS-CANCEL-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-CANCEL-COUNT
                  INDEXED BY CANCEL-IDX.
               10 WS-CANCEL-TEXT      PIC X(132).
               10 WS-CANCEL-GARE      PIC X(10).
               10 WS-CANCEL-HEURE     PIC 9(4).
               10 WS-CANCEL-FARE      PIC 9(6)V99.
               10 WS-CANCEL-BOOKED    PIC 9(3).
       01  WS-CANCEL-TABLE-MAX        PIC 9(2) VALUE 50.
       01  WS-CANCEL-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-CONNLEG-TABLE.
           05 WS-CONNLEG-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-CONNLEG-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-CONNLEG-COUNT
                  INDEXED BY CONNLEG-IDX.
               10 WS-CONNLEG-CANCEL   PIC 9(2).
               10 WS-CONNLEG-TEXT     PIC X(132).
               10 WS-CONNLEG-GARE     PIC X(10).
               10 WS-CONNLEG-HEURE    PIC 9(4).
               10 WS-CONNLEG-FARE     PIC 9(6)V99.
       01  WS-CONNLEG-TABLE-MAX       PIC 9(3) VALUE 100.
       01  WS-CONNLEG-TABLE-FULL      PIC X VALUE 'N'.
       01  WS-REFUND-AMOUNT           PIC 9(9)V99.
       01  WS-REFUND-LEGS             PIC 9(2).
       01  WS-REFUND-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-REFUND-PAX-TOTAL        PIC 9(7) VALUE ZERO.
       01  WS-CANCEL-NUM              PIC 9(2).

      * Recettes estimees : reservations x prix du troncon, par type
      * de materiel et par trajet, a cote des taux d'occupation.
       01  WS-REV-TGV                 PIC 9(11)V99 VALUE ZERO.
       01  WS-REV-EDIT                PIC Z(10)9.99.
       01  WS-REV-LINE                PIC X(132).

      * Parc et affectations charges au demarrage ; le cumul du run
      * n'est ajoute aux compteurs d'une rame que si sa date de
      * dernier cumul est anterieure a aujourd'hui (une relance du
      * run ne compte pas deux fois).
       01  WS-UNIT-FILE-STATUS        PIC XX.
       01  WS-UNIT-EOF                PIC X VALUE 'N'.
       01  WS-UNIT-LOADED             PIC X VALUE 'N'.
       01  WS-UNIT-TABLE.
           05 WS-UNIT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-UNIT-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-UNIT-COUNT
                  INDEXED BY UNIT-IDX.
               10 WS-UNIT-ID          PIC X(6).
               10 WS-UNIT-TYPE        PIC X(1).
               10 WS-UNIT-HOURS       PIC 9(6).
               10 WS-UNIT-KM          PIC 9(7).
               10 WS-UNIT-INT-HOURS   PIC 9(6).
               10 WS-UNIT-INT-KM      PIC 9(7).
               10 WS-UNIT-LAST-DATE   PIC 9(8).
               10 WS-UNIT-RUN-HOURS   PIC 9(4).
               10 WS-UNIT-RUN-KM      PIC 9(6).
               10 WS-UNIT-RUN-LEGS    PIC 9(3).
       01  WS-UNIT-TABLE-MAX          PIC 9(3) VALUE 300.
       01  WS-UNIT-KNOWN              PIC X.
       01  WS-UNIT-UPDATED            PIC 9(3) VALUE ZERO.
       01  WS-UNIT-LINE               PIC X(132).
       01  WS-ASSIGN-FILE-STATUS      PIC XX.
       01  WS-ASSIGN-EOF              PIC X VALUE 'N'.
       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-ASSIGN-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-ASSIGN-COUNT
                  INDEXED BY ASSIGN-IDX.
               10 WS-ASSIGN-GARE      PIC X(10).
               10 WS-ASSIGN-HEURE     PIC 9(4).
               10 WS-ASSIGN-UNIT      PIC X(6).
               10 WS-ASSIGN-KM        PIC 9(4).
       01  WS-ASSIGN-TABLE-MAX        PIC 9(3) VALUE 300.
       01  WS-ASSIGN-KNOWN            PIC X.
       01  WS-LEG-HHMM                PIC 9(4).

      * Reservations confirmees et en attente, chargees au
      * demarrage.
       01  WS-RES-FILE-STATUS         PIC XX.
       01  WS-RES-EOF                 PIC X VALUE 'N'.
       01  WS-RES-LOADED              PIC X VALUE 'N'.
       01  WS-RES-TABLE.
           05 WS-RES-COUNT            PIC 9(4) VALUE ZERO.
           05 WS-RES-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-RES-COUNT
                  INDEXED BY RES-IDX.
               10 WS-RES-REF          PIC X(8).
               10 WS-RES-NOM          PIC X(20).
               10 WS-RES-GARE         PIC X(10).
               10 WS-RES-HEURE        PIC 9(4).
               10 WS-RES-VOITURE      PIC 9(2).
               10 WS-RES-PLACE        PIC 9(3).
               10 WS-RES-CLASSE       PIC X.
               10 WS-RES-STATUT       PIC X.
       01  WS-RES-TABLE-MAX           PIC 9(4) VALUE 5000.
       01  WS-RES-BOOKED              PIC 9(4).
       01  WS-RES-SCAN                PIC 9(4).
       01  WS-RES-ON-PREV             PIC X.
       01  WS-KEY-GARE                PIC X(10).
       01  WS-KEY-HEURE               PIC 9(4).
       01  WS-KEY-PREV-GARE           PIC X(10).
       01  WS-KEY-PREV-HEURE          PIC 9(4).
       01  WS-PAX-LINE                PIC X(132).
       01  WS-PAX-COUNT               PIC 9(4).
       01  WS-PREV-HHMM               PIC 9(4).

       01  WS-TRAIN-FILE-STATUS       PIC XX.
       01  WS-OUTPUT-FILE-STATUS      PIC XX.
       01  WS-OUTPUT-FILENAME         PIC X(60).
           PERFORM LOAD-STATION-TABLE
           PERFORM LOAD-CAUSE-TABLE
           PERFORM LOAD-FARE-TABLE
           PERFORM LOAD-UNIT-TABLE
           PERFORM LOAD-RESERVATION-TABLE
           OPEN INPUT TRAIN-FILE
           MOVE WS-TRAIN-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "train.dat" TO WS-FILESTAT-FILENAME
                  IF WS-IFACE-SKIP = 'Y'
                      EXIT PERFORM CYCLE
                  END-IF
                  PERFORM APPLY-RESERVATION-COUNT
                  MOVE 0 TO WS-HALT-COUNTER
                  PERFORM VARYING WS-HALT-INDEX FROM 1 BY 1 UNTIL 
                       WS-HALT-INDEX > 10
                  END-IF
                  MOVE TRAIN-TIME-MM TO WS-ARRIVAL-MINUTES

      * Un troncon annule ne circule pas : ni ponctualite, ni
      * statistiques de gare, ni remplissage, ni recette, ni
      * kilometrage de rame ; il part dans la section des
      * annulations.
                  IF TRAIN-ANNULE
                      PERFORM PROCESS-CANCELLED-LEG
                  ELSE
                      PERFORM CLASSIFY-DELAY
                      PERFORM ACCUMULATE-DELAY-CAUSE
                  END-IF
                  PERFORM VALIDATE-STATION
                  IF NOT TRAIN-ANNULE
                      PERFORM ACCUMULATE-STATION-STATS
                      PERFORM COMPUTE-LOAD-FACTOR
                      PERFORM COMPUTE-LEG-FARE
                      PERFORM CHECK-COMPENSATION
                      PERFORM ACCUMULATE-REVENUE
                      PERFORM SCAN-REBOOKING-CANDIDATE
                      PERFORM CHECK-MISSED-CONNECTION
                  END-IF
                  PERFORM TRACK-CANCELLATION
                  PERFORM CHECK-CONNECTION-CODE
                  PERFORM ACCUMULATE-JOURNEY
                  IF NOT TRAIN-ANNULE
                      PERFORM ACCUMULATE-UNIT-USAGE
                  END-IF

      * Le parc circulant ne compte pas les troncons annules (il
      * sert aussi de diviseur a l'occupation moyenne).
                  EVALUATE TRUE
                      WHEN TGV
                      MOVE "Train grande vitesse" TO WS-RECORD-TYPE
                      IF NOT TRAIN-ANNULE
                          ADD 1 TO WS-TGV-COUNT
                      END-IF
                      WHEN CORAIL
                      MOVE "Voiture Corail" TO WS-RECORD-TYPE
                      IF NOT TRAIN-ANNULE
                          ADD 1 TO WS-CORAIL-COUNT
                      END-IF
                      WHEN TER
                      MOVE "Train regional" TO WS-RECORD-TYPE
                      IF NOT TRAIN-ANNULE
                          ADD 1 TO WS-TER-COUNT
                      END-IF
                      END-EVALUATE

                      MOVE SPACES TO OUTPUT-RECORD
           PERFORM WRITE-OCCUPANCY-SUMMARY
           PERFORM WRITE-COMPENSATION-SECTION
           PERFORM WRITE-REVENUE-SECTION
           PERFORM WRITE-CANCELLATION-SECTION
           PERFORM APPEND-PUNCTUALITY-HISTORY
           PERFORM WRITE-PUNCTUALITY-TREND
           PERFORM WRITE-UNIT-SECTION
           PERFORM REWRITE-UNIT-FILE
           CLOSE TRAIN-FILE
           CLOSE OUTPUT-FILE.
           STOP RUN.
                          " cout estime " WS-COMP-EDIT
                          DELIMITED BY SIZE INTO WS-COMP-LINE
                   MOVE WS-COMP-LINE TO WS-COMP-TEXT(COMP-IDX)
                   MOVE STATION-DEPART TO WS-COMP-GARE(COMP-IDX)
                   COMPUTE WS-COMP-HEURE(COMP-IDX) =
                       TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
               END-IF
           END-IF.

                   UNTIL COMP-IDX > WS-COMP-COUNT
               WRITE OUTPUT-RECORD FROM WS-COMP-TEXT(COMP-IDX)
               DISPLAY WS-COMP-TEXT(COMP-IDX)
               MOVE WS-COMP-GARE(COMP-IDX) TO WS-KEY-GARE
               MOVE WS-COMP-HEURE(COMP-IDX) TO WS-KEY-HEURE
               MOVE SPACES TO WS-KEY-PREV-GARE
               PERFORM WRITE-AFFECTED-PASSENGERS
           END-PERFORM
           MOVE WS-COMP-TOTAL TO WS-REV-EDIT
           MOVE SPACES TO WS-COMP-LINE
           WRITE OUTPUT-RECORD FROM WS-REV-LINE
           DISPLAY WS-REV-LINE.

      * Troncon annule : compte a part, prix du troncon pour le
      * remboursement et libelle de la cause d'annulation, prise
      * dans le referentiel des causes comme pour un retard.
       PROCESS-CANCELLED-LEG.
           ADD 1 TO WS-CANCELLED-LEGS
           MOVE "ANNULE" TO WS-DELAY-STATUS
           MOVE ZERO TO WS-LOAD-FACTOR-EDIT
           MOVE SPACES TO WS-OVERBOOK-TEXT
           PERFORM COMPUTE-LEG-FARE
           IF TRAIN-LEG-NUMBER = 1
               MOVE ZERO TO WS-JOURNEY-REVENUE
           END-IF
           MOVE SPACES TO WS-CANCEL-LABEL
           IF TRAIN-CAUSE-CODE = SPACES
               MOVE "cause non renseignee" TO WS-CANCEL-LABEL
               PERFORM STORE-CANCEL-CAUSE-ANOMALY
           ELSE
               IF WS-CAUSEREF-COUNT > ZERO
                   SET CAUSEREF-IDX TO 1
                   SEARCH WS-CAUSEREF-ENTRY
                       AT END
                           MOVE "cause inconnue du referentiel"
                               TO WS-CANCEL-LABEL
                           PERFORM STORE-CAUSE-ANOMALY
                       WHEN WS-CAUSEREF-CODE(CAUSEREF-IDX)
                           = TRAIN-CAUSE-CODE
                           MOVE WS-CAUSEREF-LABEL(CAUSEREF-IDX)
                               TO WS-CANCEL-LABEL
                   END-SEARCH
               END-IF
           END-IF.

       STORE-CANCEL-CAUSE-ANOMALY.
           IF WS-ANOMALY-COUNT >= WS-ANOMALY-TABLE-MAX
               IF WS-ANOMALY-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-ANOMALY-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de WS-ANOMALY-ENTRY ("
                       WS-ANOMALY-TABLE-MAX
                       ") depassee, anomalies suivantes perdues"
               END-IF
           ELSE
               ADD 1 TO WS-ANOMALY-COUNT
               SET ANOMALY-IDX TO WS-ANOMALY-COUNT
               MOVE SPACES TO WS-ANOMALY-LINE
               STRING "ANNULATION_SANS_CAUSE au depart de "
                      STATION-DEPART " a " TRAIN-TIME-HH ":"
                      TRAIN-TIME-MM
                      DELIMITED BY SIZE INTO WS-ANOMALY-LINE
               MOVE WS-ANOMALY-LINE TO WS-ANOMALY-TEXT(ANOMALY-IDX)
           END-IF.

      * Suit les annulations dans le trajet en cours : un troncon
      * annule ouvre une entree, les troncons suivants du meme
      * trajet qui circulent lui sont rattaches comme correspondances
      * perdues. Un nouveau trajet referme le suivi. Appele avant
      * CHECK-CONNECTION-CODE, qui retient ensuite le troncon courant.
       TRACK-CANCELLATION.
           IF WS-PREV-LEG-HELD = 'N'
               OR TRAIN-LEG-NUMBER NOT = WS-PREV-LEG-NUMBER + 1
               MOVE ZERO TO WS-CANCEL-CURRENT
           END-IF
           IF TRAIN-ANNULE
               PERFORM STORE-CANCELLATION
               MOVE 'Y' TO WS-PREV-CANCELLED
           ELSE
               IF WS-CANCEL-CURRENT > ZERO
                   PERFORM STORE-CONNECTING-LEG
               END-IF
               MOVE 'N' TO WS-PREV-CANCELLED
           END-IF.

       STORE-CANCELLATION.
           IF WS-CANCEL-COUNT >= WS-CANCEL-TABLE-MAX
               IF WS-CANCEL-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-CANCEL-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de "
                       "WS-CANCEL-ENTRY depassee"
               END-IF
               MOVE ZERO TO WS-CANCEL-CURRENT
           ELSE
               ADD 1 TO WS-CANCEL-COUNT
               SET CANCEL-IDX TO WS-CANCEL-COUNT
               MOVE WS-CANCEL-COUNT TO WS-CANCEL-CURRENT
               MOVE SPACES TO WS-CANCEL-LINE
               STRING "ANNULE depart de " STATION-DEPART
                      " a " TRAIN-TIME-HH ":" TRAIN-TIME-MM
                      " (troncon " TRAIN-LEG-NUMBER "/"
                      TRAIN-TOTAL-LEGS ") type " RECORD-TYPE
                      " cause " TRAIN-CAUSE-CODE " "
                      WS-CANCEL-LABEL
                      " voyageurs " TRAIN-PASSENGERS-BOOKED
                      DELIMITED BY SIZE INTO WS-CANCEL-LINE
               MOVE WS-CANCEL-LINE TO WS-CANCEL-TEXT(CANCEL-IDX)
               MOVE FUNCTION UPPER-CASE(STATION-DEPART)
                   TO WS-CANCEL-GARE(CANCEL-IDX)
               COMPUTE WS-CANCEL-HEURE(CANCEL-IDX) =
                   TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
               MOVE WS-LEG-FARE TO WS-CANCEL-FARE(CANCEL-IDX)
               MOVE TRAIN-PASSENGERS-BOOKED
                   TO WS-CANCEL-BOOKED(CANCEL-IDX)
           END-IF.

       STORE-CONNECTING-LEG.
           IF WS-CONNLEG-COUNT >= WS-CONNLEG-TABLE-MAX
               IF WS-CONNLEG-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-CONNLEG-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de "
                       "WS-CONNLEG-ENTRY depassee"
               END-IF
           ELSE
               ADD 1 TO WS-CONNLEG-COUNT
               SET CONNLEG-IDX TO WS-CONNLEG-COUNT
               MOVE WS-CANCEL-CURRENT
                   TO WS-CONNLEG-CANCEL(CONNLEG-IDX)
               MOVE SPACES TO WS-CANCEL-LINE
               STRING "  -> correspondance perdue : depart de "
                      STATION-DEPART " a " TRAIN-TIME-HH ":"
                      TRAIN-TIME-MM " (troncon " TRAIN-LEG-NUMBER
                      "/" TRAIN-TOTAL-LEGS ")"
                      DELIMITED BY SIZE INTO WS-CANCEL-LINE
               MOVE WS-CANCEL-LINE TO WS-CONNLEG-TEXT(CONNLEG-IDX)
               MOVE FUNCTION UPPER-CASE(STATION-DEPART)
                   TO WS-CONNLEG-GARE(CONNLEG-IDX)
               COMPUTE WS-CONNLEG-HEURE(CONNLEG-IDX) =
                   TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
               MOVE WS-LEG-FARE TO WS-CONNLEG-FARE(CONNLEG-IDX)
           END-IF.

      * Section des annulations : chaque troncon annule, ses
      * correspondances perdues, puis les voyageurs a rembourser.
      * Avec le fichier des reservations, chaque voyageur confirme
      * sur le troncon annule est rembourse de ce troncon et des
      * correspondances perdues ou il est aussi confirme ; sans lui,
      * le remboursement est chiffre sur le nombre de reserves du
      * planning, pour le seul troncon annule.
       WRITE-CANCELLATION-SECTION.
           MOVE SPACES TO WS-CANCEL-LINE
           STRING "Trains annules : " WS-CANCELLED-LEGS
                  " troncon(s), hors statistiques de ponctualite"
                  DELIMITED BY SIZE INTO WS-CANCEL-LINE
           WRITE OUTPUT-RECORD FROM WS-CANCEL-LINE
           DISPLAY WS-CANCEL-LINE
           IF WS-CANCELLED-LEGS = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-FARE-LOADED = 'N'
               MOVE "  (referentiel tarifaire absent : remboursements"
                   & " a zero)" TO WS-CANCEL-LINE
               WRITE OUTPUT-RECORD FROM WS-CANCEL-LINE
               DISPLAY WS-CANCEL-LINE
           END-IF
           PERFORM VARYING CANCEL-IDX FROM 1 BY 1
                   UNTIL CANCEL-IDX > WS-CANCEL-COUNT
               WRITE OUTPUT-RECORD FROM WS-CANCEL-TEXT(CANCEL-IDX)
               DISPLAY WS-CANCEL-TEXT(CANCEL-IDX)
               SET WS-CANCEL-NUM TO CANCEL-IDX
               PERFORM VARYING CONNLEG-IDX FROM 1 BY 1
                       UNTIL CONNLEG-IDX > WS-CONNLEG-COUNT
                   IF WS-CONNLEG-CANCEL(CONNLEG-IDX) = WS-CANCEL-NUM
                       WRITE OUTPUT-RECORD
                           FROM WS-CONNLEG-TEXT(CONNLEG-IDX)
                       DISPLAY WS-CONNLEG-TEXT(CONNLEG-IDX)
                   END-IF
               END-PERFORM
               IF WS-RES-LOADED = 'Y'
                   PERFORM WRITE-REFUND-PASSENGERS
               ELSE
                   COMPUTE WS-REFUND-AMOUNT =
                       WS-CANCEL-BOOKED(CANCEL-IDX)
                       * WS-CANCEL-FARE(CANCEL-IDX)
                   ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
                   ADD WS-CANCEL-BOOKED(CANCEL-IDX)
                       TO WS-REFUND-PAX-TOTAL
                   MOVE WS-REFUND-AMOUNT TO WS-COMP-EDIT
                   MOVE SPACES TO WS-CANCEL-LINE
                   STRING "    " WS-CANCEL-BOOKED(CANCEL-IDX)
                          " voyageur(s) reserve(s), remboursement "
                          WS-COMP-EDIT
                          DELIMITED BY SIZE INTO WS-CANCEL-LINE
                   WRITE OUTPUT-RECORD FROM WS-CANCEL-LINE
                   DISPLAY WS-CANCEL-LINE
               END-IF
           END-PERFORM
           MOVE WS-REFUND-TOTAL TO WS-REV-EDIT
           MOVE SPACES TO WS-CANCEL-LINE
           STRING "Remboursements dus sur annulations : " WS-REV-EDIT
                  " pour " WS-REFUND-PAX-TOTAL " voyageur(s)"
                  DELIMITED BY SIZE INTO WS-CANCEL-LINE
           WRITE OUTPUT-RECORD FROM WS-CANCEL-LINE
           DISPLAY WS-CANCEL-LINE.

      * Voyageurs confirmes sur le troncon annule CANCEL-IDX, avec
      * le remboursement du a chacun.
       WRITE-REFUND-PASSENGERS.
           MOVE ZERO TO WS-PAX-COUNT
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > WS-RES-COUNT
               IF WS-RES-GARE(RES-IDX) = WS-CANCEL-GARE(CANCEL-IDX)
                   AND WS-RES-HEURE(RES-IDX)
                       = WS-CANCEL-HEURE(CANCEL-IDX)
                   AND WS-RES-STATUT(RES-IDX) = 'C'
                   ADD 1 TO WS-PAX-COUNT
                   MOVE WS-CANCEL-FARE(CANCEL-IDX) TO WS-REFUND-AMOUNT
                   MOVE ZERO TO WS-REFUND-LEGS
                   PERFORM ADD-CONNECTING-REFUND
                   ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
                   ADD 1 TO WS-REFUND-PAX-TOTAL
                   MOVE WS-REFUND-AMOUNT TO WS-COMP-EDIT
                   MOVE SPACES TO WS-PAX-LINE
                   STRING "    voyageur " WS-RES-REF(RES-IDX) " "
                          WS-RES-NOM(RES-IDX) " classe "
                          WS-RES-CLASSE(RES-IDX) " remboursement "
                          WS-COMP-EDIT " (correspondances perdues: "
                          WS-REFUND-LEGS ")"
                          DELIMITED BY SIZE INTO WS-PAX-LINE
                   WRITE OUTPUT-RECORD FROM WS-PAX-LINE
                   DISPLAY WS-PAX-LINE
               END-IF
           END-PERFORM
           IF WS-PAX-COUNT = ZERO
               MOVE "    aucun voyageur nomme" TO WS-PAX-LINE
               WRITE OUTPUT-RECORD FROM WS-PAX-LINE
               DISPLAY WS-PAX-LINE
           END-IF.

      * Ajoute au remboursement du voyageur RES-IDX le prix de chaque
      * correspondance perdue ou sa reference est aussi confirmee
      * (meme recherche que pour les voyageurs en correspondance
      * rompue, CHECK-RESERVATION-ON-PREV).
       ADD-CONNECTING-REFUND.
           PERFORM VARYING CONNLEG-IDX FROM 1 BY 1
                   UNTIL CONNLEG-IDX > WS-CONNLEG-COUNT
               IF WS-CONNLEG-CANCEL(CONNLEG-IDX) = WS-CANCEL-NUM
                   MOVE WS-CONNLEG-GARE(CONNLEG-IDX)
                       TO WS-KEY-PREV-GARE
                   MOVE WS-CONNLEG-HEURE(CONNLEG-IDX)
                       TO WS-KEY-PREV-HEURE
                   PERFORM CHECK-RESERVATION-ON-PREV
                   IF WS-RES-ON-PREV = 'Y'
                       ADD WS-CONNLEG-FARE(CONNLEG-IDX)
                           TO WS-REFUND-AMOUNT
                       ADD 1 TO WS-REFUND-LEGS
                   END-IF
               END-IF
           END-PERFORM.

      * Charge le referentiel des causes de retard ; fichier absent,
      * la validation des codes est inactive et le Pareto s'edite
      * sur les codes rencontres tels quels.
           END-IF
           MOVE 'Y' TO WS-PREV-LEG-HELD
           MOVE STATION-DEPART TO WS-PREV-STATION
           COMPUTE WS-PREV-HHMM = TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
           MOVE TRAIN-LEG-NUMBER TO WS-PREV-LEG-NUMBER
           MOVE TRAIN-TOTAL-LEGS TO WS-PREV-TOTAL-LEGS
      * Arrivée réelle du tronçon courant (horaire prévu plus
      * temps d'arriver ; sinon la correspondance casse, avec le
      * manque en minutes.
       CHECK-MISSED-CONNECTION.
      * Apres un troncon annule il n'y a pas d'arrivee a confronter :
      * les voyageurs sont traites dans la section des annulations.
           IF WS-PREV-LEG-HELD = 'Y'
               AND TRAIN-LEG-NUMBER = WS-PREV-LEG-NUMBER + 1
               AND WS-PREV-CANCELLED = 'N'
               COMPUTE WS-NEXT-DEPARTURE =
                   TRAIN-TIME-HH * 60 + TRAIN-TIME-MM
               IF WS-PREV-REAL-ARRIVAL > WS-NEXT-DEPARTURE
                   TO WS-MISSED-AFTER(MISSED-IDX)
               MOVE 'N' TO WS-MISSED-SOLVED(MISSED-IDX)
               MOVE SPACES TO WS-MISSED-PROPOSAL(MISSED-IDX)
               MOVE WS-PREV-STATION
                   TO WS-MISSED-PREV-GARE(MISSED-IDX)
               MOVE WS-PREV-HHMM TO WS-MISSED-PREV-HEURE(MISSED-IDX)
               COMPUTE WS-MISSED-HEURE(MISSED-IDX) =
                   TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
           END-IF.

      * Confronte l'enregistrement courant aux correspondances deja
                   UNTIL MISSED-IDX > WS-MISSED-COUNT
               WRITE OUTPUT-RECORD FROM WS-MISSED-TEXT(MISSED-IDX)
               DISPLAY WS-MISSED-TEXT(MISSED-IDX)
               MOVE WS-MISSED-STATION(MISSED-IDX) TO WS-KEY-GARE
               MOVE WS-MISSED-HEURE(MISSED-IDX) TO WS-KEY-HEURE
               MOVE WS-MISSED-PREV-GARE(MISSED-IDX)
                   TO WS-KEY-PREV-GARE
               MOVE WS-MISSED-PREV-HEURE(MISSED-IDX)
                   TO WS-KEY-PREV-HEURE
               PERFORM WRITE-AFFECTED-PASSENGERS
               IF WS-MISSED-SOLVED(MISSED-IDX) = 'Y'
                   WRITE OUTPUT-RECORD
                       FROM WS-MISSED-PROPOSAL(MISSED-IDX)
           MOVE WS-EARLY-COUNT TO HIST-EARLY
           MOVE WS-TOTAL-DELAY-MINUTES TO HIST-DELAY
           MOVE WS-TRAIN-COUNT TO HIST-COUNT
           MOVE WS-CANCELLED-LEGS TO HIST-CANCEL
           WRITE HIST-RECORD
           CLOSE HIST-FILE.

                  " a l'heure: " WS-HIST-ONTIME(HIST-IDX)
                  " retard: " WS-HIST-LATE(HIST-IDX)
                  " avance: " WS-HIST-EARLY(HIST-IDX)
                  " annules: " WS-HIST-CANCEL(HIST-IDX)
                  " ponctualite: " WS-PUNCT-RATE-EDIT "%"
                  " variation: " WS-RATE-DELTA-EDIT
                  DELIMITED BY SIZE INTO WS-TREND-LINE
           DISPLAY WS-TREND-LINE
           MOVE WS-PUNCT-RATE TO WS-PREV-RATE.

       STORE-HISTORY-CANCEL.
           IF HIST-CANCEL IS NUMERIC
               MOVE HIST-CANCEL TO WS-HIST-CANCEL(HIST-IDX)
           ELSE
               MOVE ZERO TO WS-HIST-CANCEL(HIST-IDX)
           END-IF.

       STORE-HISTORY-ENTRY.
      * Table pleine : on décale d'un cran pour perdre le run le plus
      * ancien, jamais le plus récent (le run courant arrive en
               MOVE HIST-EARLY TO WS-HIST-EARLY(HIST-IDX)
               MOVE HIST-DELAY TO WS-HIST-DELAY(HIST-IDX)
               MOVE HIST-COUNT TO WS-HIST-COUNT-RUN(HIST-IDX)
               PERFORM STORE-HISTORY-CANCEL
           ELSE
               ADD 1 TO WS-HIST-COUNT
               SET HIST-IDX TO WS-HIST-COUNT
               MOVE HIST-EARLY TO WS-HIST-EARLY(HIST-IDX)
               MOVE HIST-DELAY TO WS-HIST-DELAY(HIST-IDX)
               MOVE HIST-COUNT TO WS-HIST-COUNT-RUN(HIST-IDX)
               PERFORM STORE-HISTORY-CANCEL
           END-IF.

      * Charge le parc et les affectations de rames ; l'un des deux
      * absent, les compteurs ne sont pas cumules.
       LOAD-UNIT-TABLE.
           OPEN INPUT UNIT-FILE
           IF WS-UNIT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-UNIT-LOADED
               PERFORM UNTIL WS-UNIT-EOF = 'Y'
                   READ UNIT-FILE AT END
                       MOVE 'Y' TO WS-UNIT-EOF
                   NOT AT END
                       IF WS-UNIT-COUNT >= WS-UNIT-TABLE-MAX
                           DISPLAY "ATTENTION : capacite de "
                               "WS-UNIT-ENTRY depassee, rames "
                               "suivantes ignorees"
                       ELSE
                           PERFORM STORE-UNIT-ENTRY
                       END-IF
               END-PERFORM
               CLOSE UNIT-FILE
           END-IF
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-FILE-STATUS = "00"
               PERFORM UNTIL WS-ASSIGN-EOF = 'Y'
                   READ ASSIGN-FILE AT END
                       MOVE 'Y' TO WS-ASSIGN-EOF
                   NOT AT END
                       IF WS-ASSIGN-COUNT >= WS-ASSIGN-TABLE-MAX
                           DISPLAY "ATTENTION : capacite de "
                               "WS-ASSIGN-ENTRY depassee, "
                               "affectations suivantes ignorees"
                       ELSE
                           ADD 1 TO WS-ASSIGN-COUNT
                           SET ASSIGN-IDX TO WS-ASSIGN-COUNT
                           MOVE ASSIGN-GARE
                               TO WS-ASSIGN-GARE(ASSIGN-IDX)
                           MOVE ASSIGN-HEURE
                               TO WS-ASSIGN-HEURE(ASSIGN-IDX)
                           MOVE ASSIGN-UNIT
                               TO WS-ASSIGN-UNIT(ASSIGN-IDX)
                           MOVE ASSIGN-KM TO WS-ASSIGN-KM(ASSIGN-IDX)
                       END-IF
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.

       STORE-UNIT-ENTRY.
           ADD 1 TO WS-UNIT-COUNT
           SET UNIT-IDX TO WS-UNIT-COUNT
           MOVE UNIT-ID TO WS-UNIT-ID(UNIT-IDX)
           MOVE UNIT-TYPE TO WS-UNIT-TYPE(UNIT-IDX)
           MOVE UNIT-HOURS TO WS-UNIT-HOURS(UNIT-IDX)
           MOVE UNIT-KM TO WS-UNIT-KM(UNIT-IDX)
           MOVE UNIT-INTERVAL-HOURS TO WS-UNIT-INT-HOURS(UNIT-IDX)
           MOVE UNIT-INTERVAL-KM TO WS-UNIT-INT-KM(UNIT-IDX)
           MOVE UNIT-LAST-DATE TO WS-UNIT-LAST-DATE(UNIT-IDX)
           MOVE ZERO TO WS-UNIT-RUN-HOURS(UNIT-IDX)
           MOVE ZERO TO WS-UNIT-RUN-KM(UNIT-IDX)
           MOVE ZERO TO WS-UNIT-RUN-LEGS(UNIT-IDX).

      * Rame du troncon courant (gare, casse ignoree, et heure de
      * depart) : heures du troncon et distance de l'affectation
      * cumulees pour la rame. Rame inconnue du parc ou d'un autre
      * type que le train : anomalie, rien n'est cumule.
       ACCUMULATE-UNIT-USAGE.
           IF WS-UNIT-LOADED = 'N' OR WS-ASSIGN-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LEG-HHMM = TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
           MOVE 'N' TO WS-ASSIGN-KNOWN
           SET ASSIGN-IDX TO 1
           SEARCH WS-ASSIGN-ENTRY
               AT END
                   CONTINUE
               WHEN FUNCTION UPPER-CASE(WS-ASSIGN-GARE(ASSIGN-IDX))
                   = FUNCTION UPPER-CASE(STATION-DEPART)
                   AND WS-ASSIGN-HEURE(ASSIGN-IDX) = WS-LEG-HHMM
                   MOVE 'Y' TO WS-ASSIGN-KNOWN
           END-SEARCH
           IF WS-ASSIGN-KNOWN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-UNIT-KNOWN
           SET UNIT-IDX TO 1
           SEARCH WS-UNIT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-UNIT-ID(UNIT-IDX) = WS-ASSIGN-UNIT(ASSIGN-IDX)
                   MOVE 'Y' TO WS-UNIT-KNOWN
           END-SEARCH
           IF WS-UNIT-KNOWN = 'N'
               MOVE SPACES TO WS-ANOMALY-LINE
               STRING "RAME_INCONNUE rame: "
                      WS-ASSIGN-UNIT(ASSIGN-IDX)
                      " affectee au depart de " STATION-DEPART
                      " " WS-LEG-HHMM " absente du parc"
                      DELIMITED BY SIZE INTO WS-ANOMALY-LINE
               PERFORM STORE-UNIT-ANOMALY
               EXIT PARAGRAPH
           END-IF
           IF WS-UNIT-TYPE(UNIT-IDX) NOT = RECORD-TYPE
               MOVE SPACES TO WS-ANOMALY-LINE
               STRING "RAME_INCOMPATIBLE rame: "
                      WS-UNIT-ID(UNIT-IDX) " de type "
                      WS-UNIT-TYPE(UNIT-IDX)
                      " affectee au train " RECORD-TYPE
                      " au depart de " STATION-DEPART " " WS-LEG-HHMM
                      DELIMITED BY SIZE INTO WS-ANOMALY-LINE
               PERFORM STORE-UNIT-ANOMALY
               EXIT PARAGRAPH
           END-IF
           ADD TRAIN-NBRE-HEURES TO WS-UNIT-RUN-HOURS(UNIT-IDX)
           ADD WS-ASSIGN-KM(ASSIGN-IDX) TO WS-UNIT-RUN-KM(UNIT-IDX)
           ADD 1 TO WS-UNIT-RUN-LEGS(UNIT-IDX).

       STORE-UNIT-ANOMALY.
           IF WS-ANOMALY-COUNT >= WS-ANOMALY-TABLE-MAX
               IF WS-ANOMALY-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-ANOMALY-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de WS-ANOMALY-ENTRY ("
                       WS-ANOMALY-TABLE-MAX
                       ") depassee, anomalies suivantes perdues"
               END-IF
           ELSE
               ADD 1 TO WS-ANOMALY-COUNT
               SET ANOMALY-IDX TO WS-ANOMALY-COUNT
               MOVE WS-ANOMALY-LINE TO WS-ANOMALY-TEXT(ANOMALY-IDX)
           END-IF.

      * Cumul du run par rame, avec les compteurs resultants ; une
      * rame deja cumulee aujourd'hui (relance du run) est annoncee
      * et ses compteurs restent en l'etat.
       WRITE-UNIT-SECTION.
           IF WS-UNIT-LOADED = 'N'
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           MOVE "Materiel roulant - cumul du run :" TO WS-UNIT-LINE
           WRITE OUTPUT-RECORD FROM WS-UNIT-LINE
           DISPLAY WS-UNIT-LINE
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > WS-UNIT-COUNT
               IF WS-UNIT-RUN-LEGS(UNIT-IDX) > ZERO
                   MOVE SPACES TO WS-UNIT-LINE
                   IF WS-UNIT-LAST-DATE(UNIT-IDX) >= WS-TODAY-8
                       STRING "  " WS-UNIT-ID(UNIT-IDX)
                              " deja cumulee le "
                              WS-UNIT-LAST-DATE(UNIT-IDX)
                              ", compteurs inchanges"
                              DELIMITED BY SIZE INTO WS-UNIT-LINE
                   ELSE
                       ADD WS-UNIT-RUN-HOURS(UNIT-IDX)
                           TO WS-UNIT-HOURS(UNIT-IDX)
                       ADD WS-UNIT-RUN-KM(UNIT-IDX)
                           TO WS-UNIT-KM(UNIT-IDX)
                       MOVE WS-TODAY-8 TO WS-UNIT-LAST-DATE(UNIT-IDX)
                       ADD 1 TO WS-UNIT-UPDATED
                       STRING "  " WS-UNIT-ID(UNIT-IDX) " type "
                              WS-UNIT-TYPE(UNIT-IDX) " troncons "
                              WS-UNIT-RUN-LEGS(UNIT-IDX) " +"
                              WS-UNIT-RUN-HOURS(UNIT-IDX) "h +"
                              WS-UNIT-RUN-KM(UNIT-IDX) "km -> "
                              WS-UNIT-HOURS(UNIT-IDX) "/"
                              WS-UNIT-INT-HOURS(UNIT-IDX) "h "
                              WS-UNIT-KM(UNIT-IDX) "/"
                              WS-UNIT-INT-KM(UNIT-IDX) "km"
                              DELIMITED BY SIZE INTO WS-UNIT-LINE
                   END-IF
                   WRITE OUTPUT-RECORD FROM WS-UNIT-LINE
                   DISPLAY WS-UNIT-LINE
               END-IF
           END-PERFORM.

      * Reecrit le parc en entier avec les compteurs cumules (meme
      * principe que la reecriture de train.dat par trainmaint).
       REWRITE-UNIT-FILE.
           IF WS-UNIT-UPDATED = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT UNIT-FILE
           MOVE WS-UNIT-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "train-units.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT UNIT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > WS-UNIT-COUNT
               MOVE SPACES TO UNIT-RECORD
               MOVE WS-UNIT-ID(UNIT-IDX) TO UNIT-ID
               MOVE WS-UNIT-TYPE(UNIT-IDX) TO UNIT-TYPE
               MOVE WS-UNIT-HOURS(UNIT-IDX) TO UNIT-HOURS
               MOVE WS-UNIT-KM(UNIT-IDX) TO UNIT-KM
               MOVE WS-UNIT-INT-HOURS(UNIT-IDX) TO UNIT-INTERVAL-HOURS
               MOVE WS-UNIT-INT-KM(UNIT-IDX) TO UNIT-INTERVAL-KM
               MOVE WS-UNIT-LAST-DATE(UNIT-IDX) TO UNIT-LAST-DATE
               WRITE UNIT-RECORD
           END-PERFORM
           CLOSE UNIT-FILE.

      * Charge les reservations ; fichier absent, le chiffre saisi
      * au planning reste la reference.
       LOAD-RESERVATION-TABLE.
           OPEN INPUT RES-FILE
           IF WS-RES-FILE-STATUS = "00"
               MOVE 'Y' TO WS-RES-LOADED
               PERFORM UNTIL WS-RES-EOF = 'Y'
                   READ RES-FILE AT END
                       MOVE 'Y' TO WS-RES-EOF
                   NOT AT END
                       IF WS-RES-COUNT >= WS-RES-TABLE-MAX
                           DISPLAY "ATTENTION : capacite de "
                               "WS-RES-ENTRY depassee, reservations "
                               "suivantes ignorees"
                       ELSE
                           PERFORM STORE-RESERVATION-ENTRY
                       END-IF
               END-PERFORM
               CLOSE RES-FILE
           END-IF.

       STORE-RESERVATION-ENTRY.
           ADD 1 TO WS-RES-COUNT
           SET RES-IDX TO WS-RES-COUNT
           MOVE RES-REF TO WS-RES-REF(RES-IDX)
           MOVE RES-NOM TO WS-RES-NOM(RES-IDX)
           MOVE FUNCTION UPPER-CASE(RES-GARE) TO WS-RES-GARE(RES-IDX)
           MOVE RES-HEURE TO WS-RES-HEURE(RES-IDX)
           MOVE RES-VOITURE TO WS-RES-VOITURE(RES-IDX)
           MOVE RES-PLACE TO WS-RES-PLACE(RES-IDX)
           MOVE RES-CLASSE TO WS-RES-CLASSE(RES-IDX)
           MOVE RES-STATUT TO WS-RES-STATUT(RES-IDX).

      * Nombre de reserves du troncon courant : reservations
      * confirmees du fichier (gare, casse ignoree, et heure).
       APPLY-RESERVATION-COUNT.
           IF WS-RES-LOADED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(STATION-DEPART) TO WS-KEY-GARE
           COMPUTE WS-KEY-HEURE = TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
           MOVE ZERO TO WS-RES-BOOKED
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > WS-RES-COUNT
               IF WS-RES-GARE(RES-IDX) = WS-KEY-GARE
                   AND WS-RES-HEURE(RES-IDX) = WS-KEY-HEURE
                   AND WS-RES-STATUT(RES-IDX) = 'C'
                   ADD 1 TO WS-RES-BOOKED
               END-IF
           END-PERFORM
           IF WS-RES-BOOKED > 999
               MOVE 999 TO WS-RES-BOOKED
           END-IF
           MOVE WS-RES-BOOKED TO TRAIN-PASSENGERS-BOOKED.

      * Voyageurs confirmes sur le troncon WS-KEY-GARE/WS-KEY-HEURE ;
      * si WS-KEY-PREV-GARE est renseigne, seulement ceux dont la
      * reference est aussi confirmee sur ce troncon precedent
      * (voyageurs en correspondance).
       WRITE-AFFECTED-PASSENGERS.
           IF WS-RES-LOADED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-KEY-GARE) TO WS-KEY-GARE
           MOVE FUNCTION UPPER-CASE(WS-KEY-PREV-GARE)
               TO WS-KEY-PREV-GARE
           MOVE ZERO TO WS-PAX-COUNT
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > WS-RES-COUNT
               IF WS-RES-GARE(RES-IDX) = WS-KEY-GARE
                   AND WS-RES-HEURE(RES-IDX) = WS-KEY-HEURE
                   AND WS-RES-STATUT(RES-IDX) = 'C'
                   MOVE 'Y' TO WS-RES-ON-PREV
                   IF WS-KEY-PREV-GARE NOT = SPACES
                       PERFORM CHECK-RESERVATION-ON-PREV
                   END-IF
                   IF WS-RES-ON-PREV = 'Y'
                       ADD 1 TO WS-PAX-COUNT
                       MOVE SPACES TO WS-PAX-LINE
                       STRING "    voyageur " WS-RES-REF(RES-IDX) " "
                              WS-RES-NOM(RES-IDX) " classe "
                              WS-RES-CLASSE(RES-IDX) " voiture "
                              WS-RES-VOITURE(RES-IDX) " place "
                              WS-RES-PLACE(RES-IDX)
                              DELIMITED BY SIZE INTO WS-PAX-LINE
                       WRITE OUTPUT-RECORD FROM WS-PAX-LINE
                       DISPLAY WS-PAX-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAX-COUNT = ZERO
               MOVE "    aucun voyageur nomme" TO WS-PAX-LINE
               WRITE OUTPUT-RECORD FROM WS-PAX-LINE
               DISPLAY WS-PAX-LINE
           END-IF.

       CHECK-RESERVATION-ON-PREV.
           MOVE 'N' TO WS-RES-ON-PREV
           PERFORM VARYING WS-RES-SCAN FROM 1 BY 1
                   UNTIL WS-RES-SCAN > WS-RES-COUNT
                      OR WS-RES-ON-PREV = 'Y'
               IF WS-RES-REF(WS-RES-SCAN) = WS-RES-REF(RES-IDX)
                   AND WS-RES-GARE(WS-RES-SCAN) = WS-KEY-PREV-GARE
                   AND WS-RES-HEURE(WS-RES-SCAN) = WS-KEY-PREV-HEURE
                   AND WS-RES-STATUT(WS-RES-SCAN) = 'C'
                   MOVE 'Y' TO WS-RES-ON-PREV
               END-IF
           END-PERFORM.

      * Répartition du parc circulant (TGV/Corail/TER) sur la période
      * traitée.
       WRITE-FLEET-SUMMARY.
