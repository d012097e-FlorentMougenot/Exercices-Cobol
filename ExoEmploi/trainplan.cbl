       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainplan.

      * Recherche d'itineraire au guichet : on saisit la gare de
      * depart, la gare d'arrivee et l'heure de depart au plus tot,
      * et les meilleurs itineraires du planning du jour train.dat
      * sont affiches par heure d'arrivee attendue, au lieu de lire
      * tout le planning a l'oeil quand un client appelle. Meme
      * boucle de consultation interactive qu'emplookup.cbl.
      * Un itineraire enchaine au plus MAX_CHANGES+1 trains : on
      * monte a la gare de depart d'un troncon et on descend a la
      * gare d'arrivee de ce troncon ou d'un troncon suivant du meme
      * trajet (gare de depart du troncon suivant, ou
      * train-leg-info.dat pour le dernier troncon, comme pour les
      * tableaux de trainboard). Une correspondance n'est retenue
      * que si le depart attendu du train suivant laisse au moins le
      * temps minimal de correspondance de la gare
      * (train-connection-times.dat, sinon MIN_CONNECTION_MINUTES)
      * apres l'arrivee attendue (heure prevue + duree + retard).
      * Les troncons annules (TRAIN-LEG-STATUS 'A') ne sont jamais
      * empruntes.
      * Pour chaque itineraire : nombre de correspondances, places
      * restantes (plus petit TRAIN-SEATS-AVAILABLE moins
      * TRAIN-PASSENGERS-BOOKED des troncons empruntes) et prix
      * total (somme des prix des troncons, tarif horaire du type de
      * train de train-fares.dat fois la duree, comme dans
      * train.cbl).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN-FILE-STATUS.

           SELECT LEGINFO-FILE ASSIGN TO 'train-leg-info.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEGINFO-FILE-STATUS.

           SELECT FARE-FILE ASSIGN TO 'train-fares.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FARE-FILE-STATUS.

           SELECT CONNTIME-FILE ASSIGN TO 'train-connection-times.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONNTIME-FILE-STATUS.

      * Marge de correspondance par defaut, nombre maximal de
      * correspondances et d'itineraires affiches, reglables sans
      * recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="trainplan-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD TRAIN-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY 'rapport-train.cpy'.

       FD LEGINFO-FILE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'train-leg-info.cpy'.

       FD FARE-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01 FARE-RECORD.
           05 FARE-TYPE             PIC X(1).
           05 FILLER                PIC X(1).
           05 FARE-HOUR-PRICE       PIC 9(4)V99.

      * Temps minimal de correspondance d'une gare, en minutes.
       FD CONNTIME-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01 CONNTIME-RECORD.
           05 CONNTIME-GARE         PIC X(10).
           05 FILLER                PIC X.
           05 CONNTIME-MINUTES      PIC 9(3).

           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-TRAIN-FILE-STATUS    PIC XX.
       01  WS-LEGINFO-FILE-STATUS  PIC XX.
       01  WS-FARE-FILE-STATUS     PIC XX.
       01  WS-CONNTIME-FILE-STATUS PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-CONTINUE-FLAG        PIC X VALUE 'Y'.
       01  WS-MIN-CONNECTION       PIC 9(3) VALUE 5.
       01  WS-MAX-CHANGES          PIC 9 VALUE 2.
       01  WS-MAX-OPTIONS          PIC 9(2) VALUE 5.

       01  WS-FARE-TGV             PIC 9(4)V99 VALUE ZERO.
       01  WS-FARE-CORAIL          PIC 9(4)V99 VALUE ZERO.
       01  WS-FARE-TER             PIC 9(4)V99 VALUE ZERO.

      * Troncons du planning, chaines au troncon suivant du trajet ;
      * heures en minutes depuis minuit, gares en majuscules pour
      * les comparaisons.
       01  WS-LEG-TABLE.
           05 WS-LEG-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LEG-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-LEG-COUNT
                  INDEXED BY LEG-IDX.
               10 WS-LEG-TYPE      PIC X.
               10 WS-LEG-GARE      PIC X(10).
               10 WS-LEG-KEY       PIC X(10).
               10 WS-LEG-HEURE     PIC 9(4).
               10 WS-LEG-MIN       PIC 9(4).
               10 WS-LEG-DUREE     PIC 9(2).
               10 WS-LEG-RETARD    PIC S9(3).
               10 WS-LEG-NUMBER    PIC 9.
               10 WS-LEG-TOTAL     PIC 9.
               10 WS-LEG-STATUT    PIC X.
               10 WS-LEG-PLACES    PIC S9(4).
               10 WS-LEG-PRIX      PIC 9(6)V99.
               10 WS-LEG-ARRIVEE   PIC X(10).
               10 WS-LEG-ARR-KEY   PIC X(10).
               10 WS-LEG-NEXT      PIC 9(3).
       01  WS-LEG-TABLE-MAX        PIC 9(3) VALUE 200.
       01  WS-LEG-TABLE-FULL       PIC X VALUE 'N'.

       01  WS-CONNTIME-TABLE.
           05 WS-CONNTIME-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-CONNTIME-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-CONNTIME-COUNT
                  INDEXED BY CONNTIME-IDX.
               10 WS-CONNTIME-KEY  PIC X(10).
               10 WS-CONNTIME-MIN  PIC 9(3).
       01  WS-CONNTIME-TABLE-MAX   PIC 9(3) VALUE 200.
       01  WS-CONNTIME-TABLE-FULL  PIC X VALUE 'N'.

      * Itineraires trouves pour la demande en cours : jusqu'a trois
      * trains (troncon de montee, troncon de descente).
       01  WS-OPT-TABLE.
           05 WS-OPT-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-OPT-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-OPT-COUNT
                  INDEXED BY OPT-IDX.
               10 WS-OPT-ARR       PIC 9(5).
               10 WS-OPT-CHANGES   PIC 9.
               10 WS-OPT-DEP       PIC 9(4).
               10 WS-OPT-PLACES    PIC S9(4).
               10 WS-OPT-PRIX      PIC 9(6)V99.
               10 WS-OPT-RIDE OCCURS 3 TIMES.
                   15 WS-OPT-BOARD PIC 9(3).
                   15 WS-OPT-ALIGHT PIC 9(3).
       01  WS-OPT-TABLE-MAX        PIC 9(3) VALUE 300.
       01  WS-OPT-TABLE-FULL       PIC X VALUE 'N'.

      * Demande en cours.
       01  WS-FROM-GARE            PIC X(10).
       01  WS-TO-GARE              PIC X(10).
       01  WS-FROM-KEY             PIC X(10).
       01  WS-TO-KEY               PIC X(10).
       01  WS-FIELD-IN             PIC X(5).
       01  WS-EARLIEST-HH          PIC 99.
       01  WS-EARLIEST-MM          PIC 99.
       01  WS-EARLIEST-MIN         PIC 9(4).
       01  WS-SAISIE-VALIDE        PIC X.

      * Parcours : montee et descente de chacun des trois trains,
      * gares de correspondance et arrivees attendues.
       01  WS-B1                   PIC 9(3).
       01  WS-E1                   PIC 9(3).
       01  WS-B2                   PIC 9(3).
       01  WS-E2                   PIC 9(3).
       01  WS-B3                   PIC 9(3).
       01  WS-E3                   PIC 9(3).
       01  WS-RIDES                PIC 9.
       01  WS-A1-KEY               PIC X(10).
       01  WS-A2-KEY               PIC X(10).
       01  WS-ARR1-MIN             PIC 9(5).
       01  WS-ARR2-MIN             PIC 9(5).
       01  WS-ARR-MIN              PIC 9(5).
       01  WS-DEP-MIN              PIC 9(5).
       01  WS-CONN-MIN             PIC 9(3).
      * Correspondance minimale a la premiere et a la seconde gare de
      * changement, gardees chacune pour toute sa boucle.
       01  WS-CONN1-MIN            PIC 9(3).
       01  WS-CONN2-MIN            PIC 9(3).
       01  WS-CONN-KEY             PIC X(10).

       01  WS-R                    PIC 9.
       01  WS-W                    PIC 9(3).
       01  WS-J                    PIC 9(3).
       01  WS-SHOWN                PIC 9(2).
       01  WS-T-MIN                PIC 9(5).
       01  WS-T-HH                 PIC 99.
       01  WS-T-MM                 PIC 99.
       01  WS-T-TEXT               PIC X(11).
       01  WS-DEP-TEXT             PIC X(11).
       01  WS-ARR-TEXT             PIC X(11).
       01  WS-PRIX-EDIT            PIC ZZZ,ZZ9.99.
       01  WS-PLACES-EDIT          PIC -ZZZ9.
       01  WS-OPT-NUM              PIC Z9.
       01  WS-RIDE-LINE            PIC X(80).
       01  WS-PTR                  PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-FARE-TABLE
           PERFORM LOAD-PLANNING
           PERFORM LINK-LEGS
           PERFORM LOAD-LEG-INFO
           PERFORM LOAD-CONNECTION-TIMES
           DISPLAY "Planning charge : " WS-LEG-COUNT " troncon(s)."
           PERFORM UNTIL WS-CONTINUE-FLAG = 'N'
               PERFORM PLAN-ONE-JOURNEY
               DISPLAY "Rechercher un autre trajet (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONTINUE-FLAG
           END-PERFORM
           STOP RUN.

      * Applique une ligne CLE/VALEUR de trainplan-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "MIN_CONNECTION_MINUTES"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-MIN-CONNECTION
               WHEN "MAX_CHANGES"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-MAX-CHANGES
               WHEN "MAX_OPTIONS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-MAX-OPTIONS
           END-EVALUATE.

      *----------------------------------------------------------------
      * Chargements : tarifs, planning (hors HDR/TRL), gares
      * d'arrivee de fin de trajet, temps de correspondance.
      *----------------------------------------------------------------
      * Referentiel des tarifs facultatif : sans lui, prix nul.
       LOAD-FARE-TABLE.
           OPEN INPUT FARE-FILE
           IF WS-FARE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FARE-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   EVALUATE FARE-TYPE
                       WHEN 'T'
                           MOVE FARE-HOUR-PRICE TO WS-FARE-TGV
                       WHEN 'C'
                           MOVE FARE-HOUR-PRICE TO WS-FARE-CORAIL
                       WHEN 'R'
                           MOVE FARE-HOUR-PRICE TO WS-FARE-TER
                   END-EVALUATE
           END-PERFORM
           CLOSE FARE-FILE
           MOVE 'N' TO WS-EOF.

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
                       PERFORM STORE-PLANNED-LEG
                   END-IF
           END-PERFORM
           CLOSE TRAIN-FILE
           MOVE 'N' TO WS-EOF.

       STORE-PLANNED-LEG.
           IF WS-LEG-COUNT >= WS-LEG-TABLE-MAX
               IF WS-LEG-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-LEG-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de la table des "
                       "troncons atteinte, planning tronque"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEG-COUNT
           SET LEG-IDX TO WS-LEG-COUNT
           MOVE RECORD-TYPE TO WS-LEG-TYPE(LEG-IDX)
           MOVE STATION-DEPART TO WS-LEG-GARE(LEG-IDX)
           MOVE FUNCTION UPPER-CASE(STATION-DEPART)
               TO WS-LEG-KEY(LEG-IDX)
           COMPUTE WS-LEG-HEURE(LEG-IDX) =
               TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
           COMPUTE WS-LEG-MIN(LEG-IDX) =
               TRAIN-TIME-HH * 60 + TRAIN-TIME-MM
           MOVE TRAIN-NBRE-HEURES TO WS-LEG-DUREE(LEG-IDX)
           MOVE ZERO TO WS-LEG-RETARD(LEG-IDX)
           IF TRAIN-DELAY-MINUTES IS NUMERIC
               MOVE TRAIN-DELAY-MINUTES TO WS-LEG-RETARD(LEG-IDX)
           END-IF
           MOVE TRAIN-LEG-NUMBER TO WS-LEG-NUMBER(LEG-IDX)
           MOVE TRAIN-TOTAL-LEGS TO WS-LEG-TOTAL(LEG-IDX)
           MOVE TRAIN-LEG-STATUS TO WS-LEG-STATUT(LEG-IDX)
           MOVE ZERO TO WS-LEG-PLACES(LEG-IDX)
           IF TRAIN-SEATS-AVAILABLE IS NUMERIC
               MOVE TRAIN-SEATS-AVAILABLE TO WS-LEG-PLACES(LEG-IDX)
               IF TRAIN-PASSENGERS-BOOKED IS NUMERIC
                   SUBTRACT TRAIN-PASSENGERS-BOOKED
                       FROM WS-LEG-PLACES(LEG-IDX)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TGV
                   COMPUTE WS-LEG-PRIX(LEG-IDX) =
                       WS-FARE-TGV * TRAIN-NBRE-HEURES
               WHEN CORAIL
                   COMPUTE WS-LEG-PRIX(LEG-IDX) =
                       WS-FARE-CORAIL * TRAIN-NBRE-HEURES
               WHEN TER
                   COMPUTE WS-LEG-PRIX(LEG-IDX) =
                       WS-FARE-TER * TRAIN-NBRE-HEURES
               WHEN OTHER
                   MOVE ZERO TO WS-LEG-PRIX(LEG-IDX)
           END-EVALUATE
           MOVE SPACES TO WS-LEG-ARRIVEE(LEG-IDX)
           MOVE SPACES TO WS-LEG-ARR-KEY(LEG-IDX)
           MOVE ZERO TO WS-LEG-NEXT(LEG-IDX).

      * Un troncon est suivi du troncon d'apres dans le fichier
      * quand celui-ci porte le numero suivant du meme trajet ; la
      * gare d'arrivee du premier est alors la gare de depart du
      * second.
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
                   MOVE WS-LEG-KEY(WS-J) TO WS-LEG-ARR-KEY(LEG-IDX)
               END-IF
           END-PERFORM.

      * Gare d'arrivee des derniers troncons ; fichier facultatif :
      * sans lui, un dernier troncon ne mene nulle part.
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
                       AND LEGINFO-HEURE IS NUMERIC
                       PERFORM APPLY-LEG-INFO
                   END-IF
           END-PERFORM
           CLOSE LEGINFO-FILE
           MOVE 'N' TO WS-EOF.

       APPLY-LEG-INFO.
           MOVE FUNCTION UPPER-CASE(LEGINFO-GARE) TO WS-CONN-KEY
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > WS-LEG-COUNT
               IF WS-LEG-KEY(LEG-IDX) = WS-CONN-KEY
                   AND WS-LEG-HEURE(LEG-IDX) = LEGINFO-HEURE
                   AND WS-LEG-NEXT(LEG-IDX) = ZERO
                   MOVE LEGINFO-ARRIVEE TO WS-LEG-ARRIVEE(LEG-IDX)
                   MOVE FUNCTION UPPER-CASE(LEGINFO-ARRIVEE)
                       TO WS-LEG-ARR-KEY(LEG-IDX)
               END-IF
           END-PERFORM.

      * Temps de correspondance par gare ; fichier facultatif, les
      * gares absentes prennent MIN_CONNECTION_MINUTES.
       LOAD-CONNECTION-TIMES.
           OPEN INPUT CONNTIME-FILE
           IF WS-CONNTIME-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONNTIME-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CONNTIME-GARE NOT = SPACES
                       AND CONNTIME-MINUTES IS NUMERIC
                       PERFORM STORE-CONNECTION-TIME
                   END-IF
           END-PERFORM
           CLOSE CONNTIME-FILE
           MOVE 'N' TO WS-EOF.

       STORE-CONNECTION-TIME.
           IF WS-CONNTIME-COUNT >= WS-CONNTIME-TABLE-MAX
               IF WS-CONNTIME-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-CONNTIME-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de la table des "
                       "temps de correspondance atteinte"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONNTIME-COUNT
           SET CONNTIME-IDX TO WS-CONNTIME-COUNT
           MOVE FUNCTION UPPER-CASE(CONNTIME-GARE)
               TO WS-CONNTIME-KEY(CONNTIME-IDX)
           MOVE CONNTIME-MINUTES TO WS-CONNTIME-MIN(CONNTIME-IDX).

      *----------------------------------------------------------------
      * Une demande : saisie, recherche, affichage des meilleurs
      * itineraires.
      *----------------------------------------------------------------
       PLAN-ONE-JOURNEY.
           MOVE 'Y' TO WS-SAISIE-VALIDE
           DISPLAY "Gare de depart : " WITH NO ADVANCING
           ACCEPT WS-FROM-GARE
           DISPLAY "Gare d'arrivee : " WITH NO ADVANCING
           ACCEPT WS-TO-GARE
           DISPLAY "Depart au plus tot, heure (00-23) : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           MOVE FUNCTION NUMVAL(WS-FIELD-IN) TO WS-EARLIEST-HH
           DISPLAY "Depart au plus tot, minute (00-59) : "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           MOVE FUNCTION NUMVAL(WS-FIELD-IN) TO WS-EARLIEST-MM
           MOVE FUNCTION UPPER-CASE(WS-FROM-GARE) TO WS-FROM-KEY
           MOVE FUNCTION UPPER-CASE(WS-TO-GARE) TO WS-TO-KEY
           IF WS-FROM-KEY = SPACES OR WS-TO-KEY = SPACES
               DISPLAY "Gares de depart et d'arrivee obligatoires"
               MOVE 'N' TO WS-SAISIE-VALIDE
           END-IF
           IF WS-SAISIE-VALIDE = 'Y' AND WS-FROM-KEY = WS-TO-KEY
               DISPLAY "Gares de depart et d'arrivee identiques"
               MOVE 'N' TO WS-SAISIE-VALIDE
           END-IF
           IF WS-EARLIEST-HH > 23 OR WS-EARLIEST-MM > 59
               DISPLAY "Horaire invalide"
               MOVE 'N' TO WS-SAISIE-VALIDE
           END-IF
           IF WS-SAISIE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EARLIEST-MIN =
               WS-EARLIEST-HH * 60 + WS-EARLIEST-MM
           MOVE ZERO TO WS-OPT-COUNT
           MOVE 'N' TO WS-OPT-TABLE-FULL
           PERFORM VARYING WS-B1 FROM 1 BY 1
                   UNTIL WS-B1 > WS-LEG-COUNT
               IF WS-LEG-KEY(WS-B1) = WS-FROM-KEY
                   AND WS-LEG-STATUT(WS-B1) NOT = 'A'
                   AND WS-LEG-MIN(WS-B1) >= WS-EARLIEST-MIN
                   PERFORM WALK-FIRST-RIDE
               END-IF
           END-PERFORM
           IF WS-OPT-COUNT = ZERO
               DISPLAY "Aucun itineraire de "
                   FUNCTION TRIM(WS-FROM-GARE) " a "
                   FUNCTION TRIM(WS-TO-GARE) " apres "
                   WS-EARLIEST-HH ":" WS-EARLIEST-MM
               EXIT PARAGRAPH
           END-IF
           IF WS-OPT-COUNT > 1
               SORT WS-OPT-ENTRY ASCENDING KEY WS-OPT-ARR
                   WS-OPT-CHANGES DESCENDING KEY WS-OPT-DEP
           END-IF
           PERFORM DISPLAY-OPTIONS.

      * Premier train : on descend a chaque gare d'arrivee des
      * troncons suivants du trajet, tant qu'aucun n'est annule.
       WALK-FIRST-RIDE.
           MOVE WS-B1 TO WS-E1
           PERFORM UNTIL WS-E1 = ZERO
               IF WS-LEG-STATUT(WS-E1) = 'A'
                   EXIT PARAGRAPH
               END-IF
               PERFORM AT-FIRST-ALIGHT
               MOVE WS-LEG-NEXT(WS-E1) TO WS-E1
           END-PERFORM.

       AT-FIRST-ALIGHT.
           MOVE WS-LEG-ARR-KEY(WS-E1) TO WS-A1-KEY
           IF WS-A1-KEY = SPACES OR WS-A1-KEY = WS-FROM-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-A1-KEY = WS-TO-KEY
               MOVE 1 TO WS-RIDES
               PERFORM STORE-OPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-MAX-CHANGES < 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-E1 TO WS-W
           PERFORM COMPUTE-ARRIVAL
           MOVE WS-ARR-MIN TO WS-ARR1-MIN
           MOVE WS-A1-KEY TO WS-CONN-KEY
           PERFORM FIND-CONNECTION-TIME
           MOVE WS-CONN-MIN TO WS-CONN1-MIN
           PERFORM VARYING WS-B2 FROM 1 BY 1
                   UNTIL WS-B2 > WS-LEG-COUNT
               IF WS-LEG-KEY(WS-B2) = WS-A1-KEY
                   AND WS-LEG-STATUT(WS-B2) NOT = 'A'
                   AND WS-B2 NOT = WS-LEG-NEXT(WS-E1)
                   COMPUTE WS-DEP-MIN = WS-LEG-MIN(WS-B2)
                       + WS-LEG-RETARD(WS-B2)
                   IF WS-DEP-MIN >= WS-ARR1-MIN + WS-CONN1-MIN
                       PERFORM WALK-SECOND-RIDE
                   END-IF
               END-IF
           END-PERFORM.

       WALK-SECOND-RIDE.
           MOVE WS-B2 TO WS-E2
           PERFORM UNTIL WS-E2 = ZERO
               IF WS-LEG-STATUT(WS-E2) = 'A'
                   EXIT PARAGRAPH
               END-IF
               PERFORM AT-SECOND-ALIGHT
               MOVE WS-LEG-NEXT(WS-E2) TO WS-E2
           END-PERFORM.

       AT-SECOND-ALIGHT.
           MOVE WS-LEG-ARR-KEY(WS-E2) TO WS-A2-KEY
           IF WS-A2-KEY = SPACES OR WS-A2-KEY = WS-FROM-KEY
               OR WS-A2-KEY = WS-A1-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-A2-KEY = WS-TO-KEY
               MOVE 2 TO WS-RIDES
               PERFORM STORE-OPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-MAX-CHANGES < 2
               EXIT PARAGRAPH
           END-IF
           MOVE WS-E2 TO WS-W
           PERFORM COMPUTE-ARRIVAL
           MOVE WS-ARR-MIN TO WS-ARR2-MIN
           MOVE WS-A2-KEY TO WS-CONN-KEY
           PERFORM FIND-CONNECTION-TIME
           MOVE WS-CONN-MIN TO WS-CONN2-MIN
           PERFORM VARYING WS-B3 FROM 1 BY 1
                   UNTIL WS-B3 > WS-LEG-COUNT
               IF WS-LEG-KEY(WS-B3) = WS-A2-KEY
                   AND WS-LEG-STATUT(WS-B3) NOT = 'A'
                   AND WS-B3 NOT = WS-LEG-NEXT(WS-E2)
                   COMPUTE WS-DEP-MIN = WS-LEG-MIN(WS-B3)
                       + WS-LEG-RETARD(WS-B3)
                   IF WS-DEP-MIN >= WS-ARR2-MIN + WS-CONN2-MIN
                       PERFORM WALK-THIRD-RIDE
                   END-IF
               END-IF
           END-PERFORM.

      * Troisieme et dernier train : seule l'arrivee a destination
      * compte.
       WALK-THIRD-RIDE.
           MOVE WS-B3 TO WS-E3
           PERFORM UNTIL WS-E3 = ZERO
               IF WS-LEG-STATUT(WS-E3) = 'A'
                   EXIT PARAGRAPH
               END-IF
               IF WS-LEG-ARR-KEY(WS-E3) = WS-TO-KEY
                   MOVE 3 TO WS-RIDES
                   PERFORM STORE-OPTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LEG-NEXT(WS-E3) TO WS-E3
           END-PERFORM.

      * Arrivee attendue du troncon WS-W, en minutes.
       COMPUTE-ARRIVAL.
           COMPUTE WS-ARR-MIN = WS-LEG-MIN(WS-W)
               + WS-LEG-DUREE(WS-W) * 60 + WS-LEG-RETARD(WS-W).

       FIND-CONNECTION-TIME.
           MOVE WS-MIN-CONNECTION TO WS-CONN-MIN
           PERFORM VARYING CONNTIME-IDX FROM 1 BY 1
                   UNTIL CONNTIME-IDX > WS-CONNTIME-COUNT
               IF WS-CONNTIME-KEY(CONNTIME-IDX) = WS-CONN-KEY
                   MOVE WS-CONNTIME-MIN(CONNTIME-IDX) TO WS-CONN-MIN
               END-IF
           END-PERFORM.

      * Enregistre l'itineraire des WS-RIDES premiers trains, avec
      * places restantes et prix cumules sur tous les troncons
      * empruntes.
       STORE-OPTION.
           IF WS-OPT-COUNT >= WS-OPT-TABLE-MAX
               IF WS-OPT-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-OPT-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de la table des "
                       "itineraires atteinte, recherche tronquee"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPT-COUNT
           SET OPT-IDX TO WS-OPT-COUNT
           COMPUTE WS-OPT-CHANGES(OPT-IDX) = WS-RIDES - 1
           MOVE WS-LEG-MIN(WS-B1) TO WS-OPT-DEP(OPT-IDX)
           MOVE 9999 TO WS-OPT-PLACES(OPT-IDX)
           MOVE ZERO TO WS-OPT-PRIX(OPT-IDX)
           MOVE WS-B1 TO WS-OPT-BOARD(OPT-IDX, 1)
           MOVE WS-E1 TO WS-OPT-ALIGHT(OPT-IDX, 1)
           MOVE WS-E1 TO WS-W
           IF WS-RIDES > 1
               MOVE WS-B2 TO WS-OPT-BOARD(OPT-IDX, 2)
               MOVE WS-E2 TO WS-OPT-ALIGHT(OPT-IDX, 2)
               MOVE WS-E2 TO WS-W
           ELSE
               MOVE ZERO TO WS-OPT-BOARD(OPT-IDX, 2)
               MOVE ZERO TO WS-OPT-ALIGHT(OPT-IDX, 2)
           END-IF
           IF WS-RIDES > 2
               MOVE WS-B3 TO WS-OPT-BOARD(OPT-IDX, 3)
               MOVE WS-E3 TO WS-OPT-ALIGHT(OPT-IDX, 3)
               MOVE WS-E3 TO WS-W
           ELSE
               MOVE ZERO TO WS-OPT-BOARD(OPT-IDX, 3)
               MOVE ZERO TO WS-OPT-ALIGHT(OPT-IDX, 3)
           END-IF
           PERFORM COMPUTE-ARRIVAL
           MOVE WS-ARR-MIN TO WS-OPT-ARR(OPT-IDX)
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RIDES
               MOVE WS-OPT-BOARD(OPT-IDX, WS-R) TO WS-W
               PERFORM ADD-RIDE-LEG
               PERFORM UNTIL WS-W = WS-OPT-ALIGHT(OPT-IDX, WS-R)
                   MOVE WS-LEG-NEXT(WS-W) TO WS-W
                   PERFORM ADD-RIDE-LEG
               END-PERFORM
           END-PERFORM.

       ADD-RIDE-LEG.
           ADD WS-LEG-PRIX(WS-W) TO WS-OPT-PRIX(OPT-IDX)
           IF WS-LEG-PLACES(WS-W) < WS-OPT-PLACES(OPT-IDX)
               MOVE WS-LEG-PLACES(WS-W) TO WS-OPT-PLACES(OPT-IDX)
           END-IF.

       DISPLAY-OPTIONS.
           MOVE ZERO TO WS-SHOWN
           DISPLAY "Itineraires de " FUNCTION TRIM(WS-FROM-GARE)
               " a " FUNCTION TRIM(WS-TO-GARE) " apres "
               WS-EARLIEST-HH ":" WS-EARLIEST-MM
               " (" WS-OPT-COUNT " trouve(s)) :"
           PERFORM VARYING OPT-IDX FROM 1 BY 1
                   UNTIL OPT-IDX > WS-OPT-COUNT
                      OR WS-SHOWN >= WS-MAX-OPTIONS
               ADD 1 TO WS-SHOWN
               PERFORM DISPLAY-ONE-OPTION
           END-PERFORM.

       DISPLAY-ONE-OPTION.
           MOVE WS-SHOWN TO WS-OPT-NUM
           MOVE WS-OPT-DEP(OPT-IDX) TO WS-T-MIN
           PERFORM FORMAT-TIME
           MOVE WS-T-TEXT TO WS-DEP-TEXT
           MOVE WS-OPT-ARR(OPT-IDX) TO WS-T-MIN
           PERFORM FORMAT-TIME
           MOVE WS-T-TEXT TO WS-ARR-TEXT
           MOVE WS-OPT-PRIX(OPT-IDX) TO WS-PRIX-EDIT
           MOVE WS-OPT-PLACES(OPT-IDX) TO WS-PLACES-EDIT
           DISPLAY " "
           DISPLAY "Option " WS-OPT-NUM " : depart "
               FUNCTION TRIM(WS-DEP-TEXT) ", arrivee attendue "
               FUNCTION TRIM(WS-ARR-TEXT) ", "
               WS-OPT-CHANGES(OPT-IDX) " correspondance(s), places "
               "restantes "
               FUNCTION TRIM(WS-PLACES-EDIT) ", prix "
               FUNCTION TRIM(WS-PRIX-EDIT)
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-OPT-CHANGES(OPT-IDX) + 1
               PERFORM DISPLAY-ONE-RIDE
           END-PERFORM.

      * Un train de l'itineraire : type, gare et heure prevue de
      * montee, gare et heure attendue de descente.
       DISPLAY-ONE-RIDE.
           MOVE WS-OPT-BOARD(OPT-IDX, WS-R) TO WS-W
           MOVE WS-LEG-MIN(WS-W) TO WS-T-MIN
           PERFORM FORMAT-TIME
           MOVE WS-T-TEXT TO WS-DEP-TEXT
           MOVE SPACES TO WS-RIDE-LINE
           MOVE 1 TO WS-PTR
           STRING "    " WS-LEG-TYPE(WS-W) " "
                  WS-LEG-GARE(WS-W) " " WS-DEP-TEXT(1:5)
                  DELIMITED BY SIZE INTO WS-RIDE-LINE
                  WITH POINTER WS-PTR
           MOVE WS-OPT-ALIGHT(OPT-IDX, WS-R) TO WS-W
           PERFORM COMPUTE-ARRIVAL
           MOVE WS-ARR-MIN TO WS-T-MIN
           PERFORM FORMAT-TIME
           STRING " -> " WS-LEG-ARRIVEE(WS-W) " " WS-T-TEXT
                  DELIMITED BY SIZE INTO WS-RIDE-LINE
                  WITH POINTER WS-PTR
           DISPLAY WS-RIDE-LINE.

      * HH:MM, suivi de (J+1) pour une heure passee minuit.
       FORMAT-TIME.
           MOVE SPACES TO WS-T-TEXT
           IF WS-T-MIN >= 1440
               SUBTRACT 1440 FROM WS-T-MIN
               MOVE " (J+1)" TO WS-T-TEXT(6:6)
           END-IF
           DIVIDE WS-T-MIN BY 60 GIVING WS-T-HH REMAINDER WS-T-MM
           MOVE WS-T-HH TO WS-T-TEXT(1:2)
           MOVE ":" TO WS-T-TEXT(3:1)
           MOVE WS-T-MM TO WS-T-TEXT(4:2).

           COPY 'FILESTCHK.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM trainplan.
