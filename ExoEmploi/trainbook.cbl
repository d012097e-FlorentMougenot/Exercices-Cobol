       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainbook.

      * Reservations nominatives et attribution des places sur le
      * planning train.dat. Les demandes (train-booking-requests.dat)
      * designent le troncon d'embarquement et le nombre de troncons
      * du trajet a parcourir : le voyage est reserve d'un bloc sur
      * les troncons en correspondance, une place par troncon, ou pas
      * du tout. La capacite d'un troncon est TRAIN-SEATS-AVAILABLE ;
      * la place attribuee est la premiere libre, numerotee voiture
      * par voiture (SEATS_PER_COACH places par voiture). Un voyage
      * dont un troncon est complet part en liste d'attente
      * (WAITLIST Y) ou est refuse (WAITLIST N) ; la liste d'attente
      * est servie dans l'ordre du fichier en debut de run, avant les
      * nouvelles demandes, des que des places se liberent.
      * Le fichier des reservations (train-reservations.dat) est
      * relu puis reecrit en entier ; une demande dont la reference
      * y figure deja est consideree comme traitee (relance du run
      * sans double reservation). Un voyage passant par un troncon
      * annule au planning (TRAIN-LEG-STATUS 'A') est refuse.
      * Rapport train-booking-report.txt ;
      * demandes invalides en alerte (code retour 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN-FILE-STATUS.

           SELECT RES-FILE ASSIGN TO 'train-reservations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT REQ-FILE ASSIGN TO 'train-booking-requests.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT F-REPORT ASSIGN TO "train-booking-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Places par voiture et politique de liste d'attente, reglables
      * sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="trainbook-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD TRAIN-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY 'rapport-train.cpy'.

       FD RES-FILE
           RECORD CONTAINS 56 CHARACTERS.
       COPY 'train-reservation.cpy'.

       FD REQ-FILE
           RECORD CONTAINS 49 CHARACTERS.
       COPY 'train-booking-request.cpy'.

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REPORT                 PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-TRAIN-FILE-STATUS    PIC XX.
       01  WS-RES-FILE-STATUS      PIC XX.
       01  WS-REQ-FILE-STATUS      PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-SEATS-PER-COACH      PIC 9(3) VALUE 80.
       01  WS-WAITLIST             PIC X VALUE 'Y'.
       01  WS-LINES-READ           PIC 9(6) VALUE ZERO.

      * Troncons du planning dans l'ordre du fichier, avec leur
      * occupation courante (places confirmees, liste d'attente).
       01  WS-LEG-TABLE.
           05 WS-LEG-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LEG-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-LEG-COUNT
                  INDEXED BY LEG-IDX.
               10 WS-LEG-TYPE      PIC X.
               10 WS-LEG-GARE      PIC X(10).
               10 WS-LEG-HEURE     PIC 9(4).
               10 WS-LEG-NUMBER    PIC 9.
               10 WS-LEG-TOTAL     PIC 9.
               10 WS-LEG-SEATS     PIC 9(3).
               10 WS-LEG-BOOKED    PIC 9(3).
               10 WS-LEG-WAITING   PIC 9(4).
               10 WS-LEG-STATUT    PIC X.
       01  WS-LEG-TABLE-MAX        PIC 9(3) VALUE 200.
       01  WS-LEG-TABLE-FULL       PIC X VALUE 'N'.

      * Reservations (fichier existant puis nouvelles), rattachees a
      * leur troncon.
       01  WS-RES-TABLE.
           05 WS-RES-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-RES-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-RES-COUNT
                  INDEXED BY RES-IDX.
               10 WS-RES-REF       PIC X(8).
               10 WS-RES-NOM       PIC X(20).
               10 WS-RES-GARE      PIC X(10).
               10 WS-RES-HEURE     PIC 9(4).
               10 WS-RES-VOITURE   PIC 9(2).
               10 WS-RES-PLACE     PIC 9(3).
               10 WS-RES-CLASSE    PIC X.
               10 WS-RES-STATUT    PIC X.
               10 WS-RES-LEG       PIC 9(3).
       01  WS-RES-TABLE-MAX        PIC 9(4) VALUE 5000.
       01  WS-RES-TABLE-FULL       PIC X VALUE 'N'.

      * Troncons du voyage en cours de reservation.
       01  WS-TRIP-TABLE.
           05 WS-TRIP-COUNT        PIC 9 VALUE ZERO.
           05 WS-TRIP-ENTRY OCCURS 9 TIMES INDEXED BY TRIP-IDX.
               10 WS-TRIP-LEG      PIC 9(3).

      * Places occupees d'un troncon, pour trouver la premiere libre.
       01  WS-SEAT-MAP.
           05 WS-SEAT-TAKEN        PIC X OCCURS 999 TIMES.

       01  WS-FOUND                PIC X.
       01  WS-TRIP-FITS            PIC X.
       01  WS-REFUSAL              PIC X(40).
       01  WS-UPPER-A              PIC X(10).
       01  WS-UPPER-B              PIC X(10).
       01  WS-LEG-WANTED           PIC 9.
       01  WS-LEG-START            PIC 9(3).
       01  WS-LEG-NEXT             PIC 9(3).
       01  WS-SEAT-NO              PIC 9(4).
       01  WS-SEAT-IDX             PIC 9(4).
       01  WS-RES-FIRST            PIC 9(4).
       01  WS-RES-LAST             PIC 9(4).
       01  WS-RES-SCAN             PIC 9(4).
       01  WS-REF-KNOWN            PIC X.
       01  WS-KEY-REF              PIC X(8).
       01  WS-KEY-HEURE            PIC 9(4).
       01  WS-SEAT-OFFSET          PIC 9(4).
       01  WS-CONFIRMED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-WAITLISTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-INVALID-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-PROMOTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-SEAT-TEXT            PIC X(80).
       01  WS-SEAT-WORK            PIC X(80).
       01  WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
           MOVE "trainbook" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           IF WS-SEATS-PER-COACH = ZERO
               MOVE 80 TO WS-SEATS-PER-COACH
           END-IF
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "train-booking-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RESERVATIONS AU " WS-TODAY-8 " - "
                  WS-SEATS-PER-COACH " PLACES PAR VOITURE - "
                  "LISTE D'ATTENTE " WS-WAITLIST
                  " - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM LOAD-PLANNING
           PERFORM LOAD-RESERVATIONS
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "LISTE D'ATTENTE" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM PROMOTE-WAITLIST
           IF WS-PROMOTED-COUNT = ZERO
               MOVE "  Aucun voyage servi" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "DEMANDES" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM PROCESS-REQUESTS
           PERFORM WRITE-OCCUPANCY-SECTION
           PERFORM REWRITE-RESERVATIONS
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL confirmees " WS-CONFIRMED-COUNT
                  " - en attente " WS-WAITLISTED-COUNT
                  " - refusees " WS-REFUSED-COUNT
                  " - invalides " WS-INVALID-COUNT
                  " - deja traitees " WS-SKIPPED-COUNT
                  " - servies depuis l'attente " WS-PROMOTED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           CLOSE F-REPORT
           IF WS-INVALID-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "DEMANDES DE RESERVATION INVALIDES : "
                      WS-INVALID-COUNT
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-BOOKING-ALERT
           END-IF
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "trainbook" TO WS-AUDIT-PROGRAM
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-RES-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Reservations : " WS-CONFIRMED-COUNT
               " confirmee(s), " WS-WAITLISTED-COUNT
               " en attente, " WS-REFUSED-COUNT " refusee(s), "
               WS-INVALID-COUNT " invalide(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR de trainbook-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "SEATS_PER_COACH"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-SEATS-PER-COACH
               WHEN "WAITLIST"
                   MOVE WS-PARAM-VALUE(1:1) TO WS-WAITLIST
           END-EVALUATE.

      *----------------------------------------------------------------
      * Chargements : planning (hors HDR/TRL), reservations.
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
                   PERFORM RAISE-BOOKING-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-LEG-COUNT
               SET LEG-IDX TO WS-LEG-COUNT
               MOVE RECORD-TYPE TO WS-LEG-TYPE(LEG-IDX)
               MOVE STATION-DEPART TO WS-LEG-GARE(LEG-IDX)
               COMPUTE WS-LEG-HEURE(LEG-IDX) =
                   TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
               MOVE TRAIN-LEG-NUMBER TO WS-LEG-NUMBER(LEG-IDX)
               MOVE TRAIN-TOTAL-LEGS TO WS-LEG-TOTAL(LEG-IDX)
               MOVE ZERO TO WS-LEG-SEATS(LEG-IDX)
               IF TRAIN-SEATS-AVAILABLE IS NUMERIC
                   MOVE TRAIN-SEATS-AVAILABLE TO WS-LEG-SEATS(LEG-IDX)
               END-IF
               MOVE ZERO TO WS-LEG-BOOKED(LEG-IDX)
               MOVE ZERO TO WS-LEG-WAITING(LEG-IDX)
               MOVE TRAIN-LEG-STATUS TO WS-LEG-STATUT(LEG-IDX)
           END-IF.

      * Fichier absent : premier run, aucune reservation.
       LOAD-RESERVATIONS.
           OPEN INPUT RES-FILE
           IF WS-RES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RES-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RES-REF NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-RESERVATION
                   END-IF
           END-PERFORM
           CLOSE RES-FILE
           MOVE 'N' TO WS-EOF.

       STORE-RESERVATION.
           IF WS-RES-COUNT >= WS-RES-TABLE-MAX
               IF WS-RES-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-RES-TABLE-FULL
                   MOVE "CAPACITE WS-RES-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-BOOKING-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RES-COUNT
           SET RES-IDX TO WS-RES-COUNT
           MOVE RES-REF TO WS-RES-REF(RES-IDX)
           MOVE RES-NOM TO WS-RES-NOM(RES-IDX)
           MOVE RES-GARE TO WS-RES-GARE(RES-IDX)
           MOVE RES-HEURE TO WS-RES-HEURE(RES-IDX)
           MOVE RES-VOITURE TO WS-RES-VOITURE(RES-IDX)
           MOVE RES-PLACE TO WS-RES-PLACE(RES-IDX)
           MOVE RES-CLASSE TO WS-RES-CLASSE(RES-IDX)
           MOVE RES-STATUT TO WS-RES-STATUT(RES-IDX)
           MOVE RES-GARE TO WS-UPPER-A
           MOVE RES-HEURE TO WS-KEY-HEURE
           PERFORM FIND-LEG-BY-KEY
           MOVE ZERO TO WS-RES-LEG(RES-IDX)
           IF WS-FOUND = 'Y'
               SET WS-RES-LEG(RES-IDX) TO LEG-IDX
               EVALUATE WS-RES-STATUT(RES-IDX)
                   WHEN 'C'
                       ADD 1 TO WS-LEG-BOOKED(LEG-IDX)
                   WHEN 'W'
                       ADD 1 TO WS-LEG-WAITING(LEG-IDX)
               END-EVALUATE
           END-IF.

      * Troncon du planning dont la gare (casse ignoree) est
      * WS-UPPER-A et l'heure WS-KEY-HEURE ; LEG-IDX positionne.
       FIND-LEG-BY-KEY.
           MOVE 'N' TO WS-FOUND
           MOVE FUNCTION UPPER-CASE(WS-UPPER-A) TO WS-UPPER-A
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

      *----------------------------------------------------------------
      * Liste d'attente : chaque voyage en attente (lignes contigues
      * de meme reference) est servi si tous ses troncons ont de
      * nouveau une place libre ; un troncon annule au planning ne
      * sert personne.
      *----------------------------------------------------------------
       PROMOTE-WAITLIST.
           MOVE 1 TO WS-RES-FIRST
           PERFORM UNTIL WS-RES-FIRST > WS-RES-COUNT
               MOVE WS-RES-FIRST TO WS-RES-LAST
               PERFORM UNTIL WS-RES-LAST >= WS-RES-COUNT
                   OR WS-RES-REF(WS-RES-LAST + 1)
                       NOT = WS-RES-REF(WS-RES-FIRST)
                   ADD 1 TO WS-RES-LAST
               END-PERFORM
               IF WS-RES-STATUT(WS-RES-FIRST) = 'W'
                   PERFORM TRY-PROMOTE-TRIP
               END-IF
               COMPUTE WS-RES-FIRST = WS-RES-LAST + 1
           END-PERFORM.

       TRY-PROMOTE-TRIP.
           MOVE 'Y' TO WS-TRIP-FITS
           PERFORM VARYING WS-RES-SCAN FROM WS-RES-FIRST BY 1
                   UNTIL WS-RES-SCAN > WS-RES-LAST
               IF WS-RES-LEG(WS-RES-SCAN) = ZERO
                   MOVE 'N' TO WS-TRIP-FITS
               ELSE
                   SET LEG-IDX TO WS-RES-LEG(WS-RES-SCAN)
                   IF WS-LEG-BOOKED(LEG-IDX) >= WS-LEG-SEATS(LEG-IDX)
                       MOVE 'N' TO WS-TRIP-FITS
                   END-IF
                   IF WS-LEG-STATUT(LEG-IDX) = 'A'
                       MOVE 'N' TO WS-TRIP-FITS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TRIP-FITS = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEAT-TEXT
           PERFORM VARYING WS-RES-SCAN FROM WS-RES-FIRST BY 1
                   UNTIL WS-RES-SCAN > WS-RES-LAST
               SET LEG-IDX TO WS-RES-LEG(WS-RES-SCAN)
               PERFORM FIND-FREE-SEAT
               SET RES-IDX TO WS-RES-SCAN
               PERFORM SET-SEAT-ON-RESERVATION
               MOVE 'C' TO WS-RES-STATUT(RES-IDX)
               ADD 1 TO WS-LEG-BOOKED(LEG-IDX)
               SUBTRACT 1 FROM WS-LEG-WAITING(LEG-IDX)
               PERFORM APPEND-SEAT-TEXT
           END-PERFORM
           ADD 1 TO WS-PROMOTED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SERVIE    " WS-RES-REF(WS-RES-FIRST) " "
                  WS-RES-NOM(WS-RES-FIRST) " classe "
                  WS-RES-CLASSE(WS-RES-FIRST) " "
                  FUNCTION TRIM(WS-SEAT-TEXT)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE.

      *----------------------------------------------------------------
      * Nouvelles demandes, dans l'ordre du fichier.
      *----------------------------------------------------------------
       PROCESS-REQUESTS.
           OPEN INPUT REQ-FILE
           IF WS-REQ-FILE-STATUS NOT = "00"
               MOVE "  Aucune demande" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REQ-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF REQ-RECORD NOT = SPACES
                       AND REQ-RECORD(1:1) NOT = "*"
                       ADD 1 TO WS-LINES-READ
                       PERFORM PROCESS-ONE-REQUEST
                   END-IF
           END-PERFORM
           CLOSE REQ-FILE
           MOVE 'N' TO WS-EOF.

       PROCESS-ONE-REQUEST.
           MOVE REQ-REF TO WS-KEY-REF
           PERFORM FIND-REFERENCE
           IF WS-REF-KNOWN = 'Y'
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REFUSAL
           EVALUATE TRUE
               WHEN REQ-REF = SPACES OR REQ-NOM = SPACES
                   MOVE "reference ou voyageur absent" TO WS-REFUSAL
               WHEN REQ-CLASSE NOT = '1' AND REQ-CLASSE NOT = '2'
                   MOVE "classe tarifaire invalide" TO WS-REFUSAL
               WHEN REQ-HEURE IS NOT NUMERIC
                   MOVE "heure de depart invalide" TO WS-REFUSAL
               WHEN REQ-TRONCONS IS NOT NUMERIC
                   MOVE "nombre de troncons invalide" TO WS-REFUSAL
           END-EVALUATE
           IF WS-REFUSAL = SPACES
               PERFORM BUILD-TRIP
           END-IF
           IF WS-REFUSAL NOT = SPACES
               ADD 1 TO WS-INVALID-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  INVALIDE  " REQ-REF " " REQ-NOM " "
                      REQ-GARE " " REQ-HEURE " : " WS-REFUSAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
      * Voyage entier ou rien : un seul troncon complet suffit a
      * mettre le voyage en attente ou a le refuser.
           MOVE 'Y' TO WS-TRIP-FITS
           PERFORM VARYING TRIP-IDX FROM 1 BY 1
                   UNTIL TRIP-IDX > WS-TRIP-COUNT
               SET LEG-IDX TO WS-TRIP-LEG(TRIP-IDX)
               IF WS-LEG-BOOKED(LEG-IDX) >= WS-LEG-SEATS(LEG-IDX)
                   MOVE 'N' TO WS-TRIP-FITS
               END-IF
           END-PERFORM
           IF WS-TRIP-FITS = 'N' AND WS-WAITLIST NOT = 'Y'
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  REFUSEE   " REQ-REF " " REQ-NOM " "
                      REQ-GARE " " REQ-HEURE " : troncon complet"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEAT-TEXT
           PERFORM VARYING TRIP-IDX FROM 1 BY 1
                   UNTIL TRIP-IDX > WS-TRIP-COUNT
               SET LEG-IDX TO WS-TRIP-LEG(TRIP-IDX)
               PERFORM ADD-TRIP-RESERVATION
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TRIP-FITS = 'Y'
               ADD 1 TO WS-CONFIRMED-COUNT
               STRING "  CONFIRMEE " REQ-REF " " REQ-NOM " classe "
                      REQ-CLASSE " " FUNCTION TRIM(WS-SEAT-TEXT)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-WAITLISTED-COUNT
               STRING "  ATTENTE   " REQ-REF " " REQ-NOM " classe "
                      REQ-CLASSE " " FUNCTION TRIM(WS-SEAT-TEXT)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE R-REPORT FROM WS-REPORT-LINE.

       FIND-REFERENCE.
           MOVE 'N' TO WS-REF-KNOWN
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > WS-RES-COUNT OR WS-REF-KNOWN = 'Y'
               IF WS-RES-REF(RES-IDX) = WS-KEY-REF
                   MOVE 'Y' TO WS-REF-KNOWN
               END-IF
           END-PERFORM.

      * Troncon d'embarquement puis troncons suivants du meme trajet
      * dans l'ordre du fichier, jusqu'au nombre demande ou au
      * terminus.
       BUILD-TRIP.
           MOVE ZERO TO WS-TRIP-COUNT
           MOVE REQ-GARE TO WS-UPPER-A
           MOVE REQ-HEURE TO WS-KEY-HEURE
           PERFORM FIND-LEG-BY-KEY
           IF WS-FOUND = 'N'
               MOVE "troncon absent du planning" TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE REQ-TRONCONS TO WS-LEG-WANTED
           IF WS-LEG-WANTED = ZERO
               COMPUTE WS-LEG-WANTED = WS-LEG-TOTAL(LEG-IDX)
                   - WS-LEG-NUMBER(LEG-IDX) + 1
           END-IF
           IF WS-LEG-NUMBER(LEG-IDX) + WS-LEG-WANTED - 1
               > WS-LEG-TOTAL(LEG-IDX)
               MOVE "trajet plus court que demande" TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-LEG-STATUT(LEG-IDX) = 'A'
               MOVE "troncon annule au planning" TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           SET WS-LEG-START TO LEG-IDX
           MOVE 1 TO WS-TRIP-COUNT
           MOVE WS-LEG-START TO WS-TRIP-LEG(1)
           PERFORM UNTIL WS-TRIP-COUNT >= WS-LEG-WANTED
               MOVE WS-TRIP-LEG(WS-TRIP-COUNT) TO WS-LEG-NEXT
               ADD 1 TO WS-LEG-NEXT
               IF WS-LEG-NEXT > WS-LEG-COUNT
                   MOVE "troncon suivant absent du planning"
                       TO WS-REFUSAL
                   EXIT PARAGRAPH
               END-IF
               IF WS-LEG-NUMBER(WS-LEG-NEXT)
                   NOT = WS-LEG-NUMBER(WS-TRIP-LEG(WS-TRIP-COUNT)) + 1
                   MOVE "troncon suivant absent du planning"
                       TO WS-REFUSAL
                   EXIT PARAGRAPH
               END-IF
               IF WS-LEG-STATUT(WS-LEG-NEXT) = 'A'
                   MOVE "troncon suivant annule au planning"
                       TO WS-REFUSAL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TRIP-COUNT
               MOVE WS-LEG-NEXT TO WS-TRIP-LEG(WS-TRIP-COUNT)
           END-PERFORM.

      * Ligne de reservation du troncon LEG-IDX pour la demande
      * courante, place attribuee si le voyage tient.
       ADD-TRIP-RESERVATION.
           IF WS-RES-COUNT >= WS-RES-TABLE-MAX
               IF WS-RES-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-RES-TABLE-FULL
                   MOVE "CAPACITE WS-RES-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-BOOKING-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RES-COUNT
           SET RES-IDX TO WS-RES-COUNT
           MOVE REQ-REF TO WS-RES-REF(RES-IDX)
           MOVE REQ-NOM TO WS-RES-NOM(RES-IDX)
           MOVE WS-LEG-GARE(LEG-IDX) TO WS-RES-GARE(RES-IDX)
           MOVE WS-LEG-HEURE(LEG-IDX) TO WS-RES-HEURE(RES-IDX)
           MOVE REQ-CLASSE TO WS-RES-CLASSE(RES-IDX)
           SET WS-RES-LEG(RES-IDX) TO LEG-IDX
           IF WS-TRIP-FITS = 'Y'
               PERFORM FIND-FREE-SEAT
               PERFORM SET-SEAT-ON-RESERVATION
               MOVE 'C' TO WS-RES-STATUT(RES-IDX)
               ADD 1 TO WS-LEG-BOOKED(LEG-IDX)
           ELSE
               MOVE ZERO TO WS-RES-VOITURE(RES-IDX)
               MOVE ZERO TO WS-RES-PLACE(RES-IDX)
               MOVE 'W' TO WS-RES-STATUT(RES-IDX)
               ADD 1 TO WS-LEG-WAITING(LEG-IDX)
           END-IF
           PERFORM APPEND-SEAT-TEXT.

      * Premiere place libre du troncon LEG-IDX (WS-SEAT-NO), au vu
      * des reservations confirmees.
       FIND-FREE-SEAT.
           MOVE ALL 'N' TO WS-SEAT-MAP
           PERFORM VARYING WS-SEAT-IDX FROM 1 BY 1
                   UNTIL WS-SEAT-IDX > WS-RES-COUNT
               IF WS-RES-LEG(WS-SEAT-IDX) = LEG-IDX
                   AND WS-RES-STATUT(WS-SEAT-IDX) = 'C'
                   AND WS-RES-PLACE(WS-SEAT-IDX) > ZERO
                   COMPUTE WS-SEAT-NO =
                       (WS-RES-VOITURE(WS-SEAT-IDX) - 1)
                       * WS-SEATS-PER-COACH
                       + WS-RES-PLACE(WS-SEAT-IDX)
                   IF WS-SEAT-NO > ZERO AND WS-SEAT-NO <= 999
                       MOVE 'Y' TO WS-SEAT-TAKEN(WS-SEAT-NO)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-SEAT-NO
           PERFORM VARYING WS-SEAT-IDX FROM 1 BY 1
                   UNTIL WS-SEAT-IDX > WS-LEG-SEATS(LEG-IDX)
                      OR WS-SEAT-NO > ZERO
               IF WS-SEAT-TAKEN(WS-SEAT-IDX) = 'N'
                   MOVE WS-SEAT-IDX TO WS-SEAT-NO
               END-IF
           END-PERFORM.

       SET-SEAT-ON-RESERVATION.
           COMPUTE WS-SEAT-OFFSET = WS-SEAT-NO - 1
           DIVIDE WS-SEAT-OFFSET BY WS-SEATS-PER-COACH
               GIVING WS-RES-VOITURE(RES-IDX)
               REMAINDER WS-RES-PLACE(RES-IDX)
           ADD 1 TO WS-RES-VOITURE(RES-IDX)
           ADD 1 TO WS-RES-PLACE(RES-IDX).

      * Texte "gare heure voiture/place" des troncons du voyage.
       APPEND-SEAT-TEXT.
           MOVE WS-SEAT-TEXT TO WS-SEAT-WORK
           MOVE SPACES TO WS-SEAT-TEXT
           IF WS-RES-STATUT(RES-IDX) = 'C'
               STRING FUNCTION TRIM(WS-SEAT-WORK) " "
                      FUNCTION TRIM(WS-RES-GARE(RES-IDX)) " "
                      WS-RES-HEURE(RES-IDX) " v"
                      WS-RES-VOITURE(RES-IDX) "/p"
                      WS-RES-PLACE(RES-IDX)
                      DELIMITED BY SIZE INTO WS-SEAT-TEXT
           ELSE
               STRING FUNCTION TRIM(WS-SEAT-WORK) " "
                      FUNCTION TRIM(WS-RES-GARE(RES-IDX)) " "
                      WS-RES-HEURE(RES-IDX) " attente"
                      DELIMITED BY SIZE INTO WS-SEAT-TEXT
           END-IF.

      * Occupation de chaque troncon apres le run.
       WRITE-OCCUPANCY-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "OCCUPATION PAR TRONCON" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > WS-LEG-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-LEG-TYPE(LEG-IDX) " "
                      WS-LEG-GARE(LEG-IDX) " "
                      WS-LEG-HEURE(LEG-IDX) " troncon "
                      WS-LEG-NUMBER(LEG-IDX) "/"
                      WS-LEG-TOTAL(LEG-IDX) " places "
                      WS-LEG-SEATS(LEG-IDX) " reservees "
                      WS-LEG-BOOKED(LEG-IDX) " en attente "
                      WS-LEG-WAITING(LEG-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-PERFORM.

      * Reecrit le fichier des reservations en entier (memes lignes
      * qu'a la lecture, statuts et places a jour, puis nouvelles
      * reservations).
       REWRITE-RESERVATIONS.
           OPEN OUTPUT RES-FILE
           MOVE WS-RES-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "train-reservations.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT RES-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > WS-RES-COUNT
               MOVE SPACES TO RES-RECORD
               MOVE WS-RES-REF(RES-IDX) TO RES-REF
               MOVE WS-RES-NOM(RES-IDX) TO RES-NOM
               MOVE WS-RES-GARE(RES-IDX) TO RES-GARE
               MOVE WS-RES-HEURE(RES-IDX) TO RES-HEURE
               MOVE WS-RES-VOITURE(RES-IDX) TO RES-VOITURE
               MOVE WS-RES-PLACE(RES-IDX) TO RES-PLACE
               MOVE WS-RES-CLASSE(RES-IDX) TO RES-CLASSE
               MOVE WS-RES-STATUT(RES-IDX) TO RES-STATUT
               WRITE RES-RECORD
           END-PERFORM
           CLOSE RES-FILE.

       RAISE-BOOKING-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPERATIONAL-ALERT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM trainbook.
