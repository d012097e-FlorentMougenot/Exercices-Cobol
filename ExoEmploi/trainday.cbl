       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainday.

      * Extraction quotidienne du planning train.dat a partir de
      * l'horaire de service train-timetable.dat
      * (train-timetable.cpy) : chaque service y porte sa periode de
      * validite et ses jours de circulation (LMMJVSD), au lieu des
      * copies de train.dat que l'on permutait a la main (semaine,
      * week-end, ete). Pour la date de service (SERVICE_DATE, zero
      * = date du jour), le jour de la semaine et les jours feries
      * viennent de datesvc (WEEKDAY, HOLIDAY sur jours-feries.dat) ;
      * un jour ferie circule selon la grille du dimanche. Les
      * troncons des services valides ce jour-la sont ecrits dans
      * train.dat, encadres par l'en-tete HDR (date de service) et
      * la fin TRL (compte, somme des reservations) de la convention
      * d'interface, comme a la reecriture par trainmaint.
      * Controles : lignes de l'horaire rejetees (dates invalides ou
      * inversees, jours de circulation mal formes, troncon mal
      * forme) et trajets incomplets du jour (troncon extrait sans
      * son troncon precedent ou suivant).
      * Le rapport trainday-report.txt liste les troncons extraits,
      * les rejets et les services qui debutent ou finissent dans
      * les LOOKAHEAD_DAYS jours qui suivent : debut = premier jour
      * de validite dans les jours a venir, fin = dernier jour de
      * validite entre aujourd'hui et la veille de la fin de la
      * fenetre. Une alerte par type d'anomalie (code retour 4) ;
      * date de service invalide : alerte E, code retour 8, train.dat
      * n'est pas touche.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TT-FILE ASSIGN TO 'train-timetable.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TT-FILE-STATUS.

           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN-FILE-STATUS.

           SELECT F-REPORT ASSIGN TO "trainday-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Date de service et fenetre des debuts/fins de service,
      * reglables sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="trainday-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD TT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'train-timetable.cpy'.

       FD TRAIN-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY 'rapport-train.cpy'.

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REPORT                 PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-TT-FILE-STATUS       PIC XX.
       01  WS-TRAIN-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-SERVICE-DATE         PIC 9(8) VALUE ZERO.
       01  WS-LOOKAHEAD-DAYS       PIC 9(3) VALUE 7.
       01  WS-LINES-READ           PIC 9(6) VALUE ZERO.

      * Appels au module de dates ouvrees.
       01  WS-DATESVC-FUNCTION     PIC X(8).
       01  WS-DATESVC-DATE-1       PIC 9(8).
       01  WS-DATESVC-DATE-2       PIC 9(8).
       01  WS-DATESVC-NUMBER       PIC S9(5).
       01  WS-DATESVC-STATUS       PIC 9.

      * Jour de circulation de la date de service : 1 lundi ... 7
      * dimanche, 7 aussi pour un jour ferie.
       01  WS-DAY-INDEX            PIC 9.
       01  WS-HOLIDAY-FLAG         PIC X VALUE 'N'.
       01  WS-DAY-NAMES-VALUES.
           05 FILLER               PIC X(8) VALUE "LUNDI".
           05 FILLER               PIC X(8) VALUE "MARDI".
           05 FILLER               PIC X(8) VALUE "MERCREDI".
           05 FILLER               PIC X(8) VALUE "JEUDI".
           05 FILLER               PIC X(8) VALUE "VENDREDI".
           05 FILLER               PIC X(8) VALUE "SAMEDI".
           05 FILLER               PIC X(8) VALUE "DIMANCHE".
       01  WS-DAY-NAMES-TABLE REDEFINES WS-DAY-NAMES-VALUES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(8).
       01  WS-WEEKDAY-NAME         PIC X(8).
       01  WS-SERVICE-INT          PIC 9(8).

      * Lignes valides de l'horaire, dans l'ordre du fichier.
       01  WS-TT-TABLE.
           05 WS-TT-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-TT-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-TT-COUNT
                  INDEXED BY TT-IDX.
               10 WS-TT-SERVICE    PIC X(6).
               10 WS-TT-DEBUT      PIC 9(8).
               10 WS-TT-FIN        PIC 9(8).
               10 WS-TT-JOURS      PIC X(7).
               10 WS-TT-TRONCON    PIC X(47).
       01  WS-TT-TABLE-MAX         PIC 9(3) VALUE 500.
       01  WS-TT-TABLE-FULL        PIC X VALUE 'N'.

      * Troncons extraits pour le jour, pour le controle des
      * trajets.
       01  WS-DAY-TABLE.
           05 WS-DAY-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-DAY-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-DAY-COUNT
                  INDEXED BY DAY-IDX.
               10 WS-DAY-SERVICE   PIC X(6).
               10 WS-DAY-GARE      PIC X(10).
               10 WS-DAY-HEURE     PIC 9(4).
               10 WS-DAY-NUMBER    PIC 9.
               10 WS-DAY-TOTAL     PIC 9.

      * Lignes rejetees et trajets incomplets, pour le rapport.
       01  WS-REJECT-TABLE.
           05 WS-REJECT-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-REJECT-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-REJECT-COUNT
                  INDEXED BY REJECT-IDX.
               10 WS-REJECT-TEXT   PIC X(132).
       01  WS-REJECT-TABLE-MAX     PIC 9(3) VALUE 200.
       01  WS-REJECT-TABLE-FULL    PIC X VALUE 'N'.
       01  WS-REJECTED-LINES       PIC 9(5) VALUE ZERO.
       01  WS-BROKEN-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REJECT-REASON        PIC X(40).

      * En-tete/fin de la convention d'interface de train.dat.
       01  WS-IFACE-HASH           PIC 9(13) VALUE ZERO.
       01  WS-IFACE-HEADER.
           05 FILLER               PIC X(4) VALUE "HDR ".
           05 IFACE-HDR-ID         PIC X(12) VALUE "TRAINDAT".
           05 IFACE-HDR-DATE       PIC 9(8).
       01  WS-IFACE-TRAILER.
           05 FILLER               PIC X(4) VALUE "TRL ".
           05 IFACE-TRL-COUNT      PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 IFACE-TRL-HASH       PIC 9(13).

       01  WS-J                    PIC 9(3).
       01  WS-D                    PIC 9.
       01  WS-RUN-DAYS             PIC 9.
       01  WS-PREV-SERVICE         PIC X(6).
       01  WS-DEBUT-INT            PIC 9(8).
       01  WS-FIN-INT              PIC 9(8).
       01  WS-WINDOW-END           PIC 9(8).
       01  WS-START-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-END-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
           MOVE "trainday" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           IF WS-SERVICE-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-SERVICE-DATE
           END-IF
           PERFORM CLASSIFY-SERVICE-DATE
           IF WS-DATESVC-STATUS NOT = ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "DATE DE SERVICE INVALIDE : " WS-SERVICE-DATE
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               MOVE "E" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
               DISPLAY "Date de service invalide : " WS-SERVICE-DATE
                   ", train.dat inchange"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TT-FILE
           MOVE WS-TT-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "train-timetable.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT TT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "trainday-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PLANNING DU JOUR " WS-SERVICE-DATE " ("
                  FUNCTION TRIM(WS-WEEKDAY-NAME)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-HOLIDAY-FLAG = 'Y'
               STRING FUNCTION TRIM(WS-REPORT-LINE)
                      " FERIE, GRILLE DU DIMANCHE"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           STRING FUNCTION TRIM(WS-REPORT-LINE)
                  ") - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM LOAD-TIMETABLE
           PERFORM WRITE-DAY-PLANNING
           PERFORM CHECK-DAY-JOURNEYS
           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-COMING-WEEK-SECTION
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL lignes lues " WS-LINES-READ
                  " - troncons extraits " WS-DAY-COUNT
                  " - lignes rejetees " WS-REJECTED-LINES
                  " - trajets incomplets " WS-BROKEN-COUNT
                  " - debuts " WS-START-COUNT " - fins " WS-END-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           CLOSE F-REPORT
           IF WS-REJECTED-LINES > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "LIGNES D'HORAIRE REJETEES : "
                      WS-REJECTED-LINES
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-DAY-ALERT
           END-IF
           IF WS-BROKEN-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "TRAJETS INCOMPLETS DU JOUR : " WS-BROKEN-COUNT
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-DAY-ALERT
           END-IF
           IF WS-DAY-COUNT = ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "AUCUN SERVICE LE " WS-SERVICE-DATE
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-DAY-ALERT
           END-IF
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "trainday" TO WS-AUDIT-PROGRAM
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-DAY-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-IFACE-HASH TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Planning du " WS-SERVICE-DATE " : " WS-DAY-COUNT
               " troncon(s), " WS-REJECTED-LINES " rejet(s), "
               WS-BROKEN-COUNT " trajet(s) incomplet(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR de trainday-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "SERVICE_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-SERVICE-DATE
               WHEN "LOOKAHEAD_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-LOOKAHEAD-DAYS
           END-EVALUATE.

      * Jour de la semaine et jour ferie de la date de service ; un
      * jour ferie prend la grille du dimanche.
       CLASSIFY-SERVICE-DATE.
           MOVE "WEEKDAY" TO WS-DATESVC-FUNCTION
           MOVE WS-SERVICE-DATE TO WS-DATESVC-DATE-1
           CALL "datesvc" USING WS-DATESVC-FUNCTION
               WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
               WS-DATESVC-NUMBER WS-DATESVC-STATUS
           IF WS-DATESVC-STATUS NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATESVC-NUMBER TO WS-DAY-INDEX
           MOVE WS-DAY-NAME(WS-DAY-INDEX) TO WS-WEEKDAY-NAME
           MOVE "HOLIDAY" TO WS-DATESVC-FUNCTION
           CALL "datesvc" USING WS-DATESVC-FUNCTION
               WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
               WS-DATESVC-NUMBER WS-DATESVC-STATUS
           IF WS-DATESVC-STATUS = ZERO
               AND WS-DATESVC-NUMBER = 1
               MOVE 'Y' TO WS-HOLIDAY-FLAG
               MOVE 7 TO WS-DAY-INDEX
           END-IF
           COMPUTE WS-SERVICE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SERVICE-DATE).

      *----------------------------------------------------------------
      * Chargement et controle de l'horaire de service.
      *----------------------------------------------------------------
       LOAD-TIMETABLE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TT-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM VALIDATE-TIMETABLE-LINE
                   IF WS-REJECT-REASON = SPACES
                       PERFORM STORE-TIMETABLE-LINE
                   ELSE
                       ADD 1 TO WS-REJECTED-LINES
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  REJET ligne " WS-LINES-READ
                              " service " TT-SERVICE " : "
                              WS-REJECT-REASON
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM STORE-REJECT-LINE
                   END-IF
           END-PERFORM
           CLOSE TT-FILE
           MOVE 'N' TO WS-EOF.

       VALIDATE-TIMETABLE-LINE.
           MOVE SPACES TO WS-REJECT-REASON
           IF TT-SERVICE = SPACES
               MOVE "service non renseigne" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TT-TRONCON TO TRAIN-PLANNING
           IF NOT (TGV OR CORAIL OR TER)
               OR TRAIN-TIME-HH IS NOT NUMERIC
               OR TRAIN-TIME-MM IS NOT NUMERIC
               OR TRAIN-LEG-NUMBER IS NOT NUMERIC
               OR TRAIN-TOTAL-LEGS IS NOT NUMERIC
               MOVE "troncon mal forme" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TRAIN-TIME-HH > 23 OR TRAIN-TIME-MM > 59
               OR TRAIN-LEG-NUMBER < 1
               OR TRAIN-LEG-NUMBER > TRAIN-TOTAL-LEGS
               MOVE "troncon mal forme" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TT-DEBUT IS NOT NUMERIC OR TT-FIN IS NOT NUMERIC
               MOVE "periode de validite invalide" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "WEEKDAY" TO WS-DATESVC-FUNCTION
           MOVE TT-DEBUT TO WS-DATESVC-DATE-1
           CALL "datesvc" USING WS-DATESVC-FUNCTION
               WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
               WS-DATESVC-NUMBER WS-DATESVC-STATUS
           IF WS-DATESVC-STATUS NOT = ZERO
               MOVE "date de debut invalide" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TT-FIN TO WS-DATESVC-DATE-1
           CALL "datesvc" USING WS-DATESVC-FUNCTION
               WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
               WS-DATESVC-NUMBER WS-DATESVC-STATUS
           IF WS-DATESVC-STATUS NOT = ZERO
               MOVE "date de fin invalide" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TT-FIN < TT-DEBUT
               MOVE "fin de validite avant le debut"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RUN-DAYS
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
               IF TT-CIRCULE(WS-D)
                   ADD 1 TO WS-RUN-DAYS
               ELSE
                   IF NOT TT-NE-CIRCULE-PAS(WS-D)
                       MOVE "jours de circulation mal formes"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REJECT-REASON = SPACES AND WS-RUN-DAYS = ZERO
               MOVE "aucun jour de circulation" TO WS-REJECT-REASON
           END-IF.

       STORE-TIMETABLE-LINE.
           IF WS-TT-COUNT >= WS-TT-TABLE-MAX
               IF WS-TT-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-TT-TABLE-FULL
                   MOVE "CAPACITE WS-TT-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-DAY-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TT-COUNT
           SET TT-IDX TO WS-TT-COUNT
           MOVE TT-SERVICE TO WS-TT-SERVICE(TT-IDX)
           MOVE TT-DEBUT TO WS-TT-DEBUT(TT-IDX)
           MOVE TT-FIN TO WS-TT-FIN(TT-IDX)
           MOVE TT-JOURS TO WS-TT-JOURS(TT-IDX)
           MOVE TT-TRONCON TO WS-TT-TRONCON(TT-IDX).

       STORE-REJECT-LINE.
           IF WS-REJECT-COUNT >= WS-REJECT-TABLE-MAX
               IF WS-REJECT-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-REJECT-TABLE-FULL
                   MOVE "CAPACITE WS-REJECT-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-DAY-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           SET REJECT-IDX TO WS-REJECT-COUNT
           MOVE WS-REPORT-LINE TO WS-REJECT-TEXT(REJECT-IDX).

      *----------------------------------------------------------------
      * Ecriture de train.dat : services valides a la date de service
      * et circulant ce jour-la, dans l'ordre de l'horaire.
      *----------------------------------------------------------------
       WRITE-DAY-PLANNING.
           OPEN OUTPUT TRAIN-FILE
           MOVE WS-TRAIN-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "train.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT TRAIN-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE WS-SERVICE-DATE TO IFACE-HDR-DATE
           MOVE SPACES TO TRAIN-PLANNING
           MOVE WS-IFACE-HEADER TO TRAIN-PLANNING(1:24)
           WRITE TRAIN-PLANNING
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "TRONCONS EXTRAITS" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > WS-TT-COUNT
               IF WS-TT-DEBUT(TT-IDX) <= WS-SERVICE-DATE
                   AND WS-TT-FIN(TT-IDX) >= WS-SERVICE-DATE
                   AND WS-TT-JOURS(TT-IDX)(WS-DAY-INDEX:1) = 'X'
                   PERFORM EXTRACT-LEG
               END-IF
           END-PERFORM
           IF WS-DAY-COUNT = ZERO
               MOVE "  Aucun" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           MOVE WS-DAY-COUNT TO IFACE-TRL-COUNT
           MOVE WS-IFACE-HASH TO IFACE-TRL-HASH
           MOVE SPACES TO TRAIN-PLANNING
           MOVE WS-IFACE-TRAILER TO TRAIN-PLANNING(1:24)
           WRITE TRAIN-PLANNING
           CLOSE TRAIN-FILE.

       EXTRACT-LEG.
           IF WS-DAY-COUNT >= 500
               IF WS-TT-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-TT-TABLE-FULL
                   MOVE "CAPACITE WS-DAY-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-DAY-ALERT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TT-TRONCON(TT-IDX) TO TRAIN-PLANNING
           IF TRAIN-PASSENGERS-BOOKED IS NUMERIC
               ADD TRAIN-PASSENGERS-BOOKED TO WS-IFACE-HASH
           END-IF
           ADD 1 TO WS-DAY-COUNT
           SET DAY-IDX TO WS-DAY-COUNT
           MOVE WS-TT-SERVICE(TT-IDX) TO WS-DAY-SERVICE(DAY-IDX)
           MOVE STATION-DEPART TO WS-DAY-GARE(DAY-IDX)
           COMPUTE WS-DAY-HEURE(DAY-IDX) =
               TRAIN-TIME-HH * 100 + TRAIN-TIME-MM
           MOVE TRAIN-LEG-NUMBER TO WS-DAY-NUMBER(DAY-IDX)
           MOVE TRAIN-TOTAL-LEGS TO WS-DAY-TOTAL(DAY-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-TT-SERVICE(TT-IDX) " " RECORD-TYPE " "
                  STATION-DEPART " " TRAIN-TIME-HH ":" TRAIN-TIME-MM
                  " troncon " TRAIN-LEG-NUMBER "/" TRAIN-TOTAL-LEGS
                  " jours " WS-TT-JOURS(TT-IDX)
                  " du " WS-TT-DEBUT(TT-IDX)
                  " au " WS-TT-FIN(TT-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           WRITE TRAIN-PLANNING.

      * Un troncon extrait doit suivre le troncon precedent de son
      * service et etre suivi du troncon suivant, sinon le trajet du
      * jour est incomplet (grilles de jours incoherentes entre les
      * troncons d'un meme service, par exemple).
       CHECK-DAY-JOURNEYS.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-DAY-COUNT
               SET WS-J TO DAY-IDX
               IF WS-DAY-NUMBER(DAY-IDX) > 1
                   IF WS-J = 1
                       MOVE "troncon precedent absent du jour"
                           TO WS-REJECT-REASON
                       PERFORM STORE-BROKEN-JOURNEY
                   ELSE
                       IF WS-DAY-SERVICE(WS-J - 1)
                           NOT = WS-DAY-SERVICE(DAY-IDX)
                           OR WS-DAY-NUMBER(WS-J - 1) + 1
                           NOT = WS-DAY-NUMBER(DAY-IDX)
                           MOVE "troncon precedent absent du jour"
                               TO WS-REJECT-REASON
                           PERFORM STORE-BROKEN-JOURNEY
                       END-IF
                   END-IF
               END-IF
               IF WS-DAY-NUMBER(DAY-IDX) < WS-DAY-TOTAL(DAY-IDX)
                   IF WS-J >= WS-DAY-COUNT
                       MOVE "troncon suivant absent du jour"
                           TO WS-REJECT-REASON
                       PERFORM STORE-BROKEN-JOURNEY
                   ELSE
                       IF WS-DAY-SERVICE(WS-J + 1)
                           NOT = WS-DAY-SERVICE(DAY-IDX)
                           OR WS-DAY-NUMBER(WS-J + 1)
                           NOT = WS-DAY-NUMBER(DAY-IDX) + 1
                           MOVE "troncon suivant absent du jour"
                               TO WS-REJECT-REASON
                           PERFORM STORE-BROKEN-JOURNEY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       STORE-BROKEN-JOURNEY.
           ADD 1 TO WS-BROKEN-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TRAJET INCOMPLET service " WS-DAY-SERVICE(DAY-IDX)
                  " " WS-DAY-GARE(DAY-IDX) " " WS-DAY-HEURE(DAY-IDX)
                  " troncon " WS-DAY-NUMBER(DAY-IDX) "/"
                  WS-DAY-TOTAL(DAY-IDX) " : " WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM STORE-REJECT-LINE.

       WRITE-REJECT-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "LIGNES REJETEES ET TRAJETS INCOMPLETS"
               TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           IF WS-REJECT-COUNT = ZERO
               MOVE "  Aucun" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING REJECT-IDX FROM 1 BY 1
                   UNTIL REJECT-IDX > WS-REJECT-COUNT
               WRITE R-REPORT FROM WS-REJECT-TEXT(REJECT-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      * Services qui debutent ou finissent dans les jours a venir,
      * une fois par service (premiere ligne du service).
      *----------------------------------------------------------------
       WRITE-COMING-WEEK-SECTION.
           COMPUTE WS-WINDOW-END = WS-SERVICE-INT + WS-LOOKAHEAD-DAYS
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SERVICES QUI DEBUTENT OU FINISSENT DANS LES "
                  WS-LOOKAHEAD-DAYS " PROCHAINS JOURS"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-PREV-SERVICE
           PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > WS-TT-COUNT
               IF WS-TT-SERVICE(TT-IDX) NOT = WS-PREV-SERVICE
                   MOVE WS-TT-SERVICE(TT-IDX) TO WS-PREV-SERVICE
                   PERFORM CHECK-SERVICE-CHANGE
               END-IF
           END-PERFORM
           IF WS-START-COUNT + WS-END-COUNT = ZERO
               MOVE "  Aucun" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

       CHECK-SERVICE-CHANGE.
           COMPUTE WS-DEBUT-INT =
               FUNCTION INTEGER-OF-DATE(WS-TT-DEBUT(TT-IDX))
           COMPUTE WS-FIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-TT-FIN(TT-IDX))
           MOVE WS-TT-TRONCON(TT-IDX) TO TRAIN-PLANNING
           IF WS-DEBUT-INT > WS-SERVICE-INT
               AND WS-DEBUT-INT <= WS-WINDOW-END
               ADD 1 TO WS-START-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  DEBUT le " WS-TT-DEBUT(TT-IDX)
                      " service " WS-TT-SERVICE(TT-IDX) " "
                      RECORD-TYPE " " STATION-DEPART " "
                      TRAIN-TIME-HH ":" TRAIN-TIME-MM
                      " jours " WS-TT-JOURS(TT-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           IF WS-FIN-INT >= WS-SERVICE-INT
               AND WS-FIN-INT < WS-WINDOW-END
               ADD 1 TO WS-END-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  FIN   le " WS-TT-FIN(TT-IDX)
                      " service " WS-TT-SERVICE(TT-IDX) " "
                      RECORD-TYPE " " STATION-DEPART " "
                      TRAIN-TIME-HH ":" TRAIN-TIME-MM
                      " jours " WS-TT-JOURS(TT-IDX)
                      " (dernier jour de circulation possible)"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

       RAISE-DAY-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPERATIONAL-ALERT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM trainday.
