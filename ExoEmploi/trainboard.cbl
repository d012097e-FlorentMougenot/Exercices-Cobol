       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainboard.

      * Tableaux des departs et des arrivees du jour, pour chaque
      * gare du referentiel train-stations.dat, tires du planning
      * train.dat. Chaque tableau est trie par heure prevue et donne
      * le type de train, la destination (departs) ou la provenance
      * (arrivees), le quai quand il est connu (train-leg-info.dat),
      * l'heure attendue (heure prevue + TRAIN-DELAY-MINUTES), le
      * libelle de la cause du retard (train-delay-causes.dat) et la
      * correspondance offerte par la suite du trajet, dite menacee
      * quand l'arrivee attendue laisse moins de
      * MIN_CONNECTION_MINUTES avant le depart attendu du troncon
      * suivant.
      * Un troncon annule au planning (TRAIN-LEG-STATUS 'A') reste
      * aux tableaux comme train SUPPRIME, avec le libelle de sa
      * cause d'annulation ; la correspondance vers un troncon
      * annule est dite supprimee.
      * La gare d'arrivee d'un troncon est la gare de depart du
      * troncon suivant du meme trajet ; pour le dernier troncon
      * elle vient de train-leg-info.dat (fichier facultatif : sans
      * lui, pas de quais ni d'arrivee en fin de trajet).
      * Sorties : rapport train-boards.txt (une section par gare) et
      * fichier des afficheurs voyageurs train-boards-display.dat
      * au format fixe train-board-display.cpy, encadre HDR/TRL.
      * Une alerte pour les informations de troncon absentes du
      * planning (code retour 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN-FILE-STATUS.

           SELECT STATION-FILE ASSIGN TO 'train-stations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.

           SELECT CAUSE-FILE ASSIGN TO 'train-delay-causes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAUSE-FILE-STATUS.

           SELECT LEGINFO-FILE ASSIGN TO 'train-leg-info.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEGINFO-FILE-STATUS.

           SELECT F-REPORT ASSIGN TO "train-boards.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT DISPLAY-FILE ASSIGN TO "train-boards-display.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISPLAY-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Marge de correspondance, reglable sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="trainboard-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD TRAIN-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY 'rapport-train.cpy'.

       FD STATION-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01 STATION-RECORD            PIC X(10).

       FD CAUSE-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01 CAUSE-RECORD.
           05 CAUSE-CODE            PIC X(3).
           05 FILLER                PIC X.
           05 CAUSE-LABEL           PIC X(30).

       FD LEGINFO-FILE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'train-leg-info.cpy'.

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REPORT                 PIC X(132).

       FD  DISPLAY-FILE
           RECORD CONTAINS 83 CHARACTERS.
       COPY 'train-board-display.cpy'.

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-TRAIN-FILE-STATUS    PIC XX.
       01  WS-STATION-FILE-STATUS  PIC XX.
       01  WS-CAUSE-FILE-STATUS    PIC XX.
       01  WS-LEGINFO-FILE-STATUS  PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-DISPLAY-STATUS       PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-MIN-CONNECTION       PIC 9(3) VALUE 5.
       01  WS-LINES-READ           PIC 9(6) VALUE ZERO.

      * Troncons du planning, chaines a leur troncon precedent et
      * suivant dans le trajet ; heures en minutes depuis minuit.
       01  WS-LEG-TABLE.
           05 WS-LEG-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LEG-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-LEG-COUNT
                  INDEXED BY LEG-IDX.
               10 WS-LEG-TYPE      PIC X.
               10 WS-LEG-GARE      PIC X(10).
               10 WS-LEG-HEURE     PIC 9(4).
               10 WS-LEG-MIN       PIC 9(4).
               10 WS-LEG-DUREE     PIC 9(2).
               10 WS-LEG-RETARD    PIC S9(3).
               10 WS-LEG-NUMBER    PIC 9.
               10 WS-LEG-TOTAL     PIC 9.
               10 WS-LEG-CAUSE     PIC X(3).
               10 WS-LEG-STATUT    PIC X.
               10 WS-LEG-ARRIVEE   PIC X(10).
               10 WS-LEG-QUAI-DEP  PIC X(3).
               10 WS-LEG-QUAI-ARR  PIC X(3).
               10 WS-LEG-PREV      PIC 9(3).
               10 WS-LEG-NEXT      PIC 9(3).
       01  WS-LEG-TABLE-MAX        PIC 9(3) VALUE 200.
       01  WS-LEG-TABLE-FULL       PIC X VALUE 'N'.

       01  WS-STATION-TABLE.
           05 WS-STATION-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-STATION-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-STATION-COUNT
                  INDEXED BY STATION-IDX.
               10 WS-STATION-NAME  PIC X(10).
       01  WS-STATION-TABLE-MAX    PIC 9(3) VALUE 200.
       01  WS-STATION-TABLE-FULL   PIC X VALUE 'N'.

       01  WS-CAUSEREF-TABLE.
           05 WS-CAUSEREF-COUNT    PIC 9(2) VALUE ZERO.
           05 WS-CAUSEREF-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-CAUSEREF-COUNT
                  INDEXED BY CAUSEREF-IDX.
               10 WS-CAUSEREF-CODE PIC X(3).
               10 WS-CAUSEREF-LABEL PIC X(30).
       01  WS-CAUSEREF-TABLE-MAX   PIC 9(2) VALUE 20.
       01  WS-CAUSEREF-TABLE-FULL  PIC X VALUE 'N'.

      * Lignes des tableaux, toutes gares confondues : gare en
      * majuscules, sens (1 depart, 2 arrivee) et heure prevue
      * forment la cle de tri.
       01  WS-BOARD-TABLE.
           05 WS-BOARD-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-BOARD-ENTRY OCCURS 1 TO 400 TIMES
                  DEPENDING ON WS-BOARD-COUNT
                  INDEXED BY BOARD-IDX.
               10 WS-BD-KEY        PIC X(10).
               10 WS-BD-SENS       PIC 9.
               10 WS-BD-MIN        PIC 9(4).
               10 WS-BD-EXP-MIN    PIC 9(4).
               10 WS-BD-RETARD     PIC S9(3).
               10 WS-BD-TYPE       PIC X.
               10 WS-BD-VERS-DE    PIC X(10).
               10 WS-BD-QUAI       PIC X(3).
               10 WS-BD-CAUSE      PIC X(30).
               10 WS-BD-CORR-GARE  PIC X(10).
               10 WS-BD-CORR-MIN   PIC 9(4).
               10 WS-BD-CORR-ETAT  PIC X.
               10 WS-BD-ETAT       PIC X.
       01  WS-BOARD-TABLE-MAX      PIC 9(3) VALUE 400.
       01  WS-BOARD-TABLE-FULL     PIC X VALUE 'N'.

      * En-tete/fin de la convention d'interface du fichier des
      * afficheurs : date, compte, total de controle (somme des
      * heures prevues).
       01  WS-IFACE-HASH           PIC 9(13) VALUE ZERO.
       01  WS-IFACE-HEADER.
           05 FILLER               PIC X(4) VALUE "HDR ".
           05 IFACE-HDR-ID         PIC X(12) VALUE "TRAINBRD".
           05 IFACE-HDR-DATE       PIC 9(8).
       01  WS-IFACE-TRAILER.
           05 FILLER               PIC X(4) VALUE "TRL ".
           05 IFACE-TRL-COUNT      PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 IFACE-TRL-HASH       PIC 9(13).

       01  WS-FOUND                PIC X.
       01  WS-UPPER-A              PIC X(10).
       01  WS-UPPER-B              PIC X(10).
       01  WS-J                    PIC 9(3).
       01  WS-K                    PIC 9(3).
       01  WS-ARR-MIN              PIC S9(5).
       01  WS-NEXT-MIN             PIC S9(5).
       01  WS-T-MIN                PIC S9(5).
       01  WS-T-HH                 PIC 99.
       01  WS-T-MM                 PIC 99.
       01  WS-T-HHMM               PIC 9(4).
       01  WS-T-TEXT               PIC X(5).
       01  WS-PREVU-TEXT           PIC X(5).
       01  WS-ATTENDU-TEXT         PIC X(5).
       01  WS-CORR-TEXT            PIC X(5).
       01  WS-RETARD-EDIT          PIC +ZZ9.
       01  WS-CORR-LIB             PIC X(9).
       01  WS-VERS-LIB             PIC X(4).
       01  WS-SENS                 PIC 9.
       01  WS-SENS-COUNT           PIC 9(3).
       01  WS-DISPLAY-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-THREAT-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-ORPHAN-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
           MOVE "trainboard" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "train-boards.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TABLEAUX DES DEPARTS ET ARRIVEES DU " WS-TODAY-8
                  " - MARGE DE CORRESPONDANCE " WS-MIN-CONNECTION
                  " MIN - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM LOAD-PLANNING
           PERFORM LOAD-STATIONS
           PERFORM LOAD-CAUSES
           PERFORM LINK-LEGS
           PERFORM LOAD-LEG-INFO
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > WS-LEG-COUNT
               PERFORM BUILD-BOARD-LINES
           END-PERFORM
           IF WS-BOARD-COUNT > 1
               SORT WS-BOARD-ENTRY ASCENDING KEY WS-BD-KEY
                   WS-BD-SENS WS-BD-MIN
           END-IF
           OPEN OUTPUT DISPLAY-FILE
           MOVE WS-DISPLAY-STATUS TO WS-FILESTAT-CODE
           MOVE "train-boards-display.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT DISPLAY-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE WS-TODAY-8 TO IFACE-HDR-DATE
           WRITE DSP-RECORD FROM WS-IFACE-HEADER
           PERFORM VARYING STATION-IDX FROM 1 BY 1
                   UNTIL STATION-IDX > WS-STATION-COUNT
               PERFORM WRITE-STATION-BOARDS
           END-PERFORM
           MOVE WS-DISPLAY-COUNT TO IFACE-TRL-COUNT
           MOVE WS-IFACE-HASH TO IFACE-TRL-HASH
           WRITE DSP-RECORD FROM WS-IFACE-TRAILER
           CLOSE DISPLAY-FILE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL gares " WS-STATION-COUNT " - troncons "
                  WS-LEG-COUNT " - lignes d'affichage "
                  WS-DISPLAY-COUNT " - correspondances menacees "
                  WS-THREAT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           CLOSE F-REPORT
           IF WS-ORPHAN-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "INFOS DE TRONCON HORS PLANNING : "
                      WS-ORPHAN-COUNT
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-BOARD-ALERT
           END-IF
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "trainboard" TO WS-AUDIT-PROGRAM
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-DISPLAY-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Tableaux : " WS-STATION-COUNT " gare(s), "
               WS-DISPLAY-COUNT " ligne(s) d'affichage, "
               WS-THREAT-COUNT " correspondance(s) menacee(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR de trainboard-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "MIN_CONNECTION_MINUTES"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-MIN-CONNECTION
           END-EVALUATE.

      *----------------------------------------------------------------
      * Chargements : planning (hors HDR/TRL), gares, causes.
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
                   PERFORM RAISE-BOARD-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-LEG-COUNT
               SET LEG-IDX TO WS-LEG-COUNT
               MOVE RECORD-TYPE TO WS-LEG-TYPE(LEG-IDX)
               MOVE STATION-DEPART TO WS-LEG-GARE(LEG-IDX)
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
               MOVE TRAIN-CAUSE-CODE TO WS-LEG-CAUSE(LEG-IDX)
               MOVE TRAIN-LEG-STATUS TO WS-LEG-STATUT(LEG-IDX)
               MOVE SPACES TO WS-LEG-ARRIVEE(LEG-IDX)
               MOVE SPACES TO WS-LEG-QUAI-DEP(LEG-IDX)
               MOVE SPACES TO WS-LEG-QUAI-ARR(LEG-IDX)
               MOVE ZERO TO WS-LEG-PREV(LEG-IDX)
               MOVE ZERO TO WS-LEG-NEXT(LEG-IDX)
           END-IF.

       LOAD-STATIONS.
           OPEN INPUT STATION-FILE
           MOVE WS-STATION-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "train-stations.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT STATION-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATION-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF STATION-RECORD NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-STATION
                   END-IF
           END-PERFORM
           CLOSE STATION-FILE
           MOVE 'N' TO WS-EOF.

       STORE-STATION.
           IF WS-STATION-COUNT >= WS-STATION-TABLE-MAX
               IF WS-STATION-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-STATION-TABLE-FULL
                   MOVE "CAPACITE WS-STATION-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-BOARD-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-STATION-COUNT
               MOVE STATION-RECORD
                   TO WS-STATION-NAME(WS-STATION-COUNT)
           END-IF.

      * Referentiel des causes facultatif : sans lui, le code cause
      * est affiche a la place du libelle.
       LOAD-CAUSES.
           OPEN INPUT CAUSE-FILE
           IF WS-CAUSE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAUSE-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CAUSE-CODE NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-CAUSE
                   END-IF
           END-PERFORM
           CLOSE CAUSE-FILE
           MOVE 'N' TO WS-EOF.

       STORE-CAUSE.
           IF WS-CAUSEREF-COUNT >= WS-CAUSEREF-TABLE-MAX
               IF WS-CAUSEREF-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-CAUSEREF-TABLE-FULL
                   MOVE "CAPACITE WS-CAUSEREF-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-BOARD-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-CAUSEREF-COUNT
               SET CAUSEREF-IDX TO WS-CAUSEREF-COUNT
               MOVE CAUSE-CODE TO WS-CAUSEREF-CODE(CAUSEREF-IDX)
               MOVE CAUSE-LABEL TO WS-CAUSEREF-LABEL(CAUSEREF-IDX)
           END-IF.

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
                   SET WS-LEG-PREV(WS-J) TO LEG-IDX
                   MOVE WS-LEG-GARE(WS-J) TO WS-LEG-ARRIVEE(LEG-IDX)
               END-IF
           END-PERFORM.

      * Quais et gare d'arrivee de fin de trajet ; fichier
      * facultatif. Une ligne sans troncon correspondant au planning
      * est signalee dans le rapport.
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
                   MOVE LEGINFO-QUAI-DEP TO WS-LEG-QUAI-DEP(LEG-IDX)
                   MOVE LEGINFO-QUAI-ARR TO WS-LEG-QUAI-ARR(LEG-IDX)
                   IF WS-LEG-NEXT(LEG-IDX) = ZERO
                       MOVE LEGINFO-ARRIVEE TO WS-LEG-ARRIVEE(LEG-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-ORPHAN-COUNT = ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   WRITE R-REPORT FROM WS-REPORT-LINE
                   MOVE "INFORMATIONS DE TRONCON HORS PLANNING"
                       TO WS-REPORT-LINE
                   WRITE R-REPORT FROM WS-REPORT-LINE
               END-IF
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " LEGINFO-GARE " " LEGINFO-HEURE
                      " quais " LEGINFO-QUAI-DEP "/" LEGINFO-QUAI-ARR
                      " : aucun troncon a cette gare et cette heure"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Une ligne au tableau des departs de la gare du troncon et,
      * quand la gare d'arrivee est connue, une ligne au tableau des
      * arrivees de celle-ci.
      *----------------------------------------------------------------
       BUILD-BOARD-LINES.
           PERFORM FIND-CONNECTION
           IF WS-BOARD-COUNT >= WS-BOARD-TABLE-MAX
               PERFORM BOARD-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOARD-COUNT
           SET BOARD-IDX TO WS-BOARD-COUNT
           MOVE FUNCTION UPPER-CASE(WS-LEG-GARE(LEG-IDX))
               TO WS-BD-KEY(BOARD-IDX)
           MOVE 1 TO WS-BD-SENS(BOARD-IDX)
           MOVE WS-LEG-MIN(LEG-IDX) TO WS-BD-MIN(BOARD-IDX)
           COMPUTE WS-T-MIN = WS-LEG-MIN(LEG-IDX)
               + WS-LEG-RETARD(LEG-IDX)
           PERFORM NORMALISE-MINUTES
           MOVE WS-T-MIN TO WS-BD-EXP-MIN(BOARD-IDX)
           MOVE WS-LEG-QUAI-DEP(LEG-IDX) TO WS-BD-QUAI(BOARD-IDX)
      * Destination : gare d'arrivee du dernier troncon du trajet.
           SET WS-J TO LEG-IDX
           PERFORM UNTIL WS-LEG-NEXT(WS-J) = ZERO
               MOVE WS-LEG-NEXT(WS-J) TO WS-J
           END-PERFORM
           MOVE WS-LEG-ARRIVEE(WS-J) TO WS-BD-VERS-DE(BOARD-IDX)
           IF WS-LEG-ARRIVEE(WS-J) = SPACES
               MOVE "INCONNUE" TO WS-BD-VERS-DE(BOARD-IDX)
           END-IF
           PERFORM FILL-COMMON-FIELDS
           IF WS-LEG-ARRIVEE(LEG-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BOARD-COUNT >= WS-BOARD-TABLE-MAX
               PERFORM BOARD-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOARD-COUNT
           SET BOARD-IDX TO WS-BOARD-COUNT
           MOVE FUNCTION UPPER-CASE(WS-LEG-ARRIVEE(LEG-IDX))
               TO WS-BD-KEY(BOARD-IDX)
           MOVE 2 TO WS-BD-SENS(BOARD-IDX)
           COMPUTE WS-T-MIN = WS-LEG-MIN(LEG-IDX)
               + WS-LEG-DUREE(LEG-IDX) * 60
           PERFORM NORMALISE-MINUTES
           MOVE WS-T-MIN TO WS-BD-MIN(BOARD-IDX)
           COMPUTE WS-T-MIN = WS-ARR-MIN
           PERFORM NORMALISE-MINUTES
           MOVE WS-T-MIN TO WS-BD-EXP-MIN(BOARD-IDX)
           MOVE WS-LEG-QUAI-ARR(LEG-IDX) TO WS-BD-QUAI(BOARD-IDX)
      * Provenance : gare de depart du premier troncon du trajet.
           SET WS-J TO LEG-IDX
           PERFORM UNTIL WS-LEG-PREV(WS-J) = ZERO
               MOVE WS-LEG-PREV(WS-J) TO WS-J
           END-PERFORM
           MOVE WS-LEG-GARE(WS-J) TO WS-BD-VERS-DE(BOARD-IDX)
           PERFORM FILL-COMMON-FIELDS.

      * Arrivee attendue du troncon et correspondance offerte par le
      * troncon suivant, menacee si la marge est trop courte.
       FIND-CONNECTION.
           COMPUTE WS-ARR-MIN = WS-LEG-MIN(LEG-IDX)
               + WS-LEG-DUREE(LEG-IDX) * 60 + WS-LEG-RETARD(LEG-IDX)
           MOVE WS-LEG-NEXT(LEG-IDX) TO WS-K
           IF WS-K = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-LEG-STATUT(LEG-IDX) = 'A'
               OR WS-LEG-STATUT(WS-K) = 'A'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-MIN = WS-LEG-MIN(WS-K)
               + WS-LEG-RETARD(WS-K)
           IF WS-NEXT-MIN < WS-ARR-MIN - 720
               ADD 1440 TO WS-NEXT-MIN
           END-IF
           IF WS-ARR-MIN + WS-MIN-CONNECTION > WS-NEXT-MIN
               ADD 1 TO WS-THREAT-COUNT
           END-IF.

       FILL-COMMON-FIELDS.
           MOVE WS-LEG-TYPE(LEG-IDX) TO WS-BD-TYPE(BOARD-IDX)
           MOVE WS-LEG-RETARD(LEG-IDX) TO WS-BD-RETARD(BOARD-IDX)
           MOVE SPACES TO WS-BD-CAUSE(BOARD-IDX)
           MOVE SPACE TO WS-BD-ETAT(BOARD-IDX)
           IF WS-LEG-STATUT(LEG-IDX) = 'A'
               MOVE 'S' TO WS-BD-ETAT(BOARD-IDX)
               MOVE ZERO TO WS-BD-RETARD(BOARD-IDX)
               MOVE WS-BD-MIN(BOARD-IDX) TO WS-BD-EXP-MIN(BOARD-IDX)
           END-IF
           IF (WS-LEG-RETARD(LEG-IDX) > ZERO
               OR WS-LEG-STATUT(LEG-IDX) = 'A')
               AND WS-LEG-CAUSE(LEG-IDX) NOT = SPACES
               MOVE WS-LEG-CAUSE(LEG-IDX) TO WS-BD-CAUSE(BOARD-IDX)
               PERFORM VARYING CAUSEREF-IDX FROM 1 BY 1
                       UNTIL CAUSEREF-IDX > WS-CAUSEREF-COUNT
                   IF WS-CAUSEREF-CODE(CAUSEREF-IDX)
                       = WS-LEG-CAUSE(LEG-IDX)
                       MOVE WS-CAUSEREF-LABEL(CAUSEREF-IDX)
                           TO WS-BD-CAUSE(BOARD-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-BD-CORR-GARE(BOARD-IDX)
           MOVE ZERO TO WS-BD-CORR-MIN(BOARD-IDX)
           MOVE SPACE TO WS-BD-CORR-ETAT(BOARD-IDX)
      * Un train supprime n'offre aucune correspondance.
           IF WS-K NOT = ZERO
               AND WS-LEG-STATUT(LEG-IDX) NOT = 'A'
               MOVE WS-LEG-GARE(WS-K) TO WS-BD-CORR-GARE(BOARD-IDX)
               MOVE WS-LEG-MIN(WS-K) TO WS-BD-CORR-MIN(BOARD-IDX)
               MOVE 'A' TO WS-BD-CORR-ETAT(BOARD-IDX)
               EVALUATE TRUE
                   WHEN WS-LEG-STATUT(WS-K) = 'A'
                       MOVE 'S' TO WS-BD-CORR-ETAT(BOARD-IDX)
                   WHEN WS-ARR-MIN + WS-MIN-CONNECTION > WS-NEXT-MIN
                       MOVE 'M' TO WS-BD-CORR-ETAT(BOARD-IDX)
               END-EVALUATE
           END-IF.

       BOARD-TABLE-OVERFLOW.
           IF WS-BOARD-TABLE-FULL = 'N'
               MOVE 'Y' TO WS-BOARD-TABLE-FULL
               MOVE "CAPACITE WS-BOARD-ENTRY DEPASSEE"
                   TO WS-ALERT-CONDITION
               PERFORM RAISE-BOARD-ALERT
           END-IF.

      * Ramene WS-T-MIN dans la journee (0 a 1439).
       NORMALISE-MINUTES.
           PERFORM UNTIL WS-T-MIN >= ZERO
               ADD 1440 TO WS-T-MIN
           END-PERFORM
           PERFORM UNTIL WS-T-MIN < 1440
               SUBTRACT 1440 FROM WS-T-MIN
           END-PERFORM.

      * WS-T-MIN (minutes depuis minuit) en HHMM et en HH:MM.
       FORMAT-MINUTES.
           DIVIDE WS-T-MIN BY 60 GIVING WS-T-HH REMAINDER WS-T-MM
           COMPUTE WS-T-HHMM = WS-T-HH * 100 + WS-T-MM
           STRING WS-T-HH ":" WS-T-MM
                  DELIMITED BY SIZE INTO WS-T-TEXT.

      *----------------------------------------------------------------
      * Tableaux d'une gare du referentiel : departs puis arrivees,
      * au rapport et au fichier des afficheurs.
      *----------------------------------------------------------------
       WRITE-STATION-BOARDS.
           MOVE FUNCTION UPPER-CASE(WS-STATION-NAME(STATION-IDX))
               TO WS-UPPER-A
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GARE " WS-STATION-NAME(STATION-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "  DEPARTS" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "vers" TO WS-VERS-LIB
           MOVE 1 TO WS-SENS
           PERFORM WRITE-ONE-BOARD
           MOVE "  ARRIVEES" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "de" TO WS-VERS-LIB
           MOVE 2 TO WS-SENS
           PERFORM WRITE-ONE-BOARD.

       WRITE-ONE-BOARD.
           MOVE ZERO TO WS-SENS-COUNT
           PERFORM VARYING BOARD-IDX FROM 1 BY 1
                   UNTIL BOARD-IDX > WS-BOARD-COUNT
               IF WS-BD-KEY(BOARD-IDX) = WS-UPPER-A
                   AND WS-BD-SENS(BOARD-IDX) = WS-SENS
                   ADD 1 TO WS-SENS-COUNT
                   PERFORM WRITE-BOARD-LINE
               END-IF
           END-PERFORM
           IF WS-SENS-COUNT = ZERO
               MOVE "    Aucun train" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

       WRITE-BOARD-LINE.
           MOVE SPACES TO DSP-RECORD
           MOVE WS-STATION-NAME(STATION-IDX) TO DSP-GARE
           IF WS-SENS = 1
               SET DSP-DEPART TO TRUE
           ELSE
               SET DSP-ARRIVEE TO TRUE
           END-IF
           MOVE WS-BD-MIN(BOARD-IDX) TO WS-T-MIN
           PERFORM FORMAT-MINUTES
           MOVE WS-T-TEXT TO WS-PREVU-TEXT
           MOVE WS-T-HHMM TO DSP-HEURE-PREVUE
           ADD WS-T-HHMM TO WS-IFACE-HASH
           MOVE WS-BD-EXP-MIN(BOARD-IDX) TO WS-T-MIN
           PERFORM FORMAT-MINUTES
           MOVE WS-T-TEXT TO WS-ATTENDU-TEXT
           MOVE WS-T-HHMM TO DSP-HEURE-ATTENDUE
           MOVE WS-BD-RETARD(BOARD-IDX) TO DSP-RETARD
           MOVE WS-BD-RETARD(BOARD-IDX) TO WS-RETARD-EDIT
           MOVE WS-BD-TYPE(BOARD-IDX) TO DSP-TYPE
           MOVE WS-BD-VERS-DE(BOARD-IDX) TO DSP-VERS-DE
           MOVE WS-BD-QUAI(BOARD-IDX) TO DSP-QUAI
           MOVE WS-BD-CAUSE(BOARD-IDX) TO DSP-CAUSE
           MOVE WS-BD-CORR-GARE(BOARD-IDX) TO DSP-CORRESP-GARE
           MOVE ZERO TO DSP-CORRESP-HEURE
           MOVE WS-BD-CORR-ETAT(BOARD-IDX) TO DSP-CORRESP-ETAT
           MOVE WS-BD-ETAT(BOARD-IDX) TO DSP-ETAT
           MOVE "aucune" TO WS-CORR-LIB
           MOVE SPACES TO WS-CORR-TEXT
           IF WS-BD-CORR-ETAT(BOARD-IDX) NOT = SPACE
               MOVE WS-BD-CORR-MIN(BOARD-IDX) TO WS-T-MIN
               PERFORM FORMAT-MINUTES
               MOVE WS-T-TEXT TO WS-CORR-TEXT
               MOVE WS-T-HHMM TO DSP-CORRESP-HEURE
               MOVE "assuree" TO WS-CORR-LIB
               IF WS-BD-CORR-ETAT(BOARD-IDX) = 'M'
                   MOVE "MENACEE" TO WS-CORR-LIB
               END-IF
               IF WS-BD-CORR-ETAT(BOARD-IDX) = 'S'
                   MOVE "SUPPRIMEE" TO WS-CORR-LIB
               END-IF
           END-IF
           IF WS-BD-ETAT(BOARD-IDX) = 'S'
               MOVE "SUPPR" TO WS-ATTENDU-TEXT
           END-IF
           WRITE DSP-RECORD
           ADD 1 TO WS-DISPLAY-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " WS-PREVU-TEXT " attendu " WS-ATTENDU-TEXT
                  " (" WS-RETARD-EDIT ") " WS-BD-TYPE(BOARD-IDX)
                  " " WS-VERS-LIB " " WS-BD-VERS-DE(BOARD-IDX)
                  " quai " WS-BD-QUAI(BOARD-IDX) " "
                  WS-BD-CAUSE(BOARD-IDX) " corresp. "
                  WS-BD-CORR-GARE(BOARD-IDX) " " WS-CORR-TEXT " "
                  WS-CORR-LIB
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE.

       RAISE-BOARD-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPERATIONAL-ALERT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM trainboard.
