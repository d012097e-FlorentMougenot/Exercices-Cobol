       IDENTIFICATION DIVISION.
       PROGRAM-ID. chaintime.

      * Fenetre batch de la chaine de nuit, sur l'historique des
      * etapes que run-nightly-batch.sh alimente a chaque etape
      * (chain-step-history.dat : run, etape, debut, fin, duree,
      * code retour, lus/ecrits). Pour les N derniers runs
      * (RUN_COUNT) le rapport chain-timing-report.txt donne :
      *   - la duree de chaque etape run par run et sa tendance
      *     (moyenne de la moitie recente contre la plus ancienne) ;
      *   - la duree totale de chaque run (premier debut, derniere
      *     fin) contre l'heure limite de fin de fenetre
      *     (WINDOW_END, HHMM : le lendemain matin pour un run lance
      *     le soir) ;
      *   - les etapes qui ont le plus grossi (dernier run contre la
      *     moyenne des precedents).
      * Dans le dernier run, une etape qui depasse sa moyenne des runs
      * precedents de plus d'OVERRUN_PCT % (et d'au moins
      * OVERRUN_MIN_SECONDS) ou une fin de chaine apres WINDOW_END
      * part dans operational-alerts.log ; code retour 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTORY ASSIGN TO "chain-step-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT F-REPORT ASSIGN TO "chain-timing-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Fenetre, nombre de runs et seuils de depassement, reglables
      * sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="chaintime-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne par execution d'etape, ecrite par run_step.
       FD  F-HISTORY
           RECORD CONTAINS 105 CHARACTERS.
       01  R-HISTORY.
           05 HIST-RUN-ID           PIC X(19).
           05 FILLER                PIC X.
           05 HIST-STEP             PIC X(30).
           05 FILLER                PIC X.
           05 HIST-START            PIC 9(14).
           05 FILLER                PIC X.
           05 HIST-END              PIC 9(14).
           05 FILLER                PIC X.
           05 HIST-ELAPSED          PIC 9(6).
           05 FILLER                PIC X.
           05 HIST-EXIT             PIC 9(3).
           05 FILLER                PIC X.
           05 HIST-READ             PIC 9(6).
           05 FILLER                PIC X.
           05 HIST-WRITTEN          PIC 9(6).

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REPORT                 PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS       PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
      * Heure limite de fin de fenetre (HHMM), nombre de runs
      * analyses, seuil de depassement en % de la moyenne et duree
      * minimale pour alerter (secondes).
       01  WS-WINDOW-END           PIC 9(4) VALUE 0600.
       01  WS-RUN-COUNT            PIC 9(2) VALUE 10.
       01  WS-OVERRUN-PCT          PIC 9(3) VALUE 150.
       01  WS-OVERRUN-MIN-SECONDS  PIC 9(6) VALUE 60.

      * Lignes d'historique.
       01  WS-HS-TABLE.
           05 WS-HS-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-HS-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-HS-COUNT
                  INDEXED BY HS-IDX.
               10 WS-HS-RUN-ID     PIC X(19).
               10 WS-HS-STEP       PIC X(30).
               10 WS-HS-START      PIC 9(14).
               10 WS-HS-END        PIC 9(14).
               10 WS-HS-ELAPSED    PIC 9(6).
       01  WS-HS-TABLE-MAX         PIC 9(4) VALUE 5000.
       01  WS-HS-TABLE-FULL        PIC X VALUE 'N'.
       01  WS-HS-READ              PIC 9(5) VALUE ZERO.

      * Runs distincts dans l'ordre du fichier : premier debut et
      * derniere fin.
       01  WS-RN-TABLE.
           05 WS-RN-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-RN-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-RN-COUNT
                  INDEXED BY RN-IDX.
               10 WS-RN-ID         PIC X(19).
               10 WS-RN-START      PIC 9(14).
               10 WS-RN-END        PIC 9(14).
       01  WS-RN-TABLE-MAX         PIC 9(4) VALUE 2000.
       01  WS-RN-FIRST             PIC 9(4).
       01  WS-RN-KEPT              PIC 9(2).
       01  WS-COL                  PIC 9(2).
       01  WS-RN-POS               PIC 9(4).
       01  WS-LAST-COL             PIC 9(2).

      * Etapes vues dans les runs analyses, duree cumulee par run
      * (une etape relancee apres echec compte ses deux passages).
       01  WS-ST-TABLE.
           05 WS-ST-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-ST-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-ST-COUNT
                  INDEXED BY ST-IDX.
               10 WS-ST-STEP       PIC X(30).
               10 WS-ST-SECS       PIC 9(6) OCCURS 10 TIMES.
               10 WS-ST-SEEN       PIC X OCCURS 10 TIMES.
               10 WS-ST-GROWTH     PIC S9(7).
               10 WS-ST-LISTED     PIC X.
       01  WS-ST-TABLE-MAX         PIC 9(3) VALUE 100.
       01  WS-ST-TABLE-FULL        PIC X VALUE 'N'.

      * Moyennes et tendance d'une etape.
       01  WS-SUM-OLD              PIC 9(9).
       01  WS-SUM-NEW              PIC 9(9).
       01  WS-CNT-OLD              PIC 9(2).
       01  WS-CNT-NEW              PIC 9(2).
       01  WS-AVG-OLD              PIC 9(7).
       01  WS-AVG-NEW              PIC 9(7).
       01  WS-AVG-PREV             PIC 9(7).
       01  WS-HALF                 PIC 9(2).
       01  WS-TREND-PCT            PIC S9(5).
       01  WS-TREND-TEXT           PIC X(16).
       01  WS-PCT-EDIT             PIC +ZZZ9.
       01  WS-OVERRUN-LIMIT        PIC 9(9).

      * Conversion d'un horodatage AAAAMMJJHHMMSS en secondes.
       01  WS-TS-14                PIC 9(14).
       01  WS-TS-PARTS REDEFINES WS-TS-14.
           05 WS-TS-DATE           PIC 9(8).
           05 WS-TS-HH             PIC 99.
           05 WS-TS-MI             PIC 99.
           05 WS-TS-SS             PIC 99.
       01  WS-TS-SECONDS           PIC 9(12).
       01  WS-RUN-START-S          PIC 9(12).
       01  WS-RUN-END-S            PIC 9(12).
       01  WS-DEADLINE-S           PIC 9(12).
       01  WS-DURATION             PIC 9(7).
       01  WS-MARGIN               PIC S9(7).
       01  WS-WE-PARTS.
           05 WS-WE-HH             PIC 99.
           05 WS-WE-MI             PIC 99.
       01  WS-WE-9 REDEFINES WS-WE-PARTS PIC 9(4).
       01  WS-HMS-H                PIC 9(3).
       01  WS-HMS-M                PIC 99.
       01  WS-HMS-S                PIC 99.
       01  WS-HMS-TEXT             PIC X(9).
       01  WS-HMS-WORK             PIC 9(7).
       01  WS-MARGIN-EDIT          PIC -----9.
       01  WS-SECS-EDIT            PIC ZZZZZ9.
       01  WS-MIN-EDIT             PIC Z(6)9.
       01  WS-GROWTH-EDIT          PIC +ZZZZZ9.
       01  WS-DEADLINE-STATUS      PIC X(9).

       01  WS-BEST-IDX             PIC 9(3).
       01  WS-BEST-GROWTH          PIC S9(7).
       01  WS-RANK                 PIC 9.
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-REPORT-LINE          PIC X(132).
       01  WS-LINE-PTR             PIC 9(3).

       PROCEDURE DIVISION.
           MOVE "chaintime" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           IF WS-RUN-COUNT < 2
               MOVE 2 TO WS-RUN-COUNT
           END-IF
           IF WS-RUN-COUNT > 10
               MOVE 10 TO WS-RUN-COUNT
           END-IF
           MOVE WS-WINDOW-END TO WS-WE-9
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM LOAD-HISTORY
           PERFORM SELECT-RUNS
           PERFORM BUILD-STEP-TABLE
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "chain-timing-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FENETRE BATCH DE LA CHAINE DE NUIT - " WS-TODAY-8
                  " - " WS-RN-KEPT " DERNIER(S) RUN(S) - FIN DE "
                  "FENETRE " WS-WE-HH "H" WS-WE-MI
                  " - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           IF WS-RN-KEPT = ZERO
               MOVE "Aucun run dans chain-step-history.dat"
                   TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           ELSE
               PERFORM WRITE-STEP-DURATIONS
               PERFORM WRITE-CHAIN-DURATIONS
               PERFORM WRITE-TOP-GROWTH
               PERFORM CHECK-LAST-RUN-OVERRUNS
           END-IF
           CLOSE F-REPORT
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "chaintime" TO WS-AUDIT-PROGRAM
           MOVE WS-HS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-ST-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Fenetre batch : " WS-RN-KEPT " run(s), "
               WS-ST-COUNT " etape(s), " WS-ALERT-COUNT
               " depassement(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR de chaintime-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "WINDOW_END"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-WINDOW-END
               WHEN "RUN_COUNT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-RUN-COUNT
               WHEN "OVERRUN_PCT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-OVERRUN-PCT
               WHEN "OVERRUN_MIN_SECONDS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-OVERRUN-MIN-SECONDS
           END-EVALUATE.

      * Historique absent (premiere nuit) : rapport vide, sans
      * alerte.
       LOAD-HISTORY.
           OPEN INPUT F-HISTORY
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-HISTORY AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HS-READ
                       IF HIST-START IS NUMERIC
                           AND HIST-END IS NUMERIC
                           AND HIST-ELAPSED IS NUMERIC
                           PERFORM STORE-HISTORY-LINE
                       END-IF
               END-PERFORM
               CLOSE F-HISTORY
           END-IF
           MOVE 'N' TO WS-EOF.

      * Le fichier grossit d'une nuit a l'autre : table pleine, les
      * lignes les plus anciennes sont decalees pour garder les
      * runs recents.
       STORE-HISTORY-LINE.
           IF WS-HS-COUNT >= WS-HS-TABLE-MAX
               IF WS-HS-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-HS-TABLE-FULL
                   MOVE "CAPACITE WS-HS-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
               PERFORM VARYING HS-IDX FROM 2 BY 1
                       UNTIL HS-IDX > WS-HS-COUNT
                   MOVE WS-HS-ENTRY(HS-IDX) TO WS-HS-ENTRY(HS-IDX - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-HS-COUNT
           END-IF
           SET HS-IDX TO WS-HS-COUNT
           MOVE HIST-RUN-ID TO WS-HS-RUN-ID(HS-IDX)
           MOVE HIST-STEP TO WS-HS-STEP(HS-IDX)
           MOVE HIST-START TO WS-HS-START(HS-IDX)
           MOVE HIST-END TO WS-HS-END(HS-IDX)
           MOVE HIST-ELAPSED TO WS-HS-ELAPSED(HS-IDX).

      * Runs distincts (une reprise garde son identifiant : ses
      * etapes se rattachent au run d'origine), puis les RUN_COUNT
      * derniers ; colonne 1 = le plus ancien retenu.
       SELECT-RUNS.
           PERFORM VARYING HS-IDX FROM 1 BY 1
                   UNTIL HS-IDX > WS-HS-COUNT
               SET RN-IDX TO 1
               SEARCH WS-RN-ENTRY
                   AT END
                       IF WS-RN-COUNT < WS-RN-TABLE-MAX
                           ADD 1 TO WS-RN-COUNT
                           SET RN-IDX TO WS-RN-COUNT
                           MOVE WS-HS-RUN-ID(HS-IDX)
                               TO WS-RN-ID(RN-IDX)
                           MOVE WS-HS-START(HS-IDX)
                               TO WS-RN-START(RN-IDX)
                           MOVE WS-HS-END(HS-IDX) TO WS-RN-END(RN-IDX)
                       END-IF
                   WHEN WS-RN-ID(RN-IDX) = WS-HS-RUN-ID(HS-IDX)
                       IF WS-HS-START(HS-IDX) < WS-RN-START(RN-IDX)
                           MOVE WS-HS-START(HS-IDX)
                               TO WS-RN-START(RN-IDX)
                       END-IF
                       IF WS-HS-END(HS-IDX) > WS-RN-END(RN-IDX)
                           MOVE WS-HS-END(HS-IDX) TO WS-RN-END(RN-IDX)
                       END-IF
               END-SEARCH
           END-PERFORM
           IF WS-RN-COUNT > WS-RUN-COUNT
               COMPUTE WS-RN-FIRST = WS-RN-COUNT - WS-RUN-COUNT + 1
               MOVE WS-RUN-COUNT TO WS-RN-KEPT
           ELSE
               MOVE 1 TO WS-RN-FIRST
               MOVE WS-RN-COUNT TO WS-RN-KEPT
           END-IF
           MOVE WS-RN-KEPT TO WS-LAST-COL.

       BUILD-STEP-TABLE.
           PERFORM VARYING HS-IDX FROM 1 BY 1
                   UNTIL HS-IDX > WS-HS-COUNT
               PERFORM FIND-RUN-COLUMN
               IF WS-COL > ZERO
                   PERFORM ADD-STEP-DURATION
               END-IF
           END-PERFORM.

      * Colonne du run de la ligne HS-IDX parmi les runs retenus
      * (zero si plus ancien).
       FIND-RUN-COLUMN.
           MOVE ZERO TO WS-COL
           PERFORM VARYING RN-IDX FROM WS-RN-FIRST BY 1
                   UNTIL RN-IDX > WS-RN-COUNT
               IF WS-RN-ID(RN-IDX) = WS-HS-RUN-ID(HS-IDX)
                   SET WS-RN-POS TO RN-IDX
                   COMPUTE WS-COL = WS-RN-POS - WS-RN-FIRST + 1
               END-IF
           END-PERFORM.

       ADD-STEP-DURATION.
           SET ST-IDX TO 1
           SEARCH WS-ST-ENTRY
               AT END
                   IF WS-ST-COUNT < WS-ST-TABLE-MAX
                       ADD 1 TO WS-ST-COUNT
                       SET ST-IDX TO WS-ST-COUNT
                       MOVE WS-HS-STEP(HS-IDX) TO WS-ST-STEP(ST-IDX)
                       PERFORM VARYING WS-COL FROM 1 BY 1
                               UNTIL WS-COL > 10
                           MOVE ZERO TO WS-ST-SECS(ST-IDX, WS-COL)
                           MOVE 'N' TO WS-ST-SEEN(ST-IDX, WS-COL)
                       END-PERFORM
                       MOVE 'N' TO WS-ST-LISTED(ST-IDX)
                       PERFORM FIND-RUN-COLUMN
                       ADD WS-HS-ELAPSED(HS-IDX)
                           TO WS-ST-SECS(ST-IDX, WS-COL)
                       MOVE 'Y' TO WS-ST-SEEN(ST-IDX, WS-COL)
                   ELSE
                       IF WS-ST-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-ST-TABLE-FULL
                           MOVE "CAPACITE WS-ST-ENTRY DEPASSEE"
                               TO WS-ALERT-CONDITION
                           MOVE "W" TO WS-ALERT-SEVERITY
                           PERFORM WRITE-OPERATIONAL-ALERT
                       END-IF
                   END-IF
               WHEN WS-ST-STEP(ST-IDX) = WS-HS-STEP(HS-IDX)
                   ADD WS-HS-ELAPSED(HS-IDX)
                       TO WS-ST-SECS(ST-IDX, WS-COL)
                   MOVE 'Y' TO WS-ST-SEEN(ST-IDX, WS-COL)
           END-SEARCH.

      *----------------------------------------------------------------
      * Durees par etape et tendance.
      *----------------------------------------------------------------
       WRITE-STEP-DURATIONS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE "RUNS ANALYSES" TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING RN-IDX FROM WS-RN-FIRST BY 1
                   UNTIL RN-IDX > WS-RN-COUNT
               SET WS-RN-POS TO RN-IDX
               COMPUTE WS-COL = WS-RN-POS - WS-RN-FIRST + 1
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  R" WS-COL " = " WS-RN-ID(RN-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "DUREE PAR ETAPE (SECONDES)     " DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-RN-KEPT
               STRING "    R" WS-COL DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-PERFORM
           STRING "  TENDANCE" DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               PERFORM COMPUTE-STEP-TREND
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING WS-ST-STEP(ST-IDX) " " DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > WS-RN-KEPT
                   IF WS-ST-SEEN(ST-IDX, WS-COL) = 'Y'
                       MOVE WS-ST-SECS(ST-IDX, WS-COL) TO WS-SECS-EDIT
                       STRING " " WS-SECS-EDIT DELIMITED BY SIZE
                           INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
                   ELSE
                       STRING "       " DELIMITED BY SIZE
                           INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
                   END-IF
               END-PERFORM
               STRING "  " WS-TREND-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-PERFORM.

      * Tendance : moyenne des runs de la moitie recente contre celle
      * de la moitie ancienne (runs ou l'etape a tourne) ; au-dela de
      * 10 % dans un sens, HAUSSE ou BAISSE. Croissance : duree du
      * dernier run moins la moyenne des runs precedents.
       COMPUTE-STEP-TREND.
           COMPUTE WS-HALF = WS-RN-KEPT / 2
           MOVE ZERO TO WS-SUM-OLD WS-SUM-NEW WS-CNT-OLD WS-CNT-NEW
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-RN-KEPT
               IF WS-ST-SEEN(ST-IDX, WS-COL) = 'Y'
                   IF WS-COL <= WS-HALF
                       ADD WS-ST-SECS(ST-IDX, WS-COL) TO WS-SUM-OLD
                       ADD 1 TO WS-CNT-OLD
                   ELSE
                       ADD WS-ST-SECS(ST-IDX, WS-COL) TO WS-SUM-NEW
                       ADD 1 TO WS-CNT-NEW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CNT-OLD = ZERO OR WS-CNT-NEW = ZERO
               MOVE "-" TO WS-TREND-TEXT
           ELSE
               COMPUTE WS-AVG-OLD ROUNDED = WS-SUM-OLD / WS-CNT-OLD
               COMPUTE WS-AVG-NEW ROUNDED = WS-SUM-NEW / WS-CNT-NEW
               IF WS-AVG-OLD = ZERO
                   IF WS-AVG-NEW > ZERO
                       MOVE "HAUSSE" TO WS-TREND-TEXT
                   ELSE
                       MOVE "STABLE" TO WS-TREND-TEXT
                   END-IF
               ELSE
                   COMPUTE WS-TREND-PCT ROUNDED =
                       (WS-AVG-NEW - WS-AVG-OLD) * 100 / WS-AVG-OLD
                   MOVE WS-TREND-PCT TO WS-PCT-EDIT
                   MOVE SPACES TO WS-TREND-TEXT
                   EVALUATE TRUE
                       WHEN WS-TREND-PCT > 10
                           STRING "HAUSSE " WS-PCT-EDIT "%"
                               DELIMITED BY SIZE INTO WS-TREND-TEXT
                       WHEN WS-TREND-PCT < -10
                           STRING "BAISSE " WS-PCT-EDIT "%"
                               DELIMITED BY SIZE INTO WS-TREND-TEXT
                       WHEN OTHER
                           MOVE "STABLE" TO WS-TREND-TEXT
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM COMPUTE-PREVIOUS-AVERAGE
           MOVE ZERO TO WS-ST-GROWTH(ST-IDX)
           IF WS-ST-SEEN(ST-IDX, WS-LAST-COL) = 'Y'
               AND WS-CNT-OLD > ZERO
               COMPUTE WS-ST-GROWTH(ST-IDX) =
                   WS-ST-SECS(ST-IDX, WS-LAST-COL) - WS-AVG-PREV
           END-IF.

      * Moyenne de l'etape sur les runs retenus hors le dernier
      * (WS-CNT-OLD en porte le nombre, zero si aucun).
       COMPUTE-PREVIOUS-AVERAGE.
           MOVE ZERO TO WS-SUM-OLD WS-CNT-OLD WS-AVG-PREV
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL >= WS-LAST-COL
               IF WS-ST-SEEN(ST-IDX, WS-COL) = 'Y'
                   ADD WS-ST-SECS(ST-IDX, WS-COL) TO WS-SUM-OLD
                   ADD 1 TO WS-CNT-OLD
               END-IF
           END-PERFORM
           IF WS-CNT-OLD > ZERO
               COMPUTE WS-AVG-PREV ROUNDED = WS-SUM-OLD / WS-CNT-OLD
           END-IF.

      *----------------------------------------------------------------
      * Duree de chaque run contre la fin de fenetre.
      *----------------------------------------------------------------
       WRITE-CHAIN-DURATIONS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DUREE DE CHAINE    DEBUT          FIN            "
                  "DUREE     MARGE(MN) FENETRE"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING RN-IDX FROM WS-RN-FIRST BY 1
                   UNTIL RN-IDX > WS-RN-COUNT
               PERFORM COMPUTE-RUN-WINDOW
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-RN-ID(RN-IDX) " " WS-RN-START(RN-IDX) " "
                      WS-RN-END(RN-IDX) " " WS-HMS-TEXT " "
                      WS-MARGIN-EDIT "    " WS-DEADLINE-STATUS
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-PERFORM.

      * Heure limite : WINDOW_END du jour du debut si le run demarre
      * avant, sinon celle du lendemain. Marge en minutes, negative
      * quand la chaine finit apres la limite.
       COMPUTE-RUN-WINDOW.
           MOVE WS-RN-START(RN-IDX) TO WS-TS-14
           PERFORM TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECONDS TO WS-RUN-START-S
           COMPUTE WS-DEADLINE-S =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-WE-HH * 3600 + WS-WE-MI * 60
           IF WS-TS-HH * 100 + WS-TS-MI >= WS-WE-9
               ADD 86400 TO WS-DEADLINE-S
           END-IF
           MOVE WS-RN-END(RN-IDX) TO WS-TS-14
           PERFORM TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECONDS TO WS-RUN-END-S
           COMPUTE WS-DURATION = WS-RUN-END-S - WS-RUN-START-S
           MOVE WS-DURATION TO WS-HMS-WORK
           PERFORM FORMAT-HMS
           COMPUTE WS-MARGIN = (WS-DEADLINE-S - WS-RUN-END-S) / 60
           MOVE WS-MARGIN TO WS-MARGIN-EDIT
           IF WS-RUN-END-S > WS-DEADLINE-S
               MOVE "DEPASSEE" TO WS-DEADLINE-STATUS
           ELSE
               MOVE "OK" TO WS-DEADLINE-STATUS
           END-IF.

       TIMESTAMP-TO-SECONDS.
           COMPUTE WS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS.

       FORMAT-HMS.
           COMPUTE WS-HMS-H = WS-HMS-WORK / 3600
           COMPUTE WS-HMS-M = (WS-HMS-WORK - WS-HMS-H * 3600) / 60
           COMPUTE WS-HMS-S = WS-HMS-WORK - WS-HMS-H * 3600
               - WS-HMS-M * 60
           MOVE SPACES TO WS-HMS-TEXT
           STRING WS-HMS-H ":" WS-HMS-M ":" WS-HMS-S
                  DELIMITED BY SIZE INTO WS-HMS-TEXT.

      *----------------------------------------------------------------
      * Etapes en plus forte hausse (cinq premieres).
      *----------------------------------------------------------------
       WRITE-TOP-GROWTH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ETAPES EN PLUS FORTE HAUSSE (DERNIER RUN CONTRE LA "
                  "MOYENNE DES PRECEDENTS, SECONDES)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 5
               MOVE ZERO TO WS-BEST-IDX
               MOVE ZERO TO WS-BEST-GROWTH
               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > WS-ST-COUNT
                   IF WS-ST-LISTED(ST-IDX) = 'N'
                       AND WS-ST-GROWTH(ST-IDX) > WS-BEST-GROWTH
                       MOVE WS-ST-GROWTH(ST-IDX) TO WS-BEST-GROWTH
                       SET WS-BEST-IDX TO ST-IDX
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX > ZERO
                   MOVE 'Y' TO WS-ST-LISTED(WS-BEST-IDX)
                   MOVE WS-BEST-GROWTH TO WS-GROWTH-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-RANK " " WS-ST-STEP(WS-BEST-IDX)
                          " " WS-GROWTH-EDIT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE R-REPORT FROM WS-REPORT-LINE
               ELSE
                   IF WS-RANK = 1
                       MOVE "  Aucune etape en hausse"
                           TO WS-REPORT-LINE
                       WRITE R-REPORT FROM WS-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Depassements du dernier run : alertes operationnelles.
      *----------------------------------------------------------------
       CHECK-LAST-RUN-OVERRUNS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-OVERRUN-MIN-SECONDS TO WS-MIN-EDIT
           STRING "DEPASSEMENTS DU DERNIER RUN (SEUIL " WS-OVERRUN-PCT
                  " % DE LA MOYENNE, MINIMUM "
                  FUNCTION TRIM(WS-MIN-EDIT) " S)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF WS-ST-SEEN(ST-IDX, WS-LAST-COL) = 'Y'
                   PERFORM CHECK-STEP-OVERRUN
               END-IF
           END-PERFORM
           SET RN-IDX TO WS-RN-COUNT
           PERFORM COMPUTE-RUN-WINDOW
           IF WS-DEADLINE-STATUS = "DEPASSEE"
               ADD 1 TO WS-ALERT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  FIN DE CHAINE " WS-RN-END(RN-IDX)
                      " APRES LA FENETRE (" WS-MARGIN-EDIT " MN)"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "FENETRE BATCH DEPASSEE FIN "
                      WS-RN-END(RN-IDX)(9:6)
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
           END-IF
           IF WS-ALERT-COUNT = ZERO
               MOVE "  Aucun depassement" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

       CHECK-STEP-OVERRUN.
           PERFORM COMPUTE-PREVIOUS-AVERAGE
           IF WS-CNT-OLD > ZERO
               COMPUTE WS-OVERRUN-LIMIT =
                   WS-AVG-PREV * WS-OVERRUN-PCT / 100
               IF WS-ST-SECS(ST-IDX, WS-LAST-COL) > WS-OVERRUN-LIMIT
                   AND WS-ST-SECS(ST-IDX, WS-LAST-COL)
                       >= WS-OVERRUN-MIN-SECONDS
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE WS-ST-SECS(ST-IDX, WS-LAST-COL)
                       TO WS-SECS-EDIT
                   MOVE WS-AVG-PREV TO WS-MIN-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-ST-STEP(ST-IDX) " " WS-SECS-EDIT
                          " S CONTRE MOYENNE "
                          FUNCTION TRIM(WS-MIN-EDIT) " S"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE R-REPORT FROM WS-REPORT-LINE
                   MOVE SPACES TO WS-ALERT-CONDITION
                   STRING "DEPASSEMENT DUREE ETAPE " WS-ST-STEP(ST-IDX)
                          DELIMITED BY SIZE INTO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           END-IF.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM chaintime.
