      *              précédent) et en sortie la dernière échéance.
      *              Les mois sont enchaînés depuis le départ (fin
      *              de mois préservée), plus de calculs maison au
      *              jour 28 plafonné comme dans pettable.cbl ;
      *   WEEKDAY  : jour de la semaine de LNK-DATE-1 -> LNK-NUMBER
      *              (1 = lundi ... 7 = dimanche) ;
      *   HOLIDAY  : LNK-DATE-1 est-il un jour férié de
      *              jours-feries.dat -> LNK-NUMBER (1 = oui,
      *              0 = non), week-end compris ;
      *   ADDBUSH  : horodatage LNK-DATE-1/LNK-TIME-1 plus
      *              LNK-NUMBER heures ouvrées -> LNK-DATE-2/
      *              LNK-TIME-2 ;
      *   COUNTBUH : heures ouvrées entières entre LNK-DATE-1/
      *              LNK-TIME-1 et LNK-DATE-2/LNK-TIME-2
      *              -> LNK-NUMBER (négatif si la fin précède le
      *              début).
      * Fonctions horaires : heures en HHMM, passées dans les deux
      * derniers paramètres (que les appelants des seules fonctions
      * en jours n'ont pas à fournir) ; seules comptent les heures
      * de HEURE_DEBUT à HEURE_FIN (datesvc-params.cfg, 0900 et
      * 1800 par défaut) des jours ouvrés.
      * Dates en AAAAMMJJ. Jour ouvré = lundi à vendredi hors
      * jours-feries.dat (un AAAAMMJJ par ligne, maintenu chaque
      * année), chargé au premier appel. Codes retour : 0 = fait,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

      * Plage horaire ouvrée des fonctions horaires.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="datesvc-params.cfg"==.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAYS-FILE.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD          PIC X(8).

           COPY 'PARAMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAYS-STATUS   PIC XX.
       01  WS-HOLIDAYS-EOF      PIC X VALUE 'N'.
       01  WS-SCH-DATE          PIC 9(8).
       01  WS-SCH-LAST          PIC 9(8).

      * Fonctions horaires : plage ouvrée en minutes depuis minuit,
      * positions courantes et reliquats en minutes.
           COPY 'PARAMWS.cpy'.
       01  WS-HEURE-DEBUT       PIC 9(4) VALUE 0900.
       01  WS-HEURE-FIN         PIC 9(4) VALUE 1800.
       01  WS-OPEN-MIN          PIC 9(4).
       01  WS-CLOSE-MIN         PIC 9(4).
       01  WS-CHECK-TIME        PIC 9(4).
       01  WS-TIME-VALID        PIC X.
       01  WS-CUR-MIN           PIC 9(4).
       01  WS-FROM-MIN          PIC 9(4).
       01  WS-TO-MIN            PIC 9(4).
       01  WS-AVAIL-MIN         PIC 9(4).
       01  WS-REMAINING-MIN     PIC 9(9).
       01  WS-BUS-MIN           PIC 9(9).
       01  WS-BH-SIGN           PIC S9 VALUE 1.
       01  WS-BH-DATE-1         PIC 9(8).
       01  WS-BH-TIME-1         PIC 9(4).
       01  WS-BH-DATE-2         PIC 9(8).
       01  WS-BH-TIME-2         PIC 9(4).
       01  WS-BH-HH             PIC 9(2).
       01  WS-BH-MM             PIC 9(2).

       LINKAGE SECTION.
       01  LNK-FUNCTION         PIC X(8).
       01  LNK-DATE-1           PIC 9(8).
       01  LNK-DATE-2           PIC 9(8).
       01  LNK-NUMBER           PIC S9(5).
       01  LNK-STATUS           PIC 9.
       01  LNK-TIME-1           PIC 9(4).
       01  LNK-TIME-2           PIC 9(4).

       PROCEDURE DIVISION USING LNK-FUNCTION LNK-DATE-1 LNK-DATE-2
           LNK-NUMBER LNK-STATUS LNK-TIME-1 LNK-TIME-2.
           MOVE ZERO TO LNK-STATUS
           IF WS-HOLIDAYS-LOADED = 'N'
               PERFORM LOAD-HOLIDAYS
               PERFORM LOAD-WORKING-HOURS
           END-IF
           MOVE LNK-DATE-1 TO WS-WORK-DATE-8
           PERFORM VALIDATE-WORK-DATE
                   PERFORM DO-LAST-BUSINESS-OF-MONTH
               WHEN "SCHEDULE"
                   PERFORM DO-GENERATE-SCHEDULE
               WHEN "WEEKDAY"
                   PERFORM DO-WEEKDAY
               WHEN "HOLIDAY"
                   PERFORM DO-HOLIDAY
               WHEN "ADDBUSH"
                   MOVE LNK-TIME-1 TO WS-CHECK-TIME
                   PERFORM VALIDATE-CHECK-TIME
                   IF WS-TIME-VALID = 'N' OR LNK-NUMBER < ZERO
                       MOVE 1 TO LNK-STATUS
                   ELSE
                       PERFORM DO-ADD-BUSINESS-HOURS
                   END-IF
               WHEN "COUNTBUH"
                   MOVE LNK-DATE-2 TO WS-WORK-DATE-8
                   PERFORM VALIDATE-WORK-DATE
                   MOVE LNK-TIME-1 TO WS-CHECK-TIME
                   PERFORM VALIDATE-CHECK-TIME
                   IF WS-TIME-VALID = 'Y'
                       MOVE LNK-TIME-2 TO WS-CHECK-TIME
                       PERFORM VALIDATE-CHECK-TIME
                   END-IF
                   IF WS-DATE-VALID = 'N' OR WS-TIME-VALID = 'N'
                       MOVE 1 TO LNK-STATUS
                   ELSE
                       PERFORM DO-COUNT-BUSINESS-HOURS
                   END-IF
               WHEN OTHER
                   MOVE 2 TO LNK-STATUS
           END-EVALUATE
                   " sont comptes chomes"
           END-IF.

      * Plage horaire ouvrée : une plage incohérente (fin avant
      * début, heure hors 0000-2400) retombe sur 0900-1800.
       LOAD-WORKING-HOURS.
           PERFORM LOAD-PARAMETERS
           MOVE WS-HEURE-DEBUT TO WS-CHECK-TIME
           PERFORM VALIDATE-CHECK-TIME
           IF WS-TIME-VALID = 'Y'
               MOVE WS-CHECK-TIME(1:2) TO WS-BH-HH
               MOVE WS-CHECK-TIME(3:2) TO WS-BH-MM
               COMPUTE WS-OPEN-MIN = WS-BH-HH * 60 + WS-BH-MM
               MOVE WS-HEURE-FIN TO WS-CHECK-TIME
               PERFORM VALIDATE-CHECK-TIME
           END-IF
           IF WS-TIME-VALID = 'Y'
               MOVE WS-CHECK-TIME(1:2) TO WS-BH-HH
               MOVE WS-CHECK-TIME(3:2) TO WS-BH-MM
               COMPUTE WS-CLOSE-MIN = WS-BH-HH * 60 + WS-BH-MM
           END-IF
           IF WS-TIME-VALID = 'N' OR WS-CLOSE-MIN <= WS-OPEN-MIN
               DISPLAY "datesvc-params.cfg : plage horaire "
                   WS-HEURE-DEBUT "-" WS-HEURE-FIN
                   " invalide, 0900-1800 retenue"
               MOVE 540 TO WS-OPEN-MIN
               MOVE 1080 TO WS-CLOSE-MIN
           END-IF.

       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "HEURE_DEBUT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-HEURE-DEBUT
               WHEN "HEURE_FIN"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-HEURE-FIN
           END-EVALUATE.

      * Heure HHMM de 0000 à 2400 (2400 = fin de journée).
       VALIDATE-CHECK-TIME.
           MOVE 'Y' TO WS-TIME-VALID
           IF WS-CHECK-TIME IS NOT NUMERIC
               MOVE 'N' TO WS-TIME-VALID
           ELSE
               IF WS-CHECK-TIME(3:2) > "59"
                   OR WS-CHECK-TIME > 2400
                   MOVE 'N' TO WS-TIME-VALID
               END-IF
           END-IF.

      * Contrôle mois/quantième/année de WS-WORK-DATE-8, même règle
      * bissextile que COMPUTE-MAX-DAY dans datetime.cbl.
       VALIDATE-WORK-DATE.
               END-SEARCH
           END-IF.

      * Même calendrier que CHECK-BUSINESS-DAY : l'entier 1 est un
      * lundi, le reste de la division par 7 vaut 0 le dimanche.
       DO-WEEKDAY.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(LNK-DATE-1)
           COMPUTE WS-DOW = FUNCTION MOD(WS-WORK-INT, 7)
           IF WS-DOW = 0
               MOVE 7 TO LNK-NUMBER
           ELSE
               MOVE WS-DOW TO LNK-NUMBER
           END-IF.

       DO-HOLIDAY.
           MOVE ZERO TO LNK-NUMBER
           IF WS-HOL-COUNT > ZERO
               SET HOL-IDX TO 1
               SEARCH WS-HOL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOL-DATE(HOL-IDX) = LNK-DATE-1
                       MOVE 1 TO LNK-NUMBER
               END-SEARCH
           END-IF.

       DO-NEXT-BUSINESS-DAY.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(LNK-DATE-1)
               END-IF
           END-IF.

      * Avance de LNK-NUMBER heures ouvrées : le départ est d'abord
      * ramené dans la plage ouvrée (avant l'ouverture = ouverture,
      * après la fermeture ou jour chômé = ouverture du jour ouvré
      * suivant), puis chaque journée consomme ce qu'il lui reste
      * de plage jusqu'à épuisement. Une échéance tombant pile à la
      * fermeture reste sur la journée.
       DO-ADD-BUSINESS-HOURS.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(LNK-DATE-1)
           MOVE LNK-TIME-1(1:2) TO WS-BH-HH
           MOVE LNK-TIME-1(3:2) TO WS-BH-MM
           COMPUTE WS-CUR-MIN = WS-BH-HH * 60 + WS-BH-MM
           COMPUTE WS-REMAINING-MIN = LNK-NUMBER * 60
           IF WS-REMAINING-MIN > ZERO
               PERFORM CHECK-BUSINESS-DAY
           END-IF
           PERFORM UNTIL WS-REMAINING-MIN = ZERO
               IF WS-IS-BUSINESS = 'N'
                   OR WS-CUR-MIN >= WS-CLOSE-MIN
                   ADD 1 TO WS-WORK-INT
                   MOVE WS-OPEN-MIN TO WS-CUR-MIN
                   PERFORM CHECK-BUSINESS-DAY
               ELSE
                   IF WS-CUR-MIN < WS-OPEN-MIN
                       MOVE WS-OPEN-MIN TO WS-CUR-MIN
                   END-IF
                   COMPUTE WS-AVAIL-MIN = WS-CLOSE-MIN - WS-CUR-MIN
                   IF WS-REMAINING-MIN <= WS-AVAIL-MIN
                       ADD WS-REMAINING-MIN TO WS-CUR-MIN
                       MOVE ZERO TO WS-REMAINING-MIN
                   ELSE
                       SUBTRACT WS-AVAIL-MIN FROM WS-REMAINING-MIN
                       MOVE WS-CLOSE-MIN TO WS-CUR-MIN
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE LNK-DATE-2 =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           DIVIDE WS-CUR-MIN BY 60 GIVING WS-BH-HH
               REMAINDER WS-BH-MM
           COMPUTE LNK-TIME-2 = WS-BH-HH * 100 + WS-BH-MM.

      * Minutes ouvrées de l'horodatage 1 à l'horodatage 2, jour par
      * jour : sur chaque jour ouvré, intersection de la plage
      * ouvrée avec [début, fin] ; résultat tronqué à l'heure
      * entière, de même signe que l'écart calendaire.
       DO-COUNT-BUSINESS-HOURS.
           MOVE 1 TO WS-BH-SIGN
           IF LNK-DATE-2 < LNK-DATE-1
               OR (LNK-DATE-2 = LNK-DATE-1
                   AND LNK-TIME-2 < LNK-TIME-1)
               MOVE -1 TO WS-BH-SIGN
               MOVE LNK-DATE-2 TO WS-BH-DATE-1
               MOVE LNK-TIME-2 TO WS-BH-TIME-1
               MOVE LNK-DATE-1 TO WS-BH-DATE-2
               MOVE LNK-TIME-1 TO WS-BH-TIME-2
           ELSE
               MOVE LNK-DATE-1 TO WS-BH-DATE-1
               MOVE LNK-TIME-1 TO WS-BH-TIME-1
               MOVE LNK-DATE-2 TO WS-BH-DATE-2
               MOVE LNK-TIME-2 TO WS-BH-TIME-2
           END-IF
           MOVE ZERO TO WS-BUS-MIN
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-BH-DATE-1)
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-BH-DATE-2)
           PERFORM UNTIL WS-WORK-INT > WS-END-INT
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS = 'Y'
                   PERFORM ADD-DAY-BUSINESS-MINUTES
               END-IF
               ADD 1 TO WS-WORK-INT
           END-PERFORM
           COMPUTE LNK-NUMBER = WS-BH-SIGN * (WS-BUS-MIN / 60).

       ADD-DAY-BUSINESS-MINUTES.
           MOVE WS-OPEN-MIN TO WS-FROM-MIN
           MOVE WS-CLOSE-MIN TO WS-TO-MIN
           IF WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-BH-DATE-1)
               MOVE WS-BH-TIME-1(1:2) TO WS-BH-HH
               MOVE WS-BH-TIME-1(3:2) TO WS-BH-MM
               COMPUTE WS-CUR-MIN = WS-BH-HH * 60 + WS-BH-MM
               IF WS-CUR-MIN > WS-FROM-MIN
                   MOVE WS-CUR-MIN TO WS-FROM-MIN
               END-IF
           END-IF
           IF WS-WORK-INT = WS-END-INT
               MOVE WS-BH-TIME-2(1:2) TO WS-BH-HH
               MOVE WS-BH-TIME-2(3:2) TO WS-BH-MM
               COMPUTE WS-CUR-MIN = WS-BH-HH * 60 + WS-BH-MM
               IF WS-CUR-MIN < WS-TO-MIN
                   MOVE WS-CUR-MIN TO WS-TO-MIN
               END-IF
           END-IF
           IF WS-TO-MIN > WS-FROM-MIN
               COMPUTE WS-BUS-MIN =
                   WS-BUS-MIN + WS-TO-MIN - WS-FROM-MIN
           END-IF.

           COPY 'PARAMLOAD.cpy'.

       END PROGRAM datesvc.
