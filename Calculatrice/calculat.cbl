               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      * Table de taux de change datee partagee avec les programmes
      * d'assurance (RATESEL/RATEFD), et historique des taux tenu
      * par assuchange.cbl pour les conversions a une date passee.
           COPY 'RATESEL.cpy'.

           SELECT HIST-FILE ASSIGN TO 'taux-change-historique.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD          PIC X(80).

           COPY 'RATEFD.cpy'.

      * Meme disposition que R-HIST dans assuchange.cbl.
       FD  HIST-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  R-HIST.
           05 HIST-DATE            PIC 9(8).
           05 FILLER               PIC X.
           05 HIST-DEVISE          PIC X(3).
           05 FILLER               PIC X.
           05 HIST-TAUX            PIC 9V999.

      * Saisie des variables
           COPY 'ERRSUMFD.cpy'.

       01 WS-AMO-EDIT-2            PIC Z(8)9.99.
       01 WS-AMO-EDIT-3            PIC Z(8)9.99.
       01 WS-AMO-EDIT-4            PIC Z(8)9.99.

      * Mode conversion : montant converti d'une devise a une autre
      * au taux du fichier partage taux-change.dat, celui des
      * traitements batch, a la date saisie (aujourd'hui par
      * defaut). Une date anterieure a la validite de la table
      * courante est servie par l'historique des taux. Le passage
      * se fait par l'euro : montant x taux source / taux cible.
       01 WS-CNV-LOADED            PIC X VALUE 'N'.
       01 WS-CNV-RATES-OK          PIC X.
       01 WS-CNV-MONTANT           PIC 9(7)V99.
       01 WS-CNV-SOURCE            PIC X(3).
       01 WS-CNV-CIBLE             PIC X(3).
       01 WS-CNV-DATE-IN           PIC X(8).
       01 WS-CNV-DATE              PIC 9(8).
       01 WS-CNV-TODAY             PIC 9(8).
       01 WS-CNV-DEVISE            PIC X(3).
       01 WS-CNV-FOUND             PIC X.
       01 WS-CNV-TAUX              PIC 9V999.
       01 WS-CNV-TAUX-DATE         PIC 9(8).
       01 WS-CNV-TAUX-SOURCE       PIC 9V999.
       01 WS-CNV-DATE-SOURCE       PIC 9(8).
       01 WS-CNV-TAUX-CIBLE        PIC 9V999.
       01 WS-CNV-DATE-CIBLE        PIC 9(8).
       01 WS-CNV-CROISE            PIC 9(5)V9(6).
       01 WS-CNV-RESULT            PIC 9(10)V99.
       01 WS-CNV-TAUX-EDIT         PIC 9.999.
       01 WS-CNV-CROISE-EDIT       PIC Z(4)9.9(6).
       01 WS-CNV-EDIT              PIC Z(6)9.99.
       01 WS-CNV-MONTANT-TXT       PIC X(10).
       01 WS-COMMON-DEVISE         PIC X(3).
           COPY 'RATEWS.cpy'.

       01 WS-HIST-STATUS           PIC XX.
       01 WS-HIST-EOF              PIC X VALUE 'N'.
       01 WS-HIST-TABLE.
           05 WS-HIST-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-HIST-ENTRY OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WS-HIST-COUNT
                  INDEXED BY HIST-IDX.
               10 WS-HIST-DATE     PIC 9(8).
               10 WS-HIST-DEVISE   PIC X(3).
               10 WS-HIST-TAUX     PIC 9V999.
       01 WS-HIST-TABLE-MAX        PIC 9(4) VALUE 1000.
       01 WS-HISTORY-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.

           DISPLAY "5 - Saisir une expression complète (ex: 120.50 + 8"
               "5.00 * 2)"
           DISPLAY "6 - Tableau d'amortissement d'un prêt"
           DISPLAY "7 - Conversion de devises au taux du jour ou daté"
           DISPLAY "Tapez toute autre touche pour sortir"
           DISPLAY "Votre choix :" SPACE WITH NO ADVANCING
           ACCEPT WS-OPERATION-TYPE
               PERFORM EXPRESSION-OPERATION
           ELSE IF WS-OPERATION-TYPE = '6'
               PERFORM AMORTIZATION-OPERATION
           ELSE IF WS-OPERATION-TYPE = '7'
               PERFORM CURRENCY-OPERATION
           ELSE
               DISPLAY "Saisie non conforme"
           END-IF
                  DELIMITED BY SIZE INTO WS-OPERATION-STRING
           PERFORM LOG-HISTORY-ENTRY.

      * Mode conversion : les taux ne sont chargés qu'au premier
      * usage, pour que les autres modes restent disponibles sans
      * fichier de taux. Les deux taux retenus et leur date d'effet
      * sont affichés, et la conversion journalisée dans
      * l'historique comme tout autre calcul.
       CURRENCY-OPERATION SECTION.
      * Le chargement partagé arrête le run sur un fichier de taux
      * absent, vide ou périmé : ces cas sont contrôlés ici d'abord
      * et ramènent simplement au menu.
           IF WS-CNV-LOADED = 'N'
               PERFORM CHECK-RATES-FILE
               IF WS-CNV-RATES-OK = 'N'
                   EXIT SECTION
               END-IF
               PERFORM LOAD-EXCHANGE-RATES
               PERFORM LOAD-RATE-HISTORY
               MOVE 'Y' TO WS-CNV-LOADED
           END-IF
           DISPLAY "Montant à convertir (décimales acceptées) :"
               SPACE WITH NO ADVANCING
           ACCEPT WS-NUM1-IN
           MOVE FUNCTION NUMVAL(WS-NUM1-IN) TO WS-CNV-MONTANT
           DISPLAY "Devise d'origine (ex: USD) :" SPACE
               WITH NO ADVANCING
           ACCEPT WS-CNV-SOURCE
           MOVE FUNCTION UPPER-CASE(WS-CNV-SOURCE) TO WS-CNV-SOURCE
           DISPLAY "Devise cible (ex: EUR) :" SPACE WITH NO ADVANCING
           ACCEPT WS-CNV-CIBLE
           MOVE FUNCTION UPPER-CASE(WS-CNV-CIBLE) TO WS-CNV-CIBLE
           DISPLAY "Date du taux AAAAMMJJ (vide = aujourd'hui) :"
               SPACE WITH NO ADVANCING
           ACCEPT WS-CNV-DATE-IN
           ACCEPT WS-CNV-TODAY FROM DATE YYYYMMDD
           IF WS-CNV-DATE-IN = SPACES
               MOVE WS-CNV-TODAY TO WS-CNV-DATE
           ELSE
               IF WS-CNV-DATE-IN IS NOT NUMERIC
                   DISPLAY "Date non conforme"
                   EXIT SECTION
               END-IF
               MOVE WS-CNV-DATE-IN TO WS-CNV-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CNV-DATE) NOT = 0
                   DISPLAY "Date non conforme"
                   EXIT SECTION
               END-IF
           END-IF
           IF WS-CNV-MONTANT = ZERO
               DISPLAY "Le montant doit être positif"
               EXIT SECTION
           END-IF

           MOVE WS-CNV-SOURCE TO WS-CNV-DEVISE
           PERFORM FIND-CONVERSION-RATE
           IF WS-CNV-FOUND = 'N'
               EXIT SECTION
           END-IF
           MOVE WS-CNV-TAUX TO WS-CNV-TAUX-SOURCE
           MOVE WS-CNV-TAUX-DATE TO WS-CNV-DATE-SOURCE
           MOVE WS-CNV-CIBLE TO WS-CNV-DEVISE
           PERFORM FIND-CONVERSION-RATE
           IF WS-CNV-FOUND = 'N'
               EXIT SECTION
           END-IF
           MOVE WS-CNV-TAUX TO WS-CNV-TAUX-CIBLE
           MOVE WS-CNV-TAUX-DATE TO WS-CNV-DATE-CIBLE
           IF WS-CNV-TAUX-CIBLE = ZERO
               DISPLAY "Taux nul pour " WS-CNV-CIBLE
                   ", conversion impossible"
               EXIT SECTION
           END-IF

           COMPUTE WS-CNV-CROISE ROUNDED =
               WS-CNV-TAUX-SOURCE / WS-CNV-TAUX-CIBLE
           COMPUTE WS-CNV-RESULT ROUNDED =
               WS-CNV-MONTANT * WS-CNV-TAUX-SOURCE / WS-CNV-TAUX-CIBLE
           MOVE WS-CNV-TAUX-SOURCE TO WS-CNV-TAUX-EDIT
           DISPLAY "Taux " WS-CNV-SOURCE " : 1 " WS-CNV-SOURCE " = "
               WS-CNV-TAUX-EDIT " EUR, en vigueur au "
               WS-CNV-DATE-SOURCE
           MOVE WS-CNV-TAUX-CIBLE TO WS-CNV-TAUX-EDIT
           DISPLAY "Taux " WS-CNV-CIBLE " : 1 " WS-CNV-CIBLE " = "
               WS-CNV-TAUX-EDIT " EUR, en vigueur au "
               WS-CNV-DATE-CIBLE
           MOVE WS-CNV-CROISE TO WS-CNV-CROISE-EDIT
           DISPLAY "Taux croisé : 1 " WS-CNV-SOURCE " = "
               FUNCTION TRIM(WS-CNV-CROISE-EDIT) " " WS-CNV-CIBLE

           MOVE WS-CNV-RESULT TO WS-RESULT
           MOVE WS-RESULT TO WS-RES-TEMP
           MOVE FUNCTION TRIM(WS-RES-TEMP) TO WS-RES
           DISPLAY "Le résultat est :" SPACE FUNCTION TRIM(WS-RES)
               SPACE WS-CNV-CIBLE
           MOVE WS-RESULT TO WS-PREVIOUS-RESULT
           MOVE WS-CNV-MONTANT TO WS-CNV-EDIT
           MOVE FUNCTION TRIM(WS-CNV-EDIT) TO WS-CNV-MONTANT-TXT
           MOVE SPACES TO WS-OPERATION-STRING
           STRING "CONV " DELIMITED BY SIZE
                  WS-CNV-MONTANT-TXT DELIMITED BY SPACE
                  " " WS-CNV-SOURCE ">" WS-CNV-CIBLE
                  " au " WS-CNV-DATE
                  " taux " WS-CNV-DATE-SOURCE "/" WS-CNV-DATE-CIBLE
                  DELIMITED BY SIZE INTO WS-OPERATION-STRING
           PERFORM LOG-HISTORY-ENTRY.

      * Taux vers l'EUR de WS-CNV-DEVISE à WS-CNV-DATE : table
      * courante (via CONVERT-TO-EUR-AND-ACCUMULATE) à partir de sa
      * date de validité, sinon dernier taux de l'historique connu
      * à cette date. Les paragraphes partagés de chargement et de
      * conversion sont copiés dans cette section.
       CURRENCY-HELPERS SECTION.
       FIND-CONVERSION-RATE.
           MOVE 'N' TO WS-CNV-FOUND
           MOVE ZERO TO WS-CNV-TAUX
           MOVE ZERO TO WS-CNV-TAUX-DATE
           IF WS-CNV-DATE >= WS-RATES-VALIDITY-8
               MOVE WS-CNV-DEVISE TO WS-COMMON-DEVISE
               MOVE WS-CNV-MONTANT TO WS-COMMON-MONTANT
               PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
               IF WS-RATE-FOUND-FLAG = 'Y'
                   MOVE 'Y' TO WS-CNV-FOUND
                   MOVE WS-FOUND-RATE TO WS-CNV-TAUX
                   MOVE WS-RATES-VALIDITY-8 TO WS-CNV-TAUX-DATE
               ELSE
                   DISPLAY "Devise " WS-CNV-DEVISE
                       " absente de taux-change.dat"
               END-IF
           ELSE
               PERFORM VARYING HIST-IDX FROM 1 BY 1
                       UNTIL HIST-IDX > WS-HIST-COUNT
                   IF WS-HIST-DEVISE(HIST-IDX) = WS-CNV-DEVISE
                       AND WS-HIST-DATE(HIST-IDX) <= WS-CNV-DATE
                       AND WS-HIST-DATE(HIST-IDX) >= WS-CNV-TAUX-DATE
                       MOVE WS-HIST-DATE(HIST-IDX)
                           TO WS-CNV-TAUX-DATE
                       MOVE WS-HIST-TAUX(HIST-IDX) TO WS-CNV-TAUX
                       MOVE 'Y' TO WS-CNV-FOUND
                   END-IF
               END-PERFORM
      * L'euro, devise pivot, n'est pas historise : taux 1.000.
               IF WS-CNV-FOUND = 'N' AND WS-CNV-DEVISE = "EUR"
                   MOVE 'Y' TO WS-CNV-FOUND
                   MOVE 1 TO WS-CNV-TAUX
                   MOVE WS-CNV-DATE TO WS-CNV-TAUX-DATE
               END-IF
               IF WS-CNV-FOUND = 'N'
                   DISPLAY "Aucun taux " WS-CNV-DEVISE
                       " connu au " WS-CNV-DATE
                       " dans taux-change-historique.dat"
               END-IF
           END-IF.

      * Mêmes contrôles que LOAD-EXCHANGE-RATES (ouverture, ligne
      * d'en-tête, âge des taux), sans arrêt du run : le motif est
      * affiché et WS-CNV-RATES-OK reste à 'N'.
       CHECK-RATES-FILE.
           MOVE 'N' TO WS-CNV-RATES-OK
           ACCEPT WS-RATES-TODAY-8 FROM DATE YYYYMMDD
           OPEN INPUT RATES-FILE
           IF WS-RATES-FILE-STATUS NOT = "00"
               DISPLAY "Conversion indisponible : taux-change.dat "
                   "absent (FILE STATUS " WS-RATES-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           READ RATES-FILE
               AT END
                   DISPLAY "Conversion indisponible : "
                       "taux-change.dat vide"
                   CLOSE RATES-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE RATES-FILE
           IF RATES-RECORD(1:8) IS NOT NUMERIC
               OR RATES-RECORD(10:5) IS NOT NUMERIC
               DISPLAY "Conversion indisponible : en-tete de "
                   "taux-change.dat invalide (" RATES-RECORD ")"
               EXIT PARAGRAPH
           END-IF
           MOVE RATES-RECORD(1:8) TO WS-RATES-VALIDITY-8
           MOVE RATES-RECORD(10:5) TO WS-RATES-MAX-AGE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RATES-VALIDITY-8) NOT = 0
               DISPLAY "Conversion indisponible : date de validite "
                   WS-RATES-VALIDITY-8 " invalide dans taux-change.dat"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RATES-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RATES-TODAY-8) -
               FUNCTION INTEGER-OF-DATE(WS-RATES-VALIDITY-8)
           IF WS-RATES-AGE-DAYS > WS-RATES-MAX-AGE
               DISPLAY "Conversion indisponible : taux de change du "
                   WS-RATES-VALIDITY-8 " perimes ("
                   WS-RATES-AGE-DAYS " jours, maximum admis "
                   WS-RATES-MAX-AGE ")"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CNV-RATES-OK.

      * Historique facultatif : sans lui, seules les dates couvertes
      * par la table courante sont converties.
       LOAD-RATE-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HIST-FILE AT END
                   MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   IF WS-HIST-COUNT >= WS-HIST-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-HIST-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-HIST-COUNT
                       SET HIST-IDX TO WS-HIST-COUNT
                       MOVE HIST-DATE TO WS-HIST-DATE(HIST-IDX)
                       MOVE HIST-DEVISE TO WS-HIST-DEVISE(HIST-IDX)
                       MOVE HIST-TAUX TO WS-HIST-TAUX(HIST-IDX)
                   END-IF
           END-PERFORM
           CLOSE HIST-FILE.

           COPY 'RATELOAD.cpy'.
           COPY 'RATECNV.cpy'.

      * Running gag que Florian nous a déjà fait à 3 reprises
      * Il s'agit donc d'un hommage
       QUESTION SECTION.
