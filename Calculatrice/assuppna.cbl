       IDENTIFICATION DIVISION.
       PROGRAM-ID. assuppna.

      * Provision pour primes non acquises (PPNA) de fin de mois : la
      * prime du maitre consolide couvre toute la periode de la
      * police, alors que seule la part deja courue est acquise a la
      * date d'arrete. Pour chaque police active du maitre, la part
      * non acquise est calculee prorata temporis entre la date
      * d'arrete et la date de fin (jours restants sur jours de la
      * periode, bornes comprises ; une police pas encore commencee
      * est non acquise en totalite), convertie en euros par la
      * table de taux partagee (RATEWS/RATECNV), puis editee par
      * type de police et devise dans assurances-ppna.txt.
      * La provision de chaque arrete est conservee dans
      * assurances-ppna-reserve.dat ; la variation par type contre
      * le dernier arrete anterieur y est passee en ecriture
      * equilibree prete a comptabiliser, assurances-ppna-gl.txt
      * (meme disposition que les ecritures de paie d'employee.cbl),
      * remise a la comptabilite par le registre des fichiers
      * sortants. Relancer un meme arrete remplace sa provision.
      * Date d'arrete CLOSING_DATE (AAAAMMJJ, zero = dernier jour du
      * mois en cours) ; les polices aux dates absentes ou
      * incoherentes et les devises inconnues sont listees en tete
      * du rapport et ecartees.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      * Historique des provisions : une ligne par arrete, type de
      * police et devise, montant en euros.
           SELECT RESERVE-FILE ASSIGN TO 'assurances-ppna-reserve.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVE-STATUS.

           SELECT PPNARPT-FILE ASSIGN TO 'assurances-ppna.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPNARPT-STATUS.

           SELECT F-GLPOST ASSIGN TO 'assurances-ppna-gl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.

           COPY 'RATESEL.cpy'.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="assuppna-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des fichiers remis hors de l'entreprise
      * (OUTBSEL/OUTBFD) : ecriture de variation remise a la
      * comptabilite.
           COPY 'OUTBSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition que MASTER-RECORD dans assuconso.cbl.
       FD  MASTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MASTER-RECORD.
           05 MST-SOURCE           PIC X(10).
           05 FILLER               PIC X.
           05 MST-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 MST-NOM              PIC X(14).
           05 FILLER               PIC X.
           05 MST-CATEGORIE        PIC X(13).
           05 FILLER               PIC X.
           05 MST-TYPE             PIC X(41).
           05 FILLER               PIC X.
           05 MST-STATUT           PIC X(8).
           05 FILLER               PIC X.
           05 MST-DATE-DEB         PIC X(8).
           05 FILLER               PIC X.
           05 MST-DATE-FIN         PIC X(8).
           05 FILLER               PIC X.
           05 MST-MONTANT          PIC X(10).
           05 FILLER               PIC X.
           05 MST-DEVISE           PIC X(3).

       FD  RESERVE-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  R-RESERVE.
           05 RSV-DATE             PIC 9(8).
           05 FILLER               PIC X.
           05 RSV-TYPE             PIC X(41).
           05 FILLER               PIC X.
           05 RSV-DEVISE           PIC X(3).
           05 FILLER               PIC X.
           05 RSV-MONTANT-EUR      PIC 9(11)V99.

       FD  PPNARPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-PPNARPT               PIC X(132).

      * Meme disposition que R-GLPOST dans employee.cbl.
       FD  F-GLPOST
           RECORD CONTAINS 90 CHARACTERS.
       01  R-GLPOST.
           05 GLPOST-DATE          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 GLPOST-SENS          PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 GLPOST-COMPTE        PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 GLPOST-LIBELLE       PIC X(31).
           05 FILLER               PIC X VALUE SPACE.
           05 GLPOST-MONTANT       PIC 9(11)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 GLPOST-RUN-ID        PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 GLPOST-PREFIXE       PIC X(4).

           COPY 'RATEFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.
           COPY 'OUTBFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-RESERVE-STATUS       PIC XX.
       01  WS-PPNARPT-STATUS       PIC XX.
       01  WS-GLPOST-STATUS        PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.
           COPY 'RATEWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'OUTBWS.cpy'.

       01  WS-COMMON-DEVISE        PIC X(3).
       01  WS-TODAY-8              PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-8.
           05 WS-TODAY-YYYY        PIC 9(4).
           05 WS-TODAY-MM          PIC 99.
           05 WS-TODAY-DD          PIC 99.
       01  WS-CLOSING-DATE         PIC 9(8) VALUE ZERO.
       01  WS-CLOSING-INT          PIC 9(7).
       01  WS-NEXT-MONTH-8         PIC 9(8).
       01  WS-DEB-DATE-8           PIC 9(8).
       01  WS-FIN-DATE-8           PIC 9(8).
       01  WS-DEB-INT              PIC 9(7).
       01  WS-FIN-INT              PIC 9(7).
       01  WS-DAYS-TOTAL           PIC 9(5).
       01  WS-DAYS-UNEARNED        PIC 9(5).
       01  WS-PRIME                PIC 9(7)V99.
       01  WS-UNEARNED             PIC 9(7)V99.
       01  WS-REJECT-REASON        PIC X(30).

      * Comptes de l'ecriture de variation : la dotation (hausse de
      * la provision) debite la variation des primes non acquises et
      * credite la provision, la reprise fait l'inverse.
       01  WS-ACCOUNT-VARIATION    PIC X(6) VALUE "706900".
       01  WS-ACCOUNT-PROVISION    PIC X(6) VALUE "320000".

       01  WS-POLICIES-READ        PIC 9(5) VALUE ZERO.
       01  WS-POLICIES-RESERVED    PIC 9(5) VALUE ZERO.
       01  WS-POLICIES-EARNED      PIC 9(5) VALUE ZERO.
       01  WS-POLICIES-INACTIVE    PIC 9(5) VALUE ZERO.
       01  WS-POLICIES-REJECTED    PIC 9(5) VALUE ZERO.

      * Provision de l'arrete par type de police et devise.
       01  WS-PPN-TABLE.
           05 WS-PPN-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-PPN-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-PPN-COUNT
                  INDEXED BY PPN-IDX.
               10 WS-PPN-TYPE      PIC X(41).
               10 WS-PPN-DEVISE    PIC X(3).
               10 WS-PPN-POLICES   PIC 9(5).
               10 WS-PPN-PRIMES    PIC 9(11)V99.
               10 WS-PPN-DEVISE-MT PIC 9(11)V99.
               10 WS-PPN-EUR       PIC 9(11)V99.
       01  WS-PPN-TABLE-MAX        PIC 9(3) VALUE 200.
       01  WS-PPN-FOUND            PIC X.

      * Variation par type : provision du dernier arrete anterieur
      * et provision de l'arrete, en euros.
       01  WS-MVT-TABLE.
           05 WS-MVT-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-MVT-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-MVT-COUNT
                  INDEXED BY MVT-IDX.
               10 WS-MVT-TYPE      PIC X(41).
               10 WS-MVT-PREVIOUS  PIC 9(11)V99.
               10 WS-MVT-CURRENT   PIC 9(11)V99.
       01  WS-MVT-TABLE-MAX        PIC 9(3) VALUE 100.
       01  WS-MVT-FOUND            PIC X.
       01  WS-MVT-KEY              PIC X(41).
       01  WS-MVT-DELTA            PIC S9(11)V99.
       01  WS-MVT-ABS              PIC 9(11)V99.

      * Lignes d'historique des autres arretes, reecrites telles
      * quelles devant la provision du jour.
       01  WS-HST-TABLE.
           05 WS-HST-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-HST-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-HST-COUNT
                  INDEXED BY HST-IDX.
               10 WS-HST-LINE      PIC X(68).
       01  WS-HST-TABLE-MAX        PIC 9(4) VALUE 3000.
       01  WS-HST-FULL             PIC X VALUE 'N'.
       01  WS-PREVIOUS-DATE        PIC 9(8) VALUE ZERO.

       01  WS-TOTAL-EUR            PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-PREVIOUS       PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-LINES             PIC 9(5) VALUE ZERO.

       01  WS-MONEY-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED-EDIT          PIC ----,---,--9.99.
       01  WS-COUNT-EDIT           PIC ZZZZ9.
       01  WS-PTR                  PIC 9(3).
       01  WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-CLOSING-DATE = ZERO
               PERFORM DEFAULT-CLOSING-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CLOSING-DATE) NOT = 0
               DISPLAY "ERREUR : date d'arrete CLOSING_DATE invalide "
                   WS-CLOSING-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CLOSING-INT =
               FUNCTION INTEGER-OF-DATE(WS-CLOSING-DATE)
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-RESERVE-HISTORY

           OPEN OUTPUT PPNARPT-FILE
           MOVE WS-PPNARPT-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-ppna.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT PPNARPT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROVISION POUR PRIMES NON ACQUISES - ARRETE DU "
                  WS-CLOSING-DATE " - PRORATA TEMPORIS (EUR)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-PPNARPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-PPNARPT FROM WS-REPORT-LINE
           MOVE "POLICES ECARTEES" TO WS-REPORT-LINE
           WRITE R-PPNARPT FROM WS-REPORT-LINE
           PERFORM SCAN-MASTER
           IF WS-POLICIES-REJECTED = ZERO
               MOVE "  Aucune" TO WS-REPORT-LINE
               WRITE R-PPNARPT FROM WS-REPORT-LINE
           END-IF
           PERFORM WRITE-RESERVE-SECTION
           PERFORM WRITE-MOVEMENT-SECTION
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-PPNARPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Polices lues " WS-POLICIES-READ
                  " - provisionnees " WS-POLICIES-RESERVED
                  " - acquises " WS-POLICIES-EARNED
                  " - inactives " WS-POLICIES-INACTIVE
                  " - ecartees " WS-POLICIES-REJECTED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-PPNARPT FROM WS-REPORT-LINE
           CLOSE PPNARPT-FILE

           PERFORM WRITE-GL-POSTINGS
           PERFORM SAVE-RESERVE-HISTORY
           MOVE WS-TOTAL-EUR TO WS-MONEY-EDIT
           DISPLAY "PPNA au " WS-CLOSING-DATE " : "
               FUNCTION TRIM(WS-MONEY-EDIT) " EUR, polices ecartees "
               WS-POLICIES-REJECTED
           DISPLAY "Devises non converties : "
               WS-UNKNOWN-DEVISE-COUNT
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'assuppna-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "CLOSING_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CLOSING-DATE
           END-EVALUATE.

      * Arrete par defaut : dernier jour du mois en cours, veille du
      * premier jour du mois suivant.
       DEFAULT-CLOSING-DATE.
           IF WS-TODAY-MM = 12
               COMPUTE WS-NEXT-MONTH-8 =
                   (WS-TODAY-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-8 =
                   WS-TODAY-YYYY * 10000 + (WS-TODAY-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-CLOSING-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-8) - 1).

      * Relit l'historique des provisions : les lignes des autres
      * arretes sont gardees pour la reecriture, et celles du
      * dernier arrete anterieur alimentent la provision precedente
      * par type. Les lignes de l'arrete du jour (relance) sont
      * abandonnees, la provision du jour les remplace.
       LOAD-RESERVE-HISTORY.
           OPEN INPUT RESERVE-FILE
           IF WS-RESERVE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RESERVE-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM KEEP-RESERVE-LINE
               END-PERFORM
               CLOSE RESERVE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       KEEP-RESERVE-LINE.
           IF RSV-DATE = WS-CLOSING-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-HST-COUNT >= WS-HST-TABLE-MAX
               IF WS-HST-FULL = 'N'
                   DISPLAY "ATTENTION : capacite de WS-HST-ENTRY "
                       "depassee, historique non reecrit"
                   MOVE 'Y' TO WS-HST-FULL
               END-IF
           ELSE
               ADD 1 TO WS-HST-COUNT
               SET HST-IDX TO WS-HST-COUNT
               MOVE R-RESERVE TO WS-HST-LINE(HST-IDX)
           END-IF
           IF RSV-DATE > WS-CLOSING-DATE
               EXIT PARAGRAPH
           END-IF
      * Un arrete anterieur plus recent remplace la provision
      * precedente deja cumulee.
           IF RSV-DATE > WS-PREVIOUS-DATE
               MOVE RSV-DATE TO WS-PREVIOUS-DATE
               PERFORM VARYING MVT-IDX FROM 1 BY 1
                       UNTIL MVT-IDX > WS-MVT-COUNT
                   MOVE ZERO TO WS-MVT-PREVIOUS(MVT-IDX)
               END-PERFORM
           END-IF
           IF RSV-DATE = WS-PREVIOUS-DATE
               MOVE RSV-TYPE TO WS-MVT-KEY
               PERFORM FIND-OR-ADD-MOVEMENT
               IF WS-MVT-FOUND = 'Y'
                   ADD RSV-MONTANT-EUR TO WS-MVT-PREVIOUS(MVT-IDX)
               END-IF
           END-IF.

       FIND-OR-ADD-MOVEMENT.
           MOVE 'N' TO WS-MVT-FOUND
           PERFORM VARYING MVT-IDX FROM 1 BY 1
                   UNTIL MVT-IDX > WS-MVT-COUNT
                   OR WS-MVT-FOUND = 'Y'
               IF WS-MVT-TYPE(MVT-IDX) = WS-MVT-KEY
                   MOVE 'Y' TO WS-MVT-FOUND
               END-IF
           END-PERFORM
           IF WS-MVT-FOUND = 'Y'
               SET MVT-IDX DOWN BY 1
           ELSE
               IF WS-MVT-COUNT >= WS-MVT-TABLE-MAX
                   DISPLAY "ATTENTION : capacite de WS-MVT-ENTRY "
                       "depassee"
               ELSE
                   ADD 1 TO WS-MVT-COUNT
                   SET MVT-IDX TO WS-MVT-COUNT
                   MOVE WS-MVT-KEY TO WS-MVT-TYPE(MVT-IDX)
                   MOVE ZERO TO WS-MVT-PREVIOUS(MVT-IDX)
                   MOVE ZERO TO WS-MVT-CURRENT(MVT-IDX)
                   MOVE 'Y' TO WS-MVT-FOUND
               END-IF
           END-IF.

       SCAN-MASTER.
           OPEN INPUT MASTER-FILE
           MOVE WS-MASTER-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-master.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT MASTER-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-POLICIES-READ
                   IF MST-STATUT = "Actif"
                       PERFORM RESERVE-ONE-POLICY
                   ELSE
                       ADD 1 TO WS-POLICIES-INACTIVE
                   END-IF
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE 'N' TO WS-EOF.

      * Part non acquise d'une police active : jours de la date
      * d'arrete (exclue) a la date de fin (incluse) sur jours de la
      * periode de couverture, debut et fin compris.
       RESERVE-ONE-POLICY.
           IF MST-DATE-DEB IS NOT NUMERIC
               OR MST-DATE-FIN IS NOT NUMERIC
               MOVE "dates de couverture absentes" TO WS-REJECT-REASON
               PERFORM REJECT-POLICY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DEB-DATE-8 =
               FUNCTION NUMVAL(MST-DATE-DEB(5:4)) * 10000 +
               FUNCTION NUMVAL(MST-DATE-DEB(3:2)) * 100 +
               FUNCTION NUMVAL(MST-DATE-DEB(1:2))
           COMPUTE WS-FIN-DATE-8 =
               FUNCTION NUMVAL(MST-DATE-FIN(5:4)) * 10000 +
               FUNCTION NUMVAL(MST-DATE-FIN(3:2)) * 100 +
               FUNCTION NUMVAL(MST-DATE-FIN(1:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEB-DATE-8) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-FIN-DATE-8) NOT = 0
               MOVE "dates de couverture invalides" TO WS-REJECT-REASON
               PERFORM REJECT-POLICY
               EXIT PARAGRAPH
           END-IF
           IF WS-FIN-DATE-8 < WS-DEB-DATE-8
               MOVE "fin avant debut" TO WS-REJECT-REASON
               PERFORM REJECT-POLICY
               EXIT PARAGRAPH
           END-IF
           IF WS-FIN-DATE-8 <= WS-CLOSING-DATE
               ADD 1 TO WS-POLICIES-EARNED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MST-MONTANT) TO WS-PRIME
           COMPUTE WS-DEB-INT = FUNCTION INTEGER-OF-DATE(WS-DEB-DATE-8)
           COMPUTE WS-FIN-INT = FUNCTION INTEGER-OF-DATE(WS-FIN-DATE-8)
           COMPUTE WS-DAYS-TOTAL = WS-FIN-INT - WS-DEB-INT + 1
           IF WS-CLOSING-DATE < WS-DEB-DATE-8
               MOVE WS-DAYS-TOTAL TO WS-DAYS-UNEARNED
           ELSE
               COMPUTE WS-DAYS-UNEARNED = WS-FIN-INT - WS-CLOSING-INT
           END-IF
           COMPUTE WS-UNEARNED ROUNDED =
               WS-PRIME * WS-DAYS-UNEARNED / WS-DAYS-TOTAL
           MOVE WS-UNEARNED TO WS-COMMON-MONTANT
           MOVE MST-DEVISE TO WS-COMMON-DEVISE
           PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
           IF WS-RATE-FOUND-FLAG NOT = 'Y'
               MOVE "devise inconnue" TO WS-REJECT-REASON
               PERFORM REJECT-POLICY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POLICIES-RESERVED
           PERFORM ACCUMULATE-RESERVE.

       REJECT-POLICY.
           ADD 1 TO WS-POLICIES-REJECTED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " MST-NUMERO SPACE MST-NOM SPACE MST-TYPE
                  " deb: " MST-DATE-DEB " fin: " MST-DATE-FIN
                  SPACE MST-DEVISE " : " WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-PPNARPT FROM WS-REPORT-LINE.

       ACCUMULATE-RESERVE.
           MOVE 'N' TO WS-PPN-FOUND
           PERFORM VARYING PPN-IDX FROM 1 BY 1
                   UNTIL PPN-IDX > WS-PPN-COUNT
                   OR WS-PPN-FOUND = 'Y'
               IF WS-PPN-TYPE(PPN-IDX) = MST-TYPE
                   AND WS-PPN-DEVISE(PPN-IDX) = MST-DEVISE
                   MOVE 'Y' TO WS-PPN-FOUND
               END-IF
           END-PERFORM
           IF WS-PPN-FOUND = 'Y'
               SET PPN-IDX DOWN BY 1
           ELSE
               IF WS-PPN-COUNT >= WS-PPN-TABLE-MAX
                   DISPLAY "ATTENTION : capacite de WS-PPN-ENTRY "
                       "depassee"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PPN-COUNT
               SET PPN-IDX TO WS-PPN-COUNT
               MOVE MST-TYPE TO WS-PPN-TYPE(PPN-IDX)
               MOVE MST-DEVISE TO WS-PPN-DEVISE(PPN-IDX)
               MOVE ZERO TO WS-PPN-POLICES(PPN-IDX)
               MOVE ZERO TO WS-PPN-PRIMES(PPN-IDX)
               MOVE ZERO TO WS-PPN-DEVISE-MT(PPN-IDX)
               MOVE ZERO TO WS-PPN-EUR(PPN-IDX)
           END-IF
           ADD 1 TO WS-PPN-POLICES(PPN-IDX)
           ADD WS-PRIME TO WS-PPN-PRIMES(PPN-IDX)
           ADD WS-UNEARNED TO WS-PPN-DEVISE-MT(PPN-IDX)
           ADD WS-COMMON-MONTANT-EUR TO WS-PPN-EUR(PPN-IDX)
           ADD WS-COMMON-MONTANT-EUR TO WS-TOTAL-EUR
           MOVE MST-TYPE TO WS-MVT-KEY
           PERFORM FIND-OR-ADD-MOVEMENT
           IF WS-MVT-FOUND = 'Y'
               ADD WS-COMMON-MONTANT-EUR TO WS-MVT-CURRENT(MVT-IDX)
           END-IF.

      * Provision par type et devise : primes en devise, part non
      * acquise en devise et en euros, puis total general en euros.
       WRITE-RESERVE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-PPNARPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TYPE DE POLICE" TO WS-REPORT-LINE(1:14)
           MOVE "DEV" TO WS-REPORT-LINE(43:3)
           MOVE "POLICES" TO WS-REPORT-LINE(47:7)
           MOVE "PRIMES DEVISE" TO WS-REPORT-LINE(57:13)
           MOVE "PPNA DEVISE" TO WS-REPORT-LINE(74:11)
           MOVE "PPNA EUR" TO WS-REPORT-LINE(91:8)
           WRITE R-PPNARPT FROM WS-REPORT-LINE
           PERFORM VARYING PPN-IDX FROM 1 BY 1
                   UNTIL PPN-IDX > WS-PPN-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-PPN-TYPE(PPN-IDX) TO WS-REPORT-LINE(1:41)
               MOVE WS-PPN-DEVISE(PPN-IDX) TO WS-REPORT-LINE(43:3)
               MOVE WS-PPN-POLICES(PPN-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(49:5)
               MOVE WS-PPN-PRIMES(PPN-IDX) TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(56:14)
               MOVE WS-PPN-DEVISE-MT(PPN-IDX) TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(71:14)
               MOVE WS-PPN-EUR(PPN-IDX) TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(85:14)
               WRITE R-PPNARPT FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TOTAL PPNA EUR" TO WS-REPORT-LINE(1:14)
           MOVE WS-TOTAL-EUR TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(85:14)
           WRITE R-PPNARPT FROM WS-REPORT-LINE.

      * Variation par type contre le dernier arrete anterieur ; un
      * type sans police active a l'arrete voit sa provision reprise
      * en totalite.
       WRITE-MOVEMENT-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-PPNARPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PREVIOUS-DATE = ZERO
               STRING "VARIATION - aucun arrete anterieur, "
                      "provision precedente nulle"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "VARIATION CONTRE L'ARRETE DU " WS-PREVIOUS-DATE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE R-PPNARPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TYPE DE POLICE" TO WS-REPORT-LINE(1:14)
           MOVE "PRECEDENTE EUR" TO WS-REPORT-LINE(51:14)
           MOVE "ACTUELLE EUR" TO WS-REPORT-LINE(70:12)
           MOVE "VARIATION EUR" TO WS-REPORT-LINE(87:13)
           WRITE R-PPNARPT FROM WS-REPORT-LINE
           PERFORM VARYING MVT-IDX FROM 1 BY 1
                   UNTIL MVT-IDX > WS-MVT-COUNT
               ADD WS-MVT-PREVIOUS(MVT-IDX) TO WS-TOTAL-PREVIOUS
               COMPUTE WS-MVT-DELTA = WS-MVT-CURRENT(MVT-IDX)
                   - WS-MVT-PREVIOUS(MVT-IDX)
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-MVT-TYPE(MVT-IDX) TO WS-REPORT-LINE(1:41)
               MOVE WS-MVT-PREVIOUS(MVT-IDX) TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(51:14)
               MOVE WS-MVT-CURRENT(MVT-IDX) TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(68:14)
               MOVE WS-MVT-DELTA TO WS-SIGNED-EDIT
               MOVE WS-SIGNED-EDIT TO WS-REPORT-LINE(85:15)
               WRITE R-PPNARPT FROM WS-REPORT-LINE
           END-PERFORM
           COMPUTE WS-MVT-DELTA = WS-TOTAL-EUR - WS-TOTAL-PREVIOUS
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TOTAL VARIATION" TO WS-REPORT-LINE(1:15)
           MOVE WS-TOTAL-PREVIOUS TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(51:14)
           MOVE WS-TOTAL-EUR TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(68:14)
           MOVE WS-MVT-DELTA TO WS-SIGNED-EDIT
           MOVE WS-SIGNED-EDIT TO WS-REPORT-LINE(85:15)
           WRITE R-PPNARPT FROM WS-REPORT-LINE.

      * Ecriture de variation datee de l'arrete : deux lignes par
      * type dont la provision a bouge, equilibrees par
      * construction, puis remise a la comptabilite.
       WRITE-GL-POSTINGS.
           PERFORM RESOLVE-CHAIN-RUN-ID
           OPEN OUTPUT F-GLPOST
           MOVE WS-GLPOST-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-ppna-gl.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-GLPOST" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING MVT-IDX FROM 1 BY 1
                   UNTIL MVT-IDX > WS-MVT-COUNT
               COMPUTE WS-MVT-DELTA = WS-MVT-CURRENT(MVT-IDX)
                   - WS-MVT-PREVIOUS(MVT-IDX)
               IF WS-MVT-DELTA NOT = ZERO
                   PERFORM WRITE-GL-TYPE-ENTRY
               END-IF
           END-PERFORM
           CLOSE F-GLPOST
           MOVE "assuppna" TO WS-OUTB-PROGRAM
           MOVE "assurances-ppna-gl.txt" TO WS-OUTB-FILENAME
           MOVE "COMPTABILITE" TO WS-OUTB-DESTINATION
           MOVE WS-GL-DEBIT-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-OUTBOUND-FILE
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY "ERREUR : ecriture PPNA desequilibree"
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-GL-DEBIT-TOTAL TO WS-MONEY-EDIT
           DISPLAY "Ecriture de variation : " WS-GL-LINES
               " lignes, debit = credit = "
               FUNCTION TRIM(WS-MONEY-EDIT) " EUR".

       WRITE-GL-TYPE-ENTRY.
           IF WS-MVT-DELTA > ZERO
               MOVE WS-MVT-DELTA TO WS-MVT-ABS
           ELSE
               COMPUTE WS-MVT-ABS = ZERO - WS-MVT-DELTA
           END-IF
           MOVE SPACES TO R-GLPOST
           MOVE WS-CLOSING-DATE TO GLPOST-DATE
           IF WS-MVT-DELTA > ZERO
               MOVE "D" TO GLPOST-SENS
           ELSE
               MOVE "C" TO GLPOST-SENS
           END-IF
           MOVE WS-ACCOUNT-VARIATION TO GLPOST-COMPTE
           STRING "Variation PPNA " WS-MVT-TYPE(MVT-IDX)
                  DELIMITED BY SIZE INTO GLPOST-LIBELLE
           MOVE WS-MVT-ABS TO GLPOST-MONTANT
           PERFORM WRITE-GL-LINE
           MOVE SPACES TO R-GLPOST
           MOVE WS-CLOSING-DATE TO GLPOST-DATE
           IF WS-MVT-DELTA > ZERO
               MOVE "C" TO GLPOST-SENS
           ELSE
               MOVE "D" TO GLPOST-SENS
           END-IF
           MOVE WS-ACCOUNT-PROVISION TO GLPOST-COMPTE
           STRING "PPNA " WS-MVT-TYPE(MVT-IDX)
                  DELIMITED BY SIZE INTO GLPOST-LIBELLE
           MOVE WS-MVT-ABS TO GLPOST-MONTANT
           PERFORM WRITE-GL-LINE.

       WRITE-GL-LINE.
           IF GLPOST-SENS = "D"
               ADD GLPOST-MONTANT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD GLPOST-MONTANT TO WS-GL-CREDIT-TOTAL
           END-IF
           ADD 1 TO WS-GL-LINES
           MOVE WS-RUN-ID TO GLPOST-RUN-ID
           WRITE R-GLPOST.

      * Reecrit l'historique : les autres arretes tels quels, puis
      * la provision du jour par type et devise. Si l'historique n'a
      * pas tenu en table, le fichier est laisse intact.
       SAVE-RESERVE-HISTORY.
           IF WS-HST-FULL = 'Y'
               DISPLAY "ATTENTION : provision du " WS-CLOSING-DATE
                   " non conservee dans assurances-ppna-reserve.dat"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RESERVE-FILE
           MOVE WS-RESERVE-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-ppna-reserve.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT RESERVE-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING HST-IDX FROM 1 BY 1
                   UNTIL HST-IDX > WS-HST-COUNT
               WRITE R-RESERVE FROM WS-HST-LINE(HST-IDX)
           END-PERFORM
           PERFORM VARYING PPN-IDX FROM 1 BY 1
                   UNTIL PPN-IDX > WS-PPN-COUNT
               MOVE SPACES TO R-RESERVE
               MOVE WS-CLOSING-DATE TO RSV-DATE
               MOVE WS-PPN-TYPE(PPN-IDX) TO RSV-TYPE
               MOVE WS-PPN-DEVISE(PPN-IDX) TO RSV-DEVISE
               MOVE WS-PPN-EUR(PPN-IDX) TO RSV-MONTANT-EUR
               WRITE R-RESERVE
           END-PERFORM
           CLOSE RESERVE-FILE.

           COPY 'FILESTCHK.cpy'.
           COPY 'RATELOAD.cpy'.
           COPY 'RATECNV.cpy'.
           COPY 'PARAMLOAD.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'OUTBWRT.cpy'.

       END PROGRAM assuppna.
