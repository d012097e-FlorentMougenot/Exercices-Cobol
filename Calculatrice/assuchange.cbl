       IDENTIFICATION DIVISION.
       PROGRAM-ID. assuchange.

      * Reevaluation de change de fin de mois des creances en
      * devise : une prime due en USD ou en GBP reste portee au taux
      * du jour ou elle a ete emise, et les restes a recouvrer
      * d'assupay.cbl deviennent faux des que le taux de
      * taux-change.dat bouge. Pour la periode PERIODE (AAAAMM, zero
      * = mois en cours), chaque creance ouverte en devise au
      * dernier jour du mois (prime due, ou echeances arrivees a
      * terme pour une police fractionnee, moins les encaissements
      * dates jusqu'a la fin du mois) est reevaluee au taux de
      * cloture et comparee au taux d'origine et a la reevaluation
      * precedente. L'ecart latent est edite par police et par
      * devise ; les totaux de gains et de pertes latents, et
      * l'extourne de ceux du mois precedent, sont repris par
      * assugl.cbl dans l'extrait comptable.
      * Les taux ne sont connus que par la table du jour : chaque
      * passage verse la table de taux-change.dat, sous sa date de
      * validite, dans l'historique taux-change-historique.dat, qui
      * donne le taux d'origine (le dernier connu a la prise
      * d'effet) et le taux de cloture (le dernier connu a la fin du
      * mois).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSURANCES ASSIGN TO 'assurances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSURANCES-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO 'assurances-payments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-STATUS.

      * Echeancier des polices fractionnees (assuecheance.cbl).
           SELECT ECH-FILE ASSIGN TO 'assurances-echeancier.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

      * Historique des taux : date de validite, devise, taux vers
      * l'EUR a trois decimales implicites.
           SELECT HIST-FILE ASSIGN TO 'taux-change-historique.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * Registre des reevaluations : les lignes de la derniere
      * periode reevaluee, relues pour l'extourne puis remplacees
      * par celles de la periode courante.
           SELECT REVAL-FILE
               ASSIGN TO 'assurances-reevaluation-change.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-STATUS.

      * Etat de reevaluation, relu par assugl.cbl (lignes GL).
           SELECT REPORT-FILE
               ASSIGN TO 'assurances-reevaluation-change.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'RATESEL.cpy'.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="assuchange-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition corrigee que WS-ASSURANCES dans assusaf.cbl.
       FD  ASSURANCES.
       01  WS-ASSURANCES.
           05 WS-NUMERO    PIC X(8).
           05 FILLER       PIC X(1).
           05 WS-NOM       PIC X(14).
           05 FILLER       PIC X(1).
           05 WS-DESC      PIC X(56).
           05 FILLER       PIC X(1).
           05 WS-STATUT    PIC X(8).
           05 FILLER       PIC X(1).
           05 WS-DATE-DEB  PIC X(8).
           05 FILLER       PIC X(1).
           05 WS-DATE-FIN  PIC X(8).
           05 FILLER       PIC X(1).
           05 WS-PRIX      PIC X(9).
           05 FILLER       PIC X(1).
           05 WS-DEVISE    PIC X(5).

      * Meme disposition que PAYMENT-RECORD dans assupay.cbl.
       FD  PAYMENTS-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  PAYMENT-RECORD.
           05 PAY-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 PAY-DATE             PIC X(8).
           05 FILLER               PIC X.
           05 PAY-MONTANT          PIC X(9).
           05 FILLER               PIC X.
           05 PAY-DEVISE           PIC X(3).

      * Meme disposition que R-ECH dans assuecheance.cbl.
       FD  ECH-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  R-ECH.
           05 ECH-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 ECH-RANG             PIC 9(2).
           05 FILLER               PIC X.
           05 ECH-NOMBRE           PIC 9(2).
           05 FILLER               PIC X.
           05 ECH-DATE             PIC 9(8).
           05 FILLER               PIC X.
           05 ECH-MONTANT          PIC 9(7)V99.
           05 FILLER               PIC X.
           05 ECH-DEVISE           PIC X(3).

       FD  HIST-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  R-HIST.
           05 HIST-DATE            PIC 9(8).
           05 FILLER               PIC X.
           05 HIST-DEVISE          PIC X(3).
           05 FILLER               PIC X.
           05 HIST-TAUX            PIC 9V999.

      * Une ligne par creance reevaluee : periode, police, devise,
      * solde en devise, taux d'origine et de cloture, sens (G gain,
      * P perte) et montant de l'ecart latent en EUR.
       FD  REVAL-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  R-REVAL.
           05 REV-PERIODE          PIC 9(6).
           05 FILLER               PIC X.
           05 REV-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 REV-DEVISE           PIC X(3).
           05 FILLER               PIC X.
           05 REV-SOLDE            PIC 9(9)V99.
           05 FILLER               PIC X.
           05 REV-TAUX-ORIGINE     PIC 9V999.
           05 FILLER               PIC X.
           05 REV-TAUX-CLOTURE     PIC 9V999.
           05 FILLER               PIC X.
           05 REV-SENS             PIC X.
           05 FILLER               PIC X.
           05 REV-ECART            PIC 9(9)V99.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REPORT                PIC X(132).

           COPY 'RATEFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ASSURANCES-STATUS    PIC XX.
       01  WS-PAYMENTS-STATUS      PIC XX.
       01  WS-ECH-STATUS           PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-REVAL-STATUS         PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.
           COPY 'RATEWS.cpy'.

       01  WS-COMMON-DEVISE        PIC X(3).
       01  WS-TODAY-8              PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-8.
           05 WS-TODAY-YYYYMM      PIC 9(6).
           05 WS-TODAY-DD          PIC 99.
       01  WS-PERIODE              PIC 9(6) VALUE ZERO.
       01  WS-PERIODE-PARTS REDEFINES WS-PERIODE.
           05 WS-PERIODE-YYYY      PIC 9(4).
           05 WS-PERIODE-MM        PIC 99.
       01  WS-NEXT-MONTH-8         PIC 9(8).
       01  WS-MONTH-END-8          PIC 9(8).
       01  WS-DATE-8               PIC 9(8).
       01  WS-LINE                 PIC X(132).
       01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-OPEN-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-FOUND                PIC X.

      * Historique des taux.
       01  WS-HIST-TABLE.
           05 WS-HIST-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-HIST-ENTRY OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WS-HIST-COUNT
                  INDEXED BY HIST-IDX.
               10 WS-HIST-DATE     PIC 9(8).
               10 WS-HIST-DEVISE   PIC X(3).
               10 WS-HIST-TAUX     PIC 9V999.
       01  WS-HIST-TABLE-MAX       PIC 9(4) VALUE 1000.
       01  WS-HIST-ADDED           PIC 9(3) VALUE ZERO.
      * Recherche : dernier taux de WS-CH-DEVISE connu au plus tard
      * le WS-CH-DATE ; a defaut, et si WS-CH-PLUS-ANCIEN vaut 'Y',
      * le plus ancien connu.
       01  WS-CH-DEVISE            PIC X(3).
       01  WS-CH-DATE              PIC 9(8).
       01  WS-CH-PLUS-ANCIEN       PIC X.
       01  WS-CH-TAUX              PIC 9V999.
       01  WS-CH-FOUND             PIC X.
       01  WS-CH-BEST-DATE         PIC 9(8).
       01  WS-CH-FIRST-DATE        PIC 9(8).
       01  WS-CH-FIRST-TAUX        PIC 9V999.

      * Reevaluation precedente (derniere periode anterieure).
       01  WS-PREV-PERIODE         PIC 9(6) VALUE ZERO.
       01  WS-PREV-TABLE.
           05 WS-PREV-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-PREV-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-PREV-COUNT
                  INDEXED BY PREV-IDX.
               10 WS-PREV-NUMERO   PIC X(8).
               10 WS-PREV-DEVISE   PIC X(3).
               10 WS-PREV-SOLDE    PIC 9(9)V99.
               10 WS-PREV-TAUX-ORIG PIC 9V999.
               10 WS-PREV-TAUX-CLOT PIC 9V999.
               10 WS-PREV-ECART    PIC S9(9)V99.
       01  WS-PREV-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-EXT-GAINS            PIC 9(11)V99 VALUE ZERO.
       01  WS-EXT-PERTES           PIC 9(11)V99 VALUE ZERO.

      * Polices en devise : du et encaisse dans la devise de la
      * police, puis resultat de la reevaluation.
       01  WS-POL-TABLE.
           05 WS-POL-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-POL-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-POL-COUNT
                  INDEXED BY POL-IDX.
               10 WS-POL-NUMERO    PIC X(8).
               10 WS-POL-NOM       PIC X(14).
               10 WS-POL-DEVISE    PIC X(3).
               10 WS-POL-DEB-8     PIC 9(8).
               10 WS-POL-DU        PIC 9(9)V99.
               10 WS-POL-PAYE      PIC 9(9)V99.
       01  WS-POL-TABLE-MAX        PIC 9(4) VALUE 500.
       01  WS-POL-TABLE-FULL       PIC X VALUE 'N'.

      * Echeances des polices fractionnees, montant en devise.
       01  WS-INST-TABLE.
           05 WS-INST-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-INST-ENTRY OCCURS 1 TO 10000 TIMES
                  DEPENDING ON WS-INST-COUNT
                  INDEXED BY INST-IDX.
               10 WS-INST-NUMERO   PIC X(8).
               10 WS-INST-DATE     PIC 9(8).
               10 WS-INST-MONTANT  PIC 9(7)V99.
       01  WS-INST-TABLE-MAX       PIC 9(5) VALUE 10000.
       01  WS-INST-TABLE-FULL      PIC X VALUE 'N'.
       01  WS-INST-FOUND           PIC X.

      * Cumuls par devise.
       01  WS-DEV-TABLE.
           05 WS-DEV-COUNT         PIC 9(2) VALUE ZERO.
           05 WS-DEV-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-DEV-COUNT
                  INDEXED BY DEV-IDX.
               10 WS-DEV-CODE      PIC X(3).
               10 WS-DEV-POLICES   PIC 9(5).
               10 WS-DEV-SOLDE     PIC 9(11)V99.
               10 WS-DEV-EUR-ORIG  PIC 9(11)V99.
               10 WS-DEV-EUR-CLOT  PIC 9(11)V99.
               10 WS-DEV-GAINS     PIC 9(11)V99.
               10 WS-DEV-PERTES    PIC 9(11)V99.
               10 WS-DEV-PRECEDENT PIC S9(11)V99.
       01  WS-DEV-TABLE-MAX        PIC 9(2) VALUE 20.

      * Creance courante.
       01  WS-SOLDE                PIC S9(9)V99.
       01  WS-TAUX-ORIGINE         PIC 9V999.
       01  WS-TAUX-CLOTURE         PIC 9V999.
       01  WS-EUR-ORIGINE          PIC 9(11)V99.
       01  WS-EUR-CLOTURE          PIC 9(11)V99.
       01  WS-ECART                PIC S9(11)V99.
       01  WS-ECART-PRECEDENT      PIC S9(11)V99.
       01  WS-VARIATION            PIC S9(11)V99.
       01  WS-GAINS                PIC 9(11)V99 VALUE ZERO.
       01  WS-PERTES               PIC 9(11)V99 VALUE ZERO.
       01  WS-PAY-EUR              PIC 9(11)V99.

       01  WS-SOLDE-EDIT           PIC Z(8)9.99.
       01  WS-TAUX-EDIT            PIC 9.999.
       01  WS-TAUX-CLOT-EDIT       PIC 9.999.
       01  WS-EUR-EDIT             PIC Z(8)9.99.
       01  WS-EUR-CLOT-EDIT        PIC Z(8)9.99.
       01  WS-SIGNED-EDIT          PIC -(9)9.99.
       01  WS-SIGNED-EDIT-2        PIC -(9)9.99.
       01  WS-SIGNED-EDIT-3        PIC -(9)9.99.
       01  WS-GL-EDIT              PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           IF WS-PERIODE = ZERO
               MOVE WS-TODAY-YYYYMM TO WS-PERIODE
           END-IF
           IF WS-PERIODE-MM < 1 OR WS-PERIODE-MM > 12
               DISPLAY "ERREUR : PERIODE invalide " WS-PERIODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIODE-MM = 12
               COMPUTE WS-NEXT-MONTH-8 =
                   (WS-PERIODE-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-8 =
                   WS-PERIODE * 100 + 101
           END-IF
           COMPUTE WS-MONTH-END-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-8) - 1)
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-RATE-HISTORY
           PERFORM RECORD-CURRENT-RATES
           PERFORM LOAD-PREVIOUS-REVALUATION
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-POLICIES
           PERFORM APPLY-PAYMENTS
           PERFORM WRITE-REVALUATION
           MOVE WS-GAINS TO WS-EUR-EDIT
           MOVE WS-PERTES TO WS-EUR-CLOT-EDIT
           DISPLAY "Reevaluation de change " WS-PERIODE " : "
               WS-OPEN-COUNT " creance(s) en devise, gains latents "
               FUNCTION TRIM(WS-EUR-EDIT) " pertes latentes "
               FUNCTION TRIM(WS-EUR-CLOT-EDIT) " EUR"
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "Creances non reevaluees : " WS-EXCEPTION-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'assuchange-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PERIODE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PERIODE
           END-EVALUATE.

      * Historique absent au premier passage : il demarre avec la
      * table du jour.
       LOAD-RATE-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE AT END
                   MOVE 'Y' TO WS-EOF
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
           CLOSE HIST-FILE
           MOVE 'N' TO WS-EOF.

      * Verse dans l'historique chaque taux de la table du jour qui
      * n'y figure pas encore sous sa date de validite, puis
      * reecrit l'historique s'il a change.
       RECORD-CURRENT-RATES.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > WS-RATE-COUNT
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING HIST-IDX FROM 1 BY 1
                       UNTIL HIST-IDX > WS-HIST-COUNT
                       OR WS-FOUND = 'Y'
                   IF WS-HIST-DATE(HIST-IDX) = WS-RATES-VALIDITY-8
                       AND WS-HIST-DEVISE(HIST-IDX)
                           = WS-RATE-DEVISE(RATE-IDX)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   IF WS-HIST-COUNT >= WS-HIST-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-HIST-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-HIST-COUNT
                       SET HIST-IDX TO WS-HIST-COUNT
                       MOVE WS-RATES-VALIDITY-8
                           TO WS-HIST-DATE(HIST-IDX)
                       MOVE WS-RATE-DEVISE(RATE-IDX)
                           TO WS-HIST-DEVISE(HIST-IDX)
                       MOVE WS-RATE-VALUE(RATE-IDX)
                           TO WS-HIST-TAUX(HIST-IDX)
                       ADD 1 TO WS-HIST-ADDED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIST-ADDED = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HIST-FILE
           MOVE WS-HIST-STATUS TO WS-FILESTAT-CODE
           MOVE "taux-change-historique.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT HIST-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > WS-HIST-COUNT
               MOVE SPACES TO R-HIST
               MOVE WS-HIST-DATE(HIST-IDX) TO HIST-DATE
               MOVE WS-HIST-DEVISE(HIST-IDX) TO HIST-DEVISE
               MOVE WS-HIST-TAUX(HIST-IDX) TO HIST-TAUX
               WRITE R-HIST
           END-PERFORM
           CLOSE HIST-FILE.

      * Dernier taux de WS-CH-DEVISE connu au plus tard le
      * WS-CH-DATE.
       FIND-HISTORY-RATE.
           MOVE 'N' TO WS-CH-FOUND
           MOVE ZERO TO WS-CH-TAUX
           MOVE ZERO TO WS-CH-BEST-DATE
           MOVE 99999999 TO WS-CH-FIRST-DATE
           MOVE ZERO TO WS-CH-FIRST-TAUX
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > WS-HIST-COUNT
               IF WS-HIST-DEVISE(HIST-IDX) = WS-CH-DEVISE
                   IF WS-HIST-DATE(HIST-IDX) <= WS-CH-DATE
                       AND WS-HIST-DATE(HIST-IDX) >= WS-CH-BEST-DATE
                       MOVE WS-HIST-DATE(HIST-IDX) TO WS-CH-BEST-DATE
                       MOVE WS-HIST-TAUX(HIST-IDX) TO WS-CH-TAUX
                       MOVE 'Y' TO WS-CH-FOUND
                   END-IF
                   IF WS-HIST-DATE(HIST-IDX) < WS-CH-FIRST-DATE
                       MOVE WS-HIST-DATE(HIST-IDX)
                           TO WS-CH-FIRST-DATE
                       MOVE WS-HIST-TAUX(HIST-IDX)
                           TO WS-CH-FIRST-TAUX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CH-FOUND = 'N' AND WS-CH-PLUS-ANCIEN = 'Y'
               AND WS-CH-FIRST-DATE NOT = 99999999
               MOVE WS-CH-FIRST-TAUX TO WS-CH-TAUX
               MOVE 'Y' TO WS-CH-FOUND
           END-IF.

      * Garde les lignes de la derniere periode anterieure a la
      * periode traitee (a extourner) ; celles de la periode
      * traitee viennent d'un passage precedent et sont remplacees.
      * Une periode anterieure a la derniere reevaluee est refusee.
       LOAD-PREVIOUS-REVALUATION.
           OPEN INPUT REVAL-FILE
           IF WS-REVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REVAL-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM KEEP-PREVIOUS-LINE
           END-PERFORM
           CLOSE REVAL-FILE
           MOVE 'N' TO WS-EOF
           PERFORM VARYING PREV-IDX FROM 1 BY 1
                   UNTIL PREV-IDX > WS-PREV-COUNT
               IF WS-PREV-ECART(PREV-IDX) > ZERO
                   ADD WS-PREV-ECART(PREV-IDX) TO WS-EXT-GAINS
               ELSE
                   SUBTRACT WS-PREV-ECART(PREV-IDX)
                       FROM WS-EXT-PERTES
               END-IF
           END-PERFORM.

       KEEP-PREVIOUS-LINE.
           IF REV-PERIODE > WS-PERIODE
               DISPLAY "ERREUR : periode " WS-PERIODE
                   " anterieure a la derniere reevaluation "
                   REV-PERIODE
               CLOSE REVAL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REV-PERIODE = WS-PERIODE
               OR REV-PERIODE < WS-PREV-PERIODE
               EXIT PARAGRAPH
           END-IF
           IF REV-PERIODE > WS-PREV-PERIODE
               MOVE REV-PERIODE TO WS-PREV-PERIODE
               MOVE ZERO TO WS-PREV-COUNT
           END-IF
           IF WS-PREV-COUNT >= WS-PREV-TABLE-MAX
               DISPLAY "ATTENTION : capacite de "
                   "WS-PREV-ENTRY depassee"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PREV-COUNT
           SET PREV-IDX TO WS-PREV-COUNT
           MOVE REV-NUMERO TO WS-PREV-NUMERO(PREV-IDX)
           MOVE REV-DEVISE TO WS-PREV-DEVISE(PREV-IDX)
           MOVE REV-SOLDE TO WS-PREV-SOLDE(PREV-IDX)
           MOVE REV-TAUX-ORIGINE TO WS-PREV-TAUX-ORIG(PREV-IDX)
           MOVE REV-TAUX-CLOTURE TO WS-PREV-TAUX-CLOT(PREV-IDX)
           IF REV-SENS = "P"
               COMPUTE WS-PREV-ECART(PREV-IDX) = 0 - REV-ECART
           ELSE
               MOVE REV-ECART TO WS-PREV-ECART(PREV-IDX)
           END-IF.

      * Echeancier facultatif : sans lui, la prime entiere est due
      * des la prise d'effet.
       LOAD-SCHEDULE.
           OPEN INPUT ECH-FILE
           IF WS-ECH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ECH-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-INST-COUNT >= WS-INST-TABLE-MAX
                       IF WS-INST-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-INST-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-INST-ENTRY (" WS-INST-TABLE-MAX
                               ") depassee, echeancier incomplet"
                       END-IF
                   ELSE
                       ADD 1 TO WS-INST-COUNT
                       SET INST-IDX TO WS-INST-COUNT
                       MOVE ECH-NUMERO TO WS-INST-NUMERO(INST-IDX)
                       MOVE ECH-DATE TO WS-INST-DATE(INST-IDX)
                       MOVE ECH-MONTANT
                           TO WS-INST-MONTANT(INST-IDX)
                   END-IF
           END-PERFORM
           CLOSE ECH-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-POLICIES.
           OPEN INPUT ASSURANCES
           MOVE WS-ASSURANCES-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT ASSURANCES" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSURANCES AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM STORE-ONE-POLICY
           END-PERFORM
           CLOSE ASSURANCES
           MOVE 'N' TO WS-EOF.

      * Seules les primes en devise, emises au plus tard a la fin du
      * mois, portent un risque de change.
       STORE-ONE-POLICY.
           IF WS-DEVISE(1:3) = "EUR"
               OR FUNCTION TEST-NUMVAL(WS-PRIX) NOT = 0
               OR WS-DATE-DEB IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-8 =
               FUNCTION NUMVAL(WS-DATE-DEB(5:4)) * 10000 +
               FUNCTION NUMVAL(WS-DATE-DEB(3:2)) * 100 +
               FUNCTION NUMVAL(WS-DATE-DEB(1:2))
           IF WS-DATE-8 > WS-MONTH-END-8
               EXIT PARAGRAPH
           END-IF
           IF WS-POL-COUNT >= WS-POL-TABLE-MAX
               IF WS-POL-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-POL-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de "
                       "WS-POL-ENTRY (" WS-POL-TABLE-MAX
                       ") depassee, reevaluation incomplete"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POL-COUNT
           SET POL-IDX TO WS-POL-COUNT
           MOVE WS-NUMERO TO WS-POL-NUMERO(POL-IDX)
           MOVE WS-NOM TO WS-POL-NOM(POL-IDX)
           MOVE WS-DEVISE(1:3) TO WS-POL-DEVISE(POL-IDX)
           MOVE WS-DATE-8 TO WS-POL-DEB-8(POL-IDX)
           MOVE FUNCTION NUMVAL(WS-PRIX) TO WS-POL-DU(POL-IDX)
           MOVE ZERO TO WS-POL-PAYE(POL-IDX)
      * Police fractionnee : seules les echeances arrivees a terme
      * a la fin du mois sont dues.
           MOVE 'N' TO WS-INST-FOUND
           PERFORM VARYING INST-IDX FROM 1 BY 1
                   UNTIL INST-IDX > WS-INST-COUNT
               IF WS-INST-NUMERO(INST-IDX) = WS-NUMERO
                   IF WS-INST-FOUND = 'N'
                       MOVE 'Y' TO WS-INST-FOUND
                       MOVE ZERO TO WS-POL-DU(POL-IDX)
                   END-IF
                   IF WS-INST-DATE(INST-IDX) <= WS-MONTH-END-8
                       ADD WS-INST-MONTANT(INST-IDX)
                           TO WS-POL-DU(POL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * Encaissements dates au plus tard a la fin du mois : dans la
      * devise de la police, imputes tels quels ; dans une autre
      * devise, ramenes a celle de la police par l'euro.
       APPLY-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYMENTS-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM APPLY-ONE-PAYMENT
           END-PERFORM
           CLOSE PAYMENTS-FILE
           MOVE 'N' TO WS-EOF.

       APPLY-ONE-PAYMENT.
           IF PAY-DATE IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(PAY-MONTANT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-8 =
               FUNCTION NUMVAL(PAY-DATE(5:4)) * 10000 +
               FUNCTION NUMVAL(PAY-DATE(3:2)) * 100 +
               FUNCTION NUMVAL(PAY-DATE(1:2))
           IF WS-DATE-8 > WS-MONTH-END-8
               EXIT PARAGRAPH
           END-IF
           SET POL-IDX TO 1
           SEARCH WS-POL-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-POL-NUMERO(POL-IDX) = PAY-NUMERO
                   CONTINUE
           END-SEARCH
           IF PAY-DEVISE = WS-POL-DEVISE(POL-IDX)
               ADD FUNCTION NUMVAL(PAY-MONTANT) TO WS-POL-PAYE(POL-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-DEVISE TO WS-COMMON-DEVISE
           MOVE FUNCTION NUMVAL(PAY-MONTANT) TO WS-COMMON-MONTANT
           PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
           IF WS-RATE-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMMON-MONTANT-EUR TO WS-PAY-EUR
           SET RATE-IDX TO 1
           SEARCH WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RATE-DEVISE(RATE-IDX) = WS-POL-DEVISE(POL-IDX)
                   IF WS-RATE-VALUE(RATE-IDX) > ZERO
                       COMPUTE WS-POL-PAYE(POL-IDX) ROUNDED =
                           WS-POL-PAYE(POL-IDX)
                           + WS-PAY-EUR / WS-RATE-VALUE(RATE-IDX)
                   END-IF
           END-SEARCH.

      * Etat : une ligne par creance ouverte (et sa ligne d'ecart),
      * un bloc par devise, les extournes de la periode precedente
      * et les quatre lignes GL relues par assugl.cbl ; le registre
      * est reecrit avec la periode precedente et la courante.
       WRITE-REVALUATION.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-reevaluation-change.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT REPORT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT REVAL-FILE
           MOVE WS-REVAL-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-reevaluation-change.dat"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT REVAL-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING PREV-IDX FROM 1 BY 1
                   UNTIL PREV-IDX > WS-PREV-COUNT
               PERFORM REWRITE-PREVIOUS-LINE
           END-PERFORM
           MOVE SPACES TO WS-LINE
           STRING "REEVALUATION DE CHANGE DES CREANCES EN DEVISE - "
                  "PERIODE " WS-PERIODE " - CLOTURE AU "
                  WS-MONTH-END-8 " - EXTOURNE PERIODE "
                  WS-PREV-PERIODE
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-REPORT FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE R-REPORT FROM WS-LINE
           PERFORM VARYING POL-IDX FROM 1 BY 1
                   UNTIL POL-IDX > WS-POL-COUNT
               PERFORM REVALUE-ONE-RECEIVABLE
           END-PERFORM
           PERFORM WRITE-CURRENCY-TOTALS
           MOVE SPACES TO WS-LINE
           WRITE R-REPORT FROM WS-LINE
           MOVE WS-GAINS TO WS-GL-EDIT
           MOVE SPACES TO WS-LINE
           STRING "GL GAINS LATENTS EUR: " WS-GL-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-REPORT FROM WS-LINE
           MOVE WS-PERTES TO WS-GL-EDIT
           MOVE SPACES TO WS-LINE
           STRING "GL PERTES LATENTES EUR: " WS-GL-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-REPORT FROM WS-LINE
           MOVE WS-EXT-GAINS TO WS-GL-EDIT
           MOVE SPACES TO WS-LINE
           STRING "GL EXTOURNE GAINS EUR: " WS-GL-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-REPORT FROM WS-LINE
           MOVE WS-EXT-PERTES TO WS-GL-EDIT
           MOVE SPACES TO WS-LINE
           STRING "GL EXTOURNE PERTES EUR: " WS-GL-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-REPORT FROM WS-LINE
           CLOSE REPORT-FILE
           CLOSE REVAL-FILE.

       REWRITE-PREVIOUS-LINE.
           MOVE SPACES TO R-REVAL
           MOVE WS-PREV-PERIODE TO REV-PERIODE
           MOVE WS-PREV-NUMERO(PREV-IDX) TO REV-NUMERO
           MOVE WS-PREV-DEVISE(PREV-IDX) TO REV-DEVISE
           MOVE WS-PREV-SOLDE(PREV-IDX) TO REV-SOLDE
           MOVE WS-PREV-TAUX-ORIG(PREV-IDX) TO REV-TAUX-ORIGINE
           MOVE WS-PREV-TAUX-CLOT(PREV-IDX) TO REV-TAUX-CLOTURE
           IF WS-PREV-ECART(PREV-IDX) < ZERO
               MOVE "P" TO REV-SENS
               COMPUTE REV-ECART = 0 - WS-PREV-ECART(PREV-IDX)
           ELSE
               MOVE "G" TO REV-SENS
               MOVE WS-PREV-ECART(PREV-IDX) TO REV-ECART
           END-IF
           WRITE R-REVAL.

      * Taux d'origine : celui de la reevaluation precedente s'il y
      * en a une, sinon le dernier connu a la prise d'effet (ou le
      * plus ancien de l'historique) ; taux de cloture : le dernier
      * connu a la fin du mois. Sans taux de cloture, la creance est
      * signalee et n'est pas reevaluee.
       REVALUE-ONE-RECEIVABLE.
           COMPUTE WS-SOLDE = WS-POL-DU(POL-IDX) - WS-POL-PAYE(POL-IDX)
           IF WS-SOLDE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ECART-PRECEDENT
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING PREV-IDX FROM 1 BY 1
                   UNTIL PREV-IDX > WS-PREV-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-PREV-NUMERO(PREV-IDX) = WS-POL-NUMERO(POL-IDX)
                   AND WS-PREV-DEVISE(PREV-IDX)
                       = WS-POL-DEVISE(POL-IDX)
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-PREV-TAUX-ORIG(PREV-IDX)
                       TO WS-TAUX-ORIGINE
                   MOVE WS-PREV-ECART(PREV-IDX) TO WS-ECART-PRECEDENT
               END-IF
           END-PERFORM
           MOVE WS-POL-DEVISE(POL-IDX) TO WS-CH-DEVISE
           IF WS-FOUND = 'N'
               MOVE WS-POL-DEB-8(POL-IDX) TO WS-CH-DATE
               MOVE 'Y' TO WS-CH-PLUS-ANCIEN
               PERFORM FIND-HISTORY-RATE
               MOVE WS-CH-TAUX TO WS-TAUX-ORIGINE
           END-IF
           MOVE WS-MONTH-END-8 TO WS-CH-DATE
           MOVE 'N' TO WS-CH-PLUS-ANCIEN
           PERFORM FIND-HISTORY-RATE
           IF WS-CH-FOUND = 'N' OR WS-TAUX-ORIGINE = ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-SOLDE TO WS-SOLDE-EDIT
               MOVE SPACES TO WS-LINE
               STRING WS-POL-NUMERO(POL-IDX) SPACE
                      WS-POL-DEVISE(POL-IDX)
                      " solde devise: " WS-SOLDE-EDIT
                      " TAUX_INCONNU au " WS-MONTH-END-8
                      ", creance non reevaluee"
                      DELIMITED BY SIZE INTO WS-LINE
               WRITE R-REPORT FROM WS-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-TAUX TO WS-TAUX-CLOTURE
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-EUR-ORIGINE ROUNDED = WS-SOLDE * WS-TAUX-ORIGINE
           COMPUTE WS-EUR-CLOTURE ROUNDED = WS-SOLDE * WS-TAUX-CLOTURE
           COMPUTE WS-ECART = WS-EUR-CLOTURE - WS-EUR-ORIGINE
           COMPUTE WS-VARIATION = WS-ECART - WS-ECART-PRECEDENT
           IF WS-ECART > ZERO
               ADD WS-ECART TO WS-GAINS
           ELSE
               SUBTRACT WS-ECART FROM WS-PERTES
           END-IF
           PERFORM ADD-TO-CURRENCY
           MOVE WS-SOLDE TO WS-SOLDE-EDIT
           MOVE WS-TAUX-ORIGINE TO WS-TAUX-EDIT
           MOVE WS-TAUX-CLOTURE TO WS-TAUX-CLOT-EDIT
           MOVE WS-EUR-ORIGINE TO WS-EUR-EDIT
           MOVE WS-EUR-CLOTURE TO WS-EUR-CLOT-EDIT
           MOVE SPACES TO WS-LINE
           STRING WS-POL-NUMERO(POL-IDX) SPACE WS-POL-NOM(POL-IDX)
                  SPACE WS-POL-DEVISE(POL-IDX)
                  " solde: " WS-SOLDE-EDIT
                  " taux orig: " WS-TAUX-EDIT
                  " clot: " WS-TAUX-CLOT-EDIT
                  " EUR orig: " WS-EUR-EDIT
                  " clot: " WS-EUR-CLOT-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-REPORT FROM WS-LINE
           MOVE WS-ECART TO WS-SIGNED-EDIT
           MOVE WS-ECART-PRECEDENT TO WS-SIGNED-EDIT-2
           MOVE WS-VARIATION TO WS-SIGNED-EDIT-3
           MOVE SPACES TO WS-LINE
           STRING "         ecart latent EUR: " WS-SIGNED-EDIT
                  " precedent: " WS-SIGNED-EDIT-2
                  " variation du mois: " WS-SIGNED-EDIT-3
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-REPORT FROM WS-LINE
           MOVE SPACES TO R-REVAL
           MOVE WS-PERIODE TO REV-PERIODE
           MOVE WS-POL-NUMERO(POL-IDX) TO REV-NUMERO
           MOVE WS-POL-DEVISE(POL-IDX) TO REV-DEVISE
           MOVE WS-SOLDE TO REV-SOLDE
           MOVE WS-TAUX-ORIGINE TO REV-TAUX-ORIGINE
           MOVE WS-TAUX-CLOTURE TO REV-TAUX-CLOTURE
           IF WS-ECART < ZERO
               MOVE "P" TO REV-SENS
               COMPUTE REV-ECART = 0 - WS-ECART
           ELSE
               MOVE "G" TO REV-SENS
               MOVE WS-ECART TO REV-ECART
           END-IF
           WRITE R-REVAL.

       ADD-TO-CURRENCY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING DEV-IDX FROM 1 BY 1
                   UNTIL DEV-IDX > WS-DEV-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-DEV-CODE(DEV-IDX) = WS-POL-DEVISE(POL-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET DEV-IDX DOWN BY 1
           ELSE
               IF WS-DEV-COUNT >= WS-DEV-TABLE-MAX
                   DISPLAY "ATTENTION : capacite de "
                       "WS-DEV-ENTRY depassee"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEV-COUNT
               SET DEV-IDX TO WS-DEV-COUNT
               MOVE WS-POL-DEVISE(POL-IDX) TO WS-DEV-CODE(DEV-IDX)
               MOVE ZERO TO WS-DEV-POLICES(DEV-IDX)
                            WS-DEV-SOLDE(DEV-IDX)
                            WS-DEV-EUR-ORIG(DEV-IDX)
                            WS-DEV-EUR-CLOT(DEV-IDX)
                            WS-DEV-GAINS(DEV-IDX)
                            WS-DEV-PERTES(DEV-IDX)
                            WS-DEV-PRECEDENT(DEV-IDX)
           END-IF
           ADD 1 TO WS-DEV-POLICES(DEV-IDX)
           ADD WS-SOLDE TO WS-DEV-SOLDE(DEV-IDX)
           ADD WS-EUR-ORIGINE TO WS-DEV-EUR-ORIG(DEV-IDX)
           ADD WS-EUR-CLOTURE TO WS-DEV-EUR-CLOT(DEV-IDX)
           ADD WS-ECART-PRECEDENT TO WS-DEV-PRECEDENT(DEV-IDX)
           IF WS-ECART > ZERO
               ADD WS-ECART TO WS-DEV-GAINS(DEV-IDX)
           ELSE
               SUBTRACT WS-ECART FROM WS-DEV-PERTES(DEV-IDX)
           END-IF.

       WRITE-CURRENCY-TOTALS.
           PERFORM VARYING DEV-IDX FROM 1 BY 1
                   UNTIL DEV-IDX > WS-DEV-COUNT
               MOVE SPACES TO WS-LINE
               WRITE R-REPORT FROM WS-LINE
               MOVE WS-DEV-SOLDE(DEV-IDX) TO WS-SOLDE-EDIT
               MOVE WS-DEV-EUR-ORIG(DEV-IDX) TO WS-EUR-EDIT
               MOVE WS-DEV-EUR-CLOT(DEV-IDX) TO WS-EUR-CLOT-EDIT
               MOVE SPACES TO WS-LINE
               STRING "TOTAL DEVISE " WS-DEV-CODE(DEV-IDX)
                      " creances: " WS-DEV-POLICES(DEV-IDX)
                      " solde: " WS-SOLDE-EDIT
                      " EUR orig: " WS-EUR-EDIT
                      " EUR clot: " WS-EUR-CLOT-EDIT
                      DELIMITED BY SIZE INTO WS-LINE
               WRITE R-REPORT FROM WS-LINE
               COMPUTE WS-ECART = WS-DEV-GAINS(DEV-IDX)
                   - WS-DEV-PERTES(DEV-IDX)
               COMPUTE WS-VARIATION = WS-ECART
                   - WS-DEV-PRECEDENT(DEV-IDX)
               MOVE WS-ECART TO WS-SIGNED-EDIT
               MOVE WS-DEV-PRECEDENT(DEV-IDX) TO WS-SIGNED-EDIT-2
               MOVE WS-VARIATION TO WS-SIGNED-EDIT-3
               MOVE SPACES TO WS-LINE
               STRING "         ecart latent EUR: " WS-SIGNED-EDIT
                      " precedent: " WS-SIGNED-EDIT-2
                      " variation du mois: " WS-SIGNED-EDIT-3
                      DELIMITED BY SIZE INTO WS-LINE
               WRITE R-REPORT FROM WS-LINE
           END-PERFORM.

           COPY 'FILESTCHK.cpy'.
           COPY 'RATELOAD.cpy'.
           COPY 'RATECNV.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM assuchange.
