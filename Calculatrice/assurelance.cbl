       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurelance.

      * Relance des primes impayees : l'etat d'assupay.cbl montre
      * l'anciennete des restes a recouvrer, mais les lettres de
      * relance etaient redigees a la main. Meme rapprochement
      * qu'assupay (polices d'assurances.dat, encaissements
      * d'assurances-payments.txt, tout en euros par la table
      * partagee RATEWS/RATECNV), puis un cycle a trois niveaux
      * compte depuis la prise d'effet : rappel a REMINDER_DAYS
      * jours, mise en demeure a NOTICE_DAYS, suspension de garantie
      * a SUSPEND_DAYS (par defaut J+15, J+30, J+40).
      * Pour une police payee par fractions (echeancier
      * assurances-echeancier.dat d'assuecheance.cbl), la prime due
      * se limite, comme dans assupay, aux echeances arrivees a terme
      * le jour de passe, et le cycle court depuis la plus ancienne
      * echeance que les encaissements n'ont pas soldee.
      * Les niveaux partent dans l'ordre, un par passe, et jamais
      * deux fois : l'historique assurances-relances-historique.dat
      * garde chaque lettre envoyee, et un niveau n'est emis que si
      * le precedent est parti depuis au moins l'ecart entre leurs
      * deux seuils (la suspension suit toujours la mise en demeure
      * du delai prevu). Un encaissement impute depuis la derniere
      * lettre (reste du en baisse) arrete le cycle (ligne A de
      * l'historique) ; s'il reste un solde, un nouveau cycle court
      * depuis la date de cet arret.
      * Au dernier niveau, le passage au statut Suspendu n'est pas
      * porte au maitre ici : la transaction STATUT est ajoutee aux
      * avenants d'assurances-avenants.txt, appliques ensuite par
      * assuavenant.cbl avec son journal avant/apres, comme la remise
      * en vigueur (STATUT Actif) d'une police suspendue dont le
      * solde est ensuite encaisse. Une police dont la couverture
      * est deja echue n'est pas suspendue mais signalee pour le
      * contentieux.
      * Lettres dans assurances-relances-lettres.txt, etat des
      * actions de la passe dans assurances-relances.txt ; date de
      * passe DUNNING_DATE (AAAAMMJJ, zero = aujourd'hui).
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

      * Une ligne par evenement du cycle : niveau de lettre (1, 2,
      * 3) ou arret sur paiement (A), date AAAAMMJJ, reste du en
      * euros a cette date.
           SELECT HISTO-FILE
               ASSIGN TO 'assurances-relances-historique.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT LETTRE-FILE
               ASSIGN TO 'assurances-relances-lettres.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTRE-STATUS.

           SELECT RELRPT-FILE ASSIGN TO 'assurances-relances.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELRPT-STATUS.

      * Meme fichier de mouvements que lit assuavenant.cbl.
           SELECT AVENANT-FILE ASSIGN TO 'assurances-avenants.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVENANT-STATUS.

           COPY 'RATESEL.cpy'.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="assurelance-params.cfg"==.

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

       FD  HISTO-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  R-HISTO.
           05 HST-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 HST-CODE             PIC X.
           05 FILLER               PIC X.
           05 HST-DATE             PIC 9(8).
           05 FILLER               PIC X.
           05 HST-RESTE-EUR        PIC 9(9)V99.

       FD  LETTRE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  R-LETTRE                PIC X(80).

       FD  RELRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-RELRPT                PIC X(132).

      * Meme disposition que R-AVENANT dans assuavenant.cbl.
       FD  AVENANT-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  R-AVENANT.
           05 AVT-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 AVT-CHAMP            PIC X(8).
           05 FILLER               PIC X.
           05 AVT-VALEUR           PIC X(41).
           05 FILLER               PIC X.
           05 AVT-DATE             PIC X(8).

           COPY 'RATEFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ASSURANCES-STATUS  PIC XX.
       01  WS-PAYMENTS-STATUS    PIC XX.
       01  WS-ECH-STATUS         PIC XX.
       01  WS-HISTO-STATUS       PIC XX.
       01  WS-LETTRE-STATUS      PIC XX.
       01  WS-RELRPT-STATUS      PIC XX.
       01  WS-AVENANT-STATUS     PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.

      * Conversion en euros partagee avec assupay.
       01  WS-COMMON-DEVISE      PIC X(3).
           COPY 'RATEWS.cpy'.

      * Seuils du cycle en jours depuis l'echeance, par niveau.
       01  WS-LEVEL-DAYS-TABLE.
           05 WS-REMINDER-DAYS   PIC 9(3) VALUE 15.
           05 WS-NOTICE-DAYS     PIC 9(3) VALUE 30.
           05 WS-SUSPEND-DAYS    PIC 9(3) VALUE 40.
       01  WS-LEVEL-DAYS-R REDEFINES WS-LEVEL-DAYS-TABLE.
           05 WS-LEVEL-DAYS      PIC 9(3) OCCURS 3 TIMES.

       01  WS-TODAY-8            PIC 9(8).
       01  WS-RUN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-RUN-INT            PIC 9(7).
       01  WS-RUN-DDMMYYYY       PIC X(8).
       01  WS-WORK-DATE-8        PIC 9(8).
       01  WS-DUE-DATE-8         PIC 9(8).
       01  WS-AGE-DAYS           PIC S9(6).
       01  WS-GAP-DAYS           PIC S9(6).
       01  WS-SHORTFALL          PIC S9(9)V99.
       01  WS-NEXT-LEVEL         PIC 9.
       01  WS-PREV-LEVEL         PIC 9.
       01  WS-SUSPEND-DATE-8     PIC 9(8).
       01  WS-ACTION             PIC X(60).
       01  WS-MONEY-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DATE-EDIT          PIC X(10).
       01  WS-REPORT-LINE        PIC X(132).
       01  WS-LETTRE-LINE        PIC X(80).
       01  WS-PAYMENT-DATE-8     PIC 9(8).
       01  WS-INST-FOUND         PIC X.
       01  WS-PAID-REMAINING     PIC S9(9)V99.
      * Echeance relancee (JJMMAAAA) : prise d'effet, ou plus
      * ancienne echeance impayee d'une police fractionnee.
       01  WS-ECHEANCE-TEXT      PIC X(8).

       01  WS-LETTERS-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-LEVEL-COUNTS.
           05 WS-LEVEL-COUNT     PIC 9(5) OCCURS 3 TIMES.
       01  WS-STOPPED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-WAITING-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-EXPIRED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-UNMATCHED-COUNT    PIC 9(5) VALUE ZERO.

      * Polices chargees en memoire : prime due et encaissements en
      * euros (comme assupay), dernier paiement, et etat du cycle
      * relu de l'historique.
       01  WS-POLICY-TABLE.
           05 WS-POLICY-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-POLICY-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-POLICY-COUNT
                  INDEXED BY POLICY-IDX.
               10 WS-POLICY-NUMERO   PIC X(8).
               10 WS-POLICY-NOM      PIC X(14).
               10 WS-POLICY-STATUT   PIC X(8).
               10 WS-POLICY-DATE-DEB PIC X(8).
               10 WS-POLICY-DATE-FIN PIC X(8).
               10 WS-POLICY-DUE-EUR  PIC 9(9)V99.
               10 WS-POLICY-PAID-EUR PIC 9(9)V99.
               10 WS-POLICY-LAST-PAY PIC 9(8).
               10 WS-POLICY-LEVEL    PIC 9.
               10 WS-POLICY-LEVEL-DT PIC 9(8).
               10 WS-POLICY-LEVEL-RESTE PIC 9(9)V99.
               10 WS-POLICY-CYCLE-DT PIC 9(8).
               10 WS-POLICY-FRACT    PIC X.
       01  WS-POLICY-TABLE-MAX   PIC 9(4) VALUE 500.
       01  WS-POLICY-TABLE-FULL  PIC X VALUE 'N'.

      * Echeances des polices fractionnees, dans l'ordre de
      * l'echeancier (rang croissant par police), montant en euros.
       01  WS-INST-TABLE.
           05 WS-INST-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-INST-ENTRY OCCURS 1 TO 10000 TIMES
                  DEPENDING ON WS-INST-COUNT
                  INDEXED BY INST-IDX.
               10 WS-INST-NUMERO   PIC X(8).
               10 WS-INST-DATE     PIC 9(8).
               10 WS-INST-EUR      PIC 9(9)V99.
       01  WS-INST-TABLE-MAX     PIC 9(5) VALUE 10000.
       01  WS-INST-TABLE-FULL    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-RUN-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-RUN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
               DISPLAY "ERREUR : date de passe DUNNING_DATE invalide "
                   WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REMINDER-DAYS >= WS-NOTICE-DAYS
               OR WS-NOTICE-DAYS >= WS-SUSPEND-DAYS
               DISPLAY "ATTENTION : seuils de relance non croissants, "
                   "seuils par defaut 15/30/40 retenus"
               MOVE 15 TO WS-REMINDER-DAYS
               MOVE 30 TO WS-NOTICE-DAYS
               MOVE 40 TO WS-SUSPEND-DAYS
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DDMMYYYY(1:2)
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-DDMMYYYY(3:2)
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-DDMMYYYY(5:4)
           MOVE ZERO TO WS-LEVEL-COUNT(1)
           MOVE ZERO TO WS-LEVEL-COUNT(2)
           MOVE ZERO TO WS-LEVEL-COUNT(3)
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-POLICIES
           PERFORM APPLY-PAYMENTS
           PERFORM LOAD-DUNNING-HISTORY
           PERFORM OPEN-RUN-FILES
           PERFORM VARYING POLICY-IDX FROM 1 BY 1
                   UNTIL POLICY-IDX > WS-POLICY-COUNT
               IF WS-POLICY-STATUT(POLICY-IDX) = "Actif"
                   PERFORM DUN-ONE-POLICY
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-RELRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Lettres " WS-LETTERS-COUNT
                  " - rappels " WS-LEVEL-COUNT(1)
                  " - demeures " WS-LEVEL-COUNT(2)
                  " - suspensions " WS-LEVEL-COUNT(3)
                  " - arrets " WS-STOPPED-COUNT
                  " - en attente " WS-WAITING-COUNT
                  " - contentieux " WS-EXPIRED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-RELRPT FROM WS-REPORT-LINE
           CLOSE RELRPT-FILE
           CLOSE LETTRE-FILE
           CLOSE HISTO-FILE
           CLOSE AVENANT-FILE
           DISPLAY "Relances du " WS-RUN-DATE " : " WS-LETTERS-COUNT
               " lettre(s), " WS-LEVEL-COUNT(3)
               " suspension(s) transmise(s) a assuavenant"
           DISPLAY "Paiements non imputes : " WS-UNMATCHED-COUNT
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'assurelance-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "REMINDER_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-REMINDER-DAYS
               WHEN "NOTICE_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-NOTICE-DAYS
               WHEN "SUSPEND_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-SUSPEND-DAYS
               WHEN "DUNNING_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-RUN-DATE
           END-EVALUATE.

      * Echeancier facultatif : sans lui, toutes les polices sont
      * dues en une fois depuis leur prise d'effet.
       LOAD-SCHEDULE.
           OPEN INPUT ECH-FILE
           IF WS-ECH-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ECH-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STORE-ONE-INSTALMENT
               END-PERFORM
               CLOSE ECH-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-ONE-INSTALMENT.
           IF WS-INST-COUNT >= WS-INST-TABLE-MAX
               IF WS-INST-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-INST-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de "
                       "WS-INST-ENTRY (" WS-INST-TABLE-MAX
                       ") depassee, echeancier incomplet"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INST-COUNT
           SET INST-IDX TO WS-INST-COUNT
           MOVE ECH-NUMERO TO WS-INST-NUMERO(INST-IDX)
           MOVE ECH-DATE TO WS-INST-DATE(INST-IDX)
           MOVE ECH-DEVISE TO WS-COMMON-DEVISE
           MOVE ECH-MONTANT TO WS-COMMON-MONTANT
           PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
           MOVE WS-COMMON-MONTANT-EUR TO WS-INST-EUR(INST-IDX).

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

      * Memes regles de retenue que STORE-ONE-POLICY d'assupay : les
      * montants non numeriques sont ecartes, une devise inconnue
      * laisse la prime due a zero (rien a relancer).
       STORE-ONE-POLICY.
           IF FUNCTION TEST-NUMVAL(WS-PRIX) = 0
               IF WS-POLICY-COUNT >= WS-POLICY-TABLE-MAX
                   IF WS-POLICY-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-POLICY-TABLE-FULL
                       DISPLAY "ATTENTION : capacite de "
                           "WS-POLICY-ENTRY (" WS-POLICY-TABLE-MAX
                           ") depassee, relances incompletes"
                   END-IF
               ELSE
                   ADD 1 TO WS-POLICY-COUNT
                   SET POLICY-IDX TO WS-POLICY-COUNT
                   MOVE WS-NUMERO TO WS-POLICY-NUMERO(POLICY-IDX)
                   MOVE WS-NOM TO WS-POLICY-NOM(POLICY-IDX)
                   MOVE WS-STATUT TO WS-POLICY-STATUT(POLICY-IDX)
                   MOVE WS-DATE-DEB TO WS-POLICY-DATE-DEB(POLICY-IDX)
                   MOVE WS-DATE-FIN TO WS-POLICY-DATE-FIN(POLICY-IDX)
                   MOVE WS-DEVISE(1:3) TO WS-COMMON-DEVISE
                   MOVE FUNCTION NUMVAL(WS-PRIX) TO WS-COMMON-MONTANT
                   PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
                   IF WS-RATE-FOUND-FLAG = 'N'
                       DISPLAY "DEVISE_INCONNUE police " WS-NUMERO
                           " devise " WS-COMMON-DEVISE
                           " : prime due non convertie"
                   END-IF
                   MOVE WS-COMMON-MONTANT-EUR TO
                       WS-POLICY-DUE-EUR(POLICY-IDX)
                   MOVE ZERO TO WS-POLICY-PAID-EUR(POLICY-IDX)
                   MOVE ZERO TO WS-POLICY-LAST-PAY(POLICY-IDX)
                   MOVE ZERO TO WS-POLICY-LEVEL(POLICY-IDX)
                   MOVE ZERO TO WS-POLICY-LEVEL-DT(POLICY-IDX)
                   MOVE ZERO TO WS-POLICY-LEVEL-RESTE(POLICY-IDX)
                   MOVE ZERO TO WS-POLICY-CYCLE-DT(POLICY-IDX)
                   MOVE 'N' TO WS-POLICY-FRACT(POLICY-IDX)
                   PERFORM SUM-INSTALMENTS-DUE
               END-IF
           END-IF.

      * Police fractionnee : la prime due se limite aux echeances
      * dont la date est atteinte le jour de passe (meme regle que
      * SUM-INSTALMENTS-DUE d'assupay).
       SUM-INSTALMENTS-DUE.
           MOVE 'N' TO WS-INST-FOUND
           PERFORM VARYING INST-IDX FROM 1 BY 1
                   UNTIL INST-IDX > WS-INST-COUNT
               IF WS-INST-NUMERO(INST-IDX) = WS-NUMERO
                   IF WS-INST-FOUND = 'N'
                       MOVE 'Y' TO WS-INST-FOUND
                       MOVE 'Y' TO WS-POLICY-FRACT(POLICY-IDX)
                       MOVE ZERO TO WS-POLICY-DUE-EUR(POLICY-IDX)
                   END-IF
                   IF WS-INST-DATE(INST-IDX) <= WS-RUN-DATE
                       ADD WS-INST-EUR(INST-IDX)
                           TO WS-POLICY-DUE-EUR(POLICY-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * Encaissements imputes comme dans assupay ; seuls ceux dates
      * au plus tard le jour de passe comptent, et la date du plus
      * recent est citee a l'arret du cycle.
       APPLY-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYMENTS-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-PAYMENT
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-ONE-PAYMENT.
           MOVE ZERO TO WS-PAYMENT-DATE-8
           IF PAY-DATE IS NUMERIC
               COMPUTE WS-PAYMENT-DATE-8 =
                   FUNCTION NUMVAL(PAY-DATE(5:4)) * 10000 +
                   FUNCTION NUMVAL(PAY-DATE(3:2)) * 100 +
                   FUNCTION NUMVAL(PAY-DATE(1:2))
           END-IF
           IF WS-PAYMENT-DATE-8 > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           SET POLICY-IDX TO 1
           SEARCH WS-POLICY-ENTRY
               AT END
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN WS-POLICY-NUMERO(POLICY-IDX) = PAY-NUMERO
                   MOVE PAY-DEVISE TO WS-COMMON-DEVISE
                   MOVE FUNCTION NUMVAL(PAY-MONTANT)
                       TO WS-COMMON-MONTANT
                   PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
                   IF WS-RATE-FOUND-FLAG = 'N'
                       ADD 1 TO WS-UNMATCHED-COUNT
                   ELSE
                       ADD WS-COMMON-MONTANT-EUR TO
                           WS-POLICY-PAID-EUR(POLICY-IDX)
                       IF WS-PAYMENT-DATE-8
                           > WS-POLICY-LAST-PAY(POLICY-IDX)
                           MOVE WS-PAYMENT-DATE-8
                               TO WS-POLICY-LAST-PAY(POLICY-IDX)
                       END-IF
                   END-IF
           END-SEARCH.

      * Rejoue l'historique dans l'ordre d'ecriture : une lettre
      * fixe le dernier niveau envoye et sa date, un arret remet le
      * niveau a zero et ouvre un nouveau cycle a sa date.
       LOAD-DUNNING-HISTORY.
           OPEN INPUT HISTO-FILE
           IF WS-HISTO-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTO-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM REPLAY-ONE-HISTORY-LINE
               END-PERFORM
               CLOSE HISTO-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       REPLAY-ONE-HISTORY-LINE.
           SET POLICY-IDX TO 1
           SEARCH WS-POLICY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-POLICY-NUMERO(POLICY-IDX) = HST-NUMERO
                   EVALUATE HST-CODE
                       WHEN "1" WHEN "2" WHEN "3"
                           MOVE HST-CODE
                               TO WS-POLICY-LEVEL(POLICY-IDX)
                           MOVE HST-DATE
                               TO WS-POLICY-LEVEL-DT(POLICY-IDX)
                           MOVE HST-RESTE-EUR
                               TO WS-POLICY-LEVEL-RESTE(POLICY-IDX)
                       WHEN "A"
                           MOVE ZERO TO WS-POLICY-LEVEL(POLICY-IDX)
                           MOVE ZERO TO WS-POLICY-LEVEL-DT(POLICY-IDX)
                           MOVE HST-DATE
                               TO WS-POLICY-CYCLE-DT(POLICY-IDX)
                   END-EVALUATE
           END-SEARCH.

       OPEN-RUN-FILES.
           OPEN OUTPUT RELRPT-FILE
           MOVE WS-RELRPT-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-relances.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT RELRPT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT LETTRE-FILE
           MOVE WS-LETTRE-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-relances-lettres.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT LETTRE-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN EXTEND HISTO-FILE
           IF WS-HISTO-STATUS = "05" OR WS-HISTO-STATUS = "35"
               OPEN OUTPUT HISTO-FILE
           END-IF
           MOVE WS-HISTO-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-relances-historique.dat"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN HISTO-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN EXTEND AVENANT-FILE
           IF WS-AVENANT-STATUS = "05" OR WS-AVENANT-STATUS = "35"
               OPEN OUTPUT AVENANT-FILE
           END-IF
           MOVE WS-AVENANT-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-avenants.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN AVENANT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RELANCES DE PRIMES IMPAYEES DU " WS-RUN-DATE
                  " - SEUILS J+" WS-REMINDER-DAYS
                  " / J+" WS-NOTICE-DAYS " / J+" WS-SUSPEND-DAYS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-RELRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-RELRPT FROM WS-REPORT-LINE.

      * Cycle d'une police active : arret si un paiement a ete
      * impute depuis la derniere lettre, puis niveau suivant si le
      * reste du est positif, le seuil atteint et l'ecart avec la
      * lettre precedente respecte. Le cycle court depuis
      * l'echeance impayee (FIND-POLICY-DUE-DATE), ou depuis le
      * dernier arret s'il est plus recent.
       DUN-ONE-POLICY.
           COMPUTE WS-SHORTFALL =
               WS-POLICY-DUE-EUR(POLICY-IDX)
               - WS-POLICY-PAID-EUR(POLICY-IDX)
           PERFORM FIND-POLICY-DUE-DATE
      * Une nouvelle echeance arrivee a terme peut masquer dans le
      * reste du un paiement recu depuis la lettre : la date du
      * paiement arrete aussi le cycle.
           IF WS-POLICY-LEVEL(POLICY-IDX) > ZERO
               AND (WS-SHORTFALL < WS-POLICY-LEVEL-RESTE(POLICY-IDX)
                   OR WS-POLICY-LAST-PAY(POLICY-IDX)
                       > WS-POLICY-LEVEL-DT(POLICY-IDX))
               PERFORM STOP-CYCLE-ON-PAYMENT
           END-IF
           IF WS-SHORTFALL <= ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-POLICY-CYCLE-DT(POLICY-IDX) > WS-DUE-DATE-8
               MOVE WS-POLICY-CYCLE-DT(POLICY-IDX) TO WS-DUE-DATE-8
           END-IF
           IF WS-DUE-DATE-8 = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS =
               WS-RUN-INT - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-8)
           MOVE WS-POLICY-LEVEL(POLICY-IDX) TO WS-PREV-LEVEL
           IF WS-PREV-LEVEL >= 3
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-LEVEL = WS-PREV-LEVEL + 1
           IF WS-AGE-DAYS < WS-LEVEL-DAYS(WS-NEXT-LEVEL)
               EXIT PARAGRAPH
           END-IF
           IF WS-PREV-LEVEL > ZERO
               COMPUTE WS-GAP-DAYS = WS-RUN-INT
                   - FUNCTION INTEGER-OF-DATE(
                       WS-POLICY-LEVEL-DT(POLICY-IDX))
               IF WS-GAP-DAYS < WS-LEVEL-DAYS(WS-NEXT-LEVEL)
                   - WS-LEVEL-DAYS(WS-PREV-LEVEL)
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE "niveau suivant differe (ecart mini)"
                       TO WS-ACTION
                   PERFORM WRITE-ACTION-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-NEXT-LEVEL = 3
               PERFORM CHECK-COVER-NOT-EXPIRED
               IF WS-ACTION NOT = SPACES
                   ADD 1 TO WS-EXPIRED-COUNT
                   PERFORM WRITE-ACTION-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SEND-LEVEL-LETTER.

      * Date d'echeance de la police dans WS-DUE-DATE-8 (zero si
      * invalide) et son libelle JJMMAAAA dans WS-ECHEANCE-TEXT :
      * prise d'effet, ou pour une police fractionnee la plus
      * ancienne echeance arrivee a terme que les encaissements ne
      * soldent pas (ils soldent les echeances de la plus ancienne a
      * la plus recente, comme dans assupay).
       FIND-POLICY-DUE-DATE.
           MOVE ZERO TO WS-DUE-DATE-8
           MOVE WS-POLICY-DATE-DEB(POLICY-IDX) TO WS-ECHEANCE-TEXT
           IF WS-POLICY-FRACT(POLICY-IDX) = 'Y'
               MOVE WS-POLICY-PAID-EUR(POLICY-IDX)
                   TO WS-PAID-REMAINING
               PERFORM VARYING INST-IDX FROM 1 BY 1
                       UNTIL INST-IDX > WS-INST-COUNT
                          OR WS-DUE-DATE-8 > ZERO
                   IF WS-INST-NUMERO(INST-IDX) =
                           WS-POLICY-NUMERO(POLICY-IDX)
                       AND WS-INST-DATE(INST-IDX) <= WS-RUN-DATE
                       IF WS-PAID-REMAINING >= WS-INST-EUR(INST-IDX)
                           SUBTRACT WS-INST-EUR(INST-IDX)
                               FROM WS-PAID-REMAINING
                       ELSE
                           MOVE WS-INST-DATE(INST-IDX)
                               TO WS-DUE-DATE-8
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DUE-DATE-8 > ZERO
                   MOVE WS-DUE-DATE-8(7:2) TO WS-ECHEANCE-TEXT(1:2)
                   MOVE WS-DUE-DATE-8(5:2) TO WS-ECHEANCE-TEXT(3:2)
                   MOVE WS-DUE-DATE-8(1:4) TO WS-ECHEANCE-TEXT(5:4)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-POLICY-DATE-DEB(POLICY-IDX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUE-DATE-8 =
               FUNCTION NUMVAL(WS-POLICY-DATE-DEB(POLICY-IDX)(5:4))
               * 10000 +
               FUNCTION NUMVAL(WS-POLICY-DATE-DEB(POLICY-IDX)(3:2))
               * 100 +
               FUNCTION NUMVAL(WS-POLICY-DATE-DEB(POLICY-IDX)(1:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE-8) NOT = 0
               MOVE ZERO TO WS-DUE-DATE-8
           END-IF.

      * Paiement recu depuis la derniere lettre (reste du inferieur
      * a celui de la lettre, y compris pour un paiement date plus
      * tot mais impute depuis) : le cycle s'arrete a la date de
      * passe, qui ouvre le suivant s'il reste un solde. Une police
      * suspendue puis soldee est remise en vigueur.
       STOP-CYCLE-ON-PAYMENT.
           ADD 1 TO WS-STOPPED-COUNT
           MOVE SPACES TO R-HISTO
           MOVE WS-POLICY-NUMERO(POLICY-IDX) TO HST-NUMERO
           MOVE "A" TO HST-CODE
           MOVE WS-RUN-DATE TO HST-DATE
           IF WS-SHORTFALL > ZERO
               MOVE WS-SHORTFALL TO HST-RESTE-EUR
           ELSE
               MOVE ZERO TO HST-RESTE-EUR
           END-IF
           WRITE R-HISTO
           MOVE SPACES TO WS-ACTION
           STRING "cycle arrete, paiement du "
                  WS-POLICY-LAST-PAY(POLICY-IDX)
                  DELIMITED BY SIZE INTO WS-ACTION
      * Police suspendue et soldee : la remise en vigueur passe par
      * le meme fichier d'avenants que la suspension.
           IF WS-POLICY-LEVEL(POLICY-IDX) = 3
               AND WS-SHORTFALL <= ZERO
               MOVE SPACES TO R-AVENANT
               MOVE WS-POLICY-NUMERO(POLICY-IDX) TO AVT-NUMERO
               MOVE "STATUT" TO AVT-CHAMP
               MOVE "Actif" TO AVT-VALEUR
               MOVE WS-RUN-DDMMYYYY TO AVT-DATE
               WRITE R-AVENANT
               MOVE WS-ACTION TO WS-REPORT-LINE
               MOVE SPACES TO WS-ACTION
               STRING WS-REPORT-LINE(1:34)
                      ", remise en vigueur emise"
                      DELIMITED BY SIZE INTO WS-ACTION
           END-IF
           MOVE ZERO TO WS-POLICY-LEVEL(POLICY-IDX)
           MOVE ZERO TO WS-POLICY-LEVEL-DT(POLICY-IDX)
           MOVE WS-RUN-DATE TO WS-POLICY-CYCLE-DT(POLICY-IDX)
           PERFORM WRITE-ACTION-LINE.

      * La suspension n'a d'objet que si la couverture court encore
      * a la date de passe ; sinon motif dans WS-ACTION.
       CHECK-COVER-NOT-EXPIRED.
           MOVE SPACES TO WS-ACTION
           IF WS-POLICY-DATE-FIN(POLICY-IDX) IS NOT NUMERIC
               MOVE "date de fin invalide, suspension impossible"
                   TO WS-ACTION
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-DATE-8 =
               FUNCTION NUMVAL(WS-POLICY-DATE-FIN(POLICY-IDX)(5:4))
               * 10000 +
               FUNCTION NUMVAL(WS-POLICY-DATE-FIN(POLICY-IDX)(3:2))
               * 100 +
               FUNCTION NUMVAL(WS-POLICY-DATE-FIN(POLICY-IDX)(1:2))
           IF WS-WORK-DATE-8 < WS-RUN-DATE
               MOVE "couverture echue, a transmettre au contentieux"
                   TO WS-ACTION
           END-IF.

       SEND-LEVEL-LETTER.
           ADD 1 TO WS-LETTERS-COUNT
           ADD 1 TO WS-LEVEL-COUNT(WS-NEXT-LEVEL)
           PERFORM WRITE-LETTER
           MOVE SPACES TO R-HISTO
           MOVE WS-POLICY-NUMERO(POLICY-IDX) TO HST-NUMERO
           MOVE WS-NEXT-LEVEL TO HST-CODE
           MOVE WS-RUN-DATE TO HST-DATE
           MOVE WS-SHORTFALL TO HST-RESTE-EUR
           WRITE R-HISTO
           MOVE WS-NEXT-LEVEL TO WS-POLICY-LEVEL(POLICY-IDX)
           MOVE WS-RUN-DATE TO WS-POLICY-LEVEL-DT(POLICY-IDX)
           MOVE SPACES TO WS-ACTION
           EVALUATE WS-NEXT-LEVEL
               WHEN 1
                   MOVE "lettre de rappel" TO WS-ACTION
               WHEN 2
                   MOVE "mise en demeure" TO WS-ACTION
               WHEN 3
                   MOVE "suspension, avenant STATUT Suspendu emis"
                       TO WS-ACTION
                   MOVE SPACES TO R-AVENANT
                   MOVE WS-POLICY-NUMERO(POLICY-IDX) TO AVT-NUMERO
                   MOVE "STATUT" TO AVT-CHAMP
                   MOVE "Suspendu" TO AVT-VALEUR
                   MOVE WS-RUN-DDMMYYYY TO AVT-DATE
                   WRITE R-AVENANT
           END-EVALUATE
           PERFORM WRITE-ACTION-LINE.

       WRITE-ACTION-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SHORTFALL > ZERO
               MOVE WS-SHORTFALL TO WS-MONEY-EDIT
           ELSE
               MOVE ZERO TO WS-MONEY-EDIT
           END-IF
           STRING WS-POLICY-NUMERO(POLICY-IDX) SPACE
                  WS-POLICY-NOM(POLICY-IDX)
                  " echeance " WS-ECHEANCE-TEXT
                  " reste EUR " WS-MONEY-EDIT
                  " : " WS-ACTION
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-RELRPT FROM WS-REPORT-LINE.

      * Lettre d'une page du niveau courant, separee de la suivante
      * par un cadre.
       WRITE-LETTER.
           MOVE WS-RUN-DATE(7:2) TO WS-DATE-EDIT(1:2)
           MOVE "/" TO WS-DATE-EDIT(3:1)
           MOVE WS-RUN-DATE(5:2) TO WS-DATE-EDIT(4:2)
           MOVE "/" TO WS-DATE-EDIT(6:1)
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-EDIT(7:4)
           MOVE WS-SHORTFALL TO WS-MONEY-EDIT
           MOVE ALL "=" TO WS-LETTRE-LINE
           WRITE R-LETTRE FROM WS-LETTRE-LINE
           EVALUATE WS-NEXT-LEVEL
               WHEN 1
                   MOVE "RAPPEL DE PRIME" TO WS-LETTRE-LINE
               WHEN 2
                   MOVE "MISE EN DEMEURE DE PAYER LA PRIME"
                       TO WS-LETTRE-LINE
               WHEN 3
                   MOVE "SUSPENSION DE GARANTIE POUR NON-PAIEMENT"
                       TO WS-LETTRE-LINE
           END-EVALUATE
           WRITE R-LETTRE FROM WS-LETTRE-LINE
           MOVE SPACES TO WS-LETTRE-LINE
           STRING "Le " WS-DATE-EDIT " - Reference : REL-"
                  WS-POLICY-NUMERO(POLICY-IDX) "-" WS-RUN-DATE
                  "-" WS-NEXT-LEVEL
                  DELIMITED BY SIZE INTO WS-LETTRE-LINE
           WRITE R-LETTRE FROM WS-LETTRE-LINE
           MOVE SPACES TO WS-LETTRE-LINE
           STRING "Titulaire : " WS-POLICY-NOM(POLICY-IDX)
                  "  police " WS-POLICY-NUMERO(POLICY-IDX)
                  DELIMITED BY SIZE INTO WS-LETTRE-LINE
           WRITE R-LETTRE FROM WS-LETTRE-LINE
           MOVE SPACES TO WS-LETTRE-LINE
           STRING "Prime echue le " WS-ECHEANCE-TEXT
                  " - reste du : " FUNCTION TRIM(WS-MONEY-EDIT)
                  " EUR"
                  DELIMITED BY SIZE INTO WS-LETTRE-LINE
           WRITE R-LETTRE FROM WS-LETTRE-LINE
           MOVE SPACES TO WS-LETTRE-LINE
           WRITE R-LETTRE FROM WS-LETTRE-LINE
           EVALUATE WS-NEXT-LEVEL
               WHEN 1
                   MOVE "Sauf erreur de notre part, votre prime "
                       & "reste impayee a ce jour." TO WS-LETTRE-LINE
                   WRITE R-LETTRE FROM WS-LETTRE-LINE
                   MOVE "Nous vous remercions de bien vouloir la "
                       & "regler des reception." TO WS-LETTRE-LINE
                   WRITE R-LETTRE FROM WS-LETTRE-LINE
               WHEN 2
                   COMPUTE WS-SUSPEND-DATE-8 =
                       FUNCTION DATE-OF-INTEGER(WS-RUN-INT
                       + WS-SUSPEND-DAYS - WS-NOTICE-DAYS)
                   MOVE "Malgre notre rappel, votre prime reste "
                       & "impayee. Nous vous mettons" TO WS-LETTRE-LINE
                   WRITE R-LETTRE FROM WS-LETTRE-LINE
                   MOVE SPACES TO WS-LETTRE-LINE
                   STRING "en demeure de la regler : a defaut, "
                          "la garantie sera suspendue le "
                          WS-SUSPEND-DATE-8(7:2) "/"
                          WS-SUSPEND-DATE-8(5:2) "/"
                          WS-SUSPEND-DATE-8(1:4) "."
                          DELIMITED BY SIZE INTO WS-LETTRE-LINE
                   WRITE R-LETTRE FROM WS-LETTRE-LINE
               WHEN 3
                   MOVE "Faute de paiement malgre notre mise en "
                       & "demeure, la garantie de votre" TO
                       WS-LETTRE-LINE
                   WRITE R-LETTRE FROM WS-LETTRE-LINE
                   MOVE SPACES TO WS-LETTRE-LINE
                   STRING "contrat est suspendue a compter du "
                          WS-DATE-EDIT
                          ". Elle reprendra effet des paiement."
                          DELIMITED BY SIZE INTO WS-LETTRE-LINE
                   WRITE R-LETTRE FROM WS-LETTRE-LINE
           END-EVALUATE
           MOVE ALL "=" TO WS-LETTRE-LINE
           WRITE R-LETTRE FROM WS-LETTRE-LINE.

           COPY 'RATECNV.cpy'.
           COPY 'RATELOAD.cpy'.
           COPY 'FILESTCHK.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM assurelance.
