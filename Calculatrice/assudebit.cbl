      * police soldee n'est pas prelevee. Les polices sans
      * coordonnees exploitables partent en liste d'exceptions au
      * lieu du fichier de prelevement.
      * Une police payee par fractions (echeancier produit par
      * assuecheance.cbl) n'est prelevee que des echeances arrivees
      * a terme a la date du jour, encaissements deduits ; tant
      * qu'aucune echeance n'est echue, rien n'est preleve.
      * Chaque ordre porte le mandat SEPA (maitre
      * assurances-mandats.dat tenu par assumandat.cbl) : mandat de
      * la police, a defaut celui de son assure (liens
      * assure-police), avec RUM, date de signature et type de
      * sequence FRST (premier usage), RCUR, ou FNAL pour la
      * derniere echeance d'un echeancier sur mandat de police, qui
      * clot le mandat. Les coordonnees prelevees sont celles du
      * mandat ; une police sans mandat actif part en exception. Les
      * mandats inutilises depuis DORMANCY_MONTHS mois (36) passent
      * en sommeil avant la passe, et une liste de prenotification
      * des debiteurs annonce chaque prelevement PRENOTIF_DAYS jours
      * (14) avant la date d'echeance portee en entete.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-STATUS.

      * Echeancier des polices fractionnees (assuecheance.cbl).
           SELECT ECH-FILE ASSIGN TO 'assurances-echeancier.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

      * Mandats SEPA (assumandat.cbl), mis a jour en fin de passe.
           SELECT MANDAT-FILE ASSIGN TO 'assurances-mandats.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDAT-STATUS.

      * Liens police-assure, pour les mandats d'assure.
           SELECT LIEN-FILE ASSIGN TO 'assurances-assure-liens.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIEN-STATUS.

           SELECT PRENOT-FILE
               ASSIGN TO 'assurances-prelevements-prenotif.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENOT-STATUS.

           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="assudebit-params.cfg"==.

           SELECT DEBIT-FILE ASSIGN TO 'assurances-prelevements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-STATUS.
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des fichiers remis hors de l'entreprise
      * (OUTBSEL/OUTBFD) : ordres de prelevement remis a la banque.
           COPY 'OUTBSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition corrigee que WS-ASSURANCES dans assusaf.cbl.
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

      * Meme disposition que R-MANDAT dans assumandat.cbl.
       FD  MANDAT-FILE
           RECORD CONTAINS 111 CHARACTERS.
       01  R-MANDAT                 PIC X(111).

      * Meme disposition que R-LIEN dans assuholder.cbl.
       FD  LIEN-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  R-LIEN.
           05 LIEN-NUMERO           PIC X(8).
           05 FILLER                PIC X.
           05 LIEN-ASSURE           PIC X(6).

       FD  PRENOT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-PRENOT                 PIC X(132).

           COPY 'PARAMFD.cpy'.

       FD  DEBIT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-DEBIT                  PIC X(132).

       FD  DEBEXC-FILE
           RECORD CONTAINS 120 CHARACTERS.

           COPY 'RATEFD.cpy'.
           COPY 'ERRSUMFD.cpy'.
           COPY 'OUTBFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ASSURANCES-STATUS    PIC XX.
       01  WS-PAYMENTS-STATUS      PIC XX.
       01  WS-DEBIT-STATUS         PIC XX.
       01  WS-DEBEXC-STATUS        PIC XX.
       01  WS-ECH-STATUS           PIC XX.
       01  WS-MANDAT-STATUS        PIC XX.
       01  WS-LIEN-STATUS          PIC XX.
       01  WS-PRENOT-STATUS        PIC XX.
           COPY 'PARAMWS.cpy'.
           COPY 'FILESTAT.cpy'.
           COPY 'RATEWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'OUTBWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-BANK-EOF             PIC X VALUE 'N'.
       01  WS-PAY-EOF              PIC X VALUE 'N'.
       01  WS-ECH-EOF              PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-COMMON-DEVISE        PIC X(3).
       01  WS-DEBIT-LINE           PIC X(132).
       01  WS-PRENOT-LINE          PIC X(132).
       01  WS-MONEY-EDIT           PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Delai de prenotification en jours et delai d'inactivite en
      * mois au-dela duquel un mandat passe en sommeil
      * (assudebit-params.cfg).
       01  WS-PRENOTIF-DAYS        PIC 9(3) VALUE 14.
       01  WS-DORMANCY-MONTHS      PIC 9(3) VALUE 36.
       01  WS-COLLECTION-DATE      PIC 9(8).
       01  WS-DORMANCY-LIMIT       PIC 9(8).
       01  WS-LIMIT-MONTHS         PIC 9(6).
       01  WS-LIMIT-ANNEE          PIC 9(4).
       01  WS-LIMIT-MMJJ           PIC 9(4).
       01  WS-LIMIT-MOIS           PIC 9(2).
       01  WS-LIMIT-JOUR           PIC 9(2).
       01  WS-MDT-REFERENCE        PIC 9(8).
       01  WS-MDT-FOUND-IDX        PIC 9(4).
       01  WS-MDT-REJECT           PIC X(20).
       01  WS-SEQUENCE             PIC X(4).
       01  WS-DORMANT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CLOS-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-MDT-EOF              PIC X VALUE 'N'.
       01  WS-LIEN-EOF             PIC X VALUE 'N'.
       01  WS-EXCEPTION-LINE       PIC X(120).
       01  WS-ORDRE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-ORDRE-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-DEJA-REGLEE          PIC X.
       01  WS-REGLEE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-PAY-IGNORE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-NON-ECHU-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ECHD-FOUND           PIC X.

      * Cumul par police fractionnee des echeances echues a la date
      * du jour, dans la devise de la police.
       01  WS-ECHD-TABLE.
           05 WS-ECHD-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-ECHD-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-ECHD-COUNT
                  INDEXED BY ECHD-IDX.
               10 WS-ECHD-NUMERO   PIC X(8).
               10 WS-ECHD-DU       PIC 9(9)V99.
               10 WS-ECHD-FUTUR    PIC 9(2).
       01  WS-ECHD-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-ECHD-TABLE-FULL      PIC X VALUE 'N'.

      * Encaissements cumules en euros par police (meme imputation
      * qu'APPLY-PAYMENTS dans assupay.cbl) : l'ordre de prelevement
       01  WS-BANK-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-BANK-TABLE-FULL      PIC X VALUE 'N'.

      * Maitre des mandats en memoire, mis a jour (sommeil, dernier
      * usage, cloture) puis reecrit en fin de passe.
       01  WS-MANDAT-TABLE.
           05 WS-MANDAT-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-MANDAT-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-MANDAT-COUNT
                  INDEXED BY MANDAT-IDX.
               10 WS-MANDAT-RECORD PIC X(111).
       01  WS-MANDAT-TABLE-MAX     PIC 9(4) VALUE 2000.
       01  WS-MANDAT-TABLE-FULL    PIC X VALUE 'N'.

      * Zone de travail d'un mandat, meme decoupage que R-MANDAT
      * dans assumandat.cbl.
       01  WS-MANDAT.
           05 WS-MDT-RUM           PIC X(35).
           05 FILLER               PIC X.
           05 WS-MDT-TYPE-CLE      PIC X.
           05 FILLER               PIC X.
           05 WS-MDT-CLE           PIC X(8).
           05 FILLER               PIC X.
           05 WS-MDT-IBAN          PIC X(27).
           05 FILLER               PIC X.
           05 WS-MDT-BIC           PIC X(11).
           05 FILLER               PIC X.
           05 WS-MDT-SIGNATURE     PIC 9(8).
           05 FILLER               PIC X.
           05 WS-MDT-STATUT        PIC X.
           05 FILLER               PIC X.
           05 WS-MDT-DERNIER-USAGE PIC 9(8).
           05 FILLER               PIC X.
           05 WS-MDT-DERNIERE-SEQ  PIC X(4).

      * Liens police-assure charges au demarrage.
       01  WS-LIEN-TABLE.
           05 WS-LIEN-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-LIEN-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-LIEN-COUNT
                  INDEXED BY LIEN-IDX.
               10 WS-LIEN-NUMERO   PIC X(8).
               10 WS-LIEN-ASSURE   PIC X(6).
       01  WS-LIEN-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-LIEN-TABLE-FULL      PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           COMPUTE WS-COLLECTION-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
               + WS-PRENOTIF-DAYS)
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-MANDATES
           PERFORM MARK-DORMANT-MANDATES
           PERFORM LOAD-LIENS
           PERFORM LOAD-BANK-TABLE
           PERFORM LOAD-PAYMENTS
           PERFORM LOAD-SCHEDULE
           OPEN INPUT ASSURANCES
           MOVE WS-ASSURANCES-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances.dat" TO WS-FILESTAT-FILENAME
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT DEBEXC-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT PRENOT-FILE
           MOVE WS-PRENOT-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-prelevements-prenotif.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT PRENOT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-DEBIT-LINE
           STRING "ENTETE PRELEVEMENTS PRIMES " WS-TODAY-8
                  " ECHEANCE " WS-COLLECTION-DATE
                  DELIMITED BY SIZE INTO WS-DEBIT-LINE
           WRITE R-DEBIT FROM WS-DEBIT-LINE
           MOVE SPACES TO WS-PRENOT-LINE
           STRING "PRENOTIFICATION DES PRELEVEMENTS DU "
                  WS-COLLECTION-DATE " (liste du " WS-TODAY-8 ")"
                  DELIMITED BY SIZE INTO WS-PRENOT-LINE
           WRITE R-PRENOT FROM WS-PRENOT-LINE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSURANCES AT END
                   MOVE 'Y' TO WS-EOF
           CLOSE ASSURANCES
           CLOSE DEBIT-FILE
           CLOSE DEBEXC-FILE
           CLOSE PRENOT-FILE
           PERFORM SAVE-MANDATES
           MOVE "assudebit" TO WS-OUTB-PROGRAM
           MOVE "assurances-prelevements.txt" TO WS-OUTB-FILENAME
           MOVE "BANQUE" TO WS-OUTB-DESTINATION
           MOVE WS-ORDRE-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-OUTBOUND-FILE
           DISPLAY "Ordres de prelevement emis : " WS-ORDRE-COUNT
           DISPLAY "Polices deja reglees       : " WS-REGLEE-COUNT
           DISPLAY "Polices en exception       : " WS-EXC-COUNT
           IF WS-NON-ECHU-COUNT > ZERO
               DISPLAY "Polices sans echeance echue: "
                   WS-NON-ECHU-COUNT
           END-IF
           DISPLAY "Mandats mis en sommeil     : " WS-DORMANT-COUNT
           DISPLAY "Mandats clos (FNAL)        : " WS-CLOS-COUNT
           IF WS-PAY-IGNORE-COUNT > ZERO
               DISPLAY "Paiements non imputes      : "
                   WS-PAY-IGNORE-COUNT
                   TO WS-PAY-PAID-EUR(PAY-IDX)
           END-IF.

      * Echeancier facultatif : sans lui toutes les polices sont
      * prelevees sur la prime entiere. Toute police presente dans
      * l'echeancier a une entree, meme sans echeance encore echue.
       LOAD-SCHEDULE.
           OPEN INPUT ECH-FILE
           IF WS-ECH-STATUS = "00"
               PERFORM UNTIL WS-ECH-EOF = 'Y'
                   READ ECH-FILE AT END
                       MOVE 'Y' TO WS-ECH-EOF
                   NOT AT END
                       PERFORM ADD-ONE-INSTALMENT
               END-PERFORM
               CLOSE ECH-FILE
           END-IF.

       ADD-ONE-INSTALMENT.
           MOVE 'N' TO WS-ECHD-FOUND
           IF WS-ECHD-COUNT > ZERO
               SET ECHD-IDX TO 1
               SEARCH WS-ECHD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ECHD-NUMERO(ECHD-IDX) = ECH-NUMERO
                       MOVE 'Y' TO WS-ECHD-FOUND
               END-SEARCH
           END-IF
           IF WS-ECHD-FOUND = 'N'
               IF WS-ECHD-COUNT >= WS-ECHD-TABLE-MAX
                   IF WS-ECHD-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-ECHD-TABLE-FULL
                       DISPLAY "ATTENTION : capacite de "
                           "WS-ECHD-ENTRY depassee"
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ECHD-COUNT
               SET ECHD-IDX TO WS-ECHD-COUNT
               MOVE ECH-NUMERO TO WS-ECHD-NUMERO(ECHD-IDX)
               MOVE ZERO TO WS-ECHD-DU(ECHD-IDX)
               MOVE ZERO TO WS-ECHD-FUTUR(ECHD-IDX)
           END-IF
           IF ECH-DATE <= WS-TODAY-8
               ADD ECH-MONTANT TO WS-ECHD-DU(ECHD-IDX)
           ELSE
               ADD 1 TO WS-ECHD-FUTUR(ECHD-IDX)
           END-IF.

      * Emet l'ordre de la police courante, ou la route en
      * exception : prime illisible, devise inconnue de la table de
      * taux, coordonnees absentes, IBAN vide ou rejete au vetting.
               MOVE "PRIME_ILLISIBLE" TO WS-BANK-REJECT
           ELSE
               MOVE FUNCTION NUMVAL(WS-PRIX) TO WS-COMMON-MONTANT
               PERFORM FIND-SCHEDULE-DUE
               IF WS-ECHD-FOUND = 'Y'
                   MOVE WS-ECHD-DU(ECHD-IDX) TO WS-COMMON-MONTANT
               END-IF
               MOVE WS-DEVISE(1:3) TO WS-COMMON-DEVISE
               PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
               IF WS-RATE-FOUND-FLAG = 'N'
               END-IF
               IF WS-RESTE-DU <= ZERO
                   MOVE 'Y' TO WS-DEJA-REGLEE
                   IF WS-ECHD-FOUND = 'Y'
                       AND WS-ECHD-DU(ECHD-IDX) = ZERO
                       ADD 1 TO WS-NON-ECHU-COUNT
                   ELSE
                       ADD 1 TO WS-REGLEE-COUNT
                   END-IF
               END-IF
           END-IF
      * Mandat de la police, a defaut de son assure ; l'IBAN du
      * mandat reste soumis au drapeau de vetting du maitre bancaire.
           IF WS-BANK-REJECT = SPACES AND WS-DEJA-REGLEE = 'N'
               PERFORM FIND-POLICY-MANDATE
               IF WS-MDT-REJECT NOT = SPACES
                   MOVE WS-MDT-REJECT TO WS-BANK-REJECT
               ELSE
                   IF WS-MDT-IBAN = SPACES OR WS-MDT-BIC = SPACES
                       MOVE "RIB_INVALIDE" TO WS-BANK-REJECT
                   END-IF
               END-IF
           END-IF
           IF WS-BANK-REJECT = SPACES AND WS-DEJA-REGLEE = 'N'
               SET BANK-IDX TO 1
               SEARCH WS-BANK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BANK-ID(BANK-IDX)(1:8) = WS-NUMERO
                       IF WS-BANK-FLAG(BANK-IDX) = 'R'
                           AND WS-BANK-IBAN(BANK-IDX) = WS-MDT-IBAN
                           MOVE "RIB_REJETE_VETTING" TO WS-BANK-REJECT
                       END-IF
               END-SEARCH
           END-IF
           IF WS-DEJA-REGLEE = 'Y'
               CONTINUE
               MOVE WS-RESTE-DU TO WS-ORDRE-MONTANT
               ADD 1 TO WS-ORDRE-COUNT
               ADD WS-ORDRE-MONTANT TO WS-ORDRE-TOTAL
               PERFORM SET-SEQUENCE-TYPE
               MOVE SPACES TO WS-DEBIT-LINE
               STRING WS-NUMERO "   "
                      WS-MDT-IBAN SPACE
                      WS-MDT-BIC SPACE
                      WS-ORDRE-MONTANT SPACE
                      WS-MDT-RUM SPACE
                      WS-MDT-SIGNATURE SPACE
                      WS-SEQUENCE
                      DELIMITED BY SIZE INTO WS-DEBIT-LINE
               WRITE R-DEBIT FROM WS-DEBIT-LINE
               PERFORM WRITE-PRENOTIFICATION
           ELSE
               ADD 1 TO WS-EXC-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
           END-IF
           END-IF.

      * Premier usage du mandat : FRST ; derniere echeance d'un
      * echeancier sur mandat de police : FNAL, qui clot le mandat ;
      * sinon RCUR. Une repasse le meme jour reprend la sequence
      * deja posee. Le mandat garde la date et la sequence du
      * prelevement.
       SET-SEQUENCE-TYPE.
           IF WS-MDT-DERNIER-USAGE = WS-TODAY-8
               MOVE WS-MDT-DERNIERE-SEQ TO WS-SEQUENCE
           ELSE
               IF WS-MDT-DERNIER-USAGE = ZERO
                   MOVE "FRST" TO WS-SEQUENCE
               ELSE
                   MOVE "RCUR" TO WS-SEQUENCE
                   IF WS-MDT-TYPE-CLE = "P" AND WS-ECHD-FOUND = 'Y'
                       AND WS-ECHD-FUTUR(ECHD-IDX) = ZERO
                       MOVE "FNAL" TO WS-SEQUENCE
                   END-IF
               END-IF
           END-IF
           MOVE WS-TODAY-8 TO WS-MDT-DERNIER-USAGE
           MOVE WS-SEQUENCE TO WS-MDT-DERNIERE-SEQ
           IF WS-SEQUENCE = "FNAL" AND WS-MDT-STATUT NOT = "C"
               MOVE "C" TO WS-MDT-STATUT
               ADD 1 TO WS-CLOS-COUNT
           END-IF
           SET MANDAT-IDX TO WS-MDT-FOUND-IDX
           MOVE WS-MANDAT TO WS-MANDAT-RECORD(MANDAT-IDX).

       WRITE-PRENOTIFICATION.
           MOVE WS-ORDRE-MONTANT TO WS-MONEY-EDIT
           MOVE SPACES TO WS-PRENOT-LINE
           STRING WS-NUMERO SPACE WS-NOM
                  " montant EUR " WS-MONEY-EDIT
                  " preleve le " WS-COLLECTION-DATE
                  " mandat " WS-MDT-RUM SPACE WS-SEQUENCE
                  DELIMITED BY SIZE INTO WS-PRENOT-LINE
           WRITE R-PRENOT FROM WS-PRENOT-LINE.

      * Recherche le mandat utilisable : celui de la police, sinon
      * celui d'un assure lie a la police. Faute de mandat actif, le
      * motif reflete le meilleur mandat trouve (revoque, en sommeil
      * ou clos). Un mandat clos le jour meme par un FNAL reste
      * utilisable pour une repasse.
       FIND-POLICY-MANDATE.
           MOVE ZERO TO WS-MDT-FOUND-IDX
           MOVE "MANDAT_ABSENT" TO WS-MDT-REJECT
           PERFORM VARYING MANDAT-IDX FROM 1 BY 1
                   UNTIL MANDAT-IDX > WS-MANDAT-COUNT
                   OR WS-MDT-REJECT = SPACES
               MOVE WS-MANDAT-RECORD(MANDAT-IDX) TO WS-MANDAT
               IF WS-MDT-TYPE-CLE = "P" AND WS-MDT-CLE = WS-NUMERO
                   PERFORM EVALUATE-CANDIDATE-MANDATE
               END-IF
           END-PERFORM
           IF WS-MDT-REJECT NOT = SPACES
               PERFORM VARYING LIEN-IDX FROM 1 BY 1
                       UNTIL LIEN-IDX > WS-LIEN-COUNT
                       OR WS-MDT-REJECT = SPACES
                   IF WS-LIEN-NUMERO(LIEN-IDX) = WS-NUMERO
                       PERFORM FIND-HOLDER-MANDATE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MDT-REJECT = SPACES
               SET MANDAT-IDX TO WS-MDT-FOUND-IDX
               MOVE WS-MANDAT-RECORD(MANDAT-IDX) TO WS-MANDAT
           END-IF.

       FIND-HOLDER-MANDATE.
           PERFORM VARYING MANDAT-IDX FROM 1 BY 1
                   UNTIL MANDAT-IDX > WS-MANDAT-COUNT
                   OR WS-MDT-REJECT = SPACES
               MOVE WS-MANDAT-RECORD(MANDAT-IDX) TO WS-MANDAT
               IF WS-MDT-TYPE-CLE = "A"
                   AND WS-MDT-CLE(1:6) = WS-LIEN-ASSURE(LIEN-IDX)
                   PERFORM EVALUATE-CANDIDATE-MANDATE
               END-IF
           END-PERFORM.

       EVALUATE-CANDIDATE-MANDATE.
           EVALUATE TRUE
               WHEN WS-MDT-STATUT = "A"
                   MOVE SPACES TO WS-MDT-REJECT
                   SET WS-MDT-FOUND-IDX TO MANDAT-IDX
               WHEN WS-MDT-STATUT = "C"
                   AND WS-MDT-DERNIER-USAGE = WS-TODAY-8
                   MOVE SPACES TO WS-MDT-REJECT
                   SET WS-MDT-FOUND-IDX TO MANDAT-IDX
               WHEN WS-MDT-STATUT = "D"
                   MOVE "MANDAT_EN_SOMMEIL" TO WS-MDT-REJECT
               WHEN WS-MDT-STATUT = "C"
                   AND WS-MDT-REJECT = "MANDAT_ABSENT"
                   MOVE "MANDAT_CLOS" TO WS-MDT-REJECT
               WHEN WS-MDT-STATUT = "R"
                   AND WS-MDT-REJECT = "MANDAT_ABSENT"
                   MOVE "MANDAT_REVOQUE" TO WS-MDT-REJECT
           END-EVALUATE.

      * Maitre des mandats absent : aucune police n'a de mandat,
      * toutes partent en exception.
       LOAD-MANDATES.
           OPEN INPUT MANDAT-FILE
           IF WS-MANDAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MDT-EOF = 'Y'
               READ MANDAT-FILE AT END
                   MOVE 'Y' TO WS-MDT-EOF
               NOT AT END
                   IF WS-MANDAT-COUNT >= WS-MANDAT-TABLE-MAX
                       IF WS-MANDAT-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-MANDAT-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-MANDAT-ENTRY depassee"
                       END-IF
                   ELSE
                       ADD 1 TO WS-MANDAT-COUNT
                       SET MANDAT-IDX TO WS-MANDAT-COUNT
                       MOVE R-MANDAT TO WS-MANDAT-RECORD(MANDAT-IDX)
                   END-IF
           END-PERFORM
           CLOSE MANDAT-FILE.

      * Un mandat actif dont le dernier usage (a defaut la
      * signature) precede la limite d'inactivite passe en sommeil :
      * la banque rejetterait l'ordre.
       MARK-DORMANT-MANDATES.
           DIVIDE WS-TODAY-8 BY 10000 GIVING WS-LIMIT-ANNEE
               REMAINDER WS-LIMIT-MMJJ
           DIVIDE WS-LIMIT-MMJJ BY 100 GIVING WS-LIMIT-MOIS
               REMAINDER WS-LIMIT-JOUR
           COMPUTE WS-LIMIT-MONTHS = WS-LIMIT-ANNEE * 12
               + WS-LIMIT-MOIS - 1 - WS-DORMANCY-MONTHS
           DIVIDE WS-LIMIT-MONTHS BY 12 GIVING WS-LIMIT-ANNEE
               REMAINDER WS-LIMIT-MOIS
           ADD 1 TO WS-LIMIT-MOIS
           COMPUTE WS-DORMANCY-LIMIT = WS-LIMIT-ANNEE * 10000
               + WS-LIMIT-MOIS * 100 + WS-LIMIT-JOUR
           PERFORM VARYING MANDAT-IDX FROM 1 BY 1
                   UNTIL MANDAT-IDX > WS-MANDAT-COUNT
               MOVE WS-MANDAT-RECORD(MANDAT-IDX) TO WS-MANDAT
               IF WS-MDT-STATUT = "A"
                   MOVE WS-MDT-DERNIER-USAGE TO WS-MDT-REFERENCE
                   IF WS-MDT-REFERENCE = ZERO
                       MOVE WS-MDT-SIGNATURE TO WS-MDT-REFERENCE
                   END-IF
                   IF WS-MDT-REFERENCE < WS-DORMANCY-LIMIT
                       MOVE "D" TO WS-MDT-STATUT
                       MOVE WS-MANDAT TO WS-MANDAT-RECORD(MANDAT-IDX)
                       ADD 1 TO WS-DORMANT-COUNT
                       DISPLAY "Mandat mis en sommeil : " WS-MDT-RUM
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-LIENS.
           OPEN INPUT LIEN-FILE
           IF WS-LIEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIEN-EOF = 'Y'
               READ LIEN-FILE AT END
                   MOVE 'Y' TO WS-LIEN-EOF
               NOT AT END
                   IF WS-LIEN-COUNT >= WS-LIEN-TABLE-MAX
                       IF WS-LIEN-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-LIEN-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-LIEN-ENTRY depassee"
                       END-IF
                   ELSE
                       ADD 1 TO WS-LIEN-COUNT
                       SET LIEN-IDX TO WS-LIEN-COUNT
                       MOVE LIEN-NUMERO TO WS-LIEN-NUMERO(LIEN-IDX)
                       MOVE LIEN-ASSURE TO WS-LIEN-ASSURE(LIEN-IDX)
                   END-IF
           END-PERFORM
           CLOSE LIEN-FILE.

       SAVE-MANDATES.
           IF WS-MANDAT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MANDAT-FILE
           MOVE WS-MANDAT-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-mandats.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT MANDAT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING MANDAT-IDX FROM 1 BY 1
                   UNTIL MANDAT-IDX > WS-MANDAT-COUNT
               MOVE WS-MANDAT-RECORD(MANDAT-IDX) TO R-MANDAT
               WRITE R-MANDAT
           END-PERFORM
           CLOSE MANDAT-FILE.

      * Applique une ligne CLE/VALEUR d'assudebit-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PRENOTIF_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PRENOTIF-DAYS
               WHEN "DORMANCY_MONTHS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-DORMANCY-MONTHS
           END-EVALUATE.

       FIND-SCHEDULE-DUE.
           MOVE 'N' TO WS-ECHD-FOUND
           IF WS-ECHD-COUNT > ZERO
               SET ECHD-IDX TO 1
               SEARCH WS-ECHD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ECHD-NUMERO(ECHD-IDX) = WS-NUMERO
                       MOVE 'Y' TO WS-ECHD-FOUND
               END-SEARCH
           END-IF.

           COPY 'FILESTCHK.cpy'.
           COPY 'RATELOAD.cpy'.
           COPY 'RATECNV.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'OUTBWRT.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM assudebit.
