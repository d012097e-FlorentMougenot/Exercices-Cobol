       IDENTIFICATION DIVISION.
       PROGRAM-ID. assuecheance.

      * Echeanciers de paiement fractionne des primes : la prime
      * annuelle ne pouvait etre reglee qu'en une fois. Le plan de
      * chaque police (assurances-plans.dat : numero de police,
      * periodicite) renvoie a la table des periodicites
      * assurances-fractionnement.dat (A annuel, S semestriel, T
      * trimestriel, M mensuel : nombre d'echeances, intervalle en
      * mois, majoration de fractionnement en pourcentage). La prime
      * majoree est repartie en echeances egales, l'arrondi sur la
      * derniere ; l'echeance de rang k tombe le dernier jour ouvre
      * (datesvc LASTBUSM) du mois atteint en ajoutant (k - 1)
      * intervalles a la prise d'effet (datesvc ADDMONTH, fin de
      * mois preservee), jamais avant la prise d'effet.
      * L'echeancier complet est reecrit a chaque passe dans
      * assurances-echeancier.dat (police, rang, nombre, date
      * AAAAMMJJ, montant et devise de la police) : assudebit n'y
      * preleve que les echeances arrivees a terme et assupay y
      * vieillit chaque echeance impayee depuis sa propre date. Une
      * police sans plan reste payable en une fois comme avant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSURANCES ASSIGN TO 'assurances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSURANCES-STATUS.

           SELECT PLAN-FILE ASSIGN TO 'assurances-plans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT FRAC-FILE ASSIGN TO 'assurances-fractionnement.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAC-STATUS.

           SELECT ECH-FILE ASSIGN TO 'assurances-echeancier.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

           SELECT ECHRPT-FILE ASSIGN TO 'assurances-echeancier.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECHRPT-STATUS.

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

       FD  PLAN-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  R-PLAN.
           05 PLN-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 PLN-PERIODICITE      PIC X.

      * Periodicite : code, nombre d'echeances par an, intervalle
      * en mois, majoration en pourcentage (99V99), libelle.
       FD  FRAC-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  R-FRAC.
           05 FRQ-CODE             PIC X.
           05 FILLER               PIC X.
           05 FRQ-NOMBRE           PIC 9(2).
           05 FILLER               PIC X.
           05 FRQ-INTERVALLE       PIC 9(2).
           05 FILLER               PIC X.
           05 FRQ-MAJORATION       PIC 99V99.
           05 FILLER               PIC X.
           05 FRQ-LIBELLE          PIC X(12).

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

       FD  ECHRPT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  R-ECHRPT                PIC X(100).

           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ASSURANCES-STATUS    PIC XX.
       01  WS-PLAN-STATUS          PIC XX.
       01  WS-FRAC-STATUS          PIC XX.
       01  WS-ECH-STATUS           PIC XX.
       01  WS-ECHRPT-STATUS        PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'RUNIDWS.cpy'.

       01  WS-TODAY-8              PIC 9(8).

      * Appel du module de dates ouvrees (meme zone que dans
      * jobsched.cbl).
       01  WS-DATESVC-FUNCTION     PIC X(8).
       01  WS-DATESVC-DATE-1       PIC 9(8).
       01  WS-DATESVC-DATE-2       PIC 9(8).
       01  WS-DATESVC-NUMBER       PIC S9(5).
       01  WS-DATESVC-STATUS       PIC 9.

      * Table des periodicites.
       01  WS-FRQ-TABLE.
           05 WS-FRQ-COUNT         PIC 9(2) VALUE ZERO.
           05 WS-FRQ-ENTRY OCCURS 1 TO 10 TIMES
                  DEPENDING ON WS-FRQ-COUNT
                  INDEXED BY FRQ-IDX.
               10 WS-FRQ-CODE      PIC X.
               10 WS-FRQ-NOMBRE    PIC 9(2).
               10 WS-FRQ-INTERVALLE PIC 9(2).
               10 WS-FRQ-MAJORATION PIC 99V99.
               10 WS-FRQ-LIBELLE   PIC X(12).
       01  WS-FRQ-TABLE-MAX        PIC 9(2) VALUE 10.

      * Plans par police ; le drapeau repere les plans dont la
      * police est absente d'assurances.dat.
       01  WS-PLN-TABLE.
           05 WS-PLN-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-PLN-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-PLN-COUNT
                  INDEXED BY PLN-IDX.
               10 WS-PLN-NUMERO    PIC X(8).
               10 WS-PLN-PERIODICITE PIC X.
               10 WS-PLN-VU        PIC X.
       01  WS-PLN-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-PLN-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-PLN-FOUND            PIC X.
       01  WS-FRQ-FOUND            PIC X.

       01  WS-DEB-DATE-8           PIC 9(8).
       01  WS-PRIME                PIC 9(7)V99.
       01  WS-PRIME-MAJOREE        PIC 9(7)V99.
       01  WS-MONTANT-ECHEANCE     PIC 9(7)V99.
       01  WS-MONTANT-DERNIERE     PIC 9(7)V99.
       01  WS-RANG                 PIC 9(2).
       01  WS-MOIS                 PIC 9(3).
       01  WS-MOTIF                PIC X(30).

       01  WS-POLICE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ECHEANCE-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-REJET-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-MONEY-EDIT           PIC Z,ZZZ,ZZ9.99.
       01  WS-PCT-EDIT             PIC Z9.99.
       01  WS-REPORT-LINE          PIC X(100).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM LOAD-FREQUENCIES
           PERFORM LOAD-PLANS
           OPEN INPUT ASSURANCES
           MOVE WS-ASSURANCES-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT ASSURANCES" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT ECH-FILE
           MOVE WS-ECH-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-echeancier.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT ECH-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT ECHRPT-FILE
           MOVE WS-ECHRPT-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-echeancier.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT ECHRPT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ECHEANCIERS DE PRIMES FRACTIONNEES DU " WS-TODAY-8
                  " - RUN " WS-RUN-ID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-ECHRPT FROM WS-REPORT-LINE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSURANCES AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM SCHEDULE-ONE-POLICY
           END-PERFORM
           CLOSE ASSURANCES
           PERFORM VARYING PLN-IDX FROM 1 BY 1
                   UNTIL PLN-IDX > WS-PLN-COUNT
               IF WS-PLN-VU(PLN-IDX) = 'N'
                   ADD 1 TO WS-REJET-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "REJET  plan " WS-PLN-NUMERO(PLN-IDX)
                          " : POLICE_INCONNUE"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE R-ECHRPT FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-ECHRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Polices fractionnees: " WS-POLICE-COUNT
                  "  echeances: " WS-ECHEANCE-COUNT
                  "  plans rejetes: " WS-REJET-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-ECHRPT FROM WS-REPORT-LINE
           CLOSE ECH-FILE
           CLOSE ECHRPT-FILE
           IF WS-REJET-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Echeanciers : " WS-POLICE-COUNT " police(s), "
               WS-ECHEANCE-COUNT " echeance(s), "
               WS-REJET-COUNT " plan(s) rejete(s)"
           STOP RUN.

      * Table des periodicites obligatoire : sans elle, aucune
      * majoration ni aucun rythme ne sont connus.
       LOAD-FREQUENCIES.
           OPEN INPUT FRAC-FILE
           IF WS-FRAC-STATUS NOT = "00"
               DISPLAY "ERREUR : assurances-fractionnement.dat absent"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FRAC-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FRQ-NOMBRE IS NOT NUMERIC
                       OR FRQ-INTERVALLE IS NOT NUMERIC
                       OR FRQ-MAJORATION IS NOT NUMERIC
                       OR FRQ-NOMBRE = ZERO
                       OR FRQ-NOMBRE * FRQ-INTERVALLE > 12
                       DISPLAY "ATTENTION : periodicite invalide "
                           FRQ-CODE " ignoree"
                   ELSE
                       IF WS-FRQ-COUNT >= WS-FRQ-TABLE-MAX
                           DISPLAY "ATTENTION : capacite de "
                               "WS-FRQ-ENTRY depassee"
                       ELSE
                           ADD 1 TO WS-FRQ-COUNT
                           SET FRQ-IDX TO WS-FRQ-COUNT
                           MOVE FRQ-CODE TO WS-FRQ-CODE(FRQ-IDX)
                           MOVE FRQ-NOMBRE TO WS-FRQ-NOMBRE(FRQ-IDX)
                           MOVE FRQ-INTERVALLE
                               TO WS-FRQ-INTERVALLE(FRQ-IDX)
                           MOVE FRQ-MAJORATION
                               TO WS-FRQ-MAJORATION(FRQ-IDX)
                           MOVE FRQ-LIBELLE TO WS-FRQ-LIBELLE(FRQ-IDX)
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE FRAC-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-PLANS.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PLAN-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-PLN-COUNT >= WS-PLN-TABLE-MAX
                       IF WS-PLN-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-PLN-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-PLN-ENTRY (" WS-PLN-TABLE-MAX
                               ") depassee, plans ignores au-dela"
                       END-IF
                   ELSE
                       ADD 1 TO WS-PLN-COUNT
                       SET PLN-IDX TO WS-PLN-COUNT
                       MOVE PLN-NUMERO TO WS-PLN-NUMERO(PLN-IDX)
                       MOVE PLN-PERIODICITE
                           TO WS-PLN-PERIODICITE(PLN-IDX)
                       MOVE 'N' TO WS-PLN-VU(PLN-IDX)
                   END-IF
           END-PERFORM
           CLOSE PLAN-FILE
           MOVE 'N' TO WS-EOF.

      * Police avec plan : prime majoree puis une ligne par
      * echeance.
       SCHEDULE-ONE-POLICY.
           MOVE 'N' TO WS-PLN-FOUND
           PERFORM VARYING PLN-IDX FROM 1 BY 1
                   UNTIL PLN-IDX > WS-PLN-COUNT
                   OR WS-PLN-FOUND = 'Y'
               IF WS-PLN-NUMERO(PLN-IDX) = WS-NUMERO
                   MOVE 'Y' TO WS-PLN-FOUND
               END-IF
           END-PERFORM
           IF WS-PLN-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           SET PLN-IDX DOWN BY 1
           MOVE 'Y' TO WS-PLN-VU(PLN-IDX)
           MOVE 'N' TO WS-FRQ-FOUND
           PERFORM VARYING FRQ-IDX FROM 1 BY 1
                   UNTIL FRQ-IDX > WS-FRQ-COUNT
                   OR WS-FRQ-FOUND = 'Y'
               IF WS-FRQ-CODE(FRQ-IDX) = WS-PLN-PERIODICITE(PLN-IDX)
                   MOVE 'Y' TO WS-FRQ-FOUND
               END-IF
           END-PERFORM
           IF WS-FRQ-FOUND = 'N'
               MOVE "PERIODICITE_INCONNUE" TO WS-MOTIF
               PERFORM REJECT-PLAN
               EXIT PARAGRAPH
           END-IF
           SET FRQ-IDX DOWN BY 1
           IF FUNCTION TEST-NUMVAL(WS-PRIX) NOT = 0
               MOVE "PRIME_ILLISIBLE" TO WS-MOTIF
               PERFORM REJECT-PLAN
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-DEB IS NOT NUMERIC
               MOVE "DATE_EFFET_INVALIDE" TO WS-MOTIF
               PERFORM REJECT-PLAN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DEB-DATE-8 =
               FUNCTION NUMVAL(WS-DATE-DEB(5:4)) * 10000 +
               FUNCTION NUMVAL(WS-DATE-DEB(3:2)) * 100 +
               FUNCTION NUMVAL(WS-DATE-DEB(1:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEB-DATE-8) NOT = 0
               MOVE "DATE_EFFET_INVALIDE" TO WS-MOTIF
               PERFORM REJECT-PLAN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PRIX) TO WS-PRIME
           COMPUTE WS-PRIME-MAJOREE ROUNDED = WS-PRIME
               * (100 + WS-FRQ-MAJORATION(FRQ-IDX)) / 100
           COMPUTE WS-MONTANT-ECHEANCE =
               WS-PRIME-MAJOREE / WS-FRQ-NOMBRE(FRQ-IDX)
           COMPUTE WS-RANG = WS-FRQ-NOMBRE(FRQ-IDX) - 1
           COMPUTE WS-MONTANT-DERNIERE = WS-PRIME-MAJOREE
               - WS-MONTANT-ECHEANCE * WS-RANG
           ADD 1 TO WS-POLICE-COUNT
           MOVE WS-PRIME-MAJOREE TO WS-MONEY-EDIT
           MOVE WS-FRQ-MAJORATION(FRQ-IDX) TO WS-PCT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PLAN   " WS-NUMERO " " WS-NOM " "
                  WS-FRQ-LIBELLE(FRQ-IDX)
                  " majoration " WS-PCT-EDIT "% prime "
                  WS-MONEY-EDIT " " WS-DEVISE(1:3)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-ECHRPT FROM WS-REPORT-LINE
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-FRQ-NOMBRE(FRQ-IDX)
               PERFORM WRITE-ONE-INSTALMENT
           END-PERFORM.

      * Date de l'echeance : prise d'effet + (rang - 1) intervalles,
      * puis dernier jour ouvre de ce mois.
       WRITE-ONE-INSTALMENT.
           COMPUTE WS-MOIS =
               (WS-RANG - 1) * WS-FRQ-INTERVALLE(FRQ-IDX)
           MOVE WS-DEB-DATE-8 TO WS-DATESVC-DATE-2
           IF WS-MOIS > ZERO
               MOVE "ADDMONTH" TO WS-DATESVC-FUNCTION
               MOVE WS-DEB-DATE-8 TO WS-DATESVC-DATE-1
               MOVE WS-MOIS TO WS-DATESVC-NUMBER
               CALL "datesvc" USING WS-DATESVC-FUNCTION
                   WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
                   WS-DATESVC-NUMBER WS-DATESVC-STATUS
           END-IF
           MOVE "LASTBUSM" TO WS-DATESVC-FUNCTION
           MOVE WS-DATESVC-DATE-2 TO WS-DATESVC-DATE-1
           CALL "datesvc" USING WS-DATESVC-FUNCTION
               WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
               WS-DATESVC-NUMBER WS-DATESVC-STATUS
           MOVE SPACES TO R-ECH
           MOVE WS-NUMERO TO ECH-NUMERO
           MOVE WS-RANG TO ECH-RANG
           MOVE WS-FRQ-NOMBRE(FRQ-IDX) TO ECH-NOMBRE
           IF WS-DATESVC-STATUS NOT = ZERO
               OR WS-DATESVC-DATE-2 < WS-DEB-DATE-8
               MOVE WS-DEB-DATE-8 TO ECH-DATE
           ELSE
               MOVE WS-DATESVC-DATE-2 TO ECH-DATE
           END-IF
           IF WS-RANG = WS-FRQ-NOMBRE(FRQ-IDX)
               MOVE WS-MONTANT-DERNIERE TO ECH-MONTANT
           ELSE
               MOVE WS-MONTANT-ECHEANCE TO ECH-MONTANT
           END-IF
           MOVE WS-DEVISE(1:3) TO ECH-DEVISE
           WRITE R-ECH
           ADD 1 TO WS-ECHEANCE-COUNT
           MOVE ECH-MONTANT TO WS-MONEY-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         echeance " ECH-RANG "/" ECH-NOMBRE
                  " le " ECH-DATE " " WS-MONEY-EDIT " " ECH-DEVISE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-ECHRPT FROM WS-REPORT-LINE.

       REJECT-PLAN.
           ADD 1 TO WS-REJET-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REJET  plan " WS-NUMERO " periodicite "
                  WS-PLN-PERIODICITE(PLN-IDX) " : " WS-MOTIF
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-ECHRPT FROM WS-REPORT-LINE.

           COPY 'FILESTCHK.cpy'.
           COPY 'RUNIDGET.cpy'.

       END PROGRAM assuecheance.
