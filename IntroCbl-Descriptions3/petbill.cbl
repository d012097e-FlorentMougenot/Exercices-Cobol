       IDENTIFICATION DIVISION.
       PROGRAM-ID. petbill.

      * Facturation de la clinique : pettable.cbl enregistre les
      * vaccinations et prend les rendez-vous, mais la facture se
      * faisait a la main sur un bloc et personne ne savait quel
      * proprietaire devait encore de l'argent. La passe :
      *  - facture chaque visite non encore facturee des jours
      *    precedents, une facture par animal et par jour : la
      *    consultation d'un rendez-vous honore (acte
      *    CODE_CONSULTATION) et les vaccins injectes ce jour-la
      *    (vaccinations.dat), au tarif de pets-tarifs.dat (code
      *    acte ou vaccin, libelle, prix HT, taux de TVA). Un
      *    rendez-vous n'est honore que si une injection est
      *    enregistree pour l'animal a cette date ; sinon l'animal
      *    n'est pas venu et rien n'est facture ;
      *  - adresse la facture au proprietaire de users.dat par
      *    PET-MASTER-ID, et la numerote dans une suite sans trou
      *    (registre pets-factures.dat, suite reprise au plus grand
      *    numero deja emis) ;
      *  - rapproche les reglements de pets-reglements.dat des
      *    factures, edite par proprietaire les soldes restant dus
      *    (echus au-dela de DELAI_PAIEMENT jours signales) et les
      *    recettes du jour pour la comptabilite.
      * Une visite impossible a facturer (tarif, animal ou
      * proprietaire inconnu) n'est pas numerotee : elle part en
      * exception et sera facturee au passage suivant une fois le
      * referentiel complete.
      * Si les tables de travail des factures ne peuvent pas tout
      * contenir, la passe s'arrete (RETURN-CODE 16) avant d'ouvrir
      * le registre : une prestation facturee mais oubliee serait
      * facturee une seconde fois.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PET-MASTER ASSIGN TO "pets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PET-STATUS.

           SELECT F-USER-MASTER ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT F-VACCIN ASSIGN TO "vaccinations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACCIN-STATUS.

           SELECT F-RDV ASSIGN TO "pets-rendezvous.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDV-STATUS.

      * Grille tarifaire : un code acte ou vaccin par ligne.
           SELECT F-TARIF ASSIGN TO "pets-tarifs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIF-STATUS.

      * Registre des factures emises, une ligne par ligne de
      * facture ; alimente en ajout, jamais reecrit.
           SELECT F-FACTURE ASSIGN TO "pets-factures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTURE-STATUS.

           SELECT F-REGLEMENT ASSIGN TO "pets-reglements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLEMENT-STATUS.

      * Factures emises par la passe, pretes a remettre.
           SELECT F-EDITION ASSIGN TO "pets-factures-editees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITION-STATUS.

           SELECT F-EXCEPTION ASSIGN TO "pets-factures-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT F-IMPAYE ASSIGN TO "pets-impayes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPAYE-STATUS.

           SELECT F-RECETTE ASSIGN TO "pets-recettes-jour.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECETTE-STATUS.

           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="petbill-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition que F-PET-MASTER-REC dans pettable.cbl.
       FD  F-PET-MASTER.
       01  F-PET-MASTER-REC.
           05 FM-PET-ID-KEY             PIC X(3).
           05 FM-PET-ID-NUM             PIC 9(5).
           05 FM-PET-GENDER             PIC X(1).
           05 FM-PET-NAME               PIC X(8).
           05 FM-PET-LOOF               PIC X(3).
           05 FM-PET-AGE                PIC 9(3).
           05 FM-PET-MASTER-LASTNAME    PIC X(9).
           05 FM-PET-MASTER-FIRSTNAME   PIC X(6).
           05 FM-PET-MASTER-ID-A        PIC A(2).
           05 FM-PET-MASTER-ID-B        PIC 9(3).

      * Meme disposition que F-USER-MASTER-REC dans usertabl.cbl.
       FD  F-USER-MASTER.
       01  F-USER-MASTER-REC.
           05 FM-USER-ID-A         PIC A(2).
           05 FM-USER-ID-B         PIC 9(3).
           05 FM-USER-CITY         PIC X(8).
           05 FM-USER-STREET-A     PIC 9(3).
           05 FM-USER-STREET-B     PIC X(16).
           05 FM-USER-GSM-NBR      PIC 9(14).
           05 FM-USER-LAST-NAME    PIC X(9).
           05 FM-USER-FIRST-NAME   PIC X(7).

      * Memes dispositions que R-VACCIN et R-RDV dans pettable.cbl.
       FD  F-VACCIN
           RECORD CONTAINS 28 CHARACTERS.
       01  R-VACCIN.
           05 VAC-PET-ID            PIC X(8).
           05 FILLER                PIC X.
           05 VAC-CODE              PIC X(6).
           05 FILLER                PIC X.
           05 VAC-DATE              PIC X(8).
           05 FILLER                PIC X.
           05 VAC-VALID-MONTHS      PIC 9(3).

       FD  F-RDV
           RECORD CONTAINS 30 CHARACTERS.
       01  R-RDV.
           05 RDV-DATE              PIC 9(8).
           05 FILLER                PIC X.
           05 RDV-HEURE             PIC X(5).
           05 FILLER                PIC X.
           05 RDV-PET-ID            PIC X(8).
           05 FILLER                PIC X.
           05 RDV-VACCIN            PIC X(6).

      * Prix HT a deux decimales implicites, taux de TVA en
      * pourcentage a deux decimales implicites (2000 = 20 %).
       FD  F-TARIF
           RECORD CONTAINS 40 CHARACTERS.
       01  R-TARIF.
           05 TAR-CODE              PIC X(6).
           05 FILLER                PIC X.
           05 TAR-LIBELLE           PIC X(20).
           05 FILLER                PIC X.
           05 TAR-PRIX              PIC 9(5)V99.
           05 FILLER                PIC X.
           05 TAR-TVA               PIC 9(2)V99.

      * Une ligne par ligne de facture : numero, date d'emission,
      * date de la visite, animal, proprietaire, code tarife,
      * montants HT, taux, TVA et TTC.
       FD  F-FACTURE
           RECORD CONTAINS 75 CHARACTERS.
       01  R-FACTURE.
           05 FAC-NUMERO            PIC 9(6).
           05 FILLER                PIC X.
           05 FAC-EMISSION          PIC 9(8).
           05 FILLER                PIC X.
           05 FAC-VISITE            PIC 9(8).
           05 FILLER                PIC X.
           05 FAC-PET-ID            PIC X(8).
           05 FILLER                PIC X.
           05 FAC-OWNER             PIC X(5).
           05 FILLER                PIC X.
           05 FAC-CODE              PIC X(6).
           05 FILLER                PIC X.
           05 FAC-HT                PIC 9(5)V99.
           05 FILLER                PIC X.
           05 FAC-TVA-TAUX          PIC 9(2)V99.
           05 FILLER                PIC X.
           05 FAC-TVA               PIC 9(5)V99.
           05 FILLER                PIC X.
           05 FAC-TTC               PIC 9(5)V99.

      * Reglement : date, facture reglee, mode (ESP, CHQ, CB,
      * VIR...), montant a deux decimales implicites.
       FD  F-REGLEMENT
           RECORD CONTAINS 27 CHARACTERS.
       01  R-REGLEMENT.
           05 REG-DATE              PIC 9(8).
           05 FILLER                PIC X.
           05 REG-FACTURE           PIC 9(6).
           05 FILLER                PIC X.
           05 REG-MODE              PIC X(3).
           05 FILLER                PIC X.
           05 REG-MONTANT           PIC 9(5)V99.

       FD  F-EDITION
           RECORD CONTAINS 100 CHARACTERS.
       01  R-EDITION                PIC X(100).

       FD  F-EXCEPTION
           RECORD CONTAINS 100 CHARACTERS.
       01  R-EXCEPTION              PIC X(100).

       FD  F-IMPAYE
           RECORD CONTAINS 100 CHARACTERS.
       01  R-IMPAYE                 PIC X(100).

       FD  F-RECETTE
           RECORD CONTAINS 100 CHARACTERS.
       01  R-RECETTE                PIC X(100).

           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-PET-STATUS        PIC XX.
       01  WS-USER-STATUS       PIC XX.
       01  WS-VACCIN-STATUS     PIC XX.
       01  WS-RDV-STATUS        PIC XX.
       01  WS-TARIF-STATUS      PIC XX.
       01  WS-FACTURE-STATUS    PIC XX.
       01  WS-REGLEMENT-STATUS  PIC XX.
       01  WS-EDITION-STATUS    PIC XX.
       01  WS-EXCEPTION-STATUS  PIC XX.
       01  WS-IMPAYE-STATUS     PIC XX.
       01  WS-RECETTE-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.

      * Parametres : delai de paiement en jours, jour des recettes
      * (0 = aujourd'hui), acte facture pour un rendez-vous honore.
       01  WS-DELAI-PAIEMENT    PIC 9(3) VALUE 30.
       01  WS-DATE-RECETTES     PIC 9(8) VALUE ZERO.
       01  WS-CODE-CONSULTATION PIC X(6) VALUE "CONSUL".

       01  WS-TODAY-8           PIC 9(8).
       01  WS-LINE              PIC X(100).
       01  WS-FOUND             PIC X.
       01  WS-DATE-8            PIC 9(8).
       01  WS-MOTIF             PIC X(24).
       01  WS-NEXT-NUMERO       PIC 9(6) VALUE ZERO.
       01  WS-FACTURE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-HT                PIC 9(5)V99.
       01  WS-TVA               PIC 9(5)V99.
       01  WS-TTC               PIC 9(5)V99.
       01  WS-TOT-HT            PIC 9(7)V99.
       01  WS-TOT-TVA           PIC 9(7)V99.
       01  WS-TOT-TTC           PIC 9(7)V99.
       01  WS-SOLDE             PIC S9(7)V99.
       01  WS-ECHEANCE-8        PIC 9(8).
       01  WS-RETARD            PIC S9(5).
       01  WS-OWNER-SOLDE       PIC S9(9)V99.
       01  WS-OWNER-ECHU        PIC S9(9)V99.
       01  WS-TOTAL-SOLDE       PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-ECHU        PIC S9(9)V99 VALUE ZERO.
       01  WS-CUR-OWNER         PIC X(5).
       01  WS-OWNER-ADRESSE     PIC X(70).
       01  WS-MONTANT-EDIT      PIC Z(6)9.99.
       01  WS-MONTANT-EDIT-2    PIC Z(6)9.99.
       01  WS-MONTANT-EDIT-3    PIC Z(6)9.99.
       01  WS-SOLDE-EDIT        PIC -Z(6)9.99.
       01  WS-TAUX-EDIT         PIC Z9.99.
       01  WS-RETARD-EDIT       PIC ZZZZ9.

      * Grille tarifaire.
       01  WS-TAR-TABLE.
           05 WS-TAR-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-TAR-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-TAR-COUNT
                  INDEXED BY TAR-IDX.
               10 WS-TAR-CODE      PIC X(6).
               10 WS-TAR-LIBELLE   PIC X(20).
               10 WS-TAR-PRIX      PIC 9(5)V99.
               10 WS-TAR-TVA       PIC 9(2)V99.
       01  WS-TAR-TABLE-MAX        PIC 9(3) VALUE 200.

      * Animaux du registre et leur proprietaire (PET-MASTER-ID).
       01  WS-PET-TABLE.
           05 WS-PET-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-PET-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-PET-COUNT
                  INDEXED BY PET-IDX.
               10 WS-PET-ID        PIC X(8).
               10 WS-PET-NAME      PIC X(8).
               10 WS-PET-OWNER     PIC X(5).
       01  WS-PET-TABLE-MAX        PIC 9(4) VALUE 500.

       01  WS-USER-TABLE.
           05 WS-USER-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-USER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-USER-COUNT
                  INDEXED BY USER-IDX.
               10 WS-USER-ID       PIC X(5).
               10 WS-USER-FIRST    PIC X(7).
               10 WS-USER-LAST     PIC X(9).
               10 WS-USER-STREET-A PIC 9(3).
               10 WS-USER-STREET-B PIC X(16).
               10 WS-USER-CITY     PIC X(8).
       01  WS-USER-TABLE-MAX       PIC 9(4) VALUE 500.

      * Prestations deja facturees (animal, visite, code), pour ne
      * jamais facturer deux fois au fil des passages.
       01  WS-BILLED-TABLE.
           05 WS-BILLED-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-BILLED-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-BILLED-COUNT
                  INDEXED BY BILLED-IDX.
               10 WS-BILLED-PET    PIC X(8).
               10 WS-BILLED-VISITE PIC 9(8).
               10 WS-BILLED-CODE   PIC X(6).
       01  WS-BILLED-TABLE-MAX     PIC 9(5) VALUE 5000.

      * Jours d'injection par animal (vaccinations.dat), preuve
      * qu'un rendez-vous a ete honore.
       01  WS-VACDAY-TABLE.
           05 WS-VACDAY-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-VACDAY-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-VACDAY-COUNT
                  INDEXED BY VACDAY-IDX.
               10 WS-VACDAY-PET    PIC X(8).
               10 WS-VACDAY-DATE   PIC 9(8).
       01  WS-VACDAY-TABLE-MAX     PIC 9(5) VALUE 5000.

      * Depassement d'une table dont la perte fausserait la
      * facturation : la passe est arretee avant toute emission.
       01  WS-TABLE-OVERFLOW       PIC X VALUE 'N'.

      * Prestations a facturer, triees par visite (date, animal).
       01  WS-CAND-TABLE.
           05 WS-CAND-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-CAND-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-CAND-COUNT
                  INDEXED BY CAND-IDX.
               10 WS-CAND-VISITE   PIC 9(8).
               10 WS-CAND-PET      PIC X(8).
               10 WS-CAND-CODE     PIC X(6).
       01  WS-CAND-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-CAND-PET-IN          PIC X(8).
       01  WS-CAND-CODE-IN         PIC X(6).
       01  WS-GROUP-START          PIC 9(4).
       01  WS-GROUP-END            PIC 9(4).
       01  WS-CAND-I               PIC 9(4).

      * Une entree par facture : totaux et reglements rapproches.
       01  WS-INV-TABLE.
           05 WS-INV-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-INV-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-INV-COUNT
                  INDEXED BY INV-IDX.
               10 WS-INV-OWNER     PIC X(5).
               10 WS-INV-NUMERO    PIC 9(6).
               10 WS-INV-EMISSION  PIC 9(8).
               10 WS-INV-PET       PIC X(8).
               10 WS-INV-TTC       PIC 9(7)V99.
               10 WS-INV-PAYE      PIC 9(7)V99.
       01  WS-INV-TABLE-MAX        PIC 9(5) VALUE 5000.

      * Recettes du jour : encaissements par mode de reglement et
      * facturation du jour par taux de TVA.
       01  WS-MODE-TABLE.
           05 WS-MODE-COUNT        PIC 9(2) VALUE ZERO.
           05 WS-MODE-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-MODE-COUNT
                  INDEXED BY MODE-IDX.
               10 WS-MODE-CODE     PIC X(3).
               10 WS-MODE-NB       PIC 9(4).
               10 WS-MODE-MONTANT  PIC 9(7)V99.
       01  WS-MODE-TABLE-MAX       PIC 9(2) VALUE 20.
       01  WS-ENCAISSE-TOTAL       PIC 9(9)V99 VALUE ZERO.

       01  WS-TAUX-TABLE.
           05 WS-TAUX-COUNT        PIC 9(2) VALUE ZERO.
           05 WS-TAUX-ENTRY OCCURS 1 TO 10 TIMES
                  DEPENDING ON WS-TAUX-COUNT
                  INDEXED BY TAUX-IDX.
               10 WS-TAUX-VALEUR   PIC 9(2)V99.
               10 WS-TAUX-HT       PIC 9(7)V99.
               10 WS-TAUX-TVA      PIC 9(7)V99.
               10 WS-TAUX-TTC      PIC 9(7)V99.
       01  WS-TAUX-TABLE-MAX       PIC 9(2) VALUE 10.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           IF WS-DATE-RECETTES = ZERO
               MOVE WS-TODAY-8 TO WS-DATE-RECETTES
           END-IF
           PERFORM LOAD-TARIFS
           PERFORM LOAD-PETS
           PERFORM LOAD-USERS
           PERFORM LOAD-FACTURES
           PERFORM COLLECT-VACCINATIONS
           PERFORM COLLECT-APPOINTMENTS
           PERFORM CHECK-TABLE-CAPACITY
           OPEN OUTPUT F-EXCEPTION
           MOVE WS-EXCEPTION-STATUS TO WS-FILESTAT-CODE
           MOVE "pets-factures-exceptions.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-EXCEPTION" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM BILL-VISITS
           PERFORM MATCH-PAYMENTS
           CLOSE F-EXCEPTION
           PERFORM WRITE-OVERDUE-STATEMENT
           PERFORM WRITE-DAILY-TAKINGS
           DISPLAY "Factures emises      : " WS-FACTURE-COUNT
           DISPLAY "Exceptions           : " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

           COPY 'FILESTCHK.cpy'.
           COPY 'PARAMLOAD.cpy'.

       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "DELAI_PAIEMENT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-DELAI-PAIEMENT
               WHEN "DATE_RECETTES"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-DATE-RECETTES
               WHEN "CODE_CONSULTATION"
                   MOVE WS-PARAM-VALUE TO WS-CODE-CONSULTATION
           END-EVALUATE.

      * Sans grille tarifaire rien ne peut etre facture.
       LOAD-TARIFS.
           OPEN INPUT F-TARIF
           MOVE WS-TARIF-STATUS TO WS-FILESTAT-CODE
           MOVE "pets-tarifs.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-TARIF" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-TARIF AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-TAR-COUNT >= WS-TAR-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-TAR-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-TAR-COUNT
                       SET TAR-IDX TO WS-TAR-COUNT
                       MOVE TAR-CODE TO WS-TAR-CODE(TAR-IDX)
                       MOVE TAR-LIBELLE TO WS-TAR-LIBELLE(TAR-IDX)
                       MOVE TAR-PRIX TO WS-TAR-PRIX(TAR-IDX)
                       MOVE TAR-TVA TO WS-TAR-TVA(TAR-IDX)
                   END-IF
           END-PERFORM
           CLOSE F-TARIF
           MOVE 'N' TO WS-EOF.

       LOAD-PETS.
           OPEN INPUT F-PET-MASTER
           IF WS-PET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-PET-MASTER AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-PET-COUNT >= WS-PET-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-PET-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-PET-COUNT
                       SET PET-IDX TO WS-PET-COUNT
                       MOVE FM-PET-ID-KEY TO WS-PET-ID(PET-IDX)(1:3)
                       MOVE FM-PET-ID-NUM TO WS-PET-ID(PET-IDX)(4:5)
                       MOVE FM-PET-NAME TO WS-PET-NAME(PET-IDX)
                       MOVE FM-PET-MASTER-ID-A
                           TO WS-PET-OWNER(PET-IDX)(1:2)
                       MOVE FM-PET-MASTER-ID-B
                           TO WS-PET-OWNER(PET-IDX)(3:3)
                   END-IF
           END-PERFORM
           CLOSE F-PET-MASTER
           MOVE 'N' TO WS-EOF.

       LOAD-USERS.
           OPEN INPUT F-USER-MASTER
           IF WS-USER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-USER-MASTER AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-USER-COUNT >= WS-USER-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-USER-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-USER-COUNT
                       SET USER-IDX TO WS-USER-COUNT
                       MOVE FM-USER-ID-A TO WS-USER-ID(USER-IDX)(1:2)
                       MOVE FM-USER-ID-B TO WS-USER-ID(USER-IDX)(3:3)
                       MOVE FM-USER-FIRST-NAME
                           TO WS-USER-FIRST(USER-IDX)
                       MOVE FM-USER-LAST-NAME
                           TO WS-USER-LAST(USER-IDX)
                       MOVE FM-USER-STREET-A
                           TO WS-USER-STREET-A(USER-IDX)
                       MOVE FM-USER-STREET-B
                           TO WS-USER-STREET-B(USER-IDX)
                       MOVE FM-USER-CITY TO WS-USER-CITY(USER-IDX)
                   END-IF
           END-PERFORM
           CLOSE F-USER-MASTER
           MOVE 'N' TO WS-EOF.

      * Registre des factures deja emises : prestations facturees,
      * totaux par facture, dernier numero de la suite, et
      * facturation du jour des recettes.
       LOAD-FACTURES.
           OPEN INPUT F-FACTURE
           IF WS-FACTURE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-FACTURE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM REGISTER-INVOICE-LINE
           END-PERFORM
           CLOSE F-FACTURE
           MOVE 'N' TO WS-EOF.

      * Prend en compte une ligne de R-FACTURE, relue ou emise.
       REGISTER-INVOICE-LINE.
           IF FAC-NUMERO > WS-NEXT-NUMERO
               MOVE FAC-NUMERO TO WS-NEXT-NUMERO
           END-IF
           IF WS-BILLED-COUNT >= WS-BILLED-TABLE-MAX
               DISPLAY "ERREUR : capacite de "
                   "WS-BILLED-ENTRY depassee"
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           ELSE
               ADD 1 TO WS-BILLED-COUNT
               SET BILLED-IDX TO WS-BILLED-COUNT
               MOVE FAC-PET-ID TO WS-BILLED-PET(BILLED-IDX)
               MOVE FAC-VISITE TO WS-BILLED-VISITE(BILLED-IDX)
               MOVE FAC-CODE TO WS-BILLED-CODE(BILLED-IDX)
           END-IF
           MOVE 'N' TO WS-FOUND
           IF WS-INV-COUNT > ZERO
               SET INV-IDX TO WS-INV-COUNT
               IF WS-INV-NUMERO(INV-IDX) = FAC-NUMERO
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   SET INV-IDX TO 1
                   SEARCH WS-INV-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-INV-NUMERO(INV-IDX) = FAC-NUMERO
                           MOVE 'Y' TO WS-FOUND
                   END-SEARCH
               END-IF
           END-IF
           IF WS-FOUND = 'N'
               IF WS-INV-COUNT >= WS-INV-TABLE-MAX
                   DISPLAY "ERREUR : capacite de "
                       "WS-INV-ENTRY depassee"
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INV-COUNT
               SET INV-IDX TO WS-INV-COUNT
               MOVE FAC-NUMERO TO WS-INV-NUMERO(INV-IDX)
               MOVE FAC-EMISSION TO WS-INV-EMISSION(INV-IDX)
               MOVE FAC-OWNER TO WS-INV-OWNER(INV-IDX)
               MOVE FAC-PET-ID TO WS-INV-PET(INV-IDX)
               MOVE ZERO TO WS-INV-TTC(INV-IDX)
               MOVE ZERO TO WS-INV-PAYE(INV-IDX)
           END-IF
           ADD FAC-TTC TO WS-INV-TTC(INV-IDX)
           IF FAC-EMISSION = WS-DATE-RECETTES
               PERFORM ADD-TO-VAT-TOTALS
           END-IF.

       ADD-TO-VAT-TOTALS.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING TAUX-IDX FROM 1 BY 1
                   UNTIL TAUX-IDX > WS-TAUX-COUNT OR WS-FOUND = 'Y'
               IF WS-TAUX-VALEUR(TAUX-IDX) = FAC-TVA-TAUX
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET TAUX-IDX DOWN BY 1
           ELSE
               IF WS-TAUX-COUNT >= WS-TAUX-TABLE-MAX
                   DISPLAY "ATTENTION : capacite de "
                       "WS-TAUX-ENTRY depassee"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TAUX-COUNT
               SET TAUX-IDX TO WS-TAUX-COUNT
               MOVE FAC-TVA-TAUX TO WS-TAUX-VALEUR(TAUX-IDX)
               MOVE ZERO TO WS-TAUX-HT(TAUX-IDX)
               MOVE ZERO TO WS-TAUX-TVA(TAUX-IDX)
               MOVE ZERO TO WS-TAUX-TTC(TAUX-IDX)
           END-IF
           ADD FAC-HT TO WS-TAUX-HT(TAUX-IDX)
           ADD FAC-TVA TO WS-TAUX-TVA(TAUX-IDX)
           ADD FAC-TTC TO WS-TAUX-TTC(TAUX-IDX).

      * Chaque injection d'un jour passe est une prestation de la
      * visite de ce jour (date JJMMAAAA reformatee en AAAAMMJJ) ;
      * le jour est aussi retenu comme visite effective de l'animal.
       COLLECT-VACCINATIONS.
           OPEN INPUT F-VACCIN
           IF WS-VACCIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-VACCIN AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF VAC-DATE IS NUMERIC
                       COMPUTE WS-DATE-8 =
                           FUNCTION NUMVAL(VAC-DATE(5:4)) * 10000 +
                           FUNCTION NUMVAL(VAC-DATE(3:2)) * 100 +
                           FUNCTION NUMVAL(VAC-DATE(1:2))
                       IF WS-DATE-8 < WS-TODAY-8
                           PERFORM ADD-VACCINATION-DAY
                           MOVE VAC-PET-ID TO WS-CAND-PET-IN
                           MOVE VAC-CODE TO WS-CAND-CODE-IN
                           PERFORM ADD-CANDIDATE
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE F-VACCIN
           MOVE 'N' TO WS-EOF.

      * Un rendez-vous d'un jour passe est une consultation honoree
      * si l'animal a recu une injection ce jour-la ; le rendez-vous
      * du jour n'a peut-etre pas encore eu lieu et attend la passe
      * suivante.
       COLLECT-APPOINTMENTS.
           OPEN INPUT F-RDV
           IF WS-RDV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-RDV AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RDV-DATE < WS-TODAY-8
                       SET VACDAY-IDX TO 1
                       SEARCH WS-VACDAY-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-VACDAY-PET(VACDAY-IDX) = RDV-PET-ID
                               AND WS-VACDAY-DATE(VACDAY-IDX) = RDV-DATE
                               MOVE RDV-DATE TO WS-DATE-8
                               MOVE RDV-PET-ID TO WS-CAND-PET-IN
                               MOVE WS-CODE-CONSULTATION
                                   TO WS-CAND-CODE-IN
                               PERFORM ADD-CANDIDATE
                       END-SEARCH
                   END-IF
           END-PERFORM
           CLOSE F-RDV
           MOVE 'N' TO WS-EOF.

      * Retient le jour d'injection (animal VAC-PET-ID, jour
      * WS-DATE-8) s'il n'est pas deja connu.
       ADD-VACCINATION-DAY.
           PERFORM VARYING VACDAY-IDX FROM 1 BY 1
                   UNTIL VACDAY-IDX > WS-VACDAY-COUNT
               IF WS-VACDAY-PET(VACDAY-IDX) = VAC-PET-ID
                   AND WS-VACDAY-DATE(VACDAY-IDX) = WS-DATE-8
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-VACDAY-COUNT >= WS-VACDAY-TABLE-MAX
               DISPLAY "ERREUR : capacite de "
                   "WS-VACDAY-ENTRY depassee"
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VACDAY-COUNT
           SET VACDAY-IDX TO WS-VACDAY-COUNT
           MOVE VAC-PET-ID TO WS-VACDAY-PET(VACDAY-IDX)
           MOVE WS-DATE-8 TO WS-VACDAY-DATE(VACDAY-IDX).

      * Retient la prestation (animal WS-CAND-PET-IN, visite
      * WS-DATE-8, code WS-CAND-CODE-IN) si elle n'est ni deja
      * facturee ni deja retenue.
       ADD-CANDIDATE.
           SET BILLED-IDX TO 1
           SEARCH WS-BILLED-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BILLED-PET(BILLED-IDX) = WS-CAND-PET-IN
                   AND WS-BILLED-VISITE(BILLED-IDX) = WS-DATE-8
                   AND WS-BILLED-CODE(BILLED-IDX) = WS-CAND-CODE-IN
                   EXIT PARAGRAPH
           END-SEARCH
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > WS-CAND-COUNT
               IF WS-CAND-PET(CAND-IDX) = WS-CAND-PET-IN
                   AND WS-CAND-VISITE(CAND-IDX) = WS-DATE-8
                   AND WS-CAND-CODE(CAND-IDX) = WS-CAND-CODE-IN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CAND-COUNT >= WS-CAND-TABLE-MAX
               DISPLAY "ATTENTION : capacite de "
                   "WS-CAND-ENTRY depassee"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAND-COUNT
           SET CAND-IDX TO WS-CAND-COUNT
           MOVE WS-DATE-8 TO WS-CAND-VISITE(CAND-IDX)
           MOVE WS-CAND-PET-IN TO WS-CAND-PET(CAND-IDX)
           MOVE WS-CAND-CODE-IN TO WS-CAND-CODE(CAND-IDX).

      * Chaque prestation retenue ajoute au plus une ligne a la
      * table des prestations facturees et une facture a celle des
      * factures : la place est verifiee avant d'ouvrir le
      * registre, comme le chargement du registre lui-meme.
       CHECK-TABLE-CAPACITY.
           IF WS-BILLED-COUNT + WS-CAND-COUNT > WS-BILLED-TABLE-MAX
               DISPLAY "ERREUR : capacite de "
                   "WS-BILLED-ENTRY insuffisante pour "
                   WS-CAND-COUNT " prestation(s) a facturer"
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF
           IF WS-INV-COUNT + WS-CAND-COUNT > WS-INV-TABLE-MAX
               DISPLAY "ERREUR : capacite de "
                   "WS-INV-ENTRY insuffisante pour "
                   WS-CAND-COUNT " prestation(s) a facturer"
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "ERREUR : passe de facturation arretee, "
                   "aucune facture emise"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Une facture par visite (date, animal) : les prestations
      * triees sont decoupees en groupes consecutifs.
       BILL-VISITS.
           OPEN OUTPUT F-EDITION
           MOVE WS-EDITION-STATUS TO WS-FILESTAT-CODE
           MOVE "pets-factures-editees.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-EDITION" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           IF WS-CAND-COUNT > ZERO
               SORT WS-CAND-ENTRY ASCENDING KEY WS-CAND-VISITE
                   WS-CAND-PET WS-CAND-CODE
               OPEN EXTEND F-FACTURE
               IF WS-FACTURE-STATUS = "05"
                   OR WS-FACTURE-STATUS = "35"
                   OPEN OUTPUT F-FACTURE
               END-IF
               MOVE WS-FACTURE-STATUS TO WS-FILESTAT-CODE
               MOVE "pets-factures.dat" TO WS-FILESTAT-FILENAME
               MOVE "OPEN EXTEND F-FACTURE" TO WS-FILESTAT-OPERATION
               PERFORM CHECK-FILE-STATUS
               MOVE 1 TO WS-GROUP-START
               PERFORM UNTIL WS-GROUP-START > WS-CAND-COUNT
                   MOVE WS-GROUP-START TO WS-GROUP-END
                   PERFORM UNTIL WS-GROUP-END >= WS-CAND-COUNT
                       OR WS-CAND-VISITE(WS-GROUP-END + 1)
                          NOT = WS-CAND-VISITE(WS-GROUP-START)
                       OR WS-CAND-PET(WS-GROUP-END + 1)
                          NOT = WS-CAND-PET(WS-GROUP-START)
                       ADD 1 TO WS-GROUP-END
                   END-PERFORM
                   PERFORM BILL-ONE-VISIT
                   COMPUTE WS-GROUP-START = WS-GROUP-END + 1
               END-PERFORM
               CLOSE F-FACTURE
           END-IF
           CLOSE F-EDITION.

      * Animal, proprietaire et tarifs sont controles avant de
      * prendre un numero : la suite reste sans trou.
       BILL-ONE-VISIT.
           SET CAND-IDX TO WS-GROUP-START
           SET PET-IDX TO 1
           SEARCH WS-PET-ENTRY
               AT END
                   MOVE "ANIMAL_HORS_REGISTRE" TO WS-MOTIF
                   PERFORM WRITE-VISIT-EXCEPTION
                   EXIT PARAGRAPH
               WHEN WS-PET-ID(PET-IDX) = WS-CAND-PET(CAND-IDX)
                   CONTINUE
           END-SEARCH
           SET USER-IDX TO 1
           SEARCH WS-USER-ENTRY
               AT END
                   MOVE "PROPRIETAIRE_INCONNU" TO WS-MOTIF
                   PERFORM WRITE-VISIT-EXCEPTION
                   EXIT PARAGRAPH
               WHEN WS-USER-ID(USER-IDX) = WS-PET-OWNER(PET-IDX)
                   CONTINUE
           END-SEARCH
           PERFORM VARYING WS-CAND-I FROM WS-GROUP-START BY 1
                   UNTIL WS-CAND-I > WS-GROUP-END
               SET TAR-IDX TO 1
               SEARCH WS-TAR-ENTRY
                   AT END
                       SET CAND-IDX TO WS-CAND-I
                       MOVE SPACES TO WS-MOTIF
                       STRING "TARIF_INCONNU " WS-CAND-CODE(CAND-IDX)
                           DELIMITED BY SIZE INTO WS-MOTIF
                       SET CAND-IDX TO WS-GROUP-START
                       PERFORM WRITE-VISIT-EXCEPTION
                       EXIT PARAGRAPH
                   WHEN WS-TAR-CODE(TAR-IDX) = WS-CAND-CODE(WS-CAND-I)
                       CONTINUE
               END-SEARCH
           END-PERFORM

           ADD 1 TO WS-NEXT-NUMERO
           ADD 1 TO WS-FACTURE-COUNT
           MOVE ZERO TO WS-TOT-HT WS-TOT-TVA WS-TOT-TTC
           PERFORM WRITE-INVOICE-HEADER
           PERFORM VARYING WS-CAND-I FROM WS-GROUP-START BY 1
                   UNTIL WS-CAND-I > WS-GROUP-END
               PERFORM BILL-ONE-LINE
           END-PERFORM
           PERFORM WRITE-INVOICE-FOOTER.

       BILL-ONE-LINE.
           SET CAND-IDX TO WS-CAND-I
           SET TAR-IDX TO 1
           SEARCH WS-TAR-ENTRY
               WHEN WS-TAR-CODE(TAR-IDX) = WS-CAND-CODE(CAND-IDX)
                   CONTINUE
           END-SEARCH
           MOVE WS-TAR-PRIX(TAR-IDX) TO WS-HT
           COMPUTE WS-TVA ROUNDED =
               WS-HT * WS-TAR-TVA(TAR-IDX) / 100
           COMPUTE WS-TTC = WS-HT + WS-TVA
           ADD WS-HT TO WS-TOT-HT
           ADD WS-TVA TO WS-TOT-TVA
           ADD WS-TTC TO WS-TOT-TTC
           MOVE SPACES TO R-FACTURE
           MOVE WS-NEXT-NUMERO TO FAC-NUMERO
           MOVE WS-TODAY-8 TO FAC-EMISSION
           MOVE WS-CAND-VISITE(CAND-IDX) TO FAC-VISITE
           MOVE WS-CAND-PET(CAND-IDX) TO FAC-PET-ID
           MOVE WS-PET-OWNER(PET-IDX) TO FAC-OWNER
           MOVE WS-CAND-CODE(CAND-IDX) TO FAC-CODE
           MOVE WS-HT TO FAC-HT
           MOVE WS-TAR-TVA(TAR-IDX) TO FAC-TVA-TAUX
           MOVE WS-TVA TO FAC-TVA
           MOVE WS-TTC TO FAC-TTC
           WRITE R-FACTURE
           PERFORM REGISTER-INVOICE-LINE
           MOVE WS-HT TO WS-MONTANT-EDIT
           MOVE WS-TAR-TVA(TAR-IDX) TO WS-TAUX-EDIT
           MOVE WS-TVA TO WS-MONTANT-EDIT-2
           MOVE WS-TTC TO WS-MONTANT-EDIT-3
           MOVE SPACES TO WS-LINE
           STRING "  " WS-CAND-CODE(CAND-IDX) SPACE
                  WS-TAR-LIBELLE(TAR-IDX)
                  " HT " WS-MONTANT-EDIT
                  " TVA " WS-TAUX-EDIT "% " WS-MONTANT-EDIT-2
                  " TTC " WS-MONTANT-EDIT-3
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-EDITION FROM WS-LINE.

      * En-tete : numero, proprietaire destinataire (users.dat),
      * animal et date de la visite.
       WRITE-INVOICE-HEADER.
           MOVE SPACES TO WS-LINE
           STRING "FACTURE " WS-NEXT-NUMERO " du " WS-TODAY-8
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-EDITION FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "  A : " WS-USER-FIRST(USER-IDX) SPACE
                  WS-USER-LAST(USER-IDX) SPACE
                  WS-USER-STREET-A(USER-IDX) SPACE
                  WS-USER-STREET-B(USER-IDX) SPACE
                  WS-USER-CITY(USER-IDX)
                  " (" WS-USER-ID(USER-IDX) ")"
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-EDITION FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "  Animal : " WS-PET-ID(PET-IDX) SPACE
                  WS-PET-NAME(PET-IDX) " - visite du "
                  WS-CAND-VISITE(CAND-IDX)
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-EDITION FROM WS-LINE.

       WRITE-INVOICE-FOOTER.
           COMPUTE WS-ECHEANCE-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
               + WS-DELAI-PAIEMENT)
           MOVE WS-TOT-HT TO WS-MONTANT-EDIT
           MOVE WS-TOT-TVA TO WS-MONTANT-EDIT-2
           MOVE WS-TOT-TTC TO WS-MONTANT-EDIT-3
           MOVE SPACES TO WS-LINE
           STRING "  TOTAL HT " WS-MONTANT-EDIT
                  " TVA " WS-MONTANT-EDIT-2
                  " TTC " WS-MONTANT-EDIT-3
                  " - a regler avant le " WS-ECHEANCE-8
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-EDITION FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE R-EDITION FROM WS-LINE.

       WRITE-VISIT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-LINE
           STRING "VISITE NON FACTUREE " WS-MOTIF SPACE
                  WS-CAND-PET(CAND-IDX) " visite du "
                  WS-CAND-VISITE(CAND-IDX)
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-EXCEPTION FROM WS-LINE.

      * Chaque reglement est impute a sa facture ; un reglement
      * sans facture connue ou une facture trop payee part en
      * exception. Les encaissements du jour des recettes sont
      * cumules par mode.
       MATCH-PAYMENTS.
           OPEN INPUT F-REGLEMENT
           IF WS-REGLEMENT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-REGLEMENT AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-PAYMENT
               END-PERFORM
               CLOSE F-REGLEMENT
               MOVE 'N' TO WS-EOF
           END-IF
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-INV-COUNT
               IF WS-INV-PAYE(INV-IDX) > WS-INV-TTC(INV-IDX)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-INV-TTC(INV-IDX) TO WS-MONTANT-EDIT
                   MOVE WS-INV-PAYE(INV-IDX) TO WS-MONTANT-EDIT-2
                   MOVE SPACES TO WS-LINE
                   STRING "TROP PERCU facture "
                          WS-INV-NUMERO(INV-IDX)
                          " TTC " WS-MONTANT-EDIT
                          " regle " WS-MONTANT-EDIT-2
                          DELIMITED BY SIZE INTO WS-LINE
                   WRITE R-EXCEPTION FROM WS-LINE
               END-IF
           END-PERFORM.

       MATCH-ONE-PAYMENT.
           IF REG-DATE = WS-DATE-RECETTES
               PERFORM ADD-TO-TAKINGS
           END-IF
           SET INV-IDX TO 1
           SEARCH WS-INV-ENTRY
               AT END
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE REG-MONTANT TO WS-MONTANT-EDIT
                   MOVE SPACES TO WS-LINE
                   STRING "REGLEMENT SANS FACTURE " REG-FACTURE
                          " du " REG-DATE SPACE REG-MODE
                          WS-MONTANT-EDIT
                          DELIMITED BY SIZE INTO WS-LINE
                   WRITE R-EXCEPTION FROM WS-LINE
               WHEN WS-INV-NUMERO(INV-IDX) = REG-FACTURE
                   ADD REG-MONTANT TO WS-INV-PAYE(INV-IDX)
           END-SEARCH.

       ADD-TO-TAKINGS.
           ADD REG-MONTANT TO WS-ENCAISSE-TOTAL
           SET MODE-IDX TO 1
           SEARCH WS-MODE-ENTRY
               AT END
                   IF WS-MODE-COUNT >= WS-MODE-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-MODE-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-MODE-COUNT
                       SET MODE-IDX TO WS-MODE-COUNT
                       MOVE REG-MODE TO WS-MODE-CODE(MODE-IDX)
                       MOVE 1 TO WS-MODE-NB(MODE-IDX)
                       MOVE REG-MONTANT TO WS-MODE-MONTANT(MODE-IDX)
                   END-IF
               WHEN WS-MODE-CODE(MODE-IDX) = REG-MODE
                   ADD 1 TO WS-MODE-NB(MODE-IDX)
                   ADD REG-MONTANT TO WS-MODE-MONTANT(MODE-IDX)
           END-SEARCH.

      * Releve par proprietaire des factures non soldees : solde
      * de chaque facture, echeance (emission + DELAI_PAIEMENT)
      * et retard en jours une fois echue.
       WRITE-OVERDUE-STATEMENT.
           OPEN OUTPUT F-IMPAYE
           MOVE WS-IMPAYE-STATUS TO WS-FILESTAT-CODE
           MOVE "pets-impayes.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-IMPAYE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-LINE
           STRING "Soldes restant dus par proprietaire au " WS-TODAY-8
                  " (delai de paiement " WS-DELAI-PAIEMENT " jours)"
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-IMPAYE FROM WS-LINE
           IF WS-INV-COUNT > 1
               SORT WS-INV-ENTRY ASCENDING KEY WS-INV-OWNER
                   WS-INV-NUMERO
           END-IF
           MOVE SPACES TO WS-CUR-OWNER
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-INV-COUNT
               IF WS-INV-PAYE(INV-IDX) < WS-INV-TTC(INV-IDX)
                   IF WS-INV-OWNER(INV-IDX) NOT = WS-CUR-OWNER
                       PERFORM WRITE-OWNER-TOTAL
                       MOVE WS-INV-OWNER(INV-IDX) TO WS-CUR-OWNER
                       PERFORM WRITE-OWNER-HEADER
                   END-IF
                   PERFORM WRITE-OVERDUE-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-OWNER-TOTAL
           MOVE WS-TOTAL-SOLDE TO WS-SOLDE-EDIT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL restant du " WS-SOLDE-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-IMPAYE FROM WS-LINE
           MOVE WS-TOTAL-ECHU TO WS-SOLDE-EDIT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL echu       " WS-SOLDE-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-IMPAYE FROM WS-LINE
           CLOSE F-IMPAYE.

       WRITE-OWNER-HEADER.
           MOVE ZERO TO WS-OWNER-SOLDE WS-OWNER-ECHU
           MOVE SPACES TO WS-OWNER-ADRESSE
           SET USER-IDX TO 1
           SEARCH WS-USER-ENTRY
               AT END
                   MOVE "(proprietaire absent de users.dat)"
                       TO WS-OWNER-ADRESSE
               WHEN WS-USER-ID(USER-IDX) = WS-CUR-OWNER
                   STRING WS-USER-FIRST(USER-IDX) SPACE
                          WS-USER-LAST(USER-IDX) SPACE
                          WS-USER-STREET-A(USER-IDX) SPACE
                          WS-USER-STREET-B(USER-IDX) SPACE
                          WS-USER-CITY(USER-IDX)
                          DELIMITED BY SIZE INTO WS-OWNER-ADRESSE
           END-SEARCH
           MOVE SPACES TO WS-LINE
           WRITE R-IMPAYE FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "PROPRIETAIRE " WS-CUR-OWNER SPACE WS-OWNER-ADRESSE
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-IMPAYE FROM WS-LINE.

       WRITE-OVERDUE-LINE.
           COMPUTE WS-SOLDE =
               WS-INV-TTC(INV-IDX) - WS-INV-PAYE(INV-IDX)
           ADD WS-SOLDE TO WS-OWNER-SOLDE
           ADD WS-SOLDE TO WS-TOTAL-SOLDE
           COMPUTE WS-ECHEANCE-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-INV-EMISSION(INV-IDX))
               + WS-DELAI-PAIEMENT)
           MOVE WS-INV-TTC(INV-IDX) TO WS-MONTANT-EDIT
           MOVE WS-INV-PAYE(INV-IDX) TO WS-MONTANT-EDIT-2
           MOVE WS-SOLDE TO WS-SOLDE-EDIT
           MOVE SPACES TO WS-LINE
           IF WS-ECHEANCE-8 < WS-TODAY-8
               ADD WS-SOLDE TO WS-OWNER-ECHU
               ADD WS-SOLDE TO WS-TOTAL-ECHU
               COMPUTE WS-RETARD =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
                   - FUNCTION INTEGER-OF-DATE(WS-ECHEANCE-8)
               MOVE WS-RETARD TO WS-RETARD-EDIT
               STRING "  facture " WS-INV-NUMERO(INV-IDX)
                      " du " WS-INV-EMISSION(INV-IDX)
                      " TTC " WS-MONTANT-EDIT
                      " regle " WS-MONTANT-EDIT-2
                      " solde " WS-SOLDE-EDIT
                      " ECHUE depuis " WS-RETARD-EDIT " j"
                      DELIMITED BY SIZE INTO WS-LINE
           ELSE
               STRING "  facture " WS-INV-NUMERO(INV-IDX)
                      " du " WS-INV-EMISSION(INV-IDX)
                      " TTC " WS-MONTANT-EDIT
                      " regle " WS-MONTANT-EDIT-2
                      " solde " WS-SOLDE-EDIT
                      " echeance " WS-ECHEANCE-8
                      DELIMITED BY SIZE INTO WS-LINE
           END-IF
           WRITE R-IMPAYE FROM WS-LINE.

       WRITE-OWNER-TOTAL.
           IF WS-CUR-OWNER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OWNER-SOLDE TO WS-SOLDE-EDIT
           MOVE WS-OWNER-ECHU TO WS-MONTANT-EDIT
           MOVE SPACES TO WS-LINE
           STRING "  total du " WS-SOLDE-EDIT
                  " dont echu " WS-MONTANT-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-IMPAYE FROM WS-LINE.

      * Recettes du jour pour la comptabilite : encaissements par
      * mode de reglement, puis facturation du jour par taux de
      * TVA (HT, TVA, TTC).
       WRITE-DAILY-TAKINGS.
           OPEN OUTPUT F-RECETTE
           MOVE WS-RECETTE-STATUS TO WS-FILESTAT-CODE
           MOVE "pets-recettes-jour.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-RECETTE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-LINE
           STRING "Recettes de la clinique du " WS-DATE-RECETTES
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-RECETTE FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE R-RECETTE FROM WS-LINE
           MOVE "Encaissements par mode de reglement" TO WS-LINE
           WRITE R-RECETTE FROM WS-LINE
           PERFORM VARYING MODE-IDX FROM 1 BY 1
                   UNTIL MODE-IDX > WS-MODE-COUNT
               MOVE WS-MODE-MONTANT(MODE-IDX) TO WS-MONTANT-EDIT
               MOVE SPACES TO WS-LINE
               STRING "  " WS-MODE-CODE(MODE-IDX)
                      " reglements: " WS-MODE-NB(MODE-IDX)
                      " montant: " WS-MONTANT-EDIT
                      DELIMITED BY SIZE INTO WS-LINE
               WRITE R-RECETTE FROM WS-LINE
           END-PERFORM
           MOVE WS-ENCAISSE-TOTAL TO WS-MONTANT-EDIT
           MOVE SPACES TO WS-LINE
           STRING "  TOTAL ENCAISSE " WS-MONTANT-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-RECETTE FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE R-RECETTE FROM WS-LINE
           MOVE "Facturation du jour par taux de TVA" TO WS-LINE
           WRITE R-RECETTE FROM WS-LINE
           MOVE ZERO TO WS-TOT-HT WS-TOT-TVA WS-TOT-TTC
           PERFORM VARYING TAUX-IDX FROM 1 BY 1
                   UNTIL TAUX-IDX > WS-TAUX-COUNT
               ADD WS-TAUX-HT(TAUX-IDX) TO WS-TOT-HT
               ADD WS-TAUX-TVA(TAUX-IDX) TO WS-TOT-TVA
               ADD WS-TAUX-TTC(TAUX-IDX) TO WS-TOT-TTC
               MOVE WS-TAUX-VALEUR(TAUX-IDX) TO WS-TAUX-EDIT
               MOVE WS-TAUX-HT(TAUX-IDX) TO WS-MONTANT-EDIT
               MOVE WS-TAUX-TVA(TAUX-IDX) TO WS-MONTANT-EDIT-2
               MOVE WS-TAUX-TTC(TAUX-IDX) TO WS-MONTANT-EDIT-3
               MOVE SPACES TO WS-LINE
               STRING "  TVA " WS-TAUX-EDIT "%"
                      " HT " WS-MONTANT-EDIT
                      " TVA " WS-MONTANT-EDIT-2
                      " TTC " WS-MONTANT-EDIT-3
                      DELIMITED BY SIZE INTO WS-LINE
               WRITE R-RECETTE FROM WS-LINE
           END-PERFORM
           MOVE WS-TOT-HT TO WS-MONTANT-EDIT
           MOVE WS-TOT-TVA TO WS-MONTANT-EDIT-2
           MOVE WS-TOT-TTC TO WS-MONTANT-EDIT-3
           MOVE SPACES TO WS-LINE
           STRING "  TOTAL      HT " WS-MONTANT-EDIT
                  " TVA " WS-MONTANT-EDIT-2
                  " TTC " WS-MONTANT-EDIT-3
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-RECETTE FROM WS-LINE
           CLOSE F-RECETTE.

       END PROGRAM petbill.
