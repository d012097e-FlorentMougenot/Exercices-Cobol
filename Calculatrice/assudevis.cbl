       IDENTIFICATION DIVISION.
       PROGRAM-ID. assudevis.

      * Devis d'affaires nouvelles : les polices etaient tarifees sur
      * une grille papier puis saisies dans assurances.dat, d'ou
      * l'essentiel des rejets VALIDCHK. Le tarif
      * assurances-tarif.dat donne pour chaque produit son type, sa
      * categorie, sa prime de base et sa devise (lignes P), et les
      * coefficients par tranche de chaque critere (lignes F) :
      *   AGE     age de l'assure a la date d'effet, tire de sa date
      *           de naissance au maitre des assures (assuholder) ;
      *   NIVEAU  niveau de garantie demande (1 a 9) ;
      *   BONUS   classe de bonus-malus, coefficient en milliemes
      *           (meme echelle 0.500-3.500 qu'assubonus).
      * Prime du devis = base x coefficients, arrondie au centime.
      * Chaque demande d'assurances-devis-demandes.txt donne un devis
      * numerote, valable VALIDITY_DAYS jours (30 par defaut), garde
      * dans le registre assurances-devis.dat (relu au demarrage,
      * reecrit en entier en fin de run) ; une demande identique a un
      * devis deja emis n'en cree pas un second.
      * L'acceptation d'un devis valide (assurances-devis-
      * acceptations.txt) cree la police N + numero du devis
      * directement dans assurances-master.dat, statut Actif, du jour
      * d'effet (au plus tot le jour d'acceptation) a la veille du
      * meme jour un an plus tard, apres controle VALIDCHK, avec son
      * lien vers l'assure dans assurances-assure-liens.txt. La meme
      * ligne est gardee dans assurances-affaires-nouvelles.dat, que
      * assuconso reprend a chaque reconstruction du maitre, et la
      * police est ajoutee a assurances.dat, que lisent l'echeancier
      * (assuecheance), les mandats, prelevements, relances,
      * reglements, encaissements et la reevaluation de change : sa
      * premiere echeance sort au prochain passage d'assuecheance.
      * Un devis non accepte a la fin de sa validite passe expire ;
      * une acceptation datee dans la validite reste recevable.
      * Le rapport de transformation assurances-devis-conversion.txt
      * liste les devis transformes et expires du mois PERIODE
      * (AAAAMM, zero = mois de la date de passe) ; date de passe
      * QUOTE_DATE (AAAAMMJJ, zero = aujourd'hui).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIF-FILE ASSIGN TO 'assurances-tarif.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIF-STATUS.

      * Meme disposition que HOLDER-FILE dans assuholder.cbl.
           SELECT HOLDER-FILE ASSIGN TO 'assurances-assures.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDER-STATUS.

      * Une demande par ligne : assure, produit, niveau de
      * garantie, coefficient bonus-malus 9V999, date d'effet
      * JJMMAAAA.
           SELECT DEMANDE-FILE
               ASSIGN TO 'assurances-devis-demandes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMANDE-STATUS.

      * Une acceptation par ligne : numero de devis, date
      * d'acceptation JJMMAAAA (a blanc = date de passe).
           SELECT ACCEPT-FILE
               ASSIGN TO 'assurances-devis-acceptations.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPT-STATUS.

           SELECT DEVIS-FILE ASSIGN TO 'assurances-devis.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVIS-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NOUVELLES-FILE
               ASSIGN TO 'assurances-affaires-nouvelles.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOUVELLES-STATUS.

      * Meme disposition que ASSURANCES dans assuecheance.cbl.
           SELECT ASSUR-FILE ASSIGN TO 'assurances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSUR-STATUS.

      * Meme disposition que LIEN-FILE dans assuholder.cbl.
           SELECT LIEN-FILE ASSIGN TO 'assurances-assure-liens.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIEN-STATUS.

           SELECT DEVRPT-FILE ASSIGN TO 'assurances-devis.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVRPT-STATUS.

           SELECT CONV-FILE
               ASSIGN TO 'assurances-devis-conversion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-STATUS.

           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="assudevis-params.cfg"==.

      * Fichier d'exceptions de validation, partage avec
      * assuconso/assusaf/assutest.
           COPY 'VALIDSEL.cpy'.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Ligne P : produit. Ligne F : coefficient d'une tranche
      * [min, max] d'un critere pour un produit.
       FD  TARIF-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01  R-TARIF.
           05 TRF-KIND             PIC X.
           05 FILLER               PIC X.
           05 TRF-PRODUIT          PIC X(4).
           05 FILLER               PIC X.
           05 TRF-DETAIL           PIC X(69).
           05 TRF-PRODUIT-DETAIL REDEFINES TRF-DETAIL.
               10 TRF-TYPE         PIC X(41).
               10 FILLER           PIC X.
               10 TRF-CATEGORIE    PIC X(13).
               10 FILLER           PIC X.
               10 TRF-BASE         PIC X(9).
               10 FILLER           PIC X.
               10 TRF-DEVISE       PIC X(3).
           05 TRF-FACTEUR-DETAIL REDEFINES TRF-DETAIL.
               10 TRF-CRITERE      PIC X(6).
               10 FILLER           PIC X.
               10 TRF-MIN          PIC 9(4).
               10 FILLER           PIC X.
               10 TRF-MAX          PIC 9(4).
               10 FILLER           PIC X.
               10 TRF-COEF         PIC 9V999.
               10 FILLER           PIC X(48).

       FD  HOLDER-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  R-HOLDER.
           05 HLD-ID               PIC X(6).
           05 FILLER               PIC X.
           05 HLD-NOM              PIC X(30).
           05 FILLER               PIC X.
           05 HLD-ADRESSE          PIC X(30).
           05 FILLER               PIC X.
           05 HLD-NAISSANCE        PIC X(8).

       FD  DEMANDE-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  R-DEMANDE.
           05 DEM-ASSURE           PIC X(6).
           05 FILLER               PIC X.
           05 DEM-PRODUIT          PIC X(4).
           05 FILLER               PIC X.
           05 DEM-NIVEAU           PIC X.
           05 FILLER               PIC X.
           05 DEM-BONUS            PIC 9V999.
           05 FILLER               PIC X.
           05 DEM-EFFET            PIC X(8).

       FD  ACCEPT-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  R-ACCEPT.
           05 ACC-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 ACC-DATE             PIC X(8).

      * Registre des devis : statut E emis, C converti en police,
      * X expire ; dates AAAAMMJJ.
       FD  DEVIS-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  R-DEVIS                 PIC X(88).

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

       FD  NOUVELLES-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-NOUVELLES             PIC X(132).

       FD  ASSUR-FILE
           RECORD CONTAINS 123 CHARACTERS.
       01  R-ASSUR.
           05 ASR-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 ASR-NOM              PIC X(14).
           05 FILLER               PIC X.
           05 ASR-DESC             PIC X(56).
           05 FILLER               PIC X.
           05 ASR-STATUT           PIC X(8).
           05 FILLER               PIC X.
           05 ASR-DATE-DEB         PIC X(8).
           05 FILLER               PIC X.
           05 ASR-DATE-FIN         PIC X(8).
           05 FILLER               PIC X.
           05 ASR-PRIX             PIC X(9).
           05 FILLER               PIC X.
           05 ASR-DEVISE           PIC X(5).

       FD  LIEN-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  R-LIEN.
           05 LIEN-NUMERO          PIC X(8).
           05 FILLER               PIC X.
           05 LIEN-ASSURE          PIC X(6).

       FD  DEVRPT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  R-DEVRPT                PIC X(100).

       FD  CONV-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  R-CONV                  PIC X(100).

           COPY 'PARAMFD.cpy'.
           COPY 'VALIDFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-TARIF-STATUS         PIC XX.
       01  WS-HOLDER-STATUS        PIC XX.
       01  WS-DEMANDE-STATUS       PIC XX.
       01  WS-ACCEPT-STATUS        PIC XX.
       01  WS-DEVIS-STATUS         PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-NOUVELLES-STATUS     PIC XX.
       01  WS-ASSUR-STATUS         PIC XX.
       01  WS-LIEN-STATUS          PIC XX.
       01  WS-DEVRPT-STATUS        PIC XX.
       01  WS-CONV-STATUS          PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.
           COPY 'VALIDWS.cpy'.
           COPY 'RUNIDWS.cpy'.

       01  WS-TODAY-8              PIC 9(8).
       01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
       01  WS-RUN-INT              PIC 9(8).
       01  WS-VALIDITY-DAYS        PIC 9(3) VALUE 30.
       01  WS-PERIODE              PIC 9(6) VALUE ZERO.
       01  WS-PERIODE-PARTS REDEFINES WS-PERIODE.
           05 WS-PERIODE-YYYY      PIC 9(4).
           05 WS-PERIODE-MM        PIC 99.

      * Produits du tarif.
       01  WS-PRD-TABLE.
           05 WS-PRD-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-PRD-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-PRD-COUNT
                  INDEXED BY PRD-IDX.
               10 WS-PRD-CODE      PIC X(4).
               10 WS-PRD-TYPE      PIC X(41).
               10 WS-PRD-CATEGORIE PIC X(13).
               10 WS-PRD-BASE      PIC 9(7)V99.
               10 WS-PRD-DEVISE    PIC X(3).
       01  WS-PRD-TABLE-MAX        PIC 9(3) VALUE 50.
       01  WS-PRD-FOUND            PIC X.

      * Tranches de coefficients du tarif.
       01  WS-FAC-TABLE.
           05 WS-FAC-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-FAC-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-FAC-COUNT
                  INDEXED BY FAC-IDX.
               10 WS-FAC-PRODUIT   PIC X(4).
               10 WS-FAC-CRITERE   PIC X(6).
               10 WS-FAC-MIN       PIC 9(4).
               10 WS-FAC-MAX       PIC 9(4).
               10 WS-FAC-COEF      PIC 9V999.
       01  WS-FAC-TABLE-MAX        PIC 9(3) VALUE 300.
       01  WS-FAC-TABLE-FULL       PIC X VALUE 'N'.

      * Recherche d'un coefficient : critere et valeur en entree,
      * coefficient en sortie.
       01  WS-FIND-CRITERE         PIC X(6).
       01  WS-FIND-VALEUR          PIC 9(4).
       01  WS-FIND-FOUND           PIC X.
       01  WS-FIND-COEF            PIC 9V999.

      * Maitre des assures.
       01  WS-HLD-TABLE.
           05 WS-HLD-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-HLD-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-HLD-COUNT
                  INDEXED BY HLD-IDX.
               10 WS-HLD-ID        PIC X(6).
               10 WS-HLD-NOM       PIC X(30).
               10 WS-HLD-NAISSANCE PIC X(8).
       01  WS-HLD-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-HLD-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-HLD-FOUND            PIC X.

      * Registre des devis en memoire, meme disposition que la
      * ligne du fichier.
       01  WS-DEV-TABLE.
           05 WS-DEV-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-DEV-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-DEV-COUNT
                  INDEXED BY DEV-IDX.
               10 WS-DEV-NUMERO    PIC X(8).
               10 FILLER           PIC X.
               10 WS-DEV-EMIS      PIC 9(8).
               10 FILLER           PIC X.
               10 WS-DEV-VALIDE    PIC 9(8).
               10 FILLER           PIC X.
               10 WS-DEV-ASSURE    PIC X(6).
               10 FILLER           PIC X.
               10 WS-DEV-PRODUIT   PIC X(4).
               10 FILLER           PIC X.
               10 WS-DEV-NIVEAU    PIC 9.
               10 FILLER           PIC X.
               10 WS-DEV-BONUS     PIC 9V999.
               10 FILLER           PIC X.
               10 WS-DEV-EFFET     PIC 9(8).
               10 FILLER           PIC X.
               10 WS-DEV-PRIME     PIC 9(6)V99.
               10 FILLER           PIC X.
               10 WS-DEV-DEVISE    PIC X(3).
               10 FILLER           PIC X.
               10 WS-DEV-STATUT    PIC X.
               10 FILLER           PIC X.
               10 WS-DEV-DATE-STATUT PIC 9(8).
               10 FILLER           PIC X.
               10 WS-DEV-POLICE    PIC X(8).
       01  WS-DEV-TABLE-MAX        PIC 9(4) VALUE 3000.
       01  WS-DEV-FOUND            PIC X.
       01  WS-DEV-LAST-SEQ         PIC 9(7) VALUE ZERO.
       01  WS-DEV-SEQ              PIC 9(7).
       01  WS-DEV-NEW-NUMERO.
           05 FILLER               PIC X VALUE "D".
           05 WS-DEV-NEW-SEQ       PIC 9(7).

      * Demande en cours de tarification.
       01  WS-EFFET-8              PIC 9(8).
       01  WS-EFFET-PARTS REDEFINES WS-EFFET-8.
           05 WS-EFFET-YYYY        PIC 9(4).
           05 WS-EFFET-MMDD        PIC 9(4).
       01  WS-NAISSANCE-8          PIC 9(8).
       01  WS-NAISSANCE-PARTS REDEFINES WS-NAISSANCE-8.
           05 WS-NAISSANCE-YYYY    PIC 9(4).
           05 WS-NAISSANCE-MMDD    PIC 9(4).
       01  WS-AGE                  PIC 9(4).
       01  WS-NIVEAU               PIC 9.
       01  WS-BONUS                PIC 9V999.
       01  WS-BONUS-MILLIEMES      PIC 9(4).
       01  WS-COEF-AGE             PIC 9V999.
       01  WS-COEF-NIVEAU          PIC 9V999.
       01  WS-COEF-BONUS           PIC 9V999.
       01  WS-PRIME                PIC 9(6)V99.
       01  WS-MOTIF                PIC X(40).

      * Acceptation en cours.
       01  WS-ACC-DATE-8           PIC 9(8).
       01  WS-DEBUT-8              PIC 9(8).
       01  WS-DEBUT-PARTS REDEFINES WS-DEBUT-8.
           05 WS-DEBUT-YYYY        PIC 9(4).
           05 WS-DEBUT-MMDD        PIC 9(4).
       01  WS-ANNIV-8              PIC 9(8).
       01  WS-FIN-8                PIC 9(8).
       01  WS-DDMMYYYY             PIC X(8).
       01  WS-DEBUT-DDMMYYYY       PIC X(8).
       01  WS-FIN-DDMMYYYY         PIC X(8).
       01  WS-MONTANT-EDIT         PIC 9(6).99.
       01  WS-POLICE-NUMERO        PIC X(8).
       01  WS-MASTER-OPEN          PIC X VALUE 'N'.

       01  WS-ISSUED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-CONVERTED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE ZERO.

      * Rapport de transformation du mois.
       01  WS-CONV-EMIS            PIC 9(5) VALUE ZERO.
       01  WS-CONV-TRANSFORMES     PIC 9(5) VALUE ZERO.
       01  WS-CONV-EXPIRES         PIC 9(5) VALUE ZERO.
       01  WS-CONV-PRIMES          PIC 9(9)V99 VALUE ZERO.
       01  WS-CONV-TAUX            PIC 9(3)V9.
       01  WS-TAUX-EDIT            PIC ZZ9.9.
       01  WS-COEF-EDIT            PIC 9.999.
       01  WS-MONEY-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT           PIC ZZZZ9.
       01  WS-REPORT-LINE          PIC X(100).

       PROCEDURE DIVISION.
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-RUN-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-RUN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
               DISPLAY "ERREUR : date de passe QUOTE_DATE invalide "
                   WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIODE = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-PERIODE
           END-IF
           IF WS-PERIODE-MM < 1 OR WS-PERIODE-MM > 12
               DISPLAY "ERREUR : PERIODE invalide " WS-PERIODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-VALIDITY-DAYS = ZERO
               MOVE 30 TO WS-VALIDITY-DAYS
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM LOAD-TARIFF
           PERFORM LOAD-HOLDERS
           PERFORM LOAD-QUOTES
           OPEN OUTPUT DEVRPT-FILE
           MOVE WS-DEVRPT-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-devis.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT DEVRPT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEVIS D'AFFAIRES NOUVELLES - PASSE DU " WS-RUN-DATE
                  " - RUN " WS-RUN-ID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-DEVRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-DEVRPT FROM WS-REPORT-LINE
      * Les acceptations passent avant l'expiration : un devis
      * accepte dans sa validite ne doit pas etre expire d'abord.
           PERFORM ISSUE-QUOTES
           PERFORM ACCEPT-QUOTES
           PERFORM EXPIRE-QUOTES
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-DEVRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Devis emis: " WS-ISSUED-COUNT
                  "  transformes en police: " WS-CONVERTED-COUNT
                  "  expires: " WS-EXPIRED-COUNT
                  "  refus: " WS-REFUSED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-DEVRPT FROM WS-REPORT-LINE
           CLOSE DEVRPT-FILE
           PERFORM SAVE-QUOTES
           PERFORM WRITE-CONVERSION-REPORT
           IF WS-REFUSED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Devis : " WS-ISSUED-COUNT " emis, "
               WS-CONVERTED-COUNT " transforme(s), "
               WS-EXPIRED-COUNT " expire(s), "
               WS-REFUSED-COUNT " refus"
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'assudevis-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "QUOTE_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-RUN-DATE
               WHEN "VALIDITY_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-VALIDITY-DAYS
               WHEN "PERIODE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PERIODE
           END-EVALUATE.

      * Tarif obligatoire : sans lui aucun devis ne peut etre
      * calcule.
       LOAD-TARIFF.
           OPEN INPUT TARIF-FILE
           IF WS-TARIF-STATUS NOT = "00"
               DISPLAY "ERREUR : assurances-tarif.dat absent, "
                   "aucun devis possible"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TARIF-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   EVALUATE TRF-KIND
                       WHEN "P"
                           PERFORM ADD-TARIFF-PRODUCT
                       WHEN "F"
                           PERFORM ADD-TARIFF-FACTOR
                   END-EVALUATE
           END-PERFORM
           CLOSE TARIF-FILE
           MOVE 'N' TO WS-EOF.

       ADD-TARIFF-PRODUCT.
           IF FUNCTION TEST-NUMVAL(TRF-BASE) NOT = 0
               DISPLAY "ATTENTION : prime de base invalide pour le "
                   "produit " TRF-PRODUIT
               EXIT PARAGRAPH
           END-IF
           IF WS-PRD-COUNT >= WS-PRD-TABLE-MAX
               DISPLAY "ATTENTION : capacite de WS-PRD-ENTRY ("
                   WS-PRD-TABLE-MAX ") depassee, produit "
                   TRF-PRODUIT " ignore"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRD-COUNT
           SET PRD-IDX TO WS-PRD-COUNT
           MOVE TRF-PRODUIT TO WS-PRD-CODE(PRD-IDX)
           MOVE TRF-TYPE TO WS-PRD-TYPE(PRD-IDX)
           MOVE TRF-CATEGORIE TO WS-PRD-CATEGORIE(PRD-IDX)
           MOVE FUNCTION NUMVAL(TRF-BASE) TO WS-PRD-BASE(PRD-IDX)
           MOVE TRF-DEVISE TO WS-PRD-DEVISE(PRD-IDX).

       ADD-TARIFF-FACTOR.
           IF TRF-MIN IS NOT NUMERIC OR TRF-MAX IS NOT NUMERIC
               OR TRF-COEF IS NOT NUMERIC
               DISPLAY "ATTENTION : tranche de tarif invalide "
                   TRF-PRODUIT " " TRF-CRITERE
               EXIT PARAGRAPH
           END-IF
           IF WS-FAC-COUNT >= WS-FAC-TABLE-MAX
               IF WS-FAC-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-FAC-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de WS-FAC-ENTRY ("
                       WS-FAC-TABLE-MAX ") depassee, tranches "
                       "ignorees au-dela"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAC-COUNT
           SET FAC-IDX TO WS-FAC-COUNT
           MOVE TRF-PRODUIT TO WS-FAC-PRODUIT(FAC-IDX)
           MOVE TRF-CRITERE TO WS-FAC-CRITERE(FAC-IDX)
           MOVE TRF-MIN TO WS-FAC-MIN(FAC-IDX)
           MOVE TRF-MAX TO WS-FAC-MAX(FAC-IDX)
           MOVE TRF-COEF TO WS-FAC-COEF(FAC-IDX).

       LOAD-HOLDERS.
           OPEN INPUT HOLDER-FILE
           IF WS-HOLDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDER-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-HLD-COUNT >= WS-HLD-TABLE-MAX
                       IF WS-HLD-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-HLD-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-HLD-ENTRY (" WS-HLD-TABLE-MAX
                               ") depassee, assures ignores au-dela"
                       END-IF
                   ELSE
                       ADD 1 TO WS-HLD-COUNT
                       SET HLD-IDX TO WS-HLD-COUNT
                       MOVE HLD-ID TO WS-HLD-ID(HLD-IDX)
                       MOVE HLD-NOM TO WS-HLD-NOM(HLD-IDX)
                       MOVE HLD-NAISSANCE
                           TO WS-HLD-NAISSANCE(HLD-IDX)
                   END-IF
           END-PERFORM
           CLOSE HOLDER-FILE
           MOVE 'N' TO WS-EOF.

      * Registre des devis : le dernier numero attribue continue la
      * sequence.
       LOAD-QUOTES.
           OPEN INPUT DEVIS-FILE
           IF WS-DEVIS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEVIS-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-DEV-COUNT >= WS-DEV-TABLE-MAX
                       DISPLAY "ERREUR : capacite de WS-DEV-ENTRY ("
                           WS-DEV-TABLE-MAX ") depassee, registre "
                           "des devis non reecrit"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DEV-COUNT
                   SET DEV-IDX TO WS-DEV-COUNT
                   MOVE R-DEVIS TO WS-DEV-ENTRY(DEV-IDX)
                   IF WS-DEV-NUMERO(DEV-IDX)(2:7) IS NUMERIC
                       MOVE WS-DEV-NUMERO(DEV-IDX)(2:7)
                           TO WS-DEV-SEQ
                       IF WS-DEV-SEQ > WS-DEV-LAST-SEQ
                           MOVE WS-DEV-SEQ TO WS-DEV-LAST-SEQ
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE DEVIS-FILE
           MOVE 'N' TO WS-EOF.

       SAVE-QUOTES.
           OPEN OUTPUT DEVIS-FILE
           MOVE WS-DEVIS-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-devis.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT DEVIS-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING DEV-IDX FROM 1 BY 1
                   UNTIL DEV-IDX > WS-DEV-COUNT
               MOVE WS-DEV-ENTRY(DEV-IDX) TO R-DEVIS
               WRITE R-DEVIS
           END-PERFORM
           CLOSE DEVIS-FILE.

      * Un devis emis dont la validite est passee expire le
      * lendemain de son dernier jour de validite.
       EXPIRE-QUOTES.
           PERFORM VARYING DEV-IDX FROM 1 BY 1
                   UNTIL DEV-IDX > WS-DEV-COUNT
               IF WS-DEV-STATUT(DEV-IDX) = "E"
                   AND WS-DEV-VALIDE(DEV-IDX) < WS-RUN-DATE
                   MOVE "X" TO WS-DEV-STATUT(DEV-IDX)
                   COMPUTE WS-DEV-DATE-STATUT(DEV-IDX) =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DEV-VALIDE(DEV-IDX))
                       + 1)
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "EXPIRE   " WS-DEV-NUMERO(DEV-IDX)
                          " assure " WS-DEV-ASSURE(DEV-IDX)
                          " produit " WS-DEV-PRODUIT(DEV-IDX)
                          " valable jusqu'au " WS-DEV-VALIDE(DEV-IDX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE R-DEVRPT FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

       ISSUE-QUOTES.
           OPEN INPUT DEMANDE-FILE
           IF WS-DEMANDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEMANDE-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM ISSUE-ONE-QUOTE
           END-PERFORM
           CLOSE DEMANDE-FILE
           MOVE 'N' TO WS-EOF.

      * Tarification d'une demande : produit et assure connus,
      * coefficient trouve pour chacun des trois criteres.
       ISSUE-ONE-QUOTE.
           IF DEM-NIVEAU IS NOT NUMERIC OR DEM-BONUS IS NOT NUMERIC
               MOVE "NIVEAU_OU_BONUS_INVALIDE" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           IF DEM-EFFET IS NOT NUMERIC
               MOVE "DATE_EFFET_INVALIDE" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EFFET-8 =
               FUNCTION NUMVAL(DEM-EFFET(5:4)) * 10000 +
               FUNCTION NUMVAL(DEM-EFFET(3:2)) * 100 +
               FUNCTION NUMVAL(DEM-EFFET(1:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFET-8) NOT = 0
               MOVE "DATE_EFFET_INVALIDE" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           IF WS-EFFET-8 < WS-RUN-DATE
               MOVE "DATE_EFFET_PASSEE" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           MOVE DEM-NIVEAU TO WS-NIVEAU
           MOVE DEM-BONUS TO WS-BONUS
           COMPUTE WS-BONUS-MILLIEMES = WS-BONUS * 1000

           MOVE 'N' TO WS-PRD-FOUND
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > WS-PRD-COUNT
                   OR WS-PRD-FOUND = 'Y'
               IF WS-PRD-CODE(PRD-IDX) = DEM-PRODUIT
                   MOVE 'Y' TO WS-PRD-FOUND
               END-IF
           END-PERFORM
           IF WS-PRD-FOUND = 'N'
               MOVE "PRODUIT_INCONNU" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           SET PRD-IDX DOWN BY 1

           PERFORM FIND-HOLDER
           IF WS-HLD-FOUND = 'N'
               MOVE "ASSURE_INCONNU" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           IF WS-HLD-NAISSANCE(HLD-IDX) IS NOT NUMERIC
               MOVE "NAISSANCE_ASSURE_INVALIDE" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NAISSANCE-8 =
               FUNCTION NUMVAL(WS-HLD-NAISSANCE(HLD-IDX)(5:4)) * 10000
               + FUNCTION NUMVAL(WS-HLD-NAISSANCE(HLD-IDX)(3:2)) * 100
               + FUNCTION NUMVAL(WS-HLD-NAISSANCE(HLD-IDX)(1:2))
           IF WS-NAISSANCE-8 > WS-EFFET-8
               MOVE "NAISSANCE_ASSURE_INVALIDE" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE = WS-EFFET-YYYY - WS-NAISSANCE-YYYY
           IF WS-EFFET-MMDD < WS-NAISSANCE-MMDD
               SUBTRACT 1 FROM WS-AGE
           END-IF

           MOVE "AGE" TO WS-FIND-CRITERE
           MOVE WS-AGE TO WS-FIND-VALEUR
           PERFORM FIND-FACTOR
           IF WS-FIND-FOUND = 'N'
               MOVE "HORS_TARIF_AGE" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-COEF TO WS-COEF-AGE
           MOVE "NIVEAU" TO WS-FIND-CRITERE
           MOVE WS-NIVEAU TO WS-FIND-VALEUR
           PERFORM FIND-FACTOR
           IF WS-FIND-FOUND = 'N'
               MOVE "HORS_TARIF_NIVEAU" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-COEF TO WS-COEF-NIVEAU
           MOVE "BONUS" TO WS-FIND-CRITERE
           MOVE WS-BONUS-MILLIEMES TO WS-FIND-VALEUR
           PERFORM FIND-FACTOR
           IF WS-FIND-FOUND = 'N'
               MOVE "HORS_TARIF_BONUS" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-COEF TO WS-COEF-BONUS

      * Une demande deja tarifee (passe relancee, demande
      * ressaisie) ne donne pas de second devis, quel que soit le
      * sort du premier.
           MOVE 'N' TO WS-DEV-FOUND
           PERFORM VARYING DEV-IDX FROM 1 BY 1
                   UNTIL DEV-IDX > WS-DEV-COUNT
                   OR WS-DEV-FOUND = 'Y'
               IF WS-DEV-ASSURE(DEV-IDX) = DEM-ASSURE
                   AND WS-DEV-PRODUIT(DEV-IDX) = DEM-PRODUIT
                   AND WS-DEV-NIVEAU(DEV-IDX) = WS-NIVEAU
                   AND WS-DEV-BONUS(DEV-IDX) = WS-BONUS
                   AND WS-DEV-EFFET(DEV-IDX) = WS-EFFET-8
                   MOVE 'Y' TO WS-DEV-FOUND
               END-IF
           END-PERFORM
           IF WS-DEV-FOUND = 'Y'
               SET DEV-IDX DOWN BY 1
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DEJA     " WS-DEV-NUMERO(DEV-IDX)
                      " assure " DEM-ASSURE " produit " DEM-PRODUIT
                      " : devis deja emis pour la meme demande"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-DEVRPT FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEV-COUNT >= WS-DEV-TABLE-MAX
               MOVE "REGISTRE_DES_DEVIS_PLEIN" TO WS-MOTIF
               PERFORM REFUSE-DEMANDE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PRIME ROUNDED = WS-PRD-BASE(PRD-IDX)
               * WS-COEF-AGE * WS-COEF-NIVEAU * WS-COEF-BONUS
           ADD 1 TO WS-DEV-LAST-SEQ
           MOVE WS-DEV-LAST-SEQ TO WS-DEV-NEW-SEQ
           ADD 1 TO WS-DEV-COUNT
           SET DEV-IDX TO WS-DEV-COUNT
           MOVE SPACES TO WS-DEV-ENTRY(DEV-IDX)
           MOVE WS-DEV-NEW-NUMERO TO WS-DEV-NUMERO(DEV-IDX)
           MOVE WS-RUN-DATE TO WS-DEV-EMIS(DEV-IDX)
           COMPUTE WS-DEV-VALIDE(DEV-IDX) = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT + WS-VALIDITY-DAYS)
           MOVE DEM-ASSURE TO WS-DEV-ASSURE(DEV-IDX)
           MOVE DEM-PRODUIT TO WS-DEV-PRODUIT(DEV-IDX)
           MOVE WS-NIVEAU TO WS-DEV-NIVEAU(DEV-IDX)
           MOVE WS-BONUS TO WS-DEV-BONUS(DEV-IDX)
           MOVE WS-EFFET-8 TO WS-DEV-EFFET(DEV-IDX)
           MOVE WS-PRIME TO WS-DEV-PRIME(DEV-IDX)
           MOVE WS-PRD-DEVISE(PRD-IDX) TO WS-DEV-DEVISE(DEV-IDX)
           MOVE "E" TO WS-DEV-STATUT(DEV-IDX)
           MOVE WS-RUN-DATE TO WS-DEV-DATE-STATUT(DEV-IDX)
           ADD 1 TO WS-ISSUED-COUNT
           PERFORM PRINT-QUOTE.

      * Detail du devis emis : assure, produit, coefficients
      * appliques, prime et fin de validite.
       PRINT-QUOTE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEVIS    " WS-DEV-NUMERO(DEV-IDX)
                  " assure " DEM-ASSURE " "
                  WS-HLD-NOM(HLD-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-DEVRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         produit " DEM-PRODUIT " "
                  WS-PRD-TYPE(PRD-IDX)
                  " effet " WS-EFFET-8
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-DEVRPT FROM WS-REPORT-LINE
           MOVE WS-PRD-BASE(PRD-IDX) TO WS-MONEY-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         base " WS-MONEY-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-COEF-AGE TO WS-COEF-EDIT
           MOVE "x age" TO WS-REPORT-LINE(30:5)
           MOVE WS-AGE(2:3) TO WS-REPORT-LINE(36:3)
           MOVE WS-COEF-EDIT TO WS-REPORT-LINE(40:5)
           MOVE WS-COEF-NIVEAU TO WS-COEF-EDIT
           MOVE "x niveau" TO WS-REPORT-LINE(47:8)
           MOVE WS-NIVEAU TO WS-REPORT-LINE(56:1)
           MOVE WS-COEF-EDIT TO WS-REPORT-LINE(58:5)
           MOVE WS-COEF-BONUS TO WS-COEF-EDIT
           MOVE "x bonus-malus" TO WS-REPORT-LINE(65:13)
           MOVE WS-COEF-EDIT TO WS-REPORT-LINE(79:5)
           WRITE R-DEVRPT FROM WS-REPORT-LINE
           MOVE WS-PRIME TO WS-MONEY-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         prime annuelle " WS-MONEY-EDIT " "
                  WS-PRD-DEVISE(PRD-IDX)
                  "  valable jusqu'au " WS-DEV-VALIDE(DEV-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-DEVRPT FROM WS-REPORT-LINE.

       FIND-HOLDER.
           MOVE 'N' TO WS-HLD-FOUND
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HLD-COUNT
                   OR WS-HLD-FOUND = 'Y'
               IF WS-HLD-ID(HLD-IDX) = DEM-ASSURE
                   MOVE 'Y' TO WS-HLD-FOUND
               END-IF
           END-PERFORM
           IF WS-HLD-FOUND = 'Y'
               SET HLD-IDX DOWN BY 1
           END-IF.

      * Coefficient de la tranche du produit contenant la valeur.
       FIND-FACTOR.
           MOVE 'N' TO WS-FIND-FOUND
           PERFORM VARYING FAC-IDX FROM 1 BY 1
                   UNTIL FAC-IDX > WS-FAC-COUNT
                   OR WS-FIND-FOUND = 'Y'
               IF WS-FAC-PRODUIT(FAC-IDX) = DEM-PRODUIT
                   AND WS-FAC-CRITERE(FAC-IDX) = WS-FIND-CRITERE
                   AND WS-FIND-VALEUR >= WS-FAC-MIN(FAC-IDX)
                   AND WS-FIND-VALEUR <= WS-FAC-MAX(FAC-IDX)
                   MOVE 'Y' TO WS-FIND-FOUND
                   MOVE WS-FAC-COEF(FAC-IDX) TO WS-FIND-COEF
               END-IF
           END-PERFORM.

       REFUSE-DEMANDE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REFUS    demande assure " DEM-ASSURE
                  " produit " DEM-PRODUIT " effet " DEM-EFFET
                  " : " WS-MOTIF
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-DEVRPT FROM WS-REPORT-LINE.

      * Acceptations : le maitre consolide doit exister, les polices
      * creees y sont ajoutees a la suite.
       ACCEPT-QUOTES.
           OPEN INPUT ACCEPT-FILE
           IF WS-ACCEPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCEPT-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ACC-NUMERO NOT = SPACES
                       PERFORM ACCEPT-ONE-QUOTE
                   END-IF
           END-PERFORM
           CLOSE ACCEPT-FILE
           MOVE 'N' TO WS-EOF
           IF WS-MASTER-OPEN = 'Y'
               CLOSE MASTER-FILE
               CLOSE NOUVELLES-FILE
               CLOSE ASSUR-FILE
               CLOSE LIEN-FILE
           END-IF.

       ACCEPT-ONE-QUOTE.
           MOVE 'N' TO WS-DEV-FOUND
           PERFORM VARYING DEV-IDX FROM 1 BY 1
                   UNTIL DEV-IDX > WS-DEV-COUNT
                   OR WS-DEV-FOUND = 'Y'
               IF WS-DEV-NUMERO(DEV-IDX) = ACC-NUMERO
                   MOVE 'Y' TO WS-DEV-FOUND
               END-IF
           END-PERFORM
           IF WS-DEV-FOUND = 'N'
               MOVE "DEVIS_INCONNU" TO WS-MOTIF
               PERFORM REFUSE-ACCEPTATION
               EXIT PARAGRAPH
           END-IF
           SET DEV-IDX DOWN BY 1
      * Acceptation deja traitee par une passe precedente.
           IF WS-DEV-STATUT(DEV-IDX) = "C"
               EXIT PARAGRAPH
           END-IF
           IF ACC-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-ACC-DATE-8
           ELSE
               IF ACC-DATE IS NOT NUMERIC
                   MOVE "DATE_ACCEPTATION_INVALIDE" TO WS-MOTIF
                   PERFORM REFUSE-ACCEPTATION
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-ACC-DATE-8 =
                   FUNCTION NUMVAL(ACC-DATE(5:4)) * 10000 +
                   FUNCTION NUMVAL(ACC-DATE(3:2)) * 100 +
                   FUNCTION NUMVAL(ACC-DATE(1:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ACC-DATE-8) NOT = 0
                   MOVE "DATE_ACCEPTATION_INVALIDE" TO WS-MOTIF
                   PERFORM REFUSE-ACCEPTATION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ACC-DATE-8 < WS-DEV-EMIS(DEV-IDX)
               MOVE "ACCEPTATION_AVANT_EMISSION" TO WS-MOTIF
               PERFORM REFUSE-ACCEPTATION
               EXIT PARAGRAPH
           END-IF
      * Seule la date d'acceptation compte : un devis expire par une
      * passe precedente reste acceptable si la reponse est datee
      * de sa periode de validite.
           IF WS-ACC-DATE-8 > WS-DEV-VALIDE(DEV-IDX)
               MOVE "DEVIS_EXPIRE" TO WS-MOTIF
               PERFORM REFUSE-ACCEPTATION
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PRD-FOUND
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > WS-PRD-COUNT
                   OR WS-PRD-FOUND = 'Y'
               IF WS-PRD-CODE(PRD-IDX) = WS-DEV-PRODUIT(DEV-IDX)
                   MOVE 'Y' TO WS-PRD-FOUND
               END-IF
           END-PERFORM
           IF WS-PRD-FOUND = 'N'
               MOVE "PRODUIT_RETIRE_DU_TARIF" TO WS-MOTIF
               PERFORM REFUSE-ACCEPTATION
               EXIT PARAGRAPH
           END-IF
           SET PRD-IDX DOWN BY 1
           MOVE WS-DEV-ASSURE(DEV-IDX) TO DEM-ASSURE
           PERFORM FIND-HOLDER
           IF WS-HLD-FOUND = 'N'
               MOVE "ASSURE_INCONNU" TO WS-MOTIF
               PERFORM REFUSE-ACCEPTATION
               EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-OPEN = 'N'
               PERFORM OPEN-CONVERSION-FILES
               IF WS-MASTER-OPEN = 'N'
                   MOVE "MAITRE_CONSOLIDE_ABSENT" TO WS-MOTIF
                   PERFORM REFUSE-ACCEPTATION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CONVERT-QUOTE.

      * Police creee : du jour d'effet (au plus tot l'acceptation) a
      * la veille de son anniversaire ; un 29 fevrier court jusqu'au
      * 28 fevrier suivant.
       CONVERT-QUOTE.
           MOVE WS-DEV-EFFET(DEV-IDX) TO WS-DEBUT-8
           IF WS-ACC-DATE-8 > WS-DEBUT-8
               MOVE WS-ACC-DATE-8 TO WS-DEBUT-8
           END-IF
           IF WS-DEBUT-MMDD = 0229
               COMPUTE WS-ANNIV-8 = (WS-DEBUT-YYYY + 1) * 10000 + 301
           ELSE
               COMPUTE WS-ANNIV-8 = WS-DEBUT-8 + 10000
           END-IF
           COMPUTE WS-FIN-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ANNIV-8) - 1)
           MOVE WS-DEBUT-8(7:2) TO WS-DEBUT-DDMMYYYY(1:2)
           MOVE WS-DEBUT-8(5:2) TO WS-DEBUT-DDMMYYYY(3:2)
           MOVE WS-DEBUT-8(1:4) TO WS-DEBUT-DDMMYYYY(5:4)
           MOVE WS-FIN-8(7:2) TO WS-FIN-DDMMYYYY(1:2)
           MOVE WS-FIN-8(5:2) TO WS-FIN-DDMMYYYY(3:2)
           MOVE WS-FIN-8(1:4) TO WS-FIN-DDMMYYYY(5:4)
           MOVE WS-DEV-PRIME(DEV-IDX) TO WS-MONTANT-EDIT
           MOVE SPACES TO WS-POLICE-NUMERO
           STRING "N" WS-DEV-NUMERO(DEV-IDX)(2:7)
                  DELIMITED BY SIZE INTO WS-POLICE-NUMERO

           MOVE SPACES TO MASTER-RECORD
           MOVE "DEVIS" TO MST-SOURCE
           MOVE WS-POLICE-NUMERO TO MST-NUMERO
           MOVE WS-HLD-NOM(HLD-IDX) TO MST-NOM
           MOVE WS-PRD-CATEGORIE(PRD-IDX) TO MST-CATEGORIE
           MOVE WS-PRD-TYPE(PRD-IDX) TO MST-TYPE
           MOVE "Actif" TO MST-STATUT
           MOVE WS-DEBUT-DDMMYYYY TO MST-DATE-DEB
           MOVE WS-FIN-DDMMYYYY TO MST-DATE-FIN
           MOVE WS-MONTANT-EDIT TO MST-MONTANT
           MOVE WS-DEV-DEVISE(DEV-IDX) TO MST-DEVISE

           MOVE MST-NUMERO TO WS-COMMON-NUMERO
           MOVE WS-MONTANT-EDIT TO WS-COMMON-MONTANT-STR
           MOVE MST-DATE-DEB TO WS-COMMON-DATE-DEB
           MOVE MST-DATE-FIN TO WS-COMMON-DATE-FIN
           MOVE MST-STATUT TO WS-COMMON-STATUT
           PERFORM VALIDATE-ASSURANCE-RECORD
           IF WS-VALID-RESULT = 'NO'
               PERFORM WRITE-VALIDATION-EXCEPTION
               MOVE WS-VALID-REASON TO WS-MOTIF
               PERFORM REFUSE-ACCEPTATION
               EXIT PARAGRAPH
           END-IF
           WRITE MASTER-RECORD
           MOVE WS-MASTER-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-master.dat" TO WS-FILESTAT-FILENAME
           MOVE "WRITE MASTER-RECORD" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE MASTER-RECORD TO R-NOUVELLES
           WRITE R-NOUVELLES
           MOVE SPACES TO R-ASSUR
           MOVE WS-POLICE-NUMERO TO ASR-NUMERO
           MOVE WS-HLD-NOM(HLD-IDX) TO ASR-NOM
           MOVE WS-PRD-TYPE(PRD-IDX) TO ASR-DESC
           MOVE "Actif" TO ASR-STATUT
           MOVE WS-DEBUT-DDMMYYYY TO ASR-DATE-DEB
           MOVE WS-FIN-DDMMYYYY TO ASR-DATE-FIN
           MOVE WS-MONTANT-EDIT TO ASR-PRIX
           MOVE WS-DEV-DEVISE(DEV-IDX) TO ASR-DEVISE
           WRITE R-ASSUR
           MOVE WS-ASSUR-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances.dat" TO WS-FILESTAT-FILENAME
           MOVE "WRITE R-ASSUR" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO R-LIEN
           MOVE WS-POLICE-NUMERO TO LIEN-NUMERO
           MOVE WS-DEV-ASSURE(DEV-IDX) TO LIEN-ASSURE
           WRITE R-LIEN

           MOVE "C" TO WS-DEV-STATUT(DEV-IDX)
           MOVE WS-ACC-DATE-8 TO WS-DEV-DATE-STATUT(DEV-IDX)
           MOVE WS-POLICE-NUMERO TO WS-DEV-POLICE(DEV-IDX)
           ADD 1 TO WS-CONVERTED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POLICE   " WS-DEV-NUMERO(DEV-IDX)
                  " accepte le " WS-ACC-DATE-8
                  " -> police " WS-POLICE-NUMERO
                  " du " WS-DEBUT-DDMMYYYY " au " WS-FIN-DDMMYYYY
                  " prime " WS-MONTANT-EDIT " " WS-DEV-DEVISE(DEV-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-DEVRPT FROM WS-REPORT-LINE.

       OPEN-CONVERSION-FILES.
           OPEN EXTEND MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MASTER-OPEN
           OPEN EXTEND NOUVELLES-FILE
           IF WS-NOUVELLES-STATUS = "05" OR WS-NOUVELLES-STATUS = "35"
               OPEN OUTPUT NOUVELLES-FILE
           END-IF
           MOVE WS-NOUVELLES-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-affaires-nouvelles.dat"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN NOUVELLES-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN EXTEND ASSUR-FILE
           IF WS-ASSUR-STATUS = "05" OR WS-ASSUR-STATUS = "35"
               OPEN OUTPUT ASSUR-FILE
           END-IF
           MOVE WS-ASSUR-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN ASSUR-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN EXTEND LIEN-FILE
           IF WS-LIEN-STATUS = "05" OR WS-LIEN-STATUS = "35"
               OPEN OUTPUT LIEN-FILE
           END-IF
           MOVE WS-LIEN-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-assure-liens.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN LIEN-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS.

       REFUSE-ACCEPTATION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REFUS    acceptation " ACC-NUMERO
                  " du " ACC-DATE " : " WS-MOTIF
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-DEVRPT FROM WS-REPORT-LINE.

      * Rapport de transformation du mois PERIODE : devis emis,
      * devis transformes en police et devis expires dans le mois,
      * taux de transformation sur les devis sortis du mois.
       WRITE-CONVERSION-REPORT.
           OPEN OUTPUT CONV-FILE
           MOVE WS-CONV-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-devis-conversion.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT CONV-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSFORMATION DES DEVIS - MOIS " WS-PERIODE
                  " - RUN " WS-RUN-ID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-CONV FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-CONV FROM WS-REPORT-LINE
           MOVE "DEVIS TRANSFORMES EN POLICE" TO WS-REPORT-LINE
           WRITE R-CONV FROM WS-REPORT-LINE
           PERFORM VARYING DEV-IDX FROM 1 BY 1
                   UNTIL DEV-IDX > WS-DEV-COUNT
               IF WS-DEV-EMIS(DEV-IDX)(1:6) = WS-PERIODE
                   ADD 1 TO WS-CONV-EMIS
               END-IF
               IF WS-DEV-STATUT(DEV-IDX) = "C"
                   AND WS-DEV-DATE-STATUT(DEV-IDX)(1:6) = WS-PERIODE
                   ADD 1 TO WS-CONV-TRANSFORMES
                   ADD WS-DEV-PRIME(DEV-IDX) TO WS-CONV-PRIMES
                   PERFORM WRITE-CONVERSION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-CONV FROM WS-REPORT-LINE
           MOVE "DEVIS EXPIRES SANS SUITE" TO WS-REPORT-LINE
           WRITE R-CONV FROM WS-REPORT-LINE
           PERFORM VARYING DEV-IDX FROM 1 BY 1
                   UNTIL DEV-IDX > WS-DEV-COUNT
               IF WS-DEV-STATUT(DEV-IDX) = "X"
                   AND WS-DEV-DATE-STATUT(DEV-IDX)(1:6) = WS-PERIODE
                   ADD 1 TO WS-CONV-EXPIRES
                   PERFORM WRITE-CONVERSION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-CONV FROM WS-REPORT-LINE
           MOVE ZERO TO WS-CONV-TAUX
           IF WS-CONV-TRANSFORMES + WS-CONV-EXPIRES > ZERO
               COMPUTE WS-CONV-TAUX ROUNDED =
                   WS-CONV-TRANSFORMES * 100
                   / (WS-CONV-TRANSFORMES + WS-CONV-EXPIRES)
           END-IF
           MOVE WS-CONV-TAUX TO WS-TAUX-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Emis dans le mois: " WS-CONV-EMIS
                  "  transformes: " WS-CONV-TRANSFORMES
                  "  expires: " WS-CONV-EXPIRES
                  "  taux de transformation: " WS-TAUX-EDIT "%"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-CONV FROM WS-REPORT-LINE
           MOVE WS-CONV-PRIMES TO WS-MONEY-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Primes annuelles des polices creees (devises "
                  "d'origine): " WS-MONEY-EDIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-CONV FROM WS-REPORT-LINE
           CLOSE CONV-FILE.

       WRITE-CONVERSION-LINE.
           MOVE WS-DEV-PRIME(DEV-IDX) TO WS-MONEY-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-DEV-NUMERO(DEV-IDX)
                  " emis " WS-DEV-EMIS(DEV-IDX)
                  " assure " WS-DEV-ASSURE(DEV-IDX)
                  " produit " WS-DEV-PRODUIT(DEV-IDX)
                  " prime " WS-MONEY-EDIT " " WS-DEV-DEVISE(DEV-IDX)
                  " le " WS-DEV-DATE-STATUT(DEV-IDX)
                  " " WS-DEV-POLICE(DEV-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-CONV FROM WS-REPORT-LINE.

           COPY 'FILESTCHK.cpy'.
           COPY 'VALIDCHK.cpy'.
           COPY 'PARAMLOAD.cpy'.
           COPY 'RUNIDGET.cpy'.

       END PROGRAM assudevis.
