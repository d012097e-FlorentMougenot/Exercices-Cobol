       IDENTIFICATION DIVISION.
       PROGRAM-ID. assuretention.

      * Suivi des propositions de renouvellement : assurenew.cbl
      * ecrit ses propositions dans assurances-renewals.dat (reecrit
      * a chaque passage) puis personne ne suit ce qu'elles
      * deviennent. Chaque proposition est reprise dans un registre
      * de suivi permanent, puis confrontee a l'etat ulterieur du
      * maitre consolide et au journal des transitions de statut
      * tenu par assusaf.cbl : renouvelee, resiliee, caduque, ou
      * encore en attente apres l'echeance. Le rapport donne les
      * taux de transformation (en nombre) et de retention (en prime
      * EUR) par categorie de police, par courtier (liens de
      * assucomm.cbl) et par tranche de bonus-malus (registre de
      * assubonus.cbl) ; les polices perdues ou en retard sont
      * listees pour relance par les commerciaux.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Propositions du dernier passage d'assurenew.cbl.
           SELECT RENEWALS-FILE ASSIGN TO 'assurances-renewals.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWALS-STATUS.

      * Registre de suivi : une ligne par proposition (police et
      * date de depart proposee), relu au demarrage et reecrit en
      * entier en fin de run. Une issue definitive n'est plus
      * reevaluee.
           SELECT SUIVI-FILE
               ASSIGN TO 'assurances-renouvellements-suivi.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUIVI-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      * Journal des transitions de statut ecrit par assusaf.cbl.
           SELECT TRANSITION-FILE ASSIGN TO 'policy-status-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSITION-STATUS.

      * Liens police-courtier, meme fichier que assucomm.cbl.
           SELECT LIEN-FILE
               ASSIGN TO 'assurances-courtier-liens.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIEN-STATUS.

      * Registre bonus-malus tenu par assubonus.cbl.
           SELECT LEDGER-FILE ASSIGN TO 'assurances-bonus-malus.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

      * Rapport de transformation et de retention.
           SELECT RAPPORT-FILE ASSIGN TO 'assurances-retention.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

      * Liste de relance pour les commerciaux.
           SELECT RELANCE-FILE
               ASSIGN TO 'assurances-retention-relances.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELANCE-STATUS.

      * Delai de grace et seuil de malus fort, reglables sans
      * recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="assuretention-params.cfg"==.

      * Table de taux de change datee partagee (RATESEL/RATEFD).
           COPY 'RATESEL.cpy'.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition que RENEWAL-RECORD dans assurenew.cbl.
       FD  RENEWALS-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  RENEWAL-RECORD.
           05 RNW-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 RNW-NOM              PIC X(14).
           05 FILLER               PIC X.
           05 RNW-DATE-DEB         PIC X(8).
           05 FILLER               PIC X.
           05 RNW-DATE-FIN         PIC X(8).
           05 FILLER               PIC X.
           05 RNW-PRIME            PIC 9(7)V99.
           05 FILLER               PIC X.
           05 RNW-DEVISE           PIC X(3).

      * Registre de suivi : la proposition telle que recue, la
      * categorie, le courtier et le coefficient bonus-malus a la
      * date de reprise, l'issue et sa date.
       FD  SUIVI-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  R-SUIVI.
           05 SUV-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 SUV-NOM              PIC X(14).
           05 FILLER               PIC X.
           05 SUV-DATE-DEB         PIC X(8).
           05 FILLER               PIC X.
           05 SUV-DATE-FIN         PIC X(8).
           05 FILLER               PIC X.
           05 SUV-PRIME            PIC 9(7)V99.
           05 FILLER               PIC X.
           05 SUV-DEVISE           PIC X(3).
           05 FILLER               PIC X.
           05 SUV-CATEGORIE        PIC X(13).
           05 FILLER               PIC X.
           05 SUV-COURTIER         PIC X(6).
           05 FILLER               PIC X.
           05 SUV-COEF             PIC 9V999.
           05 FILLER               PIC X.
           05 SUV-DATE-SUIVI       PIC 9(8).
           05 FILLER               PIC X.
           05 SUV-ISSUE            PIC X(10).
           05 FILLER               PIC X.
           05 SUV-DATE-ISSUE       PIC 9(8).

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

      * Ligne ecrite par WRITE-STATUS-TRANSITION dans assusaf.cbl :
      * "TRANSITION police: <numero> ancien: <statut>
      *  nouveau: <statut> le <AAAAMMJJ>".
       FD  TRANSITION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  R-TRANSITION.
           05 TRN-LIBELLE          PIC X(19).
           05 TRN-NUMERO           PIC X(8).
           05 FILLER               PIC X(9).
           05 TRN-ANCIEN           PIC X(8).
           05 FILLER               PIC X(10).
           05 TRN-NOUVEAU          PIC X(8).
           05 FILLER               PIC X(4).
           05 TRN-DATE             PIC 9(8).
           05 FILLER               PIC X(6).

       FD  LIEN-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  R-LIEN.
           05 LIEN-NUMERO          PIC X(8).
           05 FILLER               PIC X.
           05 LIEN-COURTIER        PIC X(6).

      * Meme disposition que le registre ecrit par assubonus.cbl.
       FD  LEDGER-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  R-LEDGER.
           05 LDG-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 LDG-COEF             PIC 9V999.
           05 FILLER               PIC X.
           05 LDG-MAJ              PIC 9(8).

       FD  RAPPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-RAPPORT               PIC X(132).

       FD  RELANCE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-RELANCE               PIC X(132).

           COPY 'PARAMFD.cpy'.
           COPY 'RATEFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-RENEWALS-STATUS      PIC XX.
       01  WS-SUIVI-STATUS         PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-TRANSITION-STATUS    PIC XX.
       01  WS-LIEN-STATUS          PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-RAPPORT-STATUS       PIC XX.
       01  WS-RELANCE-STATUS       PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.
           COPY 'RATEWS.cpy'.

      * Jours apres l'echeance pendant lesquels une proposition non
      * renouvelee reste "en retard" avant d'etre jugee caduque, et
      * coefficient au-dela duquel le malus est classe fort.
       01  WS-GRACE-DAYS           PIC 9(3) VALUE 30.
       01  WS-MALUS-FORT-COEF      PIC 9V999 VALUE 1.500.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-COMMON-DEVISE        PIC X(3).
       01  WS-LINE                 PIC X(132).
       01  WS-NEW-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-DECIDED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-RELANCE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SANS-TAUX-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-FOUND                PIC X.
       01  WS-FOUND-IDX            PIC 9(4).

      * Dates de travail de la proposition evaluee.
       01  WS-DATE-FR              PIC X(8).
       01  WS-START-8              PIC 9(8).
       01  WS-DUE-8                PIC 9(8).
       01  WS-MST-FIN-8            PIC 9(8).
       01  WS-DAYS-LATE            PIC S9(6).
       01  WS-EVENT-DATE           PIC 9(8).
       01  WS-PRIME-EUR            PIC 9(9)V99.

      * Registre de suivi en memoire.
       01  WS-SUV-TABLE.
           05 WS-SUV-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-SUV-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-SUV-COUNT
                  INDEXED BY SUV-IDX.
               10 WS-SUV-NUMERO    PIC X(8).
               10 WS-SUV-NOM       PIC X(14).
               10 WS-SUV-DATE-DEB  PIC X(8).
               10 WS-SUV-DATE-FIN  PIC X(8).
               10 WS-SUV-PRIME     PIC 9(7)V99.
               10 WS-SUV-DEVISE    PIC X(3).
               10 WS-SUV-CATEGORIE PIC X(13).
               10 WS-SUV-COURTIER  PIC X(6).
               10 WS-SUV-COEF      PIC 9V999.
               10 WS-SUV-DATE-SUIVI PIC 9(8).
               10 WS-SUV-ISSUE     PIC X(10).
               10 WS-SUV-DATE-ISSUE PIC 9(8).
       01  WS-SUV-TABLE-MAX        PIC 9(4) VALUE 2000.

      * Maitre consolide : statut, fin de couverture, categorie.
       01  WS-MST-TABLE.
           05 WS-MST-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-MST-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-MST-COUNT
                  INDEXED BY MST-IDX.
               10 WS-MST-NUMERO    PIC X(8).
               10 WS-MST-STATUT    PIC X(8).
               10 WS-MST-DATE-FIN  PIC X(8).
               10 WS-MST-CATEGORIE PIC X(13).
       01  WS-MST-TABLE-MAX        PIC 9(4) VALUE 2000.

      * Transitions vers un statut de sortie (Resilie, Inactif).
       01  WS-TRN-TABLE.
           05 WS-TRN-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-TRN-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-TRN-COUNT
                  INDEXED BY TRN-IDX.
               10 WS-TRN-NUMERO    PIC X(8).
               10 WS-TRN-NOUVEAU   PIC X(8).
               10 WS-TRN-DATE      PIC 9(8).
       01  WS-TRN-TABLE-MAX        PIC 9(4) VALUE 5000.
       01  WS-TRN-CHERCHE          PIC X(8).

       01  WS-LIEN-TABLE.
           05 WS-LIEN-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-LIEN-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-LIEN-COUNT
                  INDEXED BY LIEN-IDX.
               10 WS-LIEN-NUMERO   PIC X(8).
               10 WS-LIEN-COURTIER PIC X(6).
       01  WS-LIEN-TABLE-MAX       PIC 9(4) VALUE 2000.

       01  WS-LDG-TABLE.
           05 WS-LDG-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-LDG-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-LDG-COUNT
                  INDEXED BY LDG-IDX.
               10 WS-LDG-NUMERO    PIC X(8).
               10 WS-LDG-COEF      PIC 9V999.
       01  WS-LDG-TABLE-MAX        PIC 9(4) VALUE 2000.

      * Cumuls par axe d'analyse : T categorie de police, C courtier,
      * B tranche de bonus-malus ; la ligne G est le total general.
      * Seules les propositions echues (hors EN_COURS) y entrent.
       01  WS-GRP-TABLE.
           05 WS-GRP-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-GRP-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-GRP-COUNT
                  INDEXED BY GRP-IDX.
               10 WS-GRP-AXE       PIC X.
               10 WS-GRP-CLE       PIC X(13).
               10 WS-GRP-ECHUES    PIC 9(5).
               10 WS-GRP-RENOUV    PIC 9(5).
               10 WS-GRP-CADUQUES  PIC 9(5).
               10 WS-GRP-RESILIEES PIC 9(5).
               10 WS-GRP-RETARDS   PIC 9(5).
               10 WS-GRP-PRIME-ECH PIC 9(11)V99.
               10 WS-GRP-PRIME-REN PIC 9(11)V99.
       01  WS-GRP-TABLE-MAX        PIC 9(3) VALUE 300.
       01  WS-GRP-CUR-AXE          PIC X.
       01  WS-GRP-CUR-CLE          PIC X(13).
       01  WS-EN-COURS-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-TAUX-TRANSFO         PIC 9(3)V9.
       01  WS-TAUX-RETENTION       PIC 9(3)V9.
       01  WS-TAUX-EDIT            PIC ZZ9.9.
       01  WS-TAUX-RET-EDIT        PIC ZZ9.9.
       01  WS-PRIME-EDIT           PIC Z(10)9.99.
       01  WS-PRIME-REN-EDIT       PIC Z(10)9.99.
       01  WS-AXE-TITRE            PIC X(30).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-MASTER
           PERFORM LOAD-TRANSITIONS
           PERFORM LOAD-LIENS
           PERFORM LOAD-BONUS-LEDGER
           PERFORM LOAD-SUIVI
           PERFORM MERGE-PROPOSALS
           PERFORM VARYING SUV-IDX FROM 1 BY 1
                   UNTIL SUV-IDX > WS-SUV-COUNT
               IF WS-SUV-ISSUE(SUV-IDX) = "EN_COURS"
                   OR WS-SUV-ISSUE(SUV-IDX) = "EN_RETARD"
                   PERFORM EVALUATE-PROPOSAL
               END-IF
               PERFORM ACCUMULATE-PROPOSAL
           END-PERFORM
           PERFORM SAVE-SUIVI
           PERFORM WRITE-REPORTS
           DISPLAY "Propositions reprises au suivi : " WS-NEW-COUNT
           DISPLAY "Issues constatees ce jour      : "
               WS-DECIDED-COUNT
           DISPLAY "Polices a relancer             : "
               WS-RELANCE-COUNT
           IF WS-SANS-TAUX-COUNT > ZERO
               DISPLAY "Propositions en devise sans taux : "
                   WS-SANS-TAUX-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'assuretention-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "GRACE_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-GRACE-DAYS
               WHEN "MALUS_FORT_COEF"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-MALUS-FORT-COEF
           END-EVALUATE.

       LOAD-MASTER.
           OPEN INPUT MASTER-FILE
           MOVE WS-MASTER-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-master.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT MASTER-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-MST-COUNT >= WS-MST-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-MST-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-MST-COUNT
                       SET MST-IDX TO WS-MST-COUNT
                       MOVE MST-NUMERO TO WS-MST-NUMERO(MST-IDX)
                       MOVE MST-STATUT TO WS-MST-STATUT(MST-IDX)
                       MOVE MST-DATE-FIN TO WS-MST-DATE-FIN(MST-IDX)
                       MOVE MST-CATEGORIE
                           TO WS-MST-CATEGORIE(MST-IDX)
                   END-IF
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE 'N' TO WS-EOF.

      * Seules les transitions vers un statut de sortie interessent
      * le suivi ; journal absent, le maitre seul fait foi.
       LOAD-TRANSITIONS.
           OPEN INPUT TRANSITION-FILE
           IF WS-TRANSITION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSITION-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TRN-LIBELLE = "TRANSITION police: "
                       AND (TRN-NOUVEAU = "Resilie"
                            OR TRN-NOUVEAU = "Inactif")
                       AND TRN-DATE IS NUMERIC
                       IF WS-TRN-COUNT >= WS-TRN-TABLE-MAX
                           DISPLAY "ATTENTION : capacite de "
                               "WS-TRN-ENTRY depassee"
                       ELSE
                           ADD 1 TO WS-TRN-COUNT
                           SET TRN-IDX TO WS-TRN-COUNT
                           MOVE TRN-NUMERO TO WS-TRN-NUMERO(TRN-IDX)
                           MOVE TRN-NOUVEAU
                               TO WS-TRN-NOUVEAU(TRN-IDX)
                           MOVE TRN-DATE TO WS-TRN-DATE(TRN-IDX)
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE TRANSITION-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-LIENS.
           OPEN INPUT LIEN-FILE
           IF WS-LIEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIEN-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-LIEN-COUNT >= WS-LIEN-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-LIEN-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-LIEN-COUNT
                       SET LIEN-IDX TO WS-LIEN-COUNT
                       MOVE LIEN-NUMERO TO WS-LIEN-NUMERO(LIEN-IDX)
                       MOVE LIEN-COURTIER
                           TO WS-LIEN-COURTIER(LIEN-IDX)
                   END-IF
           END-PERFORM
           CLOSE LIEN-FILE
           MOVE 'N' TO WS-EOF.

      * Registre absent : toutes les polices sont au coefficient
      * neutre 1.000.
       LOAD-BONUS-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-LDG-COUNT >= WS-LDG-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-LDG-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-LDG-COUNT
                       SET LDG-IDX TO WS-LDG-COUNT
                       MOVE LDG-NUMERO TO WS-LDG-NUMERO(LDG-IDX)
                       MOVE LDG-COEF TO WS-LDG-COEF(LDG-IDX)
                   END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE 'N' TO WS-EOF.

      * Registre de suivi du run precedent ; absent au premier run.
       LOAD-SUIVI.
           OPEN INPUT SUIVI-FILE
           IF WS-SUIVI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUIVI-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-SUV-COUNT >= WS-SUV-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-SUV-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-SUV-COUNT
                       SET SUV-IDX TO WS-SUV-COUNT
                       MOVE SUV-NUMERO TO WS-SUV-NUMERO(SUV-IDX)
                       MOVE SUV-NOM TO WS-SUV-NOM(SUV-IDX)
                       MOVE SUV-DATE-DEB TO WS-SUV-DATE-DEB(SUV-IDX)
                       MOVE SUV-DATE-FIN TO WS-SUV-DATE-FIN(SUV-IDX)
                       MOVE SUV-PRIME TO WS-SUV-PRIME(SUV-IDX)
                       MOVE SUV-DEVISE TO WS-SUV-DEVISE(SUV-IDX)
                       MOVE SUV-CATEGORIE
                           TO WS-SUV-CATEGORIE(SUV-IDX)
                       MOVE SUV-COURTIER TO WS-SUV-COURTIER(SUV-IDX)
                       MOVE SUV-COEF TO WS-SUV-COEF(SUV-IDX)
                       MOVE SUV-DATE-SUIVI
                           TO WS-SUV-DATE-SUIVI(SUV-IDX)
                       MOVE SUV-ISSUE TO WS-SUV-ISSUE(SUV-IDX)
                       MOVE SUV-DATE-ISSUE
                           TO WS-SUV-DATE-ISSUE(SUV-IDX)
                   END-IF
           END-PERFORM
           CLOSE SUIVI-FILE
           MOVE 'N' TO WS-EOF.

      * Reprend au suivi chaque proposition du dernier passage
      * d'assurenew.cbl qui n'y figure pas encore (meme police,
      * meme depart propose) ; fichier absent, seul le registre
      * existant est reevalue.
       MERGE-PROPOSALS.
           OPEN INPUT RENEWALS-FILE
           IF WS-RENEWALS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RENEWALS-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING SUV-IDX FROM 1 BY 1
                           UNTIL SUV-IDX > WS-SUV-COUNT
                           OR WS-FOUND = 'Y'
                       IF WS-SUV-NUMERO(SUV-IDX) = RNW-NUMERO
                           AND WS-SUV-DATE-DEB(SUV-IDX)
                               = RNW-DATE-DEB
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N'
                       PERFORM ADD-PROPOSAL
                   END-IF
           END-PERFORM
           CLOSE RENEWALS-FILE
           MOVE 'N' TO WS-EOF.

      * Categorie, courtier et coefficient sont figes a la reprise :
      * une proposition reste rattachee a la tranche bonus-malus et
      * au courtier sous lesquels elle a ete faite.
       ADD-PROPOSAL.
           IF WS-SUV-COUNT >= WS-SUV-TABLE-MAX
               DISPLAY "ATTENTION : capacite de "
                   "WS-SUV-ENTRY depassee"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUV-COUNT
           SET SUV-IDX TO WS-SUV-COUNT
           MOVE RNW-NUMERO TO WS-SUV-NUMERO(SUV-IDX)
           MOVE RNW-NOM TO WS-SUV-NOM(SUV-IDX)
           MOVE RNW-DATE-DEB TO WS-SUV-DATE-DEB(SUV-IDX)
           MOVE RNW-DATE-FIN TO WS-SUV-DATE-FIN(SUV-IDX)
           MOVE RNW-PRIME TO WS-SUV-PRIME(SUV-IDX)
           MOVE RNW-DEVISE TO WS-SUV-DEVISE(SUV-IDX)
           MOVE "INCONNUE" TO WS-SUV-CATEGORIE(SUV-IDX)
           SET MST-IDX TO 1
           SEARCH WS-MST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MST-NUMERO(MST-IDX) = RNW-NUMERO
                   MOVE WS-MST-CATEGORIE(MST-IDX)
                       TO WS-SUV-CATEGORIE(SUV-IDX)
           END-SEARCH
           MOVE SPACES TO WS-SUV-COURTIER(SUV-IDX)
           SET LIEN-IDX TO 1
           SEARCH WS-LIEN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LIEN-NUMERO(LIEN-IDX) = RNW-NUMERO
                   MOVE WS-LIEN-COURTIER(LIEN-IDX)
                       TO WS-SUV-COURTIER(SUV-IDX)
           END-SEARCH
           MOVE 1.000 TO WS-SUV-COEF(SUV-IDX)
           SET LDG-IDX TO 1
           SEARCH WS-LDG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LDG-NUMERO(LDG-IDX) = RNW-NUMERO
                   MOVE WS-LDG-COEF(LDG-IDX) TO WS-SUV-COEF(SUV-IDX)
           END-SEARCH
           MOVE WS-TODAY-8 TO WS-SUV-DATE-SUIVI(SUV-IDX)
           MOVE "EN_COURS" TO WS-SUV-ISSUE(SUV-IDX)
           MOVE ZERO TO WS-SUV-DATE-ISSUE(SUV-IDX)
           ADD 1 TO WS-NEW-COUNT.

      * Issue d'une proposition encore ouverte, dans cet ordre :
      * - RENOUVELEE : police active au maitre, couverte au-dela de
      *   l'ancienne echeance (fin >= depart propose) ;
      * - RESILIEE : statut Resilie au maitre ou transition vers
      *   Resilie journalisee depuis la reprise au suivi ;
      * - CADUQUE : police sortie du maitre, statut Inactif (maitre
      *   ou journal), ou echeance depassee de plus de GRACE_DAYS ;
      * - EN_RETARD : echeance depassee, delai de grace en cours ;
      * - EN_COURS : echeance non atteinte.
       EVALUATE-PROPOSAL.
           MOVE WS-SUV-DATE-DEB(SUV-IDX) TO WS-DATE-FR
           COMPUTE WS-START-8 =
               FUNCTION NUMVAL(WS-DATE-FR(5:4)) * 10000 +
               FUNCTION NUMVAL(WS-DATE-FR(3:2)) * 100 +
               FUNCTION NUMVAL(WS-DATE-FR(1:2))
           COMPUTE WS-DUE-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-START-8) - 1)
           MOVE WS-TODAY-8 TO WS-EVENT-DATE
           MOVE 'N' TO WS-FOUND
           SET MST-IDX TO 1
           SEARCH WS-MST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MST-NUMERO(MST-IDX) = WS-SUV-NUMERO(SUV-IDX)
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH
           IF WS-FOUND = 'Y'
               AND WS-MST-STATUT(MST-IDX) = "Actif"
               AND WS-MST-DATE-FIN(MST-IDX) IS NUMERIC
               MOVE WS-MST-DATE-FIN(MST-IDX) TO WS-DATE-FR
               COMPUTE WS-MST-FIN-8 =
                   FUNCTION NUMVAL(WS-DATE-FR(5:4)) * 10000 +
                   FUNCTION NUMVAL(WS-DATE-FR(3:2)) * 100 +
                   FUNCTION NUMVAL(WS-DATE-FR(1:2))
               IF WS-MST-FIN-8 >= WS-START-8
                   MOVE "RENOUVELEE" TO WS-SUV-ISSUE(SUV-IDX)
                   PERFORM CLOSE-PROPOSAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Resilie" TO WS-TRN-CHERCHE
           PERFORM FIND-EXIT-TRANSITION
           IF WS-TRN-CHERCHE = SPACES
               OR (WS-FOUND = 'Y'
                   AND WS-MST-STATUT(MST-IDX) = "Resilie")
               MOVE "RESILIEE" TO WS-SUV-ISSUE(SUV-IDX)
               PERFORM CLOSE-PROPOSAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-8 TO WS-EVENT-DATE
           MOVE "Inactif" TO WS-TRN-CHERCHE
           PERFORM FIND-EXIT-TRANSITION
           IF WS-TRN-CHERCHE = SPACES
               OR WS-FOUND = 'N'
               OR WS-MST-STATUT(MST-IDX) = "Inactif"
               MOVE "CADUQUE" TO WS-SUV-ISSUE(SUV-IDX)
               PERFORM CLOSE-PROPOSAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-8 TO WS-EVENT-DATE
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8) -
               FUNCTION INTEGER-OF-DATE(WS-DUE-8)
           IF WS-DAYS-LATE > WS-GRACE-DAYS
               MOVE "CADUQUE" TO WS-SUV-ISSUE(SUV-IDX)
               PERFORM CLOSE-PROPOSAL
           ELSE
               IF WS-DAYS-LATE > ZERO
                   MOVE "EN_RETARD" TO WS-SUV-ISSUE(SUV-IDX)
               ELSE
                   MOVE "EN_COURS" TO WS-SUV-ISSUE(SUV-IDX)
               END-IF
           END-IF.

      * Cherche une transition de la police vers le statut
      * WS-TRN-CHERCHE journalisee depuis sa reprise au suivi ;
      * trouvee, WS-TRN-CHERCHE est remis a blanc et sa date devient
      * la date de l'issue.
       FIND-EXIT-TRANSITION.
           PERFORM VARYING TRN-IDX FROM 1 BY 1
                   UNTIL TRN-IDX > WS-TRN-COUNT
                   OR WS-TRN-CHERCHE = SPACES
               IF WS-TRN-NUMERO(TRN-IDX) = WS-SUV-NUMERO(SUV-IDX)
                   AND WS-TRN-NOUVEAU(TRN-IDX) = WS-TRN-CHERCHE
                   AND WS-TRN-DATE(TRN-IDX)
                       >= WS-SUV-DATE-SUIVI(SUV-IDX)
                   MOVE SPACES TO WS-TRN-CHERCHE
                   MOVE WS-TRN-DATE(TRN-IDX) TO WS-EVENT-DATE
               END-IF
           END-PERFORM.

       CLOSE-PROPOSAL.
           MOVE WS-EVENT-DATE TO WS-SUV-DATE-ISSUE(SUV-IDX)
           ADD 1 TO WS-DECIDED-COUNT.

      * Une proposition echue alimente le total general et les trois
      * axes ; la prime est convertie en EUR par la table partagee.
       ACCUMULATE-PROPOSAL.
           IF WS-SUV-ISSUE(SUV-IDX) = "EN_COURS"
               ADD 1 TO WS-EN-COURS-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUV-PRIME(SUV-IDX) TO WS-COMMON-MONTANT
           MOVE WS-SUV-DEVISE(SUV-IDX) TO WS-COMMON-DEVISE
           PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
           IF WS-RATE-FOUND-FLAG = 'Y'
               MOVE WS-COMMON-MONTANT-EUR TO WS-PRIME-EUR
           ELSE
               MOVE ZERO TO WS-PRIME-EUR
               ADD 1 TO WS-SANS-TAUX-COUNT
           END-IF
           MOVE "G" TO WS-GRP-CUR-AXE
           MOVE "TOTAL" TO WS-GRP-CUR-CLE
           PERFORM ADD-TO-GROUP
           MOVE "T" TO WS-GRP-CUR-AXE
           MOVE WS-SUV-CATEGORIE(SUV-IDX) TO WS-GRP-CUR-CLE
           PERFORM ADD-TO-GROUP
           MOVE "C" TO WS-GRP-CUR-AXE
           IF WS-SUV-COURTIER(SUV-IDX) = SPACES
               MOVE "SANS COURTIER" TO WS-GRP-CUR-CLE
           ELSE
               MOVE WS-SUV-COURTIER(SUV-IDX) TO WS-GRP-CUR-CLE
           END-IF
           PERFORM ADD-TO-GROUP
           MOVE "B" TO WS-GRP-CUR-AXE
           EVALUATE TRUE
               WHEN WS-SUV-COEF(SUV-IDX) < 1.000
                   MOVE "BONUS" TO WS-GRP-CUR-CLE
               WHEN WS-SUV-COEF(SUV-IDX) = 1.000
                   MOVE "NEUTRE" TO WS-GRP-CUR-CLE
               WHEN WS-SUV-COEF(SUV-IDX) > WS-MALUS-FORT-COEF
                   MOVE "MALUS FORT" TO WS-GRP-CUR-CLE
               WHEN OTHER
                   MOVE "MALUS" TO WS-GRP-CUR-CLE
           END-EVALUATE
           PERFORM ADD-TO-GROUP.

       ADD-TO-GROUP.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > WS-GRP-COUNT
                   OR WS-FOUND-IDX > ZERO
               IF WS-GRP-AXE(GRP-IDX) = WS-GRP-CUR-AXE
                   AND WS-GRP-CLE(GRP-IDX) = WS-GRP-CUR-CLE
                   SET WS-FOUND-IDX TO GRP-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               IF WS-GRP-COUNT >= WS-GRP-TABLE-MAX
                   DISPLAY "ATTENTION : capacite de "
                       "WS-GRP-ENTRY depassee"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-FOUND-IDX
               SET GRP-IDX TO WS-FOUND-IDX
               MOVE WS-GRP-CUR-AXE TO WS-GRP-AXE(GRP-IDX)
               MOVE WS-GRP-CUR-CLE TO WS-GRP-CLE(GRP-IDX)
               MOVE ZERO TO WS-GRP-ECHUES(GRP-IDX)
                            WS-GRP-RENOUV(GRP-IDX)
                            WS-GRP-CADUQUES(GRP-IDX)
                            WS-GRP-RESILIEES(GRP-IDX)
                            WS-GRP-RETARDS(GRP-IDX)
                            WS-GRP-PRIME-ECH(GRP-IDX)
                            WS-GRP-PRIME-REN(GRP-IDX)
           END-IF
           SET GRP-IDX TO WS-FOUND-IDX
           ADD 1 TO WS-GRP-ECHUES(GRP-IDX)
           ADD WS-PRIME-EUR TO WS-GRP-PRIME-ECH(GRP-IDX)
           EVALUATE WS-SUV-ISSUE(SUV-IDX)
               WHEN "RENOUVELEE"
                   ADD 1 TO WS-GRP-RENOUV(GRP-IDX)
                   ADD WS-PRIME-EUR TO WS-GRP-PRIME-REN(GRP-IDX)
               WHEN "CADUQUE"
                   ADD 1 TO WS-GRP-CADUQUES(GRP-IDX)
               WHEN "RESILIEE"
                   ADD 1 TO WS-GRP-RESILIEES(GRP-IDX)
               WHEN OTHER
                   ADD 1 TO WS-GRP-RETARDS(GRP-IDX)
           END-EVALUATE.

       SAVE-SUIVI.
           OPEN OUTPUT SUIVI-FILE
           MOVE WS-SUIVI-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-renouvellements-suivi.dat"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT SUIVI-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING SUV-IDX FROM 1 BY 1
                   UNTIL SUV-IDX > WS-SUV-COUNT
               MOVE SPACES TO R-SUIVI
               MOVE WS-SUV-NUMERO(SUV-IDX) TO SUV-NUMERO
               MOVE WS-SUV-NOM(SUV-IDX) TO SUV-NOM
               MOVE WS-SUV-DATE-DEB(SUV-IDX) TO SUV-DATE-DEB
               MOVE WS-SUV-DATE-FIN(SUV-IDX) TO SUV-DATE-FIN
               MOVE WS-SUV-PRIME(SUV-IDX) TO SUV-PRIME
               MOVE WS-SUV-DEVISE(SUV-IDX) TO SUV-DEVISE
               MOVE WS-SUV-CATEGORIE(SUV-IDX) TO SUV-CATEGORIE
               MOVE WS-SUV-COURTIER(SUV-IDX) TO SUV-COURTIER
               MOVE WS-SUV-COEF(SUV-IDX) TO SUV-COEF
               MOVE WS-SUV-DATE-SUIVI(SUV-IDX) TO SUV-DATE-SUIVI
               MOVE WS-SUV-ISSUE(SUV-IDX) TO SUV-ISSUE
               MOVE WS-SUV-DATE-ISSUE(SUV-IDX) TO SUV-DATE-ISSUE
               WRITE R-SUIVI
           END-PERFORM
           CLOSE SUIVI-FILE.

      * Rapport : total general puis un bloc par axe ; liste de
      * relance : polices caduques ou en retard, avec courtier et
      * echeance.
       WRITE-REPORTS.
           OPEN OUTPUT RAPPORT-FILE
           MOVE WS-RAPPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-retention.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT RAPPORT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-LINE
           STRING "Transformation et retention des renouvellements du "
                  WS-TODAY-8
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-RAPPORT FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "Propositions suivies: " WS-SUV-COUNT
                  " dont non echues: " WS-EN-COURS-COUNT
                  " (delai de grace " WS-GRACE-DAYS " jours)"
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-RAPPORT FROM WS-LINE
           MOVE "G" TO WS-GRP-CUR-AXE
           MOVE "Ensemble du portefeuille" TO WS-AXE-TITRE
           PERFORM WRITE-AXIS
           MOVE "T" TO WS-GRP-CUR-AXE
           MOVE "Par categorie de police" TO WS-AXE-TITRE
           PERFORM WRITE-AXIS
           MOVE "C" TO WS-GRP-CUR-AXE
           MOVE "Par courtier" TO WS-AXE-TITRE
           PERFORM WRITE-AXIS
           MOVE "B" TO WS-GRP-CUR-AXE
           MOVE "Par tranche de bonus-malus" TO WS-AXE-TITRE
           PERFORM WRITE-AXIS
           CLOSE RAPPORT-FILE

           OPEN OUTPUT RELANCE-FILE
           MOVE WS-RELANCE-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-retention-relances.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT RELANCE-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-LINE
           STRING "Polices a relancer au " WS-TODAY-8
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-RELANCE FROM WS-LINE
           PERFORM VARYING SUV-IDX FROM 1 BY 1
                   UNTIL SUV-IDX > WS-SUV-COUNT
               IF WS-SUV-ISSUE(SUV-IDX) = "CADUQUE"
                   OR WS-SUV-ISSUE(SUV-IDX) = "EN_RETARD"
                   PERFORM WRITE-RELANCE-LINE
               END-IF
           END-PERFORM
           CLOSE RELANCE-FILE.

       WRITE-AXIS.
           MOVE SPACES TO WS-LINE
           WRITE R-RAPPORT FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING WS-AXE-TITRE
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-RAPPORT FROM WS-LINE
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-AXE(GRP-IDX) = WS-GRP-CUR-AXE
                   PERFORM WRITE-GROUP-LINE
               END-IF
           END-PERFORM.

      * Transformation = renouvelees / echues ; retention = prime
      * EUR renouvelee / prime EUR echue.
       WRITE-GROUP-LINE.
           MOVE ZERO TO WS-TAUX-TRANSFO
           MOVE ZERO TO WS-TAUX-RETENTION
           IF WS-GRP-ECHUES(GRP-IDX) > ZERO
               COMPUTE WS-TAUX-TRANSFO ROUNDED =
                   WS-GRP-RENOUV(GRP-IDX) * 100
                   / WS-GRP-ECHUES(GRP-IDX)
           END-IF
           IF WS-GRP-PRIME-ECH(GRP-IDX) > ZERO
               COMPUTE WS-TAUX-RETENTION ROUNDED =
                   WS-GRP-PRIME-REN(GRP-IDX) * 100
                   / WS-GRP-PRIME-ECH(GRP-IDX)
           END-IF
           MOVE WS-TAUX-TRANSFO TO WS-TAUX-EDIT
           MOVE WS-TAUX-RETENTION TO WS-TAUX-RET-EDIT
           MOVE WS-GRP-PRIME-ECH(GRP-IDX) TO WS-PRIME-EDIT
           MOVE WS-GRP-PRIME-REN(GRP-IDX) TO WS-PRIME-REN-EDIT
           MOVE SPACES TO WS-LINE
           STRING "  " WS-GRP-CLE(GRP-IDX)
                  " echues: " WS-GRP-ECHUES(GRP-IDX)
                  " renouv: " WS-GRP-RENOUV(GRP-IDX)
                  " caduq: " WS-GRP-CADUQUES(GRP-IDX)
                  " resil: " WS-GRP-RESILIEES(GRP-IDX)
                  " retard: " WS-GRP-RETARDS(GRP-IDX)
                  " transfo%: " WS-TAUX-EDIT
                  " retention%: " WS-TAUX-RET-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-RAPPORT FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "    prime echue EUR: " WS-PRIME-EDIT
                  " prime renouvelee EUR: " WS-PRIME-REN-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-RAPPORT FROM WS-LINE.

       WRITE-RELANCE-LINE.
           MOVE WS-SUV-PRIME(SUV-IDX) TO WS-PRIME-EDIT
           MOVE SPACES TO WS-LINE
           STRING WS-SUV-NUMERO(SUV-IDX) SPACE WS-SUV-NOM(SUV-IDX)
                  SPACE WS-SUV-ISSUE(SUV-IDX)
                  " courtier: " WS-SUV-COURTIER(SUV-IDX)
                  " categorie: " WS-SUV-CATEGORIE(SUV-IDX)
                  " depart propose: " WS-SUV-DATE-DEB(SUV-IDX)
                  " prime: " WS-PRIME-EDIT SPACE
                  WS-SUV-DEVISE(SUV-IDX)
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-RELANCE FROM WS-LINE
           ADD 1 TO WS-RELANCE-COUNT.

           COPY 'FILESTCHK.cpy'.
           COPY 'PARAMLOAD.cpy'.
           COPY 'RATELOAD.cpy'.
           COPY 'RATECNV.cpy'.

       END PROGRAM assuretention.
