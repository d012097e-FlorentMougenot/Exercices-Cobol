       IDENTIFICATION DIVISION.
       PROGRAM-ID. assugl.

      * Extrait comptable du domaine assurance : la paie passe ses
      * ecritures par WRITE-GL-POSTINGS, mais les flux assurance
      * etaient ressaisis en comptabilite depuis les etats. La passe
      * relit les sorties de la periode et en tire une ecriture
      * equilibree par flux :
      *   PRIMES      primes emises, polices du maitre consolide
      *               (assuconso) a prise d'effet dans la periode ;
      *   ENCAISSE    encaissements de primes recus dans la
      *               periode (assurances-payments.txt, que rapproche
      *               assupay) ;
      *   PRELEVE     ordres de prelevement emis (assudebit, ligne
      *               TOTAL) ;
      *   COMMISSION  commissions courtiers a payer (assucomm) ;
      *   CESSION     primes cedees aux traites (assucession, lignes
      *               TOTAL TRAITE) ;
      *   SINISTRES   sinistres payes (assuclaims, par type) ;
      *   TAXE        taxe sur les conventions (assufiscal, ligne
      *               TOTAUX DE CONTROLE) ;
      *   ECARTGAIN   gains de change latents de fin de mois sur
      *   ECARTPERTE  creances en devise, et pertes (assuchange,
      *               lignes GL) ;
      *   EXTGAIN     extourne des gains et des pertes latents de la
      *   EXTPERTE    reevaluation precedente (assuchange).
      * Le plan de comptes assurances-gl-comptes.dat donne pour
      * chaque flux le compte debite, le compte credite et le
      * libelle : un flux sans comptes ou dont la sortie manque est
      * signale et n'est pas passe (code retour 4). Les ecritures,
      * datees du dernier jour de la periode PERIODE (AAAAMM, zero =
      * mois en cours), partent dans assurances-gl-postings.txt,
      * meme disposition que employee-gl-postings.txt encadree par
      * les lignes HDR/TRL des fichiers d'interface (comme
      * employee-gl-reversal-<run>.txt : nombre d'ecritures, total
      * debit, total credit), remis a la comptabilite par le
      * registre des fichiers sortants. La balance par compte,
      * assurances-gl-balance.txt, doit etre nulle ; sinon code
      * retour 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      * Un flux par ligne : code du flux, compte debite, compte
      * credite, libelle de l'ecriture.
           SELECT COMPTES-FILE ASSIGN TO 'assurances-gl-comptes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTES-STATUS.

      * Encaissements de primes, un paiement par ligne.
           SELECT PAYMENTS-FILE ASSIGN TO 'assurances-payments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-STATUS.

      * Etat de sortie d'un des programmes du domaine, lu ligne a
      * ligne a tour de role.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT F-GLPOST ASSIGN TO 'assurances-gl-postings.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.

           SELECT BALANCE-FILE ASSIGN TO 'assurances-gl-balance.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           COPY 'RATESEL.cpy'.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="assugl-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des fichiers remis hors de l'entreprise
      * (OUTBSEL/OUTBFD) : extrait remis a la comptabilite.
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

       FD  COMPTES-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  R-COMPTES.
           05 CPT-FLUX             PIC X(10).
           05 FILLER               PIC X.
           05 CPT-DEBIT            PIC X(6).
           05 FILLER               PIC X.
           05 CPT-CREDIT           PIC X(6).
           05 FILLER               PIC X.
           05 CPT-LIBELLE          PIC X(31).

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

       FD  SOURCE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  R-SOURCE                PIC X(160).

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

       FD  BALANCE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-BALANCE               PIC X(132).

           COPY 'RATEFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.
           COPY 'OUTBFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-COMPTES-STATUS       PIC XX.
       01  WS-PAYMENTS-STATUS      PIC XX.
       01  WS-SOURCE-STATUS        PIC XX.
       01  WS-GLPOST-STATUS        PIC XX.
       01  WS-BALANCE-STATUS       PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SOURCE-FILENAME      PIC X(40).
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.
           COPY 'RATEWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'OUTBWS.cpy'.

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
       01  WS-POSTING-DATE         PIC 9(8).
       01  WS-DEB-DATE-8           PIC 9(8).

      * Flux du domaine, dans l'ordre de l'ecriture : montant releve
      * dans la sortie de son programme, comptes du plan, etat.
       01  WS-FLUX-TABLE.
           05 WS-FLUX-ENTRY OCCURS 11 TIMES INDEXED BY FLUX-IDX.
               10 WS-FLUX-CODE     PIC X(10).
               10 WS-FLUX-SOURCE   PIC X(40).
               10 WS-FLUX-MONTANT  PIC 9(11)V99.
               10 WS-FLUX-DEBIT    PIC X(6).
               10 WS-FLUX-CREDIT   PIC X(6).
               10 WS-FLUX-LIBELLE  PIC X(31).
               10 WS-FLUX-ETAT     PIC X(30).
       01  WS-FLUX-COUNT           PIC 99 VALUE 11.
       01  WS-FLUX-CUR             PIC 99.

      * Balance par compte mouvemente.
       01  WS-BAL-TABLE.
           05 WS-BAL-COUNT         PIC 9(2) VALUE ZERO.
           05 WS-BAL-ENTRY OCCURS 1 TO 30 TIMES
                  DEPENDING ON WS-BAL-COUNT
                  INDEXED BY BAL-IDX.
               10 WS-BAL-COMPTE    PIC X(6).
               10 WS-BAL-DEBIT     PIC 9(11)V99.
               10 WS-BAL-CREDIT    PIC 9(11)V99.
       01  WS-BAL-TABLE-MAX        PIC 9(2) VALUE 30.
       01  WS-BAL-FOUND            PIC X.

      * Releve d'un montant dans une ligne d'etat : libelle qui le
      * precede, largeur de la zone, et montant edite (virgule
      * decimale visible) ou brut (deux decimales implicites).
       01  WS-SCAN-LABEL           PIC X(20).
       01  WS-SCAN-LABEL-LEN       PIC 9(2).
       01  WS-SCAN-WIDTH           PIC 9(2).
       01  WS-SCAN-IMPLIED         PIC X.
       01  WS-SCAN-POS             PIC 9(3).
       01  WS-SCAN-FOUND           PIC X.
       01  WS-SCAN-AMOUNT          PIC 9(11)V99.
       01  WS-SCAN-RAW             PIC X(13).

       01  WS-GL-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-LINE              PIC X(90).
       01  WS-SOLDE                PIC S9(11)V99.
       01  WS-MASTER-UNCONVERTED   PIC 9(5) VALUE ZERO.
       01  WS-PAY-UNCONVERTED      PIC 9(5) VALUE ZERO.
       01  WS-PAY-DATE-8           PIC 9(8).
       01  WS-FLUX-SKIPPED         PIC 9 VALUE ZERO.

       01  WS-MONEY-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED-EDIT          PIC ----,---,--9.99.
       01  WS-REPORT-LINE          PIC X(132).

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
           COMPUTE WS-POSTING-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-8) - 1)
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM INIT-FLUX-TABLE
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM COLLECT-WRITTEN-PREMIUMS
           PERFORM COLLECT-COLLECTIONS
           PERFORM COLLECT-DIRECT-DEBITS
           PERFORM COLLECT-COMMISSIONS
           PERFORM COLLECT-CESSIONS
           PERFORM COLLECT-CLAIMS-PAID
           PERFORM COLLECT-PREMIUM-TAX
           PERFORM COLLECT-FX-REVALUATION
           PERFORM WRITE-GL-EXTRACT
           PERFORM WRITE-TRIAL-BALANCE
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY "ERREUR : extrait comptable assurance "
                   "desequilibre"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FLUX-SKIPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-GL-DEBIT-TOTAL TO WS-MONEY-EDIT
           DISPLAY "Extrait comptable assurance " WS-PERIODE " : "
               WS-GL-COUNT " ecriture(s), debit = credit = "
               FUNCTION TRIM(WS-MONEY-EDIT) " EUR, flux non passes "
               WS-FLUX-SKIPPED
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'assugl-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PERIODE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PERIODE
           END-EVALUATE.

       INIT-FLUX-TABLE.
           MOVE "PRIMES" TO WS-FLUX-CODE(1)
           MOVE "assurances-master.dat" TO WS-FLUX-SOURCE(1)
           MOVE "ENCAISSE" TO WS-FLUX-CODE(2)
           MOVE "assurances-payments.txt" TO WS-FLUX-SOURCE(2)
           MOVE "PRELEVE" TO WS-FLUX-CODE(3)
           MOVE "assurances-prelevements.txt" TO WS-FLUX-SOURCE(3)
           MOVE "COMMISSION" TO WS-FLUX-CODE(4)
           MOVE "assurances-commissions-payable.txt"
               TO WS-FLUX-SOURCE(4)
           MOVE "CESSION" TO WS-FLUX-CODE(5)
           MOVE "assurances-cession-bordereau.txt"
               TO WS-FLUX-SOURCE(5)
           MOVE "SINISTRES" TO WS-FLUX-CODE(6)
           MOVE "assurances-loss-ratio.txt" TO WS-FLUX-SOURCE(6)
           MOVE "TAXE" TO WS-FLUX-CODE(7)
           MOVE "assurances-taxe-declaration.txt"
               TO WS-FLUX-SOURCE(7)
           MOVE "ECARTGAIN" TO WS-FLUX-CODE(8)
           MOVE "ECARTPERTE" TO WS-FLUX-CODE(9)
           MOVE "EXTGAIN" TO WS-FLUX-CODE(10)
           MOVE "EXTPERTE" TO WS-FLUX-CODE(11)
           PERFORM VARYING FLUX-IDX FROM 8 BY 1 UNTIL FLUX-IDX > 11
               MOVE "assurances-reevaluation-change.txt"
                   TO WS-FLUX-SOURCE(FLUX-IDX)
           END-PERFORM
           PERFORM VARYING FLUX-IDX FROM 1 BY 1
                   UNTIL FLUX-IDX > WS-FLUX-COUNT
               MOVE ZERO TO WS-FLUX-MONTANT(FLUX-IDX)
               MOVE SPACES TO WS-FLUX-DEBIT(FLUX-IDX)
               MOVE SPACES TO WS-FLUX-CREDIT(FLUX-IDX)
               MOVE SPACES TO WS-FLUX-LIBELLE(FLUX-IDX)
               MOVE SPACES TO WS-FLUX-ETAT(FLUX-IDX)
           END-PERFORM.

      * Plan de comptes : obligatoire, sans lui aucune ecriture ne
      * peut etre passee.
       LOAD-ACCOUNT-MAP.
           OPEN INPUT COMPTES-FILE
           IF WS-COMPTES-STATUS NOT = "00"
               DISPLAY "ERREUR : assurances-gl-comptes.dat absent, "
                   "extrait comptable impossible"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMPTES-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   SET FLUX-IDX TO 1
                   SEARCH WS-FLUX-ENTRY
                       AT END
                           DISPLAY "ATTENTION : flux inconnu "
                               CPT-FLUX " dans le plan de comptes"
                       WHEN WS-FLUX-CODE(FLUX-IDX) = CPT-FLUX
                           MOVE CPT-DEBIT TO WS-FLUX-DEBIT(FLUX-IDX)
                           MOVE CPT-CREDIT
                               TO WS-FLUX-CREDIT(FLUX-IDX)
                           MOVE CPT-LIBELLE
                               TO WS-FLUX-LIBELLE(FLUX-IDX)
                   END-SEARCH
           END-PERFORM
           CLOSE COMPTES-FILE
           MOVE 'N' TO WS-EOF.

      * Primes emises : polices du maitre a prise d'effet dans la
      * periode, converties en euros (meme selection qu'assufiscal).
       COLLECT-WRITTEN-PREMIUMS.
           SET FLUX-IDX TO 1
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "sortie absente" TO WS-FLUX-ETAT(FLUX-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM ADD-WRITTEN-PREMIUM
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE 'N' TO WS-EOF.

       ADD-WRITTEN-PREMIUM.
           IF MST-DATE-DEB IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DEB-DATE-8 =
               FUNCTION NUMVAL(MST-DATE-DEB(5:4)) * 10000 +
               FUNCTION NUMVAL(MST-DATE-DEB(3:2)) * 100 +
               FUNCTION NUMVAL(MST-DATE-DEB(1:2))
           IF WS-DEB-DATE-8(1:6) NOT = WS-PERIODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MST-MONTANT) TO WS-COMMON-MONTANT
           MOVE MST-DEVISE TO WS-COMMON-DEVISE
           PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
           IF WS-RATE-FOUND-FLAG = 'Y'
               ADD WS-COMMON-MONTANT-EUR TO WS-FLUX-MONTANT(1)
           ELSE
               ADD 1 TO WS-MASTER-UNCONVERTED
           END-IF.

      * Encaissements : paiements d'assurances-payments.txt dates
      * (JJMMAAAA) dans la periode, convertis en euros comme dans
      * assupay. L'etat d'assupay cumule tous les paiements recus
      * depuis l'origine et ne peut servir a un extrait mensuel.
       COLLECT-COLLECTIONS.
           SET FLUX-IDX TO 2
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS NOT = "00"
               MOVE "sortie absente" TO WS-FLUX-ETAT(FLUX-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYMENTS-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM ADD-COLLECTION
           END-PERFORM
           CLOSE PAYMENTS-FILE
           MOVE 'N' TO WS-EOF.

       ADD-COLLECTION.
           IF PAY-DATE IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(PAY-MONTANT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAY-DATE-8 =
               FUNCTION NUMVAL(PAY-DATE(5:4)) * 10000 +
               FUNCTION NUMVAL(PAY-DATE(3:2)) * 100 +
               FUNCTION NUMVAL(PAY-DATE(1:2))
           IF WS-PAY-DATE-8(1:6) NOT = WS-PERIODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PAY-MONTANT) TO WS-COMMON-MONTANT
           MOVE PAY-DEVISE TO WS-COMMON-DEVISE
           PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
           IF WS-RATE-FOUND-FLAG = 'Y'
               ADD WS-COMMON-MONTANT-EUR TO WS-FLUX-MONTANT(2)
           ELSE
               ADD 1 TO WS-PAY-UNCONVERTED
           END-IF.

      * Prelevements : ligne TOTAL du fichier d'ordres d'assudebit.
       COLLECT-DIRECT-DEBITS.
           SET FLUX-IDX TO 3
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE " ordres " TO WS-SCAN-LABEL
           MOVE 8 TO WS-SCAN-LABEL-LEN
           MOVE 13 TO WS-SCAN-WIDTH
           MOVE 'Y' TO WS-SCAN-IMPLIED
           PERFORM UNTIL WS-EOF = 'Y'
               READ SOURCE-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF R-SOURCE(1:6) = "TOTAL "
                       PERFORM SCAN-SOURCE-AMOUNT
                       IF WS-SCAN-FOUND = 'Y'
                           ADD WS-SCAN-AMOUNT TO WS-FLUX-MONTANT(3)
                       END-IF
                   END-IF
           END-PERFORM
           PERFORM CLOSE-SOURCE.

      * Commissions : ligne TOTAL A PAYER de l'etat d'assucomm.
       COLLECT-COMMISSIONS.
           SET FLUX-IDX TO 4
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "TOTAL A PAYER " TO WS-SCAN-LABEL
           MOVE 14 TO WS-SCAN-LABEL-LEN
           MOVE 12 TO WS-SCAN-WIDTH
           MOVE 'N' TO WS-SCAN-IMPLIED
           PERFORM UNTIL WS-EOF = 'Y'
               READ SOURCE-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF R-SOURCE(1:14) = "TOTAL A PAYER "
                       PERFORM SCAN-SOURCE-AMOUNT
                       IF WS-SCAN-FOUND = 'Y'
                           ADD WS-SCAN-AMOUNT TO WS-FLUX-MONTANT(4)
                       END-IF
                   END-IF
           END-PERFORM
           PERFORM CLOSE-SOURCE.

      * Cessions : part cedee de chaque ligne TOTAL TRAITE du
      * bordereau d'assucession.
       COLLECT-CESSIONS.
           SET FLUX-IDX TO 5
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE " cede EUR: " TO WS-SCAN-LABEL
           MOVE 11 TO WS-SCAN-LABEL-LEN
           MOVE 12 TO WS-SCAN-WIDTH
           MOVE 'N' TO WS-SCAN-IMPLIED
           PERFORM UNTIL WS-EOF = 'Y'
               READ SOURCE-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF R-SOURCE(1:13) = "TOTAL TRAITE "
                       PERFORM SCAN-SOURCE-AMOUNT
                       IF WS-SCAN-FOUND = 'Y'
                           ADD WS-SCAN-AMOUNT TO WS-FLUX-MONTANT(5)
                       END-IF
                   END-IF
           END-PERFORM
           PERFORM CLOSE-SOURCE.

      * Sinistres payes : colonne sinistres(EUR) de chaque type du
      * rapport de sinistralite d'assuclaims (montant brut).
       COLLECT-CLAIMS-PAID.
           SET FLUX-IDX TO 6
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE " sinistres(EUR): " TO WS-SCAN-LABEL
           MOVE 17 TO WS-SCAN-LABEL-LEN
           MOVE 13 TO WS-SCAN-WIDTH
           MOVE 'Y' TO WS-SCAN-IMPLIED
           PERFORM UNTIL WS-EOF = 'Y'
               READ SOURCE-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM SCAN-SOURCE-AMOUNT
                   IF WS-SCAN-FOUND = 'Y'
                       ADD WS-SCAN-AMOUNT TO WS-FLUX-MONTANT(6)
                   END-IF
           END-PERFORM
           PERFORM CLOSE-SOURCE.

      * Taxe : ligne TOTAUX DE CONTROLE de la declaration
      * d'assufiscal.
       COLLECT-PREMIUM-TAX.
           SET FLUX-IDX TO 7
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE " taxe EUR: " TO WS-SCAN-LABEL
           MOVE 11 TO WS-SCAN-LABEL-LEN
           MOVE 12 TO WS-SCAN-WIDTH
           MOVE 'N' TO WS-SCAN-IMPLIED
           PERFORM UNTIL WS-EOF = 'Y'
               READ SOURCE-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF R-SOURCE(1:18) = "TOTAUX DE CONTROLE"
                       PERFORM SCAN-SOURCE-AMOUNT
                       IF WS-SCAN-FOUND = 'Y'
                           ADD WS-SCAN-AMOUNT TO WS-FLUX-MONTANT(7)
                       END-IF
                   END-IF
           END-PERFORM
           PERFORM CLOSE-SOURCE.

      * Reevaluation de change : les quatre lignes GL de l'etat
      * d'assuchange alimentent chacune leur flux ; etat absent, les
      * quatre flux sont signales.
       COLLECT-FX-REVALUATION.
           SET FLUX-IDX TO 8
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-STATUS NOT = "00"
               PERFORM VARYING FLUX-IDX FROM 9 BY 1
                       UNTIL FLUX-IDX > 11
                   MOVE "sortie absente" TO WS-FLUX-ETAT(FLUX-IDX)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE " EUR: " TO WS-SCAN-LABEL
           MOVE 6 TO WS-SCAN-LABEL-LEN
           MOVE 12 TO WS-SCAN-WIDTH
           MOVE 'N' TO WS-SCAN-IMPLIED
           PERFORM UNTIL WS-EOF = 'Y'
               READ SOURCE-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE ZERO TO WS-FLUX-CUR
                   EVALUATE TRUE
                       WHEN R-SOURCE(1:17) = "GL GAINS LATENTS "
                           MOVE 8 TO WS-FLUX-CUR
                       WHEN R-SOURCE(1:19) = "GL PERTES LATENTES "
                           MOVE 9 TO WS-FLUX-CUR
                       WHEN R-SOURCE(1:18) = "GL EXTOURNE GAINS "
                           MOVE 10 TO WS-FLUX-CUR
                       WHEN R-SOURCE(1:19) = "GL EXTOURNE PERTES "
                           MOVE 11 TO WS-FLUX-CUR
                   END-EVALUATE
                   IF WS-FLUX-CUR > ZERO
                       PERFORM SCAN-SOURCE-AMOUNT
                       IF WS-SCAN-FOUND = 'Y'
                           ADD WS-SCAN-AMOUNT
                               TO WS-FLUX-MONTANT(WS-FLUX-CUR)
                       END-IF
                   END-IF
           END-PERFORM
           PERFORM CLOSE-SOURCE.

      * Sortie absente : le flux est signale, pas passe a zero sans
      * bruit.
       OPEN-SOURCE.
           MOVE WS-FLUX-SOURCE(FLUX-IDX) TO WS-SOURCE-FILENAME
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE "sortie absente" TO WS-FLUX-ETAT(FLUX-IDX)
           END-IF
           MOVE 'N' TO WS-EOF.

       CLOSE-SOURCE.
           CLOSE SOURCE-FILE
           MOVE 'N' TO WS-EOF.

      * Cherche WS-SCAN-LABEL dans la ligne lue et releve les
      * WS-SCAN-WIDTH caracteres qui le suivent.
       SCAN-SOURCE-AMOUNT.
           MOVE 'N' TO WS-SCAN-FOUND
           MOVE ZERO TO WS-SCAN-POS
           INSPECT R-SOURCE TALLYING WS-SCAN-POS FOR CHARACTERS
               BEFORE INITIAL WS-SCAN-LABEL(1:WS-SCAN-LABEL-LEN)
           IF WS-SCAN-POS + WS-SCAN-LABEL-LEN + WS-SCAN-WIDTH > 160
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCAN-RAW
           MOVE R-SOURCE(WS-SCAN-POS + WS-SCAN-LABEL-LEN + 1:
               WS-SCAN-WIDTH) TO WS-SCAN-RAW
           IF FUNCTION TEST-NUMVAL(WS-SCAN-RAW) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-IMPLIED = 'Y'
               COMPUTE WS-SCAN-AMOUNT =
                   FUNCTION NUMVAL(WS-SCAN-RAW) / 100
           ELSE
               COMPUTE WS-SCAN-AMOUNT = FUNCTION NUMVAL(WS-SCAN-RAW)
           END-IF
           MOVE 'Y' TO WS-SCAN-FOUND.

      * Extrait : en-tete HDR, deux lignes par flux passe (debit et
      * credit du meme montant), fin TRL avec nombre d'ecritures et
      * totaux debit/credit.
       WRITE-GL-EXTRACT.
           PERFORM RESOLVE-CHAIN-RUN-ID
           OPEN OUTPUT F-GLPOST
           MOVE WS-GLPOST-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-gl-postings.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-GLPOST" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-GL-LINE
           STRING "HDR ASSURGL    " WS-TODAY-8 " " WS-RUN-ID
                  " " WS-PERIODE
                  DELIMITED BY SIZE INTO WS-GL-LINE
           WRITE R-GLPOST FROM WS-GL-LINE
           PERFORM VARYING WS-FLUX-CUR FROM 1 BY 1
                   UNTIL WS-FLUX-CUR > WS-FLUX-COUNT
               SET FLUX-IDX TO WS-FLUX-CUR
               PERFORM POST-ONE-FLUX
           END-PERFORM
           MOVE SPACES TO WS-GL-LINE
           STRING "TRL " WS-GL-COUNT " " WS-GL-DEBIT-TOTAL " "
                  WS-GL-CREDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-GL-LINE
           WRITE R-GLPOST FROM WS-GL-LINE
           CLOSE F-GLPOST
           MOVE "assugl" TO WS-OUTB-PROGRAM
           MOVE "assurances-gl-postings.txt" TO WS-OUTB-FILENAME
           MOVE "COMPTABILITE" TO WS-OUTB-DESTINATION
           MOVE WS-GL-DEBIT-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-OUTBOUND-FILE.

       POST-ONE-FLUX.
           IF WS-FLUX-ETAT(FLUX-IDX) NOT = SPACES
               ADD 1 TO WS-FLUX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-FLUX-DEBIT(FLUX-IDX) = SPACES
               OR WS-FLUX-CREDIT(FLUX-IDX) = SPACES
               MOVE "comptes absents du plan" TO WS-FLUX-ETAT(FLUX-IDX)
               ADD 1 TO WS-FLUX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-FLUX-MONTANT(FLUX-IDX) = ZERO
               MOVE "rien a passer" TO WS-FLUX-ETAT(FLUX-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "passe" TO WS-FLUX-ETAT(FLUX-IDX)
           MOVE SPACES TO R-GLPOST
           MOVE WS-POSTING-DATE TO GLPOST-DATE
           MOVE "D" TO GLPOST-SENS
           MOVE WS-FLUX-DEBIT(FLUX-IDX) TO GLPOST-COMPTE
           MOVE WS-FLUX-LIBELLE(FLUX-IDX) TO GLPOST-LIBELLE
           MOVE WS-FLUX-MONTANT(FLUX-IDX) TO GLPOST-MONTANT
           PERFORM WRITE-GL-LINE
           MOVE SPACES TO R-GLPOST
           MOVE WS-POSTING-DATE TO GLPOST-DATE
           MOVE "C" TO GLPOST-SENS
           MOVE WS-FLUX-CREDIT(FLUX-IDX) TO GLPOST-COMPTE
           MOVE WS-FLUX-LIBELLE(FLUX-IDX) TO GLPOST-LIBELLE
           MOVE WS-FLUX-MONTANT(FLUX-IDX) TO GLPOST-MONTANT
           PERFORM WRITE-GL-LINE.

      * Ecrit la ligne et la porte en balance sur son compte.
       WRITE-GL-LINE.
           MOVE WS-RUN-ID TO GLPOST-RUN-ID
           WRITE R-GLPOST
           ADD 1 TO WS-GL-COUNT
           MOVE 'N' TO WS-BAL-FOUND
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > WS-BAL-COUNT
                   OR WS-BAL-FOUND = 'Y'
               IF WS-BAL-COMPTE(BAL-IDX) = GLPOST-COMPTE
                   MOVE 'Y' TO WS-BAL-FOUND
               END-IF
           END-PERFORM
           IF WS-BAL-FOUND = 'Y'
               SET BAL-IDX DOWN BY 1
           ELSE
               IF WS-BAL-COUNT >= WS-BAL-TABLE-MAX
                   DISPLAY "ATTENTION : capacite de WS-BAL-ENTRY "
                       "depassee, balance incomplete"
               ELSE
                   ADD 1 TO WS-BAL-COUNT
                   SET BAL-IDX TO WS-BAL-COUNT
                   MOVE GLPOST-COMPTE TO WS-BAL-COMPTE(BAL-IDX)
                   MOVE ZERO TO WS-BAL-DEBIT(BAL-IDX)
                   MOVE ZERO TO WS-BAL-CREDIT(BAL-IDX)
                   MOVE 'Y' TO WS-BAL-FOUND
               END-IF
           END-IF
           IF GLPOST-SENS = "D"
               ADD GLPOST-MONTANT TO WS-GL-DEBIT-TOTAL
               IF WS-BAL-FOUND = 'Y'
                   ADD GLPOST-MONTANT TO WS-BAL-DEBIT(BAL-IDX)
               END-IF
           ELSE
               ADD GLPOST-MONTANT TO WS-GL-CREDIT-TOTAL
               IF WS-BAL-FOUND = 'Y'
                   ADD GLPOST-MONTANT TO WS-BAL-CREDIT(BAL-IDX)
               END-IF
           END-IF.

      * Balance : etat de chaque flux, puis debit, credit et solde
      * par compte ; le solde general doit etre nul.
       WRITE-TRIAL-BALANCE.
           OPEN OUTPUT BALANCE-FILE
           MOVE WS-BALANCE-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-gl-balance.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT BALANCE-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BALANCE DE L'EXTRAIT COMPTABLE ASSURANCE - PERIODE "
                  WS-PERIODE " - ECRITURES DU " WS-POSTING-DATE
                  " - RUN " WS-RUN-ID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-BALANCE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-BALANCE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "FLUX" TO WS-REPORT-LINE(1:4)
           MOVE "SORTIE LUE" TO WS-REPORT-LINE(12:10)
           MOVE "DEBIT" TO WS-REPORT-LINE(48:5)
           MOVE "CREDIT" TO WS-REPORT-LINE(55:6)
           MOVE "MONTANT EUR" TO WS-REPORT-LINE(67:11)
           MOVE "ETAT" TO WS-REPORT-LINE(80:4)
           WRITE R-BALANCE FROM WS-REPORT-LINE
           PERFORM VARYING FLUX-IDX FROM 1 BY 1
                   UNTIL FLUX-IDX > WS-FLUX-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-FLUX-CODE(FLUX-IDX) TO WS-REPORT-LINE(1:10)
               MOVE WS-FLUX-SOURCE(FLUX-IDX) TO WS-REPORT-LINE(12:35)
               MOVE WS-FLUX-DEBIT(FLUX-IDX) TO WS-REPORT-LINE(48:6)
               MOVE WS-FLUX-CREDIT(FLUX-IDX) TO WS-REPORT-LINE(55:6)
               MOVE WS-FLUX-MONTANT(FLUX-IDX) TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(64:14)
               MOVE WS-FLUX-ETAT(FLUX-IDX) TO WS-REPORT-LINE(80:30)
               WRITE R-BALANCE FROM WS-REPORT-LINE
           END-PERFORM
           IF WS-MASTER-UNCONVERTED > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  primes emises en devise inconnue, non "
                      "passees : " WS-MASTER-UNCONVERTED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-BALANCE FROM WS-REPORT-LINE
           END-IF
           IF WS-PAY-UNCONVERTED > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  encaissements en devise inconnue, non "
                      "passes : " WS-PAY-UNCONVERTED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-BALANCE FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-BALANCE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "COMPTE" TO WS-REPORT-LINE(1:6)
           MOVE "DEBIT" TO WS-REPORT-LINE(19:5)
           MOVE "CREDIT" TO WS-REPORT-LINE(34:6)
           MOVE "SOLDE" TO WS-REPORT-LINE(51:5)
           WRITE R-BALANCE FROM WS-REPORT-LINE
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > WS-BAL-COUNT
               COMPUTE WS-SOLDE = WS-BAL-DEBIT(BAL-IDX)
                   - WS-BAL-CREDIT(BAL-IDX)
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-BAL-COMPTE(BAL-IDX) TO WS-REPORT-LINE(1:6)
               MOVE WS-BAL-DEBIT(BAL-IDX) TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(10:14)
               MOVE WS-BAL-CREDIT(BAL-IDX) TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(26:14)
               MOVE WS-SOLDE TO WS-SIGNED-EDIT
               MOVE WS-SIGNED-EDIT TO WS-REPORT-LINE(41:15)
               WRITE R-BALANCE FROM WS-REPORT-LINE
           END-PERFORM
           COMPUTE WS-SOLDE = WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TOTAL" TO WS-REPORT-LINE(1:5)
           MOVE WS-GL-DEBIT-TOTAL TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(10:14)
           MOVE WS-GL-CREDIT-TOTAL TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(26:14)
           MOVE WS-SOLDE TO WS-SIGNED-EDIT
           MOVE WS-SIGNED-EDIT TO WS-REPORT-LINE(41:15)
           IF WS-SOLDE = ZERO
               MOVE "BALANCE EQUILIBREE" TO WS-REPORT-LINE(60:18)
           ELSE
               MOVE "BALANCE DESEQUILIBREE" TO WS-REPORT-LINE(60:21)
           END-IF
           WRITE R-BALANCE FROM WS-REPORT-LINE
           CLOSE BALANCE-FILE.

           COPY 'FILESTCHK.cpy'.
           COPY 'RATELOAD.cpy'.
           COPY 'RATECNV.cpy'.
           COPY 'PARAMLOAD.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'OUTBWRT.cpy'.

       END PROGRAM assugl.
