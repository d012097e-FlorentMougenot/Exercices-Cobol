       IDENTIFICATION DIVISION.
       PROGRAM-ID. assuregle.

      * Reglement des sinistres aux assures : assuclaims.cbl tient
      * les sinistres pour payes, mais l'argent partait par cheque
      * ou par un virement saisi sur le portail bancaire, sans rien
      * qui relie le paiement au sinistre. Chaque sinistre
      * d'assurances-sinistres.txt bon a regler (date de paiement
      * atteinte, police connue et active comme dans assuclaims) et
      * absent du registre des reglements est converti en euros par
      * la table partagee puis paye au titulaire : par virement sur
      * les coordonnees du maitre bancaire des assures d'assudebit
      * (fichier assurances-sinistres-virements.txt, disposition
      * d'employee-transfers.txt avec total de controle, remis a la
      * banque), ou par cheque (assurances-sinistres-cheques.txt)
      * quand les coordonnees manquent, sont vides ou rejetees au
      * vetting. Chaque reglement prend une reference VIR/CHQ +
      * date + sequence et s'ajoute au registre
      * assurances-sinistres-regles.dat : un sinistre qui y figure
      * n'est plus jamais repaye.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSURANCES ASSIGN TO 'assurances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSURANCES-STATUS.

           SELECT CLAIMS-FILE ASSIGN TO 'assurances-sinistres.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-STATUS.

      * Coordonnees bancaires des assures, clef numero de police
      * (meme maitre qu'assudebit.cbl).
           SELECT BANK-FILE ASSIGN TO 'assurances-bank-details.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

      * Registre des sinistres regles, relu puis complete en ajout.
           SELECT REGLE-FILE
               ASSIGN TO 'assurances-sinistres-regles.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLE-STATUS.

           SELECT VIR-FILE
               ASSIGN TO 'assurances-sinistres-virements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIR-STATUS.

           SELECT CHQ-FILE
               ASSIGN TO 'assurances-sinistres-cheques.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT SRGEXC-FILE
               ASSIGN TO 'assurances-sinistres-reglement-exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRGEXC-STATUS.

      * Table de taux de change datee partagee (RATESEL/RATEFD).
           COPY 'RATESEL.cpy'.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des fichiers remis hors de l'entreprise
      * (OUTBSEL/OUTBFD) : virements de sinistres remis a la banque.
           COPY 'OUTBSEL.cpy'.

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

      * Meme disposition que CLAIM-RECORD dans assuclaims.cbl ;
      * CLM-DATE est la date de paiement AAAAMMJJ.
       FD  CLAIMS-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  CLAIM-RECORD.
           05 CLM-ID               PIC X(8).
           05 FILLER               PIC X.
           05 CLM-POLICE           PIC X(8).
           05 FILLER               PIC X.
           05 CLM-DATE             PIC X(8).
           05 FILLER               PIC X.
           05 CLM-MONTANT          PIC X(9).
           05 FILLER               PIC X.
           05 CLM-DEVISE           PIC X(3).
           05 FILLER               PIC X.
           05 CLM-DATE-SURV        PIC X(8).
           05 FILLER               PIC X.
           05 CLM-DATE-DECL        PIC X(8).

      * Meme disposition qu'employee-bank-details.dat : clef,
      * IBAN, BIC, drapeau de vetting ('R' = rejete au controle).
       FD  BANK-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  R-BANK.
           05 BANK-ID               PIC X(10).
           05 FILLER                PIC X.
           05 BANK-IBAN             PIC X(27).
           05 FILLER                PIC X.
           05 BANK-BIC              PIC X(11).
           05 FILLER                PIC X.
           05 BANK-FLAG             PIC X.

      * Un reglement par ligne : sinistre, police, date AAAAMMJJ,
      * mode (VIR ou CHQ), reference de paiement, montant en euros.
       FD  REGLE-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  R-REGLE.
           05 RGL-ID                PIC X(8).
           05 FILLER                PIC X.
           05 RGL-POLICE            PIC X(8).
           05 FILLER                PIC X.
           05 RGL-DATE              PIC 9(8).
           05 FILLER                PIC X.
           05 RGL-MODE              PIC X(3).
           05 FILLER                PIC X.
           05 RGL-REFERENCE         PIC X(16).
           05 FILLER                PIC X.
           05 RGL-MONTANT           PIC 9(9)V99.

       FD  VIR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  R-VIR                    PIC X(80).

       FD  CHQ-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-CHQ                    PIC X(132).

       FD  SRGEXC-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  R-SRGEXC                 PIC X(120).

           COPY 'RATEFD.cpy'.
           COPY 'ERRSUMFD.cpy'.
           COPY 'OUTBFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ASSURANCES-STATUS    PIC XX.
       01  WS-CLAIMS-STATUS        PIC XX.
       01  WS-BANK-STATUS          PIC XX.
       01  WS-REGLE-STATUS         PIC XX.
       01  WS-VIR-STATUS           PIC XX.
       01  WS-CHQ-STATUS           PIC XX.
       01  WS-SRGEXC-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'RATEWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'OUTBWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-PAIE-8               PIC 9(8).
       01  WS-COMMON-DEVISE        PIC X(3).
       01  WS-LINE                 PIC X(132).
       01  WS-REJECT-REASON        PIC X(20).
       01  WS-CHQ-MOTIF            PIC X(20).
       01  WS-MONTANT-EUR          PIC 9(9)V99.
       01  WS-MONEY-EDIT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-REF-SEQ              PIC 9(4) VALUE ZERO.
       01  WS-REFERENCE            PIC X(16).
       01  WS-MODE                 PIC X(3).
       01  WS-VIR-ID               PIC X(10).
       01  WS-VIR-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-VIR-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-CHQ-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-CHQ-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-DEJA-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-ATTENTE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-EXC-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-FOUND                PIC X.

      * Polices : nom et statut du titulaire.
       01  WS-POLICY-TABLE.
           05 WS-POLICY-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-POLICY-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-POLICY-COUNT
                  INDEXED BY POLICY-IDX.
               10 WS-POLICY-NUMERO PIC X(8).
               10 WS-POLICY-NOM    PIC X(14).
               10 WS-POLICY-STATUT PIC X(8).
       01  WS-POLICY-TABLE-MAX     PIC 9(4) VALUE 2000.
       01  WS-POLICY-TABLE-FULL    PIC X VALUE 'N'.

      * Coordonnees bancaires (meme chargement qu'assudebit.cbl).
       01  WS-BANK-TABLE.
           05 WS-BANK-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-BANK-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-BANK-COUNT
                  INDEXED BY BANK-IDX.
               10 WS-BANK-ID       PIC X(10).
               10 WS-BANK-IBAN     PIC X(27).
               10 WS-BANK-BIC      PIC X(11).
               10 WS-BANK-FLAG     PIC X.
       01  WS-BANK-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-BANK-TABLE-FULL      PIC X VALUE 'N'.

      * Sinistres deja regles (registre), plus ceux de la passe.
       01  WS-REGLE-TABLE.
           05 WS-REGLE-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-REGLE-ENTRY OCCURS 1 TO 10000 TIMES
                  DEPENDING ON WS-REGLE-COUNT
                  INDEXED BY REGLE-IDX.
               10 WS-REGLE-ID      PIC X(8).
       01  WS-REGLE-TABLE-MAX      PIC 9(5) VALUE 10000.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-POLICIES
           PERFORM LOAD-BANK-TABLE
           PERFORM LOAD-SETTLED-CLAIMS
           PERFORM OPEN-OUTPUTS
           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLAIMS-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SETTLE-ONE-CLAIM
               END-PERFORM
               CLOSE CLAIMS-FILE
           ELSE
               DISPLAY "Aucun fichier de sinistres"
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "TOTAL " WS-VIR-COUNT " ordres " WS-VIR-TOTAL
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-VIR FROM WS-LINE
           MOVE WS-CHQ-TOTAL TO WS-MONEY-EDIT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL " WS-CHQ-COUNT " cheques EUR " WS-MONEY-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-CHQ FROM WS-LINE
           CLOSE VIR-FILE
           CLOSE CHQ-FILE
           CLOSE SRGEXC-FILE
           CLOSE REGLE-FILE
           MOVE "assuregle" TO WS-OUTB-PROGRAM
           MOVE "assurances-sinistres-virements.txt"
               TO WS-OUTB-FILENAME
           MOVE "BANQUE" TO WS-OUTB-DESTINATION
           MOVE WS-VIR-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-OUTBOUND-FILE
           DISPLAY "Sinistres vires            : " WS-VIR-COUNT
           DISPLAY "Sinistres par cheque       : " WS-CHQ-COUNT
           DISPLAY "Sinistres deja regles      : " WS-DEJA-COUNT
           DISPLAY "Sinistres non encore dus   : " WS-ATTENTE-COUNT
           DISPLAY "Sinistres en exception     : " WS-EXC-COUNT
           IF WS-EXC-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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
                   IF WS-POLICY-COUNT >= WS-POLICY-TABLE-MAX
                       IF WS-POLICY-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-POLICY-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-POLICY-ENTRY depassee"
                       END-IF
                   ELSE
                       ADD 1 TO WS-POLICY-COUNT
                       SET POLICY-IDX TO WS-POLICY-COUNT
                       MOVE WS-NUMERO TO WS-POLICY-NUMERO(POLICY-IDX)
                       MOVE WS-NOM TO WS-POLICY-NOM(POLICY-IDX)
                       MOVE WS-STATUT TO WS-POLICY-STATUT(POLICY-IDX)
                   END-IF
           END-PERFORM
           CLOSE ASSURANCES
           MOVE 'N' TO WS-EOF.

       LOAD-BANK-TABLE.
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-BANK-COUNT >= WS-BANK-TABLE-MAX
                       IF WS-BANK-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-BANK-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-BANK-ENTRY depassee"
                       END-IF
                   ELSE
                       ADD 1 TO WS-BANK-COUNT
                       SET BANK-IDX TO WS-BANK-COUNT
                       MOVE BANK-ID TO WS-BANK-ID(BANK-IDX)
                       MOVE BANK-IBAN TO WS-BANK-IBAN(BANK-IDX)
                       MOVE BANK-BIC TO WS-BANK-BIC(BANK-IDX)
                       MOVE BANK-FLAG TO WS-BANK-FLAG(BANK-IDX)
                   END-IF
           END-PERFORM
           CLOSE BANK-FILE
           MOVE 'N' TO WS-EOF.

      * Les references du jour deja attribuees par une passe
      * precedente sont sautees pour rester uniques.
       LOAD-SETTLED-CLAIMS.
           OPEN INPUT REGLE-FILE
           IF WS-REGLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGLE-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RGL-DATE = WS-TODAY-8
                       ADD 1 TO WS-REF-SEQ
                   END-IF
                   IF WS-REGLE-COUNT >= WS-REGLE-TABLE-MAX
                       DISPLAY "ERREUR : capacite de "
                           "WS-REGLE-ENTRY depassee, arret pour "
                           "eviter un double paiement"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REGLE-COUNT
                   SET REGLE-IDX TO WS-REGLE-COUNT
                   MOVE RGL-ID TO WS-REGLE-ID(REGLE-IDX)
           END-PERFORM
           CLOSE REGLE-FILE
           MOVE 'N' TO WS-EOF.

       OPEN-OUTPUTS.
           OPEN EXTEND REGLE-FILE
           IF WS-REGLE-STATUS = "05" OR WS-REGLE-STATUS = "35"
               OPEN OUTPUT REGLE-FILE
           END-IF
           MOVE WS-REGLE-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-sinistres-regles.dat"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN REGLE-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT VIR-FILE
           MOVE WS-VIR-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-sinistres-virements.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT VIR-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT CHQ-FILE
           MOVE WS-CHQ-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-sinistres-cheques.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT CHQ-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT SRGEXC-FILE
           MOVE WS-SRGEXC-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-sinistres-reglement-exceptions.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT SRGEXC-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-LINE
           STRING "ENTETE VIREMENTS SINISTRES " WS-TODAY-8
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-VIR FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "CHEQUES DE REGLEMENT DE SINISTRES DU " WS-TODAY-8
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-CHQ FROM WS-LINE.

      * Sinistre deja au registre : ignore. Date de paiement non
      * atteinte : en attente. Sinon controle, conversion et
      * reglement par virement ou par cheque.
       SETTLE-ONE-CLAIM.
           MOVE 'N' TO WS-FOUND
           IF WS-REGLE-COUNT > ZERO
               SET REGLE-IDX TO 1
               SEARCH WS-REGLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REGLE-ID(REGLE-IDX) = CLM-ID
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF
           IF WS-FOUND = 'Y'
               ADD 1 TO WS-DEJA-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-PAIE-8
           IF CLM-DATE IS NUMERIC
               MOVE CLM-DATE TO WS-PAIE-8
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAIE-8) NOT = 0
               MOVE "DATE_PAIEMENT" TO WS-REJECT-REASON
               PERFORM REJECT-SETTLEMENT
               EXIT PARAGRAPH
           END-IF
           IF WS-PAIE-8 > WS-TODAY-8
               ADD 1 TO WS-ATTENTE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           SET POLICY-IDX TO 1
           SEARCH WS-POLICY-ENTRY
               AT END
                   MOVE "POLICE_INCONNUE" TO WS-REJECT-REASON
               WHEN WS-POLICY-NUMERO(POLICY-IDX) = CLM-POLICE
                   MOVE 'Y' TO WS-FOUND
                   IF WS-POLICY-STATUT(POLICY-IDX) NOT = "Actif"
                       MOVE "POLICE_INACTIVE" TO WS-REJECT-REASON
                   END-IF
           END-SEARCH
           IF WS-REJECT-REASON = SPACES
               IF FUNCTION TEST-NUMVAL(CLM-MONTANT) NOT = 0
                   MOVE "MONTANT_ILLISIBLE" TO WS-REJECT-REASON
               ELSE
                   MOVE CLM-DEVISE TO WS-COMMON-DEVISE
                   MOVE FUNCTION NUMVAL(CLM-MONTANT)
                       TO WS-COMMON-MONTANT
                   PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
                   IF WS-RATE-FOUND-FLAG = 'N'
                       MOVE "DEVISE_INCONNUE" TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-COMMON-MONTANT-EUR TO WS-MONTANT-EUR
                       IF WS-MONTANT-EUR = ZERO
                           MOVE "MONTANT_NUL" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-SETTLEMENT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHOOSE-PAYMENT-MODE
           ADD 1 TO WS-REF-SEQ
           MOVE SPACES TO WS-REFERENCE
           STRING WS-MODE WS-TODAY-8 "-" WS-REF-SEQ
                  DELIMITED BY SIZE INTO WS-REFERENCE
           IF WS-MODE = "VIR"
               PERFORM WRITE-TRANSFER-ORDER
           ELSE
               PERFORM WRITE-CHEQUE-LINE
           END-IF
           PERFORM MARK-CLAIM-SETTLED.

      * Virement si le titulaire a des coordonnees exploitables,
      * cheque sinon, avec le motif sur la liste des cheques.
       CHOOSE-PAYMENT-MODE.
           MOVE "VIR" TO WS-MODE
           MOVE SPACES TO WS-CHQ-MOTIF
           SET BANK-IDX TO 1
           SEARCH WS-BANK-ENTRY
               AT END
                   MOVE "RIB_MANQUANT" TO WS-CHQ-MOTIF
               WHEN WS-BANK-ID(BANK-IDX)(1:8) = CLM-POLICE
                   IF WS-BANK-IBAN(BANK-IDX) = SPACES
                       OR WS-BANK-BIC(BANK-IDX) = SPACES
                       MOVE "RIB_INVALIDE" TO WS-CHQ-MOTIF
                   ELSE
                       IF WS-BANK-FLAG(BANK-IDX) = 'R'
                           MOVE "RIB_REJETE_VETTING" TO WS-CHQ-MOTIF
                       END-IF
                   END-IF
           END-SEARCH
           IF WS-CHQ-MOTIF NOT = SPACES
               MOVE "CHQ" TO WS-MODE
           END-IF.

      * Meme ligne que WRITE-TRANSFER-FILE dans employee.cbl :
      * identifiant sur 10, IBAN, BIC, montant.
       WRITE-TRANSFER-ORDER.
           ADD 1 TO WS-VIR-COUNT
           ADD WS-MONTANT-EUR TO WS-VIR-TOTAL
           MOVE CLM-ID TO WS-VIR-ID
           MOVE SPACES TO WS-LINE
           STRING WS-VIR-ID SPACE
                  WS-BANK-IBAN(BANK-IDX) SPACE
                  WS-BANK-BIC(BANK-IDX) SPACE
                  WS-MONTANT-EUR
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-VIR FROM WS-LINE.

       WRITE-CHEQUE-LINE.
           ADD 1 TO WS-CHQ-COUNT
           ADD WS-MONTANT-EUR TO WS-CHQ-TOTAL
           MOVE WS-MONTANT-EUR TO WS-MONEY-EDIT
           MOVE SPACES TO WS-LINE
           STRING WS-REFERENCE " sinistre " CLM-ID
                  " police " CLM-POLICE SPACE
                  WS-POLICY-NOM(POLICY-IDX)
                  " EUR " WS-MONEY-EDIT SPACE WS-CHQ-MOTIF
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-CHQ FROM WS-LINE.

       MARK-CLAIM-SETTLED.
           MOVE SPACES TO R-REGLE
           MOVE CLM-ID TO RGL-ID
           MOVE CLM-POLICE TO RGL-POLICE
           MOVE WS-TODAY-8 TO RGL-DATE
           MOVE WS-MODE TO RGL-MODE
           MOVE WS-REFERENCE TO RGL-REFERENCE
           MOVE WS-MONTANT-EUR TO RGL-MONTANT
           WRITE R-REGLE
           IF WS-REGLE-COUNT < WS-REGLE-TABLE-MAX
               ADD 1 TO WS-REGLE-COUNT
               SET REGLE-IDX TO WS-REGLE-COUNT
               MOVE CLM-ID TO WS-REGLE-ID(REGLE-IDX)
           END-IF.

       REJECT-SETTLEMENT.
           ADD 1 TO WS-EXC-COUNT
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(WS-REJECT-REASON)
                  " sinistre: " CLM-ID " police: " CLM-POLICE
                  " date: " CLM-DATE " montant: " CLM-MONTANT
                  SPACE CLM-DEVISE
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-SRGEXC FROM WS-LINE.

           COPY 'FILESTCHK.cpy'.
           COPY 'RATELOAD.cpy'.
           COPY 'RATECNV.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'OUTBWRT.cpy'.

       END PROGRAM assuregle.
