       IDENTIFICATION DIVISION.
       PROGRAM-ID. assumandat.

      * Maitre des mandats de prelevement SEPA : la banque exige sur
      * chaque ordre la reference unique du mandat (RUM), sa date de
      * signature et le type de sequence, ce que les seules
      * coordonnees bancaires ne portaient pas. Le maitre
      * assurances-mandats.dat (RUM, mandat de police 'P' ou
      * d'assure 'A' avec sa clef, IBAN, BIC, date de signature,
      * statut, date et sequence du dernier prelevement) se maintient
      * ici par fichier de mouvements, dans le moule
      * d'assuavenant.cbl : creation, modification (IBAN, BIC ou
      * clef) et revocation, chaque mouvement valide avant
      * application et journalise avec images avant/apres. Le
      * dernier usage, la mise en sommeil (D) des mandats inutilises
      * et la cloture (C) apres un prelevement FNAL sont poses par
      * assudebit.cbl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDAT-FILE ASSIGN TO 'assurances-mandats.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDAT-STATUS.

      * Un mouvement par ligne : action (CREER, MODIFIER, REVOQUER),
      * RUM, type et clef, IBAN, BIC, date de signature JJMMAAAA.
           SELECT MVT-FILE ASSIGN TO 'assurances-mandats-mouvements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO 'assurances-mandats-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MDTEXC-FILE
               ASSIGN TO 'assurances-mandats-exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MDTEXC-STATUS.

      * Polices et assures connus, pour controler la clef du mandat.
           SELECT ASSURANCES ASSIGN TO 'assurances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSURANCES-STATUS.

           SELECT HOLDER-FILE ASSIGN TO 'assurances-assures.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDER-STATUS.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Statut : A actif, R revoque, D en sommeil (inutilise au-dela
      * du delai d'inactivite), C clos apres prelevement FNAL.
      * Dernier usage AAAAMMJJ a zero tant que le mandat n'a jamais
      * servi.
       FD  MANDAT-FILE
           RECORD CONTAINS 111 CHARACTERS.
       01  R-MANDAT.
           05 MDT-RUM              PIC X(35).
           05 FILLER               PIC X.
           05 MDT-TYPE-CLE         PIC X.
           05 FILLER               PIC X.
           05 MDT-CLE              PIC X(8).
           05 FILLER               PIC X.
           05 MDT-IBAN             PIC X(27).
           05 FILLER               PIC X.
           05 MDT-BIC              PIC X(11).
           05 FILLER               PIC X.
           05 MDT-SIGNATURE        PIC 9(8).
           05 FILLER               PIC X.
           05 MDT-STATUT           PIC X.
           05 FILLER               PIC X.
           05 MDT-DERNIER-USAGE    PIC 9(8).
           05 FILLER               PIC X.
           05 MDT-DERNIERE-SEQ     PIC X(4).

       FD  MVT-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  R-MVT.
           05 MVT-ACTION           PIC X(8).
           05 FILLER               PIC X.
           05 MVT-RUM              PIC X(35).
           05 FILLER               PIC X.
           05 MVT-TYPE-CLE         PIC X.
           05 FILLER               PIC X.
           05 MVT-CLE              PIC X(8).
           05 FILLER               PIC X.
           05 MVT-IBAN             PIC X(27).
           05 FILLER               PIC X.
           05 MVT-BIC              PIC X(11).
           05 FILLER               PIC X.
           05 MVT-DATE             PIC X(8).

       FD  JOURNAL-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  R-JOURNAL               PIC X(160).

       FD  MDTEXC-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  R-MDTEXC                PIC X(160).

      * Meme disposition corrigee que WS-ASSURANCES dans assusaf.cbl,
      * seul le numero sert ici.
       FD  ASSURANCES.
       01  WS-ASSURANCES.
           05 WS-NUMERO    PIC X(8).
           05 FILLER       PIC X(115).

      * Meme disposition que R-HOLDER dans assuholder.cbl, seul
      * l'identifiant sert ici.
       FD  HOLDER-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  R-HOLDER.
           05 HLD-ID               PIC X(6).
           05 FILLER               PIC X(71).

           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-MANDAT-STATUS        PIC XX.
       01  WS-MVT-STATUS           PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-MDTEXC-STATUS        PIC XX.
       01  WS-ASSURANCES-STATUS    PIC XX.
       01  WS-HOLDER-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MVT-EOF              PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-MVT-DATETIME         PIC X(21).
       01  WS-MVT-DATE-8           PIC 9(8).
       01  WS-CREATED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-AMENDED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-REVOKED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-EXCEPTION-LINE       PIC X(160).
       01  WS-JOURNAL-LINE         PIC X(160).
       01  WS-FOUND-IDX            PIC 9(4) VALUE ZERO.
       01  WS-KEY-FOUND            PIC X.
       01  WS-CHECK-TYPE           PIC X.
       01  WS-CHECK-CLE            PIC X(8).

      * Maitre des mandats charge en memoire, mis a jour puis
      * reecrit en entier (meme principe qu'assuavenant.cbl).
       01  WS-MANDAT-TABLE.
           05 WS-MANDAT-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-MANDAT-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-MANDAT-COUNT
                  INDEXED BY MANDAT-IDX.
               10 WS-MANDAT-RECORD PIC X(111).
       01  WS-MANDAT-TABLE-MAX     PIC 9(4) VALUE 2000.
       01  WS-MANDAT-TABLE-FULL    PIC X VALUE 'N'.

      * Zone de travail d'un mandat, meme decoupage que R-MANDAT.
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

      * Clefs connues : numeros de police et identifiants d'assure.
       01  WS-POLNUM-TABLE.
           05 WS-POLNUM-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-POLNUM-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-POLNUM-COUNT
                  INDEXED BY POLNUM-IDX.
               10 WS-POLNUM        PIC X(8).
       01  WS-POLNUM-TABLE-MAX     PIC 9(4) VALUE 2000.

       01  WS-HLDID-TABLE.
           05 WS-HLDID-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-HLDID-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-HLDID-COUNT
                  INDEXED BY HLDID-IDX.
               10 WS-HLDID         PIC X(6).
       01  WS-HLDID-TABLE-MAX      PIC 9(4) VALUE 2000.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-MANDATES
           PERFORM LOAD-KNOWN-KEYS
           PERFORM APPLY-MOUVEMENTS
           PERFORM SAVE-MANDATES
           DISPLAY "Mandats crees      : " WS-CREATED-COUNT
           DISPLAY "Mandats modifies   : " WS-AMENDED-COUNT
           DISPLAY "Mandats revoques   : " WS-REVOKED-COUNT
           DISPLAY "Mouvements rejetes : " WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Maitre absent au premier passage : il sera cree a la
      * sauvegarde.
       LOAD-MANDATES.
           OPEN INPUT MANDAT-FILE
           IF WS-MANDAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MANDAT-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-MANDAT-COUNT >= WS-MANDAT-TABLE-MAX
                       IF WS-MANDAT-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-MANDAT-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-MANDAT-ENTRY ("
                               WS-MANDAT-TABLE-MAX ") depassee, "
                               "mandats suivants ignores"
                       END-IF
                   ELSE
                       ADD 1 TO WS-MANDAT-COUNT
                       SET MANDAT-IDX TO WS-MANDAT-COUNT
                       MOVE R-MANDAT TO WS-MANDAT-RECORD(MANDAT-IDX)
                   END-IF
           END-PERFORM
           CLOSE MANDAT-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-KNOWN-KEYS.
           OPEN INPUT ASSURANCES
           IF WS-ASSURANCES-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ASSURANCES AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-POLNUM-COUNT < WS-POLNUM-TABLE-MAX
                           ADD 1 TO WS-POLNUM-COUNT
                           SET POLNUM-IDX TO WS-POLNUM-COUNT
                           MOVE WS-NUMERO TO WS-POLNUM(POLNUM-IDX)
                       END-IF
               END-PERFORM
               CLOSE ASSURANCES
               MOVE 'N' TO WS-EOF
           END-IF
           OPEN INPUT HOLDER-FILE
           IF WS-HOLDER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLDER-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HLDID-COUNT < WS-HLDID-TABLE-MAX
                           ADD 1 TO WS-HLDID-COUNT
                           SET HLDID-IDX TO WS-HLDID-COUNT
                           MOVE HLD-ID TO WS-HLDID(HLDID-IDX)
                       END-IF
               END-PERFORM
               CLOSE HOLDER-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      * Applique les mouvements un par un ; fichier absent = rien a
      * faire, le maitre est reecrit a l'identique.
       APPLY-MOUVEMENTS.
           OPEN INPUT MVT-FILE
           IF WS-MVT-STATUS = "00"
               OPEN OUTPUT MDTEXC-FILE
               MOVE WS-MDTEXC-STATUS TO WS-FILESTAT-CODE
               MOVE "assurances-mandats-exceptions.txt"
                   TO WS-FILESTAT-FILENAME
               MOVE "OPEN OUTPUT MDTEXC-FILE"
                   TO WS-FILESTAT-OPERATION
               PERFORM CHECK-FILE-STATUS
               PERFORM OPEN-JOURNAL
               PERFORM UNTIL WS-MVT-EOF = 'Y'
                   READ MVT-FILE AT END
                       MOVE 'Y' TO WS-MVT-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-MOUVEMENT
               END-PERFORM
               CLOSE MVT-FILE
               CLOSE MDTEXC-FILE
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "Aucun mouvement de mandat, maitre inchange"
           END-IF.

       OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "05" OR WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-JOURNAL-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-mandats-journal.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN JOURNAL-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS.

      * Tout rejet part en exception avec sa raison et la ligne
      * d'origine ; le maitre n'est touche qu'apres validation.
       APPLY-ONE-MOUVEMENT.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-MANDAT-ENTRY
           EVALUATE FUNCTION TRIM(MVT-ACTION)
               WHEN "CREER"
                   PERFORM CREATE-MANDATE
               WHEN "MODIFIER"
                   PERFORM AMEND-MANDATE
               WHEN "REVOQUER"
                   PERFORM REVOKE-MANDATE
               WHEN OTHER
                   MOVE "ACTION_INCONNUE" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING FUNCTION TRIM(WS-REJECT-REASON)
                      " mouvement: " R-MVT
                      DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
               WRITE R-MDTEXC FROM WS-EXCEPTION-LINE
           END-IF.

       FIND-MANDAT-ENTRY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING MANDAT-IDX FROM 1 BY 1
                   UNTIL MANDAT-IDX > WS-MANDAT-COUNT
                   OR WS-FOUND-IDX > ZERO
               IF WS-MANDAT-RECORD(MANDAT-IDX)(1:35) = MVT-RUM
                   SET WS-FOUND-IDX TO MANDAT-IDX
               END-IF
           END-PERFORM.

      * Creation : RUM nouvelle, clef connue sans autre mandat
      * actif, IBAN et BIC renseignes, signature valide et pas dans
      * le futur.
       CREATE-MANDATE.
           IF MVT-RUM = SPACES
               MOVE "RUM_ABSENTE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX > ZERO
               MOVE "RUM_DEJA_CONNUE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE MVT-TYPE-CLE TO WS-CHECK-TYPE
           MOVE MVT-CLE TO WS-CHECK-CLE
           PERFORM CHECK-MANDATE-KEY
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MVT-IBAN = SPACES OR MVT-BIC = SPACES
               MOVE "RIB_INVALIDE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SIGNATURE-DATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MANDAT-COUNT >= WS-MANDAT-TABLE-MAX
               MOVE "CAPACITE_MAITRE_ATTEINTE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MANDAT
           MOVE MVT-RUM TO WS-MDT-RUM
           MOVE MVT-TYPE-CLE TO WS-MDT-TYPE-CLE
           MOVE MVT-CLE TO WS-MDT-CLE
           MOVE MVT-IBAN TO WS-MDT-IBAN
           MOVE MVT-BIC TO WS-MDT-BIC
           MOVE WS-MVT-DATE-8 TO WS-MDT-SIGNATURE
           MOVE "A" TO WS-MDT-STATUT
           MOVE ZERO TO WS-MDT-DERNIER-USAGE
           ADD 1 TO WS-MANDAT-COUNT
           SET MANDAT-IDX TO WS-MANDAT-COUNT
           MOVE WS-MANDAT TO WS-MANDAT-RECORD(MANDAT-IDX)
           ADD 1 TO WS-CREATED-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-MVT-DATETIME
           PERFORM WRITE-JOURNAL-AFTER.

      * Modification d'un mandat actif : seuls les champs renseignes
      * du mouvement remplacent ceux du maitre. La RUM, la date de
      * signature et l'historique d'usage sont conserves.
       AMEND-MANDATE.
           IF WS-FOUND-IDX = ZERO
               MOVE "MANDAT_INCONNU" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           SET MANDAT-IDX TO WS-FOUND-IDX
           MOVE WS-MANDAT-RECORD(MANDAT-IDX) TO WS-MANDAT
           IF WS-MDT-STATUT NOT = "A"
               MOVE "MANDAT_INACTIF" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MVT-CLE NOT = SPACES
               MOVE MVT-TYPE-CLE TO WS-CHECK-TYPE
               MOVE MVT-CLE TO WS-CHECK-CLE
               PERFORM CHECK-MANDATE-KEY
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               SET MANDAT-IDX TO WS-FOUND-IDX
           END-IF
           IF MVT-CLE = SPACES AND MVT-IBAN = SPACES
               AND MVT-BIC = SPACES
               MOVE "MODIFICATION_VIDE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-MVT-DATETIME
           PERFORM WRITE-JOURNAL-BEFORE
           IF MVT-CLE NOT = SPACES
               MOVE MVT-TYPE-CLE TO WS-MDT-TYPE-CLE
               MOVE MVT-CLE TO WS-MDT-CLE
           END-IF
           IF MVT-IBAN NOT = SPACES
               MOVE MVT-IBAN TO WS-MDT-IBAN
           END-IF
           IF MVT-BIC NOT = SPACES
               MOVE MVT-BIC TO WS-MDT-BIC
           END-IF
           MOVE WS-MANDAT TO WS-MANDAT-RECORD(MANDAT-IDX)
           ADD 1 TO WS-AMENDED-COUNT
           PERFORM WRITE-JOURNAL-AFTER.

      * Revocation par le debiteur : un mandat actif ou en sommeil
      * passe a R et n'est plus jamais utilise.
       REVOKE-MANDATE.
           IF WS-FOUND-IDX = ZERO
               MOVE "MANDAT_INCONNU" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           SET MANDAT-IDX TO WS-FOUND-IDX
           MOVE WS-MANDAT-RECORD(MANDAT-IDX) TO WS-MANDAT
           IF WS-MDT-STATUT = "R"
               MOVE "MANDAT_DEJA_REVOQUE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-MVT-DATETIME
           PERFORM WRITE-JOURNAL-BEFORE
           MOVE "R" TO WS-MDT-STATUT
           MOVE WS-MANDAT TO WS-MANDAT-RECORD(MANDAT-IDX)
           ADD 1 TO WS-REVOKED-COUNT
           PERFORM WRITE-JOURNAL-AFTER.

      * Clef de mandat : police d'assurances.dat ('P') ou assure du
      * maitre des assures ('A'), sans autre mandat actif sur la
      * meme clef.
       CHECK-MANDATE-KEY.
           MOVE 'N' TO WS-KEY-FOUND
           EVALUATE WS-CHECK-TYPE
               WHEN "P"
                   PERFORM VARYING POLNUM-IDX FROM 1 BY 1
                           UNTIL POLNUM-IDX > WS-POLNUM-COUNT
                           OR WS-KEY-FOUND = 'Y'
                       IF WS-POLNUM(POLNUM-IDX) = WS-CHECK-CLE
                           MOVE 'Y' TO WS-KEY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-KEY-FOUND = 'N'
                       MOVE "POLICE_INCONNUE" TO WS-REJECT-REASON
                   END-IF
               WHEN "A"
                   PERFORM VARYING HLDID-IDX FROM 1 BY 1
                           UNTIL HLDID-IDX > WS-HLDID-COUNT
                           OR WS-KEY-FOUND = 'Y'
                       IF WS-HLDID(HLDID-IDX) = WS-CHECK-CLE(1:6)
                           AND WS-CHECK-CLE(7:2) = SPACES
                           MOVE 'Y' TO WS-KEY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-KEY-FOUND = 'N'
                       MOVE "ASSURE_INCONNU" TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE "TYPE_CLE_INCONNU" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MANDAT-IDX FROM 1 BY 1
                   UNTIL MANDAT-IDX > WS-MANDAT-COUNT
               IF WS-MANDAT-RECORD(MANDAT-IDX)(37:1) = WS-CHECK-TYPE
                   AND WS-MANDAT-RECORD(MANDAT-IDX)(39:8)
                       = WS-CHECK-CLE
                   AND WS-MANDAT-RECORD(MANDAT-IDX)(97:1) = "A"
                   AND WS-MANDAT-RECORD(MANDAT-IDX)(1:35)
                       NOT = MVT-RUM
                   MOVE "MANDAT_ACTIF_EXISTANT" TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

       CHECK-SIGNATURE-DATE.
           IF MVT-DATE IS NOT NUMERIC
               MOVE "DATE_SIGNATURE_INVALIDE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MVT-DATE-8 =
               FUNCTION NUMVAL(MVT-DATE(5:4)) * 10000 +
               FUNCTION NUMVAL(MVT-DATE(3:2)) * 100 +
               FUNCTION NUMVAL(MVT-DATE(1:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MVT-DATE-8) NOT = 0
               MOVE "DATE_SIGNATURE_INVALIDE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MVT-DATE-8 > WS-TODAY-8
               MOVE "SIGNATURE_FUTURE" TO WS-REJECT-REASON
           END-IF.

       WRITE-JOURNAL-BEFORE.
           MOVE SPACES TO WS-JOURNAL-LINE
           STRING WS-MVT-DATETIME(1:8) "-" WS-MVT-DATETIME(9:6)
                  " MANDAT " FUNCTION TRIM(MVT-ACTION)
                  " avant: " WS-MANDAT-RECORD(MANDAT-IDX)
                  DELIMITED BY SIZE INTO WS-JOURNAL-LINE
           WRITE R-JOURNAL FROM WS-JOURNAL-LINE.

       WRITE-JOURNAL-AFTER.
           MOVE SPACES TO WS-JOURNAL-LINE
           STRING WS-MVT-DATETIME(1:8) "-" WS-MVT-DATETIME(9:6)
                  " MANDAT " FUNCTION TRIM(MVT-ACTION)
                  " apres: " WS-MANDAT-RECORD(MANDAT-IDX)
                  DELIMITED BY SIZE INTO WS-JOURNAL-LINE
           WRITE R-JOURNAL FROM WS-JOURNAL-LINE.

       SAVE-MANDATES.
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

           COPY 'FILESTCHK.cpy'.

       END PROGRAM assumandat.
