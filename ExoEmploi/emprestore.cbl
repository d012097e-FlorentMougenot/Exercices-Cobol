      * date pris par la chaine (repertoire snapshots/<horodatage>) :
      * une seule commande recule employee-ytd.dat, la derniere
      * affectation, le point de reprise, l'image du run precedent,
      * les saisies, les coordonnees bancaires et le maitre lui-meme,
      * ainsi que les acomptes et leurs reprises, les notes de frais
      * en attente, les variables de paie, les suspensions de
      * virement, l'historique bancaire, l'historique des salaires
      * et les taux de prelevement a la source, a l'etat d'avant le
      * run fautif. Chaque fichier restaure est
      * journalise ; si un run plus recent que le cliche s'est
      * termine depuis (chain-last-run.dat), la restauration est
      * refusee sauf confirmation FORCER explicite.
      * Le run annule a pu deja etre charge en comptabilite : ses
      * ecritures (extrait conserve avec le cliche, a defaut
      * employee-gl-postings.txt), retrouvees par l'identifiant de
      * run du manifeste des cliches, sont contrepassees dans
      * employee-gl-reversal-<run>.txt (en-tete et total de
      * controle), inscrit au registre des fichiers sortants. Le
      * registre employee-gl-reversals.dat interdit de contrepasser
      * deux fois le meme run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      * Horodatage de cliche et identifiant du run qui l'a suivi,
      * ajoutes par run-nightly-batch.sh.
           SELECT F-MANIFEST ASSIGN TO "snapshot-manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT F-GLIN ASSIGN TO DYNAMIC WS-GLIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLIN-STATUS.

           SELECT F-GLREV ASSIGN TO DYNAMIC WS-GLREV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLREV-STATUS.

           SELECT F-REVLEDGER ASSIGN TO "employee-gl-reversals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVLEDGER-STATUS.

      * Verrou de run partage du maitre employes : pas de
      * restauration pendant qu'un run travaille.
           COPY 'LOCKSEL.cpy'.
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des fichiers remis hors de l'entreprise (fichier de
      * contrepassation transmis a la comptabilite), OUTBSEL/OUTBFD.
           COPY 'OUTBSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD  F-SNAPIN
           RECORD CONTAINS 120 CHARACTERS.
       01  R-JOURNAL                PIC X(120).

       FD  F-MANIFEST
           RECORD CONTAINS 36 CHARACTERS.
       01  R-MANIFEST.
           05 MANIFEST-STAMP        PIC X(15).
           05 FILLER                PIC X.
           05 MANIFEST-RUN-ID       PIC X(20).

      * Meme disposition que R-GLPOST dans employee.cbl.
       FD  F-GLIN
           RECORD CONTAINS 90 CHARACTERS.
       01  R-GLIN.
           05 GLIN-DATE             PIC 9(8).
           05 FILLER                PIC X.
           05 GLIN-SENS             PIC X.
           05 FILLER                PIC X.
           05 GLIN-COMPTE           PIC X(6).
           05 FILLER                PIC X.
           05 GLIN-LIBELLE          PIC X(31).
           05 FILLER                PIC X.
           05 GLIN-MONTANT          PIC 9(11)V99.
           05 FILLER                PIC X.
           05 GLIN-RUN-ID           PIC X(20).
           05 FILLER                PIC X.
           05 GLIN-PREFIXE          PIC X(4).

      * Contrepassation : en-tete HDR, ecritures de l'extrait
      * d'origine au sens inverse, puis TRL avec le nombre de lignes
      * et les totaux debit et credit.
       FD  F-GLREV
           RECORD CONTAINS 90 CHARACTERS.
       01  R-GLREV                  PIC X(90).

      * Un run contrepasse par ligne.
       FD  F-REVLEDGER
           RECORD CONTAINS 80 CHARACTERS.
       01  R-REVLEDGER.
           05 REVL-RUN-ID           PIC X(20).
           05 FILLER                PIC X.
           05 REVL-DATE             PIC 9(8).
           05 FILLER                PIC X.
           05 REVL-STAMP            PIC X(15).
           05 FILLER                PIC X.
           05 REVL-LIGNES           PIC 9(6).
           05 FILLER                PIC X.
           05 REVL-DEBIT            PIC 9(11)V99.
           05 FILLER                PIC X.
           05 REVL-CREDIT           PIC 9(11)V99.

           COPY 'LOCKFD.cpy'.
           COPY 'ERRSUMFD.cpy'.
           COPY 'OUTBFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-SNAPIN-STATUS        PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-LASTRUN-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-MANIFEST-STATUS      PIC XX.
       01  WS-GLIN-STATUS          PIC XX.
       01  WS-GLREV-STATUS         PIC XX.
       01  WS-REVLEDGER-STATUS     PIC XX.
       01  WS-GLIN-FILENAME        PIC X(80).
       01  WS-GLREV-FILENAME       PIC X(80).
       01  WS-SNAPIN-FILENAME      PIC X(80).
       01  WS-MASTER-FILENAME      PIC X(40).
           COPY 'FILESTAT.cpy'.
           COPY 'LOCKWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'OUTBWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SNAP-STAMP           PIC X(15).
       01  WS-LINE-COUNT           PIC 9(6).
       01  WS-MASTER-I             PIC 9(2).

      * Contrepassation du run annule.
       01  WS-REV-RUN-ID           PIC X(20).
       01  WS-REV-DONE-DATE        PIC 9(8).
       01  WS-REV-OUTCOME          PIC X(16).
       01  WS-REV-COUNT            PIC 9(6).
       01  WS-REV-DEBIT            PIC 9(11)V99.
       01  WS-REV-CREDIT           PIC 9(11)V99.
       01  WS-GLREV-LINE           PIC X(90).
       01  WS-GLREV-DETAIL.
           05 WS-GLREV-DATE        PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GLREV-SENS        PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GLREV-COMPTE      PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GLREV-LIBELLE     PIC X(31).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GLREV-MONTANT     PIC 9(11)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GLREV-RUN-ID      PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GLREV-PREFIXE     PIC X(4).

      * Les maitres couverts par le cliche, dans l'ordre de
      * restauration. Le calendrier employee-periods.dat est bien
      * dans le cliche mais n'est pas restaure : une periode cloturee
      * (empclose) apres le run doit rester cloturee, et une
      * reouverture passe par empreopen.
       01  WS-MASTER-TABLE.
           05 WS-MASTER-NAMES.
               10 FILLER PIC X(40) VALUE "fichierclient.txt".
               10 FILLER PIC X(40) VALUE "fichierclient-prev.dat".
               10 FILLER PIC X(40) VALUE "employee-garnishments.dat".
               10 FILLER PIC X(40) VALUE "employee-bank-details.dat".
               10 FILLER PIC X(40) VALUE "employee-advances.dat".
               10 FILLER PIC X(40)
                   VALUE "employee-expense-pending.txt".
               10 FILLER PIC X(40) VALUE "employee-variables.txt".
               10 FILLER PIC X(40) VALUE "employee-payment-holds.dat".
               10 FILLER PIC X(40) VALUE "employee-bank-history.dat".
               10 FILLER PIC X(40)
                   VALUE "employee-salary-history.txt".
               10 FILLER PIC X(40) VALUE "employee-tax-rates.dat".
           05 WS-MASTER-NAME REDEFINES WS-MASTER-NAMES
               OCCURS 14 TIMES PIC X(40).
       01  WS-MASTER-MAX           PIC 9(2) VALUE 14.

       PROCEDURE DIVISION.
           MOVE "emprestore" TO WS-LOCK-PROGRAM
           PERFORM CHECK-NEWER-RUN
           PERFORM OPEN-JOURNAL
           PERFORM VARYING WS-MASTER-I FROM 1 BY 1
                   UNTIL WS-MASTER-I > WS-MASTER-MAX
               PERFORM RESTORE-ONE-MASTER
           END-PERFORM
           IF WS-RESTORED-COUNT > ZERO
               PERFORM REVERSE-GL-POSTINGS
           END-IF
           CLOSE F-JOURNAL
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "Fichiers restaures : " WS-RESTORED-COUNT
               WRITE R-JOURNAL FROM WS-JOURNAL-LINE
           END-IF.

      * Contrepasse les ecritures du run qui a suivi le cliche. Un
      * run inconnu du manifeste, deja contrepasse ou sans ecriture
      * dans l'extrait est seulement signale et journalise : la
      * restauration des maitres reste acquise.
       REVERSE-GL-POSTINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-RESTORE-DATETIME
           MOVE ZERO TO WS-REV-COUNT
           PERFORM FIND-SNAPSHOT-RUN-ID
           IF WS-REV-RUN-ID = SPACES
               DISPLAY "ATTENTION : cliche absent du manifeste, "
                   "aucune contrepassation comptable"
               MOVE "RUN-INCONNU" TO WS-REV-OUTCOME
           ELSE
               PERFORM CHECK-REVERSAL-LEDGER
               IF WS-REV-DONE-DATE NOT = ZERO
                   DISPLAY "ATTENTION : run "
                       FUNCTION TRIM(WS-REV-RUN-ID)
                       " deja contrepasse le " WS-REV-DONE-DATE
                       ", aucune nouvelle contrepassation"
                   MOVE "DEJA-CONTREPASSE" TO WS-REV-OUTCOME
               ELSE
                   PERFORM OPEN-RUN-GL-EXTRACT
                   IF WS-REV-COUNT = ZERO
                       DISPLAY "ATTENTION : aucune ecriture du run "
                           FUNCTION TRIM(WS-REV-RUN-ID)
                           " dans l'extrait comptable"
                       MOVE "EXTRAIT-ABSENT" TO WS-REV-OUTCOME
                   ELSE
                       PERFORM WRITE-REVERSAL-FILE
                       PERFORM RECORD-REVERSAL
                       DISPLAY "Ecritures contrepassees : "
                           WS-REV-COUNT " dans "
                           FUNCTION TRIM(WS-GLREV-FILENAME)
                       MOVE "CONTREPASSE" TO WS-REV-OUTCOME
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-REVERSAL-JOURNAL.

       FIND-SNAPSHOT-RUN-ID.
           MOVE SPACES TO WS-REV-RUN-ID
           OPEN INPUT F-MANIFEST
           IF WS-MANIFEST-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-MANIFEST AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MANIFEST-STAMP = WS-SNAP-STAMP
                           MOVE MANIFEST-RUN-ID TO WS-REV-RUN-ID
                       END-IF
               END-PERFORM
               CLOSE F-MANIFEST
           END-IF.

       CHECK-REVERSAL-LEDGER.
           MOVE ZERO TO WS-REV-DONE-DATE
           OPEN INPUT F-REVLEDGER
           IF WS-REVLEDGER-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-REVLEDGER AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REVL-RUN-ID = WS-REV-RUN-ID
                           MOVE REVL-DATE TO WS-REV-DONE-DATE
                       END-IF
               END-PERFORM
               CLOSE F-REVLEDGER
           END-IF.

      * L'extrait conserve avec le cliche fait foi ; a defaut,
      * l'extrait courant s'il vient bien du run annule. Premier
      * passage : compte des ecritures du run (la ligne d'ecart
      * "=" n'est pas une ecriture).
       OPEN-RUN-GL-EXTRACT.
           MOVE SPACES TO WS-GLIN-FILENAME
           STRING "snapshots/" FUNCTION TRIM(WS-SNAP-STAMP)
                  "/employee-gl-postings.txt"
                  DELIMITED BY SIZE INTO WS-GLIN-FILENAME
           OPEN INPUT F-GLIN
           IF WS-GLIN-STATUS NOT = "00"
               MOVE "employee-gl-postings.txt" TO WS-GLIN-FILENAME
               OPEN INPUT F-GLIN
           END-IF
           MOVE ZERO TO WS-REV-COUNT
           IF WS-GLIN-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-GLIN AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLIN-RUN-ID = WS-REV-RUN-ID
                           AND (GLIN-SENS = "D" OR GLIN-SENS = "C")
                           ADD 1 TO WS-REV-COUNT
                       END-IF
               END-PERFORM
               CLOSE F-GLIN
           END-IF.

      * Second passage : chaque ecriture du run est reprise au sens
      * inverse, meme date, compte et libelle.
       WRITE-REVERSAL-FILE.
           MOVE SPACES TO WS-GLREV-FILENAME
           STRING "employee-gl-reversal-" FUNCTION TRIM(WS-REV-RUN-ID)
                  ".txt"
                  DELIMITED BY SIZE INTO WS-GLREV-FILENAME
           OPEN OUTPUT F-GLREV
           MOVE WS-GLREV-STATUS TO WS-FILESTAT-CODE
           MOVE WS-GLREV-FILENAME TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-GLREV" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-GLREV-LINE
           STRING "HDR CONTREPAS  " WS-RESTORE-DATETIME(1:8) " "
                  WS-REV-RUN-ID " " WS-SNAP-STAMP
                  DELIMITED BY SIZE INTO WS-GLREV-LINE
           WRITE R-GLREV FROM WS-GLREV-LINE
           MOVE ZERO TO WS-REV-COUNT
           MOVE ZERO TO WS-REV-DEBIT
           MOVE ZERO TO WS-REV-CREDIT
           OPEN INPUT F-GLIN
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-GLIN AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF GLIN-RUN-ID = WS-REV-RUN-ID
                       AND (GLIN-SENS = "D" OR GLIN-SENS = "C")
                       PERFORM WRITE-REVERSAL-LINE
                   END-IF
           END-PERFORM
           CLOSE F-GLIN
           MOVE SPACES TO WS-GLREV-LINE
           STRING "TRL " WS-REV-COUNT " " WS-REV-DEBIT " "
                  WS-REV-CREDIT
                  DELIMITED BY SIZE INTO WS-GLREV-LINE
           WRITE R-GLREV FROM WS-GLREV-LINE
           CLOSE F-GLREV
           MOVE "emprestore" TO WS-OUTB-PROGRAM
           MOVE WS-GLREV-FILENAME TO WS-OUTB-FILENAME
           MOVE "COMPTABILITE" TO WS-OUTB-DESTINATION
           MOVE WS-REV-DEBIT TO WS-OUTB-AMOUNT
           PERFORM REGISTER-OUTBOUND-FILE.

       WRITE-REVERSAL-LINE.
           MOVE GLIN-DATE TO WS-GLREV-DATE
           MOVE GLIN-COMPTE TO WS-GLREV-COMPTE
           MOVE GLIN-LIBELLE TO WS-GLREV-LIBELLE
           MOVE GLIN-MONTANT TO WS-GLREV-MONTANT
           MOVE GLIN-RUN-ID TO WS-GLREV-RUN-ID
           MOVE GLIN-PREFIXE TO WS-GLREV-PREFIXE
           IF GLIN-SENS = "D"
               MOVE "C" TO WS-GLREV-SENS
               ADD GLIN-MONTANT TO WS-REV-CREDIT
           ELSE
               MOVE "D" TO WS-GLREV-SENS
               ADD GLIN-MONTANT TO WS-REV-DEBIT
           END-IF
           ADD 1 TO WS-REV-COUNT
           WRITE R-GLREV FROM WS-GLREV-DETAIL.

      * Inscrit le run au registre une fois le fichier ecrit.
       RECORD-REVERSAL.
           OPEN EXTEND F-REVLEDGER
           IF WS-REVLEDGER-STATUS = "05" OR WS-REVLEDGER-STATUS = "35"
               OPEN OUTPUT F-REVLEDGER
           END-IF
           MOVE WS-REVLEDGER-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-gl-reversals.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN F-REVLEDGER" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO R-REVLEDGER
           MOVE WS-REV-RUN-ID TO REVL-RUN-ID
           MOVE WS-RESTORE-DATETIME(1:8) TO REVL-DATE
           MOVE WS-SNAP-STAMP TO REVL-STAMP
           MOVE WS-REV-COUNT TO REVL-LIGNES
           MOVE WS-REV-DEBIT TO REVL-DEBIT
           MOVE WS-REV-CREDIT TO REVL-CREDIT
           WRITE R-REVLEDGER
           CLOSE F-REVLEDGER.

       WRITE-REVERSAL-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-LINE
           STRING WS-RESTORE-DATETIME(1:8) "-"
                  WS-RESTORE-DATETIME(9:6)
                  " " FUNCTION TRIM(WS-REV-OUTCOME) " "
                  FUNCTION TRIM(WS-SNAP-STAMP)
                  " " FUNCTION TRIM(WS-REV-RUN-ID)
                  " (" WS-REV-COUNT " lignes)"
                  DELIMITED BY SIZE INTO WS-JOURNAL-LINE
           WRITE R-JOURNAL FROM WS-JOURNAL-LINE.

           COPY 'FILESTCHK.cpy'.
           COPY 'LOCKMGT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'OUTBWRT.cpy'.

       END PROGRAM emprestore.
