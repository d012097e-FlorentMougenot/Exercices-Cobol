       IDENTIFICATION DIVISION.
       PROGRAM-ID. empsettle.

      * Solde de tout compte des sortants de la periode, jusqu'ici
      * monte a la main par les RH (et regulierement incomplet). Pour
      * chaque employe d'employee-terminations.txt sorti dans le mois
      * de la periode de paie, le programme rassemble :
      *   - le salaire de base au prorata des jours sous contrat
      *     (meme regle qu'APPLY-PRORATA dans employee.cbl) ;
      *   - l'indemnite compensatrice de conges payes : solde
      *     d'employee-leave-ledger.dat au salaire journalier
      *     (salaire annuel / LEAVE_DAY_DIVISOR), negative pour un
      *     solde debiteur ;
      *   - l'indemnite de precarite des contrats D/I ;
      *   - l'acompte restant a recuperer (employee-advances.dat) et
      *     le solde des saisies en cours (employee-garnishments.dat),
      *     que la paie reprend sur le net.
      * Le document est edite dans employee-final-settlements.txt et
      * les montants a payer partent dans employee-variables.txt
      * (codes ICCP et PRECAR) pour la paie du soir : bulletin final
      * et solde de tout compte portent les memes chiffres. Les
      * elements ICCP/PRECAR d'un passage precedent sur les memes
      * sortants sont remplaces, un second passage ne double rien.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

           SELECT F-TERM ASSIGN TO "employee-terminations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT F-LEDGER ASSIGN TO "employee-leave-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT F-CTREND ASSIGN TO "employee-contract-ends.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTREND-STATUS.

           SELECT F-GARN ASSIGN TO "employee-garnishments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GARN-STATUS.

           SELECT F-ADVANCE ASSIGN TO "employee-advances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADVANCE-STATUS.

      * Elements variables de la paie : relus et reecrits en entier
      * avec les elements de sortie du run.
           SELECT F-VARELEM ASSIGN TO "employee-variables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VARELEM-STATUS.

           SELECT F-SETTLE ASSIGN TO "employee-final-settlements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'LOCKSEL.cpy'.

      * Periode, convention de prorata, diviseur journalier des
      * conges et taux de precarite, reglables sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empsettle-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * Meme disposition que TERM-RECORD dans emppurge.cbl.
       FD  F-TERM
           RECORD CONTAINS 19 CHARACTERS.
       01  R-TERM.
           05 TERM-ID               PIC X(10).
           05 FILLER                PIC X.
           05 TERM-DATE             PIC X(8).

      * Meme disposition que R-LEDGER dans empleave.cbl.
       FD  F-LEDGER
           RECORD CONTAINS 24 CHARACTERS.
       01  R-LEDGER.
           05 LEDGER-ID             PIC X(10).
           05 FILLER                PIC X.
           05 LEDGER-BALANCE        PIC S9(3)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                PIC X.
           05 LEDGER-N1             PIC S9(3)V99
               SIGN IS LEADING SEPARATE CHARACTER.

      * Meme disposition que R-CTREND dans employee.cbl.
       FD  F-CTREND
           RECORD CONTAINS 19 CHARACTERS.
       01  R-CTREND.
           05 CTREND-ID             PIC X(10).
           05 FILLER                PIC X.
           05 CTREND-FIN            PIC 9(8).

      * Meme disposition que R-GARN dans employee.cbl.
       FD  F-GARN
           RECORD CONTAINS 41 CHARACTERS.
       01  R-GARN.
           05 GARN-ID               PIC X(10).
           05 FILLER                PIC X.
           05 GARN-CREANCIER        PIC X(20).
           05 FILLER                PIC X.
           05 GARN-SOLDE            PIC 9(7)V99.

      * Meme disposition que R-ADVANCE dans empadvance.cbl.
       FD  F-ADVANCE
           RECORD CONTAINS 37 CHARACTERS.
       01  R-ADVANCE.
           05 ADV-ID                PIC X(10).
           05 FILLER                PIC X.
           05 ADV-SOLDE             PIC 9(7)V99.
           05 FILLER                PIC X.
           05 ADV-PERIODE           PIC 9(6).
           05 FILLER                PIC X.
           05 ADV-DERNIER           PIC 9(7)V99.

      * Meme disposition que R-VARELEM dans employee.cbl.
       FD  F-VARELEM
           RECORD CONTAINS 26 CHARACTERS.
       01  R-VARELEM.
           05 VARELEM-ID            PIC X(10).
           05 VARELEM-SEP-1         PIC X.
           05 VARELEM-CODE          PIC X(6).
           05 VARELEM-SEP-2         PIC X.
           05 VARELEM-MONTANT       PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD  F-SETTLE
           RECORD CONTAINS 80 CHARACTERS.
       01  R-SETTLE                 PIC X(80).

           COPY 'AUDITFD.cpy'.
           COPY 'LOCKFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-TERM-STATUS          PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-CTREND-STATUS        PIC XX.
       01  WS-GARN-STATUS          PIC XX.
       01  WS-ADVANCE-STATUS       PIC XX.
       01  WS-VARELEM-STATUS       PIC XX.
       01  WS-SETTLE-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'LOCKWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-PAY-PERIOD-DATE      PIC 9(8) VALUE ZERO.
      * Memes conventions qu'employee.cbl : PRORATA_BASIS doit y
      * avoir la meme valeur que dans employee-params.cfg, et le
      * taux de precarite celui de WS-PRECARITY-RATE.
       01  WS-PRORATA-BASIS        PIC X(10) VALUE "CALENDAIRE".
       01  WS-LEAVE-DAY-DIVISOR    PIC 9(3) VALUE 260.
       01  WS-PRECARITY-PCT        PIC 9(3) VALUE 10.

      * Sortants du mois de la periode ; SETTLED passe a 'Y' quand
      * l'employe est retrouve dans le maitre.
       01  WS-LEAVER-TABLE.
           05 WS-LEAVER-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-LEAVER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-LEAVER-COUNT
                  INDEXED BY LEAVER-IDX.
               10 WS-LEAVER-ID     PIC X(10).
               10 WS-LEAVER-DATE-8 PIC 9(8).
               10 WS-LEAVER-SETTLED PIC X.
       01  WS-LEAVER-TABLE-MAX     PIC 9(4) VALUE 500.
       01  WS-LEAVER-TABLE-FULL    PIC X VALUE 'N'.
       01  WS-TERM-DATE-8          PIC 9(8).

       01  WS-LEDGER-TABLE.
           05 WS-LEDGER-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-LEDGER-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-LEDGER-COUNT
                  INDEXED BY LEDGER-IDX.
               10 WS-LEDGER-ID     PIC X(10).
               10 WS-LEDGER-BALANCE PIC S9(3)V99.
       01  WS-LEDGER-TABLE-MAX     PIC 9(4) VALUE 2000.

       01  WS-CTREND-TABLE.
           05 WS-CTREND-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-CTREND-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-CTREND-COUNT
                  INDEXED BY CTREND-IDX.
               10 WS-CTREND-ID     PIC X(10).
               10 WS-CTREND-FIN    PIC 9(8).
       01  WS-CTREND-TABLE-MAX     PIC 9(4) VALUE 500.

       01  WS-GARN-TABLE.
           05 WS-GARN-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-GARN-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-GARN-COUNT
                  INDEXED BY GARN-IDX.
               10 WS-GARN-ID       PIC X(10).
               10 WS-GARN-CREANCIER PIC X(20).
               10 WS-GARN-SOLDE    PIC 9(7)V99.
       01  WS-GARN-TABLE-MAX       PIC 9(4) VALUE 500.

       01  WS-ADV-TABLE.
           05 WS-ADV-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-ADV-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-ADV-COUNT
                  INDEXED BY ADV-IDX.
               10 WS-ADV-ID        PIC X(10).
               10 WS-ADV-SOLDE     PIC 9(7)V99.
       01  WS-ADV-TABLE-MAX        PIC 9(4) VALUE 2000.

      * Elements variables conserves (lignes brutes), puis elements
      * de sortie ajoutes pour la reecriture du fichier.
       01  WS-VAR-TABLE.
           05 WS-VAR-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-VAR-ENTRY OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WS-VAR-COUNT
                  INDEXED BY VAR-IDX.
               10 WS-VAR-RECORD    PIC X(26).
       01  WS-VAR-TABLE-MAX        PIC 9(4) VALUE 1000.
       01  WS-VAR-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-VAR-REPLACED         PIC 9(4) VALUE ZERO.
       01  WS-VAR-WORK.
           05 WS-VARW-ID           PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-VARW-CODE         PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-VARW-MONTANT      PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-IS-LEAVER            PIC X.

      * Bornes de la periode et jours sous contrat (AAAAMMJJ).
       01  WS-DATE-WORK.
           05 WS-WORK-AAAA         PIC 9(4).
           05 WS-WORK-MM           PIC 9(2).
           05 WS-WORK-JJ           PIC 9(2).
       01  WS-WORK-8 REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-FIRST-8              PIC 9(8).
       01  WS-LAST-8               PIC 9(8).
       01  WS-FROM-8               PIC 9(8).
       01  WS-TO-8                 PIC 9(8).
       01  WS-HIRE-DATE-8          PIC 9(8).
       01  WS-COUNTED              PIC 9(3).
       01  WS-DAYS                 PIC 9(3).
       01  WS-PERIOD-DAYS          PIC 9(3).
       01  WS-DATESVC-FUNCTION     PIC X(8).
       01  WS-DATESVC-DATE-1       PIC 9(8).
       01  WS-DATESVC-NUMBER       PIC S9(5).
       01  WS-DATESVC-STATUS       PIC 9.

      * Montants du solde de l'employe courant.
       01  WS-BASE-PRORATA         PIC 9(7)V99.
       01  WS-LEAVE-DAYS           PIC S9(3)V99.
       01  WS-LEAVE-DAILY          PIC 9(5)V99.
       01  WS-ICCP-AMOUNT          PIC S9(5)V99.
       01  WS-PRECAR-AMOUNT        PIC S9(5)V99.
       01  WS-ADV-AMOUNT           PIC 9(7)V99.
       01  WS-GARN-AMOUNT          PIC 9(7)V99.
       01  WS-SETTLE-TOTAL         PIC S9(7)V99.
       01  WS-RUN-TOTAL            PIC S9(9)V99 VALUE ZERO.
       01  WS-SETTLED-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-UNKNOWN-COUNT        PIC 9(4) VALUE ZERO.

       01  WS-SETTLE-LINE          PIC X(80).
       01  WS-AMOUNT-EDIT          PIC -(6)9.99.
       01  WS-DAYS-EDIT            PIC -(3)9.99.
       01  WS-DATE-EDIT.
           05 WS-EDIT-JJ           PIC 9(2).
           05 FILLER               PIC X VALUE "/".
           05 WS-EDIT-MM           PIC 9(2).
           05 FILLER               PIC X VALUE "/".
           05 WS-EDIT-AAAA         PIC 9(4).
       01  WS-EDIT-SOURCE-8        PIC 9(8).
       01  WS-HIRE-EDIT            PIC X(10).
       01  WS-EXIT-EDIT            PIC X(10).
       01  WS-TODAY-EDIT           PIC X(10).

       PROCEDURE DIVISION.
           MOVE "empsettle" TO WS-LOCK-PROGRAM
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-PARAMETERS
           PERFORM RESOLVE-CHAIN-RUN-ID
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-PAY-PERIOD-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-PAY-PERIOD-DATE
           END-IF
           PERFORM SET-PERIOD-BOUNDS
           PERFORM LOAD-LEAVERS
           PERFORM LOAD-LEDGER
           PERFORM LOAD-CONTRACT-ENDS
           PERFORM LOAD-GARNISHMENTS
           PERFORM LOAD-ADVANCES
           PERFORM LOAD-VARIABLES
           OPEN OUTPUT F-SETTLE
           MOVE WS-SETTLE-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-final-settlements.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-SETTLE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-SETTLE-LINE
           STRING "SOLDES DE TOUT COMPTE - periode "
                  WS-PAY-PERIOD-DATE(1:6) " - run "
                  FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           IF WS-LEAVER-COUNT > ZERO
               PERFORM SETTLE-FROM-MASTER
           END-IF
           PERFORM REPORT-UNKNOWN-LEAVERS
           MOVE SPACES TO WS-SETTLE-LINE
           MOVE WS-RUN-TOTAL TO WS-AMOUNT-EDIT
           STRING "TOTAL " WS-SETTLED-COUNT " solde(s), elements "
                  "transmis a la paie : " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           CLOSE F-SETTLE
           IF WS-SETTLED-COUNT > ZERO OR WS-VAR-REPLACED > ZERO
               PERFORM SAVE-VARIABLES
           END-IF
           MOVE "empsettle" TO WS-AUDIT-PROGRAM
           MOVE WS-LEAVER-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-SETTLED-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-RUN-TOTAL TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Soldes de tout compte : " WS-SETTLED-COUNT
               " edite(s), " WS-UNKNOWN-COUNT " sortant(s) inconnu(s)"
           PERFORM RELEASE-RUN-LOCK
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empsettle-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PAY_PERIOD_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PAY-PERIOD-DATE
               WHEN "PRORATA_BASIS"
                   MOVE FUNCTION TRIM(WS-PARAM-VALUE)
                       TO WS-PRORATA-BASIS
               WHEN "LEAVE_DAY_DIVISOR"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-LEAVE-DAY-DIVISOR
               WHEN "PRECARITY_PCT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PRECARITY-PCT
           END-EVALUATE.

      * Premier et dernier jour du mois de la periode, et nombre de
      * jours du mois dans la convention de prorata.
       SET-PERIOD-BOUNDS.
           MOVE WS-PAY-PERIOD-DATE TO WS-WORK-8
           MOVE 1 TO WS-WORK-JJ
           MOVE WS-WORK-8 TO WS-FIRST-8
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-AAAA
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           COMPUTE WS-LAST-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-8) - 1)
           MOVE WS-FIRST-8 TO WS-FROM-8
           MOVE WS-LAST-8 TO WS-TO-8
           PERFORM COUNT-DAYS
           MOVE WS-COUNTED TO WS-PERIOD-DAYS.

      * Meme decompte que COUNT-PRORATA-DAYS dans employee.cbl.
       COUNT-DAYS.
           IF WS-PRORATA-BASIS = "OUVRES"
               COMPUTE WS-DATESVC-DATE-1 = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FROM-8) - 1)
               MOVE "COUNTBUS" TO WS-DATESVC-FUNCTION
               CALL "datesvc" USING WS-DATESVC-FUNCTION
                   WS-DATESVC-DATE-1 WS-TO-8
                   WS-DATESVC-NUMBER WS-DATESVC-STATUS
               IF WS-DATESVC-STATUS = ZERO
                   MOVE WS-DATESVC-NUMBER TO WS-COUNTED
               ELSE
                   COMPUTE WS-COUNTED =
                       FUNCTION INTEGER-OF-DATE(WS-TO-8)
                       - FUNCTION INTEGER-OF-DATE(WS-FROM-8) + 1
               END-IF
           ELSE
               COMPUTE WS-COUNTED =
                   FUNCTION INTEGER-OF-DATE(WS-TO-8)
                   - FUNCTION INTEGER-OF-DATE(WS-FROM-8) + 1
           END-IF.

      * Sorties dont la date tombe dans le mois de la periode.
       LOAD-LEAVERS.
           OPEN INPUT F-TERM
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-TERM AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TERM-DATE IS NUMERIC
                           COMPUTE WS-TERM-DATE-8 =
                               FUNCTION NUMVAL(TERM-DATE(5:4)) * 10000
                               + FUNCTION NUMVAL(TERM-DATE(3:2)) * 100
                               + FUNCTION NUMVAL(TERM-DATE(1:2))
                           IF WS-TERM-DATE-8 >= WS-FIRST-8
                               AND WS-TERM-DATE-8 <= WS-LAST-8
                               PERFORM STORE-LEAVER
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE F-TERM
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-LEAVER.
           IF WS-LEAVER-COUNT >= WS-LEAVER-TABLE-MAX
               IF WS-LEAVER-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-LEAVER-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de WS-LEAVER-ENTRY ("
                       WS-LEAVER-TABLE-MAX ") depassee, sortants "
                       "suivants ignores"
               END-IF
           ELSE
               ADD 1 TO WS-LEAVER-COUNT
               SET LEAVER-IDX TO WS-LEAVER-COUNT
               MOVE TERM-ID TO WS-LEAVER-ID(LEAVER-IDX)
               MOVE WS-TERM-DATE-8 TO WS-LEAVER-DATE-8(LEAVER-IDX)
               MOVE 'N' TO WS-LEAVER-SETTLED(LEAVER-IDX)
           END-IF.

      * Compteur de conges absent : aucun solde a indemniser.
       LOAD-LEDGER.
           OPEN INPUT F-LEDGER
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-LEDGER AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LEDGER-COUNT < WS-LEDGER-TABLE-MAX
                           AND LEDGER-BALANCE IS NUMERIC
                           ADD 1 TO WS-LEDGER-COUNT
                           SET LEDGER-IDX TO WS-LEDGER-COUNT
                           MOVE LEDGER-ID TO WS-LEDGER-ID(LEDGER-IDX)
                           MOVE LEDGER-BALANCE
                               TO WS-LEDGER-BALANCE(LEDGER-IDX)
      * Reliquat N-1 non pris : indemnise avec le solde N.
                           IF LEDGER-N1 IS NUMERIC
                               ADD LEDGER-N1
                                   TO WS-LEDGER-BALANCE(LEDGER-IDX)
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE F-LEDGER
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-CONTRACT-ENDS.
           OPEN INPUT F-CTREND
           IF WS-CTREND-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-CTREND AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CTREND-COUNT < WS-CTREND-TABLE-MAX
                           AND CTREND-FIN IS NUMERIC
                           ADD 1 TO WS-CTREND-COUNT
                           SET CTREND-IDX TO WS-CTREND-COUNT
                           MOVE CTREND-ID TO WS-CTREND-ID(CTREND-IDX)
                           MOVE CTREND-FIN TO WS-CTREND-FIN(CTREND-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-CTREND
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-GARNISHMENTS.
           OPEN INPUT F-GARN
           IF WS-GARN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-GARN AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-GARN-COUNT < WS-GARN-TABLE-MAX
                           AND GARN-SOLDE IS NUMERIC
                           ADD 1 TO WS-GARN-COUNT
                           SET GARN-IDX TO WS-GARN-COUNT
                           MOVE GARN-ID TO WS-GARN-ID(GARN-IDX)
                           MOVE GARN-CREANCIER
                               TO WS-GARN-CREANCIER(GARN-IDX)
                           MOVE GARN-SOLDE TO WS-GARN-SOLDE(GARN-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-GARN
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ADVANCES.
           OPEN INPUT F-ADVANCE
           IF WS-ADVANCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ADVANCE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ADV-COUNT < WS-ADV-TABLE-MAX
                           AND ADV-SOLDE IS NUMERIC
                           ADD 1 TO WS-ADV-COUNT
                           SET ADV-IDX TO WS-ADV-COUNT
                           MOVE ADV-ID TO WS-ADV-ID(ADV-IDX)
                           MOVE ADV-SOLDE TO WS-ADV-SOLDE(ADV-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-ADVANCE
           END-IF
           MOVE 'N' TO WS-EOF.

      * Charge les elements variables en attente, sans les ICCP et
      * PRECAR des sortants de la periode : ceux d'un passage
      * precedent sont recalcules plus bas.
       LOAD-VARIABLES.
           OPEN INPUT F-VARELEM
           IF WS-VARELEM-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-VARELEM AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM KEEP-ONE-VARIABLE
               END-PERFORM
               CLOSE F-VARELEM
           END-IF
           MOVE 'N' TO WS-EOF.

       KEEP-ONE-VARIABLE.
           MOVE 'N' TO WS-IS-LEAVER
           IF VARELEM-CODE = "ICCP" OR VARELEM-CODE = "PRECAR"
               SET LEAVER-IDX TO 1
               SEARCH WS-LEAVER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LEAVER-ID(LEAVER-IDX) = VARELEM-ID
                       MOVE 'Y' TO WS-IS-LEAVER
               END-SEARCH
           END-IF
           IF WS-IS-LEAVER = 'Y'
               ADD 1 TO WS-VAR-REPLACED
           ELSE
               MOVE R-VARELEM TO WS-VAR-WORK
               PERFORM ADD-VARIABLE-LINE
           END-IF.

       ADD-VARIABLE-LINE.
           IF WS-VAR-COUNT >= WS-VAR-TABLE-MAX
               IF WS-VAR-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-VAR-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de WS-VAR-ENTRY ("
                       WS-VAR-TABLE-MAX ") depassee, elements "
                       "suivants perdus"
               END-IF
           ELSE
               ADD 1 TO WS-VAR-COUNT
               SET VAR-IDX TO WS-VAR-COUNT
               MOVE WS-VAR-WORK TO WS-VAR-RECORD(VAR-IDX)
           END-IF.

      * Parcourt le maitre et edite le solde de chaque sortant de la
      * periode qui y figure.
       SETTLE-FROM-MASTER.
           OPEN INPUT F-EMPLOYE
           MOVE WS-EMPLOYE-STATUS TO WS-FILESTAT-CODE
           MOVE "fichierclient.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-EMPLOYE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-EMPLOYE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF REMPLOYE-RECORD(1:4) NOT = "HDR "
                       AND REMPLOYE-RECORD(1:4) NOT = "TRL "
                       SET LEAVER-IDX TO 1
                       SEARCH WS-LEAVER-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-LEAVER-ID(LEAVER-IDX) = REMPLOYE-ID
                               PERFORM SETTLE-ONE-LEAVER
                       END-SEARCH
                   END-IF
           END-PERFORM
           CLOSE F-EMPLOYE
           MOVE 'N' TO WS-EOF.

      * Calcule puis edite le solde de tout compte du sortant
      * courant et pousse ICCP/PRECAR dans les elements variables.
       SETTLE-ONE-LEAVER.
           MOVE 'Y' TO WS-LEAVER-SETTLED(LEAVER-IDX)
           ADD 1 TO WS-SETTLED-COUNT
           PERFORM COMPUTE-PRORATA-BASE
           PERFORM COMPUTE-LEAVE-INDEMNITY
           PERFORM COMPUTE-PRECARITY
           MOVE ZERO TO WS-ADV-AMOUNT
           PERFORM VARYING ADV-IDX FROM 1 BY 1
                   UNTIL ADV-IDX > WS-ADV-COUNT
               IF WS-ADV-ID(ADV-IDX) = REMPLOYE-ID
                   ADD WS-ADV-SOLDE(ADV-IDX) TO WS-ADV-AMOUNT
               END-IF
           END-PERFORM
           COMPUTE WS-SETTLE-TOTAL =
               WS-BASE-PRORATA + WS-ICCP-AMOUNT + WS-PRECAR-AMOUNT
               - WS-ADV-AMOUNT
           ADD WS-ICCP-AMOUNT TO WS-RUN-TOTAL
           ADD WS-PRECAR-AMOUNT TO WS-RUN-TOTAL
           IF WS-ICCP-AMOUNT NOT = ZERO
               MOVE SPACES TO WS-VAR-WORK
               MOVE REMPLOYE-ID TO WS-VARW-ID
               MOVE "ICCP" TO WS-VARW-CODE
               MOVE WS-ICCP-AMOUNT TO WS-VARW-MONTANT
               PERFORM ADD-VARIABLE-LINE
           END-IF
           IF WS-PRECAR-AMOUNT NOT = ZERO
               MOVE SPACES TO WS-VAR-WORK
               MOVE REMPLOYE-ID TO WS-VARW-ID
               MOVE "PRECAR" TO WS-VARW-CODE
               MOVE WS-PRECAR-AMOUNT TO WS-VARW-MONTANT
               PERFORM ADD-VARIABLE-LINE
           END-IF
           PERFORM WRITE-SETTLEMENT-DOCUMENT.

      * Salaire de base au prorata : du plus tard du 1er du mois et
      * de l'embauche, au plus tot de la sortie et de la fin de
      * contrat D/I (meme regle qu'APPLY-PRORATA dans employee.cbl).
       COMPUTE-PRORATA-BASE.
           MOVE WS-FIRST-8 TO WS-FROM-8
           MOVE WS-LEAVER-DATE-8(LEAVER-IDX) TO WS-TO-8
           MOVE ZERO TO WS-HIRE-DATE-8
           IF REMPLOYE-EMBAUCHE IS NUMERIC
               COMPUTE WS-HIRE-DATE-8 =
                   FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(5:4)) * 10000 +
                   FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(3:2)) * 100 +
                   FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(1:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-HIRE-DATE-8) = ZERO
                   AND WS-HIRE-DATE-8 > WS-FROM-8
                   MOVE WS-HIRE-DATE-8 TO WS-FROM-8
               END-IF
           END-IF
           IF REMPLOYE-CONTRAT = "D" OR REMPLOYE-CONTRAT = "I"
               SET CTREND-IDX TO 1
               SEARCH WS-CTREND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTREND-ID(CTREND-IDX) = REMPLOYE-ID
                       IF WS-CTREND-FIN(CTREND-IDX) < WS-TO-8
                           AND FUNCTION TEST-DATE-YYYYMMDD(
                               WS-CTREND-FIN(CTREND-IDX)) = ZERO
                           MOVE WS-CTREND-FIN(CTREND-IDX) TO WS-TO-8
                       END-IF
               END-SEARCH
           END-IF
           MOVE ZERO TO WS-BASE-PRORATA
           MOVE ZERO TO WS-DAYS
           IF WS-FROM-8 <= WS-TO-8
               PERFORM COUNT-DAYS
               MOVE WS-COUNTED TO WS-DAYS
               IF REMPLOYE-SALAIRE IS NUMERIC
                   AND WS-PERIOD-DAYS > ZERO
                   COMPUTE WS-BASE-PRORATA ROUNDED =
                       REMPLOYE-SALAIRE * WS-DAYS / WS-PERIOD-DAYS
               END-IF
           END-IF.

      * Solde de conges au salaire journalier ; un solde debiteur
      * (conges pris par anticipation) donne une retenue.
       COMPUTE-LEAVE-INDEMNITY.
           MOVE ZERO TO WS-LEAVE-DAYS
           MOVE ZERO TO WS-ICCP-AMOUNT
           MOVE ZERO TO WS-LEAVE-DAILY
           SET LEDGER-IDX TO 1
           SEARCH WS-LEDGER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LEDGER-ID(LEDGER-IDX) = REMPLOYE-ID
                   MOVE WS-LEDGER-BALANCE(LEDGER-IDX) TO WS-LEAVE-DAYS
           END-SEARCH
           IF WS-LEAVE-DAYS NOT = ZERO
               AND REMPLOYE-SALAIRE IS NUMERIC
               AND WS-LEAVE-DAY-DIVISOR > ZERO
               COMPUTE WS-LEAVE-DAILY ROUNDED =
                   REMPLOYE-SALAIRE / WS-LEAVE-DAY-DIVISOR
               COMPUTE WS-ICCP-AMOUNT ROUNDED =
                   WS-LEAVE-DAILY * WS-LEAVE-DAYS
           END-IF.

      * Indemnite de fin de contrat des D/I sur la base du mois.
       COMPUTE-PRECARITY.
           MOVE ZERO TO WS-PRECAR-AMOUNT
           IF REMPLOYE-CONTRAT = "D" OR REMPLOYE-CONTRAT = "I"
               COMPUTE WS-PRECAR-AMOUNT ROUNDED =
                   WS-BASE-PRORATA * WS-PRECARITY-PCT / 100
           END-IF.

      * Document formel, une page par sortant.
       WRITE-SETTLEMENT-DOCUMENT.
           MOVE ALL "=" TO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE "                         SOLDE DE TOUT COMPTE"
               TO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE ALL "=" TO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE SPACES TO WS-SETTLE-LINE
           STRING "Salarie    : " REMPLOYE-ID " "
                  FUNCTION TRIM(REMPLOYE-PRENOM) " "
                  FUNCTION TRIM(REMPLOYE-NOM)
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE SPACES TO WS-SETTLE-LINE
           STRING "Emploi     : " REMPLOYE-POSTE " agence "
                  REMPLOYE-AGENCE " contrat " REMPLOYE-CONTRAT
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE WS-HIRE-DATE-8 TO WS-EDIT-SOURCE-8
           PERFORM EDIT-DATE
           MOVE WS-DATE-EDIT TO WS-HIRE-EDIT
           MOVE WS-LEAVER-DATE-8(LEAVER-IDX) TO WS-EDIT-SOURCE-8
           PERFORM EDIT-DATE
           MOVE WS-DATE-EDIT TO WS-EXIT-EDIT
           MOVE SPACES TO WS-SETTLE-LINE
           STRING "Entree le  : " WS-HIRE-EDIT
                  "   Sortie le : " WS-EXIT-EDIT
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE SPACES TO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE WS-BASE-PRORATA TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-SETTLE-LINE
           STRING "Salaire de base au prorata   : " WS-AMOUNT-EDIT
                  " (" WS-DAYS "/" WS-PERIOD-DAYS " j "
                  FUNCTION TRIM(WS-PRORATA-BASIS) ")"
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE WS-ICCP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-LEAVE-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO WS-SETTLE-LINE
           STRING "Indemnite compensatrice CP   : " WS-AMOUNT-EDIT
                  " (" WS-DAYS-EDIT " j)"
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           IF REMPLOYE-CONTRAT = "D" OR REMPLOYE-CONTRAT = "I"
               MOVE WS-PRECAR-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-SETTLE-LINE
               STRING "Indemnite de fin de contrat  : " WS-AMOUNT-EDIT
                      " (" WS-PRECARITY-PCT "%)"
                      DELIMITED BY SIZE INTO WS-SETTLE-LINE
               WRITE R-SETTLE FROM WS-SETTLE-LINE
           END-IF
           IF WS-ADV-AMOUNT > ZERO
               COMPUTE WS-AMOUNT-EDIT = ZERO - WS-ADV-AMOUNT
               MOVE SPACES TO WS-SETTLE-LINE
               STRING "Acompte restant a reprendre  : " WS-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-SETTLE-LINE
               WRITE R-SETTLE FROM WS-SETTLE-LINE
           END-IF
           MOVE WS-SETTLE-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-SETTLE-LINE
           STRING "Total du solde (avant charges): " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           PERFORM WRITE-GARNISHMENT-LINES
           MOVE SPACES TO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE "Sommes versees avec la paie de la periode, bulletin "
               TO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE SPACES TO WS-SETTLE-LINE
           STRING "final du " WS-PAY-PERIOD-DATE(1:6)
                  " (elements ICCP et PRECAR)."
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE WS-TODAY-8 TO WS-EDIT-SOURCE-8
           PERFORM EDIT-DATE
           MOVE WS-DATE-EDIT TO WS-TODAY-EDIT
           MOVE SPACES TO WS-SETTLE-LINE
           STRING "Fait le " WS-TODAY-EDIT
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE SPACES TO WS-SETTLE-LINE
           STRING "Pour l'employeur :              "
                  "Le salarie, pour solde de tout compte :"
                  DELIMITED BY SIZE INTO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE
           MOVE SPACES TO WS-SETTLE-LINE
           WRITE R-SETTLE FROM WS-SETTLE-LINE.

      * Saisies en cours : retenues par la paie dans la limite de la
      * quotite saisissable, le reliquat est a notifier au creancier.
       WRITE-GARNISHMENT-LINES.
           PERFORM VARYING GARN-IDX FROM 1 BY 1
                   UNTIL GARN-IDX > WS-GARN-COUNT
               IF WS-GARN-ID(GARN-IDX) = REMPLOYE-ID
                   AND WS-GARN-SOLDE(GARN-IDX) > ZERO
                   MOVE WS-GARN-SOLDE(GARN-IDX) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-SETTLE-LINE
                   STRING "Saisie en cours "
                          WS-GARN-CREANCIER(GARN-IDX)
                          " solde : " WS-AMOUNT-EDIT
                          DELIMITED BY SIZE INTO WS-SETTLE-LINE
                   WRITE R-SETTLE FROM WS-SETTLE-LINE
               END-IF
           END-PERFORM.

       EDIT-DATE.
           MOVE WS-EDIT-SOURCE-8 TO WS-WORK-8
           MOVE WS-WORK-JJ TO WS-EDIT-JJ
           MOVE WS-WORK-MM TO WS-EDIT-MM
           MOVE WS-WORK-AAAA TO WS-EDIT-AAAA.

      * Sortants de la periode absents du maitre : pas de solde
      * calculable, a traiter par les RH.
       REPORT-UNKNOWN-LEAVERS.
           PERFORM VARYING LEAVER-IDX FROM 1 BY 1
                   UNTIL LEAVER-IDX > WS-LEAVER-COUNT
               IF WS-LEAVER-SETTLED(LEAVER-IDX) = 'N'
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE SPACES TO WS-SETTLE-LINE
                   STRING "SORTANT_INCONNU employe: "
                          WS-LEAVER-ID(LEAVER-IDX)
                          " sortie: " WS-LEAVER-DATE-8(LEAVER-IDX)
                          DELIMITED BY SIZE INTO WS-SETTLE-LINE
                   WRITE R-SETTLE FROM WS-SETTLE-LINE
               END-IF
           END-PERFORM.

       SAVE-VARIABLES.
           OPEN OUTPUT F-VARELEM
           MOVE WS-VARELEM-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-variables.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-VARELEM" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING VAR-IDX FROM 1 BY 1
                   UNTIL VAR-IDX > WS-VAR-COUNT
               MOVE WS-VAR-RECORD(VAR-IDX) TO R-VARELEM
               WRITE R-VARELEM
           END-PERFORM
           CLOSE F-VARELEM.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'LOCKMGT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empsettle.
