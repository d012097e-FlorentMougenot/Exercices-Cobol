       IDENTIFICATION DIVISION.
       PROGRAM-ID. empexpense.

      * Liquidation des notes de frais approuvees, a passer avant le
      * run de paie : chaque note APPROUVE d'employee-expense-
      * pending.txt est valorisee (montant TTC, ou bareme fiscal
      * kilometrique par puissance du vehicule pour la nature KM,
      * applique au cumul annuel de kilometres de l'employe) puis
      * controlee contre le plafond de sa nature. La note passe
      * LIQUIDE et entre dans employee-expense-payable.txt, que
      * employee.cbl rembourse en ligne non imposable du bulletin et
      * dans le net vire ; au-dessus du plafond, ou employe inconnu
      * du maitre, elle passe HORSPLAF/REJETE avec son motif. Le
      * rapport employee-expense-rejects.txt reprend les refus de la
      * periode, ceux de l'approbateur compris. Les notes deja
      * liquidees de la periode ne sont pas revalorisees : un
      * second passage avant la paie reproduit le meme fichier.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

           SELECT F-EXPPEND ASSIGN TO "employee-expense-pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPPEND-STATUS.

      * Bareme kilometrique fiscal : une ligne par puissance fiscale
      * maximale et tranche de distance annuelle maximale, montant =
      * distance x taux + forfait de la tranche.
           SELECT F-MILEAGE ASSIGN TO "employee-mileage-scale.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MILEAGE-STATUS.

           SELECT F-EXPPAY ASSIGN TO "employee-expense-payable.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPPAY-STATUS.

           SELECT F-EXPREJ ASSIGN TO "employee-expense-rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPREJ-STATUS.

           COPY 'AUDITSEL.cpy'.

      * Plafonds par nature et periode de paie, reglables sans
      * recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empexpense-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       FD  F-EXPPEND
           RECORD CONTAINS 136 CHARACTERS.
       01  R-EXPPEND                PIC X(136).

      * Une tranche par ligne : puissance fiscale maximale (99 pour
      * 7 CV et plus), distance annuelle maximale de la tranche,
      * taux par km, forfait de la tranche.
       FD  F-MILEAGE
           RECORD CONTAINS 22 CHARACTERS.
       01  R-MILEAGE.
           05 MILEAGE-CV-MAX        PIC 9(2).
           05 FILLER                PIC X VALUE SPACE.
           05 MILEAGE-KM-MAX        PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 MILEAGE-TAUX          PIC 9V999.
           05 FILLER                PIC X VALUE SPACE.
           05 MILEAGE-FIXE          PIC 9(5)V99.

      * Une note payable par ligne : employe, numero de note, nature,
      * periode de paie AAAAMM, montant a rembourser.
       FD  F-EXPPAY
           RECORD CONTAINS 41 CHARACTERS.
       01  R-EXPPAY.
           05 EXPPAY-ID             PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 EXPPAY-NUMERO         PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 EXPPAY-NATURE         PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
           05 EXPPAY-PERIODE        PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 EXPPAY-MONTANT        PIC 9(5)V99.

       FD  F-EXPREJ
           RECORD CONTAINS 120 CHARACTERS.
       01  R-EXPREJ                 PIC X(120).

           COPY 'AUDITFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-EXPPEND-STATUS       PIC XX.
       01  WS-MILEAGE-STATUS       PIC XX.
       01  WS-EXPPAY-STATUS        PIC XX.
       01  WS-EXPREJ-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
      * Periode de paie (AAAAMMJJ) : date du jour par defaut, meme
      * cle que dans employee-params.cfg pour liquider les notes
      * d'une periode donnee.
       01  WS-PAY-PERIOD-DATE      PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-YM            PIC X(6).

      * Plafonds de remboursement par note, en euros. Une note au
      * dessus du plafond de sa nature est refusee en entier
      * (HORSPLAF), a resoumettre apres correction.
       01  WS-CEILING-REPAS        PIC 9(5)V99 VALUE 20.70.
       01  WS-CEILING-HOTEL        PIC 9(5)V99 VALUE 150.00.
       01  WS-CEILING-TRAIN        PIC 9(5)V99 VALUE 600.00.
       01  WS-CEILING-DIVERS       PIC 9(5)V99 VALUE 200.00.
       01  WS-CEILING-KM           PIC 9(5)V99 VALUE 1500.00.
       01  WS-CEILING              PIC 9(5)V99.

      * Note courante en cours de liquidation.
       01  WS-EXP-WORK.
           COPY 'FFRAIS.cpy' REPLACING ==:FR:== BY ==WEXP==.
      * Note parcourue pour le cumul kilometrique de l'annee.
       01  WS-EXP-SCAN.
           COPY 'FFRAIS.cpy' REPLACING ==:FR:== BY ==SEXP==.

       01  WS-EXP-TABLE.
           05 WS-EXP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EXP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EXP-COUNT
                  INDEXED BY EXP-IDX SCAN-IDX.
               10 WS-EXP-RECORD    PIC X(136).
       01  WS-EXP-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-EXP-TABLE-FULL       PIC X VALUE 'N'.

      * Identifiants du maitre, pour refuser une note au nom d'un
      * employe inconnu (faute de frappe ou sorti).
       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EMP-COUNT
                  INDEXED BY EMP-IDX.
               10 WS-EMP-ID        PIC X(10).
       01  WS-EMP-TABLE-MAX        PIC 9(4) VALUE 2000.

       01  WS-MILEAGE-TABLE.
           05 WS-MILEAGE-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-MILEAGE-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-MILEAGE-COUNT
                  INDEXED BY MILEAGE-IDX.
               10 WS-MILEAGE-CV-MAX PIC 9(2).
               10 WS-MILEAGE-KM-MAX PIC 9(6).
               10 WS-MILEAGE-TAUX   PIC 9V999.
               10 WS-MILEAGE-FIXE   PIC 9(5)V99.
       01  WS-MILEAGE-TABLE-MAX    PIC 9(2) VALUE 50.

      * Valorisation kilometrique : le bareme s'applique a la
      * distance annuelle, la note vaut donc la difference entre le
      * bareme au cumul apres la note et au cumul avant.
       01  WS-KM-BEFORE            PIC 9(6).
       01  WS-KM-DISTANCE          PIC 9(6).
       01  WS-KM-VALUE             PIC 9(7)V99.
       01  WS-KM-VALUE-BEFORE      PIC 9(7)V99.
       01  WS-KM-VALUE-AFTER       PIC 9(7)V99.
       01  WS-KM-FOUND             PIC X.
       01  WS-CLAIM-AMOUNT         PIC 9(7)V99.
       01  WS-REJECT-REASON        PIC X(20).

       01  WS-LIQUIDATED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-PAYABLE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-PAYABLE-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-REJECT-LINE          PIC X(120).
       01  WS-AMOUNT-EDIT          PIC Z(6)9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-PAY-PERIOD-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-PAY-PERIOD-DATE
           END-IF
           MOVE WS-PAY-PERIOD-DATE(1:6) TO WS-PERIOD-YM
           PERFORM LOAD-EMPLOYEE-IDS
           PERFORM LOAD-MILEAGE-SCALE
           PERFORM LOAD-PENDING-CLAIMS
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-EXP-COUNT
               MOVE WS-EXP-RECORD(EXP-IDX) TO WS-EXP-WORK
               EVALUATE FUNCTION TRIM(WEXP-STATUT)
                   WHEN "APPROUVE"
                       PERFORM LIQUIDATE-ONE-CLAIM
                   WHEN "REJETE"
      * Rejet de l'approbateur : repris dans le rapport des refus de
      * la premiere periode ou il est vu.
                       IF WEXP-PERIODE = SPACES
                           MOVE WS-PERIOD-YM TO WEXP-PERIODE
                       END-IF
               END-EVALUATE
               MOVE WS-EXP-WORK TO WS-EXP-RECORD(EXP-IDX)
           END-PERFORM
           PERFORM WRITE-PAYABLE-FILE
           PERFORM WRITE-REJECTS-REPORT
           PERFORM SAVE-PENDING-CLAIMS
           MOVE "empexpense" TO WS-AUDIT-PROGRAM
           MOVE WS-EXP-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-PAYABLE-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-PAYABLE-TOTAL TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Notes de frais liquidees : " WS-LIQUIDATED-COUNT
               " refusees : " WS-REFUSED-COUNT
               " payables sur la periode " WS-PERIOD-YM " : "
               WS-PAYABLE-COUNT
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empexpense-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PAY_PERIOD_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PAY-PERIOD-DATE
               WHEN "CEILING_REPAS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CEILING-REPAS
               WHEN "CEILING_HOTEL"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CEILING-HOTEL
               WHEN "CEILING_TRAIN"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CEILING-TRAIN
               WHEN "CEILING_DIVERS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CEILING-DIVERS
               WHEN "CEILING_KM"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CEILING-KM
           END-EVALUATE.

       LOAD-EMPLOYEE-IDS.
           OPEN INPUT F-EMPLOYE
           MOVE WS-EMPLOYE-STATUS TO WS-FILESTAT-CODE
           MOVE "fichierclient.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-EMPLOYE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-EMPLOYE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
      * Lignes HDR/TRL de la convention d'interface : ignorées ici.
                   IF REMPLOYE-RECORD(1:4) NOT = "HDR "
                       AND REMPLOYE-RECORD(1:4) NOT = "TRL "
                       AND WS-EMP-COUNT < WS-EMP-TABLE-MAX
                       ADD 1 TO WS-EMP-COUNT
                       SET EMP-IDX TO WS-EMP-COUNT
                       MOVE REMPLOYE-ID TO WS-EMP-ID(EMP-IDX)
                   END-IF
           END-PERFORM
           CLOSE F-EMPLOYE
           MOVE 'N' TO WS-EOF.

      * Charge le bareme kilometrique ; absent, les notes KM sont
      * refusees (BAREME_KM_ABSENT) plutot que payees a zero.
       LOAD-MILEAGE-SCALE.
           OPEN INPUT F-MILEAGE
           IF WS-MILEAGE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-MILEAGE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MILEAGE-COUNT < WS-MILEAGE-TABLE-MAX
                           ADD 1 TO WS-MILEAGE-COUNT
                           SET MILEAGE-IDX TO WS-MILEAGE-COUNT
                           MOVE MILEAGE-CV-MAX
                               TO WS-MILEAGE-CV-MAX(MILEAGE-IDX)
                           MOVE MILEAGE-KM-MAX
                               TO WS-MILEAGE-KM-MAX(MILEAGE-IDX)
                           MOVE MILEAGE-TAUX
                               TO WS-MILEAGE-TAUX(MILEAGE-IDX)
                           MOVE MILEAGE-FIXE
                               TO WS-MILEAGE-FIXE(MILEAGE-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-MILEAGE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-PENDING-CLAIMS.
           OPEN INPUT F-EXPPEND
           IF WS-EXPPEND-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-EXPPEND AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EXP-COUNT >= WS-EXP-TABLE-MAX
                           IF WS-EXP-TABLE-FULL = 'N'
                               MOVE 'Y' TO WS-EXP-TABLE-FULL
                               DISPLAY "ATTENTION : capacite de "
                                   "WS-EXP-ENTRY depassee, notes "
                                   "suivantes non liquidees"
                           END-IF
                       ELSE
                           ADD 1 TO WS-EXP-COUNT
                           SET EXP-IDX TO WS-EXP-COUNT
                           MOVE R-EXPPEND TO WS-EXP-RECORD(EXP-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-EXPPEND
           END-IF
           MOVE 'N' TO WS-EOF.

      * Valorise la note courante et la controle ; le motif de refus
      * reste a blanc pour une note payable.
       LIQUIDATE-ONE-CLAIM.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-CLAIM-AMOUNT
           SET EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   MOVE "EMPLOYE_INCONNU" TO WS-REJECT-REASON
               WHEN WS-EMP-ID(EMP-IDX) = WEXP-ID
                   CONTINUE
           END-SEARCH
           IF WS-REJECT-REASON = SPACES
               EVALUATE FUNCTION TRIM(WEXP-NATURE)
                   WHEN "REPAS"
                       MOVE WS-CEILING-REPAS TO WS-CEILING
                   WHEN "HOTEL"
                       MOVE WS-CEILING-HOTEL TO WS-CEILING
                   WHEN "TRAIN"
                       MOVE WS-CEILING-TRAIN TO WS-CEILING
                   WHEN "DIVERS"
                       MOVE WS-CEILING-DIVERS TO WS-CEILING
                   WHEN "KM"
                       MOVE WS-CEILING-KM TO WS-CEILING
                   WHEN OTHER
                       MOVE "NATURE_INCONNUE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF FUNCTION TRIM(WEXP-NATURE) = "KM"
                   PERFORM VALUE-MILEAGE-CLAIM
               ELSE
                   IF WEXP-MONTANT IS NUMERIC
                       MOVE WEXP-MONTANT TO WS-CLAIM-AMOUNT
                   ELSE
                       MOVE "MONTANT_INVALIDE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-CLAIM-AMOUNT > WS-CEILING
               MOVE "PLAFOND_DEPASSE" TO WS-REJECT-REASON
           END-IF
           MOVE WS-PERIOD-YM TO WEXP-PERIODE
           IF WS-REJECT-REASON = SPACES
               MOVE "LIQUIDE" TO WEXP-STATUT
               MOVE WS-CLAIM-AMOUNT TO WEXP-REGLE
               ADD 1 TO WS-LIQUIDATED-COUNT
           ELSE
               IF WS-REJECT-REASON = "PLAFOND_DEPASSE"
                   MOVE "HORSPLAF" TO WEXP-STATUT
               ELSE
                   MOVE "REJETE" TO WEXP-STATUT
               END-IF
               MOVE WS-CLAIM-AMOUNT TO WEXP-REGLE
               MOVE WS-REJECT-REASON TO WEXP-MOTIF
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

      * Note kilometrique : cumul des km deja liquides dans l'annee
      * pour le meme employe (toutes notes KM LIQUIDE de l'annee de
      * la periode), puis bareme au cumul apres moins bareme au
      * cumul avant.
       VALUE-MILEAGE-CLAIM.
           IF WS-MILEAGE-COUNT = ZERO
               MOVE "BAREME_KM_ABSENT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WEXP-KM IS NOT NUMERIC OR WEXP-KM = ZERO
               MOVE "DISTANCE_INVALIDE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WEXP-CV IS NOT NUMERIC OR WEXP-CV = ZERO
               MOVE "PUISSANCE_MANQUANTE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-KM-BEFORE
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > WS-EXP-COUNT
               MOVE WS-EXP-RECORD(SCAN-IDX) TO WS-EXP-SCAN
               IF SEXP-ID = WEXP-ID
                   AND FUNCTION TRIM(SEXP-STATUT) = "LIQUIDE"
                   AND FUNCTION TRIM(SEXP-NATURE) = "KM"
                   AND SEXP-PERIODE(1:4) = WS-PERIOD-YM(1:4)
                   AND SEXP-KM IS NUMERIC
                   ADD SEXP-KM TO WS-KM-BEFORE
               END-IF
           END-PERFORM
           MOVE WS-KM-BEFORE TO WS-KM-DISTANCE
           PERFORM COMPUTE-SCALE-VALUE
           MOVE WS-KM-VALUE TO WS-KM-VALUE-BEFORE
           COMPUTE WS-KM-DISTANCE = WS-KM-BEFORE + WEXP-KM
           PERFORM COMPUTE-SCALE-VALUE
           MOVE WS-KM-VALUE TO WS-KM-VALUE-AFTER
           IF WS-KM-FOUND = 'N'
               MOVE "BAREME_KM_ABSENT" TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-CLAIM-AMOUNT =
                   WS-KM-VALUE-AFTER - WS-KM-VALUE-BEFORE
           END-IF.

      * Bareme applique a WS-KM-DISTANCE pour la puissance de la
      * note : premiere tranche du fichier couvrant a la fois la
      * puissance et la distance (tranches rangees par puissance
      * puis distance croissantes).
       COMPUTE-SCALE-VALUE.
           MOVE ZERO TO WS-KM-VALUE
           MOVE 'N' TO WS-KM-FOUND
           IF WS-KM-DISTANCE = ZERO
               MOVE 'Y' TO WS-KM-FOUND
               EXIT PARAGRAPH
           END-IF
           SET MILEAGE-IDX TO 1
           SEARCH WS-MILEAGE-ENTRY
               AT END
                   CONTINUE
               WHEN WEXP-CV <= WS-MILEAGE-CV-MAX(MILEAGE-IDX)
                   AND WS-KM-DISTANCE <= WS-MILEAGE-KM-MAX(MILEAGE-IDX)
                   MOVE 'Y' TO WS-KM-FOUND
                   COMPUTE WS-KM-VALUE ROUNDED =
                       WS-KM-DISTANCE * WS-MILEAGE-TAUX(MILEAGE-IDX)
                       + WS-MILEAGE-FIXE(MILEAGE-IDX)
           END-SEARCH.

      * Fichier des notes a rembourser par la paie de la periode :
      * toutes les notes LIQUIDE de la periode, regenere en entier a
      * chaque passage.
       WRITE-PAYABLE-FILE.
           OPEN OUTPUT F-EXPPAY
           MOVE WS-EXPPAY-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-expense-payable.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-EXPPAY" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-EXP-COUNT
               MOVE WS-EXP-RECORD(EXP-IDX) TO WS-EXP-WORK
               IF FUNCTION TRIM(WEXP-STATUT) = "LIQUIDE"
                   AND WEXP-PERIODE = WS-PERIOD-YM
                   MOVE SPACES TO R-EXPPAY
                   MOVE WEXP-ID TO EXPPAY-ID
                   MOVE WEXP-NUMERO TO EXPPAY-NUMERO
                   MOVE WEXP-NATURE TO EXPPAY-NATURE
                   MOVE WS-PAY-PERIOD-DATE(1:6) TO EXPPAY-PERIODE
                   MOVE WEXP-REGLE TO EXPPAY-MONTANT
                   WRITE R-EXPPAY
                   ADD 1 TO WS-PAYABLE-COUNT
                   ADD WEXP-REGLE TO WS-PAYABLE-TOTAL
               END-IF
           END-PERFORM
           CLOSE F-EXPPAY.

      * Rapport des refus de la periode : rejets de l'approbateur,
      * plafonds depasses et notes invalides, avec leur motif.
       WRITE-REJECTS-REPORT.
           OPEN OUTPUT F-EXPREJ
           MOVE WS-EXPREJ-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-expense-rejects.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-EXPREJ" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM RESOLVE-CHAIN-RUN-ID
           MOVE SPACES TO WS-REJECT-LINE
           STRING "Notes de frais refusees - periode " WS-PERIOD-YM
                  " run " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REJECT-LINE
           WRITE R-EXPREJ FROM WS-REJECT-LINE
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-EXP-COUNT
               MOVE WS-EXP-RECORD(EXP-IDX) TO WS-EXP-WORK
               IF (FUNCTION TRIM(WEXP-STATUT) = "REJETE"
                   OR FUNCTION TRIM(WEXP-STATUT) = "HORSPLAF")
                   AND WEXP-PERIODE = WS-PERIOD-YM
                   IF FUNCTION TRIM(WEXP-NATURE) = "KM"
                       MOVE WEXP-REGLE TO WS-AMOUNT-EDIT
                   ELSE
                       MOVE WEXP-MONTANT TO WS-AMOUNT-EDIT
                   END-IF
                   MOVE SPACES TO WS-REJECT-LINE
                   STRING WEXP-NUMERO SPACE WEXP-ID SPACE
                          WEXP-DATE SPACE WEXP-NATURE SPACE
                          WS-AMOUNT-EDIT SPACE WEXP-STATUT SPACE
                          WEXP-MOTIF SPACE WEXP-APPROBATEUR
                          DELIMITED BY SIZE INTO WS-REJECT-LINE
                   WRITE R-EXPREJ FROM WS-REJECT-LINE
               END-IF
           END-PERFORM
           CLOSE F-EXPREJ.

       SAVE-PENDING-CLAIMS.
           IF WS-EXP-COUNT > ZERO
               OPEN OUTPUT F-EXPPEND
               MOVE WS-EXPPEND-STATUS TO WS-FILESTAT-CODE
               MOVE "employee-expense-pending.txt"
                   TO WS-FILESTAT-FILENAME
               MOVE "OPEN OUTPUT F-EXPPEND" TO WS-FILESTAT-OPERATION
               PERFORM CHECK-FILE-STATUS
               PERFORM VARYING EXP-IDX FROM 1 BY 1
                       UNTIL EXP-IDX > WS-EXP-COUNT
                   MOVE WS-EXP-RECORD(EXP-IDX) TO R-EXPPEND
                   WRITE R-EXPPEND
               END-PERFORM
               CLOSE F-EXPPEND
           END-IF.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empexpense.
