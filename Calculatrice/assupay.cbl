      * prise d'effet, et liste des paiements sans police. Les
      * impayés se repéraient jusqu'ici à l'oeil sur les relevés
      * bancaires.
      * Pour une police payée par fractions (échéancier
      * d'assuecheance.cbl), la prime due est la somme des échéances
      * arrivées à terme ; les encaissements soldent les échéances
      * de la plus ancienne à la plus récente et chaque échéance
      * restée impayée est vieillie depuis sa propre date, avec une
      * ligne de détail sous celle de la police.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-STATUS.

      * Échéancier des polices fractionnées (assuecheance.cbl).
           SELECT ECH-FILE ASSIGN TO 'assurances-echeancier.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

      * Fichier de taux de change daté, partagé (RATESEL/RATEFD).
           COPY 'RATESEL.cpy'.

           05 FILLER               PIC X.
           05 PAY-DEVISE           PIC X(3).

      * Même disposition que R-ECH dans assuecheance.cbl.
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

       FD  RECV-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-RECV                  PIC X(132).
       01  WS-ASSURANCES-STATUS  PIC XX.
       01  WS-PAYMENTS-STATUS    PIC XX.
       01  WS-RECV-STATUS        PIC XX.
       01  WS-ECH-STATUS         PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.

       01  WS-RECV-LINE          PIC X(132).
       01  WS-UNMATCHED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-BUCKET-LABEL       PIC X(12).
       01  WS-INST-FOUND         PIC X.
       01  WS-PAID-REMAINING     PIC S9(9)V99.
       01  WS-INST-RESTE         PIC S9(9)V99.

      * Totaux de reste à recouvrer par tranche d'ancienneté.
       01  WS-BUCKET-TOTALS.
               10 WS-POLICY-DATE-DEB PIC X(8).
               10 WS-POLICY-DUE-EUR  PIC 9(9)V99.
               10 WS-POLICY-PAID-EUR PIC 9(9)V99.
               10 WS-POLICY-FRACT    PIC X.
       01  WS-POLICY-TABLE-MAX   PIC 9(4) VALUE 500.
       01  WS-POLICY-TABLE-FULL  PIC X VALUE 'N'.

      * Échéances des polices fractionnées, dans l'ordre de
      * l'échéancier (rang croissant par police), montant en euros.
       01  WS-INST-TABLE.
           05 WS-INST-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-INST-ENTRY OCCURS 1 TO 10000 TIMES
                  DEPENDING ON WS-INST-COUNT
                  INDEXED BY INST-IDX.
               10 WS-INST-NUMERO   PIC X(8).
               10 WS-INST-DATE     PIC 9(8).
               10 WS-INST-EUR      PIC 9(9)V99.
       01  WS-INST-TABLE-MAX     PIC 9(5) VALUE 10000.
       01  WS-INST-TABLE-FULL    PIC X VALUE 'N'.

      * Paiements sans police, restitués en fin d'état.
       01  WS-ORPHAN-TABLE.
           05 WS-ORPHAN-COUNT    PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-POLICIES
           PERFORM APPLY-PAYMENTS
           PERFORM WRITE-RECEIVABLES-REPORT
               WS-UNMATCHED-COUNT " paiement(s) sans police"
           STOP RUN.

      * Échéancier facultatif : sans lui, toutes les polices sont
      * dues en une fois depuis leur prise d'effet.
       LOAD-SCHEDULE.
           OPEN INPUT ECH-FILE
           IF WS-ECH-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ECH-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STORE-ONE-INSTALMENT
               END-PERFORM
               CLOSE ECH-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-ONE-INSTALMENT.
           IF WS-INST-COUNT >= WS-INST-TABLE-MAX
               IF WS-INST-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-INST-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de "
                       "WS-INST-ENTRY (" WS-INST-TABLE-MAX
                       ") depassee, echeancier incomplet"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INST-COUNT
           SET INST-IDX TO WS-INST-COUNT
           MOVE ECH-NUMERO TO WS-INST-NUMERO(INST-IDX)
           MOVE ECH-DATE TO WS-INST-DATE(INST-IDX)
           MOVE ECH-DEVISE TO WS-COMMON-DEVISE
           MOVE ECH-MONTANT TO WS-COMMON-MONTANT
           PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
           MOVE WS-COMMON-MONTANT-EUR TO WS-INST-EUR(INST-IDX).

       LOAD-POLICIES.
           OPEN INPUT ASSURANCES
           MOVE WS-ASSURANCES-STATUS TO WS-FILESTAT-CODE
                   MOVE WS-COMMON-MONTANT-EUR TO
                       WS-POLICY-DUE-EUR(POLICY-IDX)
                   MOVE ZERO TO WS-POLICY-PAID-EUR(POLICY-IDX)
                   MOVE 'N' TO WS-POLICY-FRACT(POLICY-IDX)
                   PERFORM SUM-INSTALMENTS-DUE
               END-IF
           END-IF.

      * Police fractionnée : la prime due se limite aux échéances
      * dont la date est atteinte.
       SUM-INSTALMENTS-DUE.
           MOVE 'N' TO WS-INST-FOUND
           PERFORM VARYING INST-IDX FROM 1 BY 1
                   UNTIL INST-IDX > WS-INST-COUNT
               IF WS-INST-NUMERO(INST-IDX) = WS-NUMERO
                   IF WS-INST-FOUND = 'N'
                       MOVE 'Y' TO WS-INST-FOUND
                       MOVE 'Y' TO WS-POLICY-FRACT(POLICY-IDX)
                       MOVE ZERO TO WS-POLICY-DUE-EUR(POLICY-IDX)
                   END-IF
                   IF WS-INST-DATE(INST-IDX) <= WS-TODAY-8
                       ADD WS-INST-EUR(INST-IDX)
                           TO WS-POLICY-DUE-EUR(POLICY-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS = "00"
           MOVE WS-SHORTFALL TO WS-SHORTFALL-EDIT
           MOVE SPACES TO WS-BUCKET-LABEL
           IF WS-SHORTFALL > ZERO
               IF WS-POLICY-FRACT(POLICY-IDX) = 'Y'
                   MOVE "FRACTIONNEE" TO WS-BUCKET-LABEL
               ELSE
                   PERFORM CLASSIFY-SHORTFALL-AGE
               END-IF
           END-IF
           MOVE SPACES TO WS-RECV-LINE
           STRING WS-POLICY-NUMERO(POLICY-IDX) SPACE
                  " reste: " WS-SHORTFALL-EDIT
                  SPACE WS-BUCKET-LABEL
                  DELIMITED BY SIZE INTO WS-RECV-LINE
           WRITE R-RECV FROM WS-RECV-LINE
           IF WS-SHORTFALL > ZERO
               AND WS-POLICY-FRACT(POLICY-IDX) = 'Y'
               PERFORM AGE-OVERDUE-INSTALMENTS
           END-IF.

      * Les encaissements soldent d'abord les échéances les plus
      * anciennes ; le reste de chaque échéance échue non soldée est
      * vieilli depuis sa date d'échéance.
       AGE-OVERDUE-INSTALMENTS.
           MOVE WS-POLICY-PAID-EUR(POLICY-IDX) TO WS-PAID-REMAINING
           PERFORM VARYING INST-IDX FROM 1 BY 1
                   UNTIL INST-IDX > WS-INST-COUNT
               IF WS-INST-NUMERO(INST-IDX) =
                       WS-POLICY-NUMERO(POLICY-IDX)
                   AND WS-INST-DATE(INST-IDX) <= WS-TODAY-8
                   PERFORM AGE-ONE-INSTALMENT
               END-IF
           END-PERFORM.

       AGE-ONE-INSTALMENT.
           IF WS-PAID-REMAINING >= WS-INST-EUR(INST-IDX)
               SUBTRACT WS-INST-EUR(INST-IDX) FROM WS-PAID-REMAINING
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INST-RESTE =
               WS-INST-EUR(INST-IDX) - WS-PAID-REMAINING
           MOVE ZERO TO WS-PAID-REMAINING
           MOVE WS-INST-DATE(INST-IDX) TO WS-DEB-DATE-8
           MOVE WS-INST-RESTE TO WS-SHORTFALL
           PERFORM ADD-TO-AGE-BUCKET
           MOVE WS-INST-RESTE TO WS-SHORTFALL-EDIT
           MOVE SPACES TO WS-RECV-LINE
           STRING "         echeance du " WS-INST-DATE(INST-IDX)
                  " impayee(EUR): " WS-SHORTFALL-EDIT
                  SPACE WS-BUCKET-LABEL
                  DELIMITED BY SIZE INTO WS-RECV-LINE
           WRITE R-RECV FROM WS-RECV-LINE.

      * Tranche d'ancienneté du reste dû, comptée depuis la prise
               FUNCTION NUMVAL(WS-POLICY-DATE-DEB(POLICY-IDX)(3:2))
               * 100 +
               FUNCTION NUMVAL(WS-POLICY-DATE-DEB(POLICY-IDX)(1:2))
           PERFORM ADD-TO-AGE-BUCKET.

      * Ventile WS-SHORTFALL dans la tranche correspondant à
      * l'ancienneté de WS-DEB-DATE-8.
       ADD-TO-AGE-BUCKET.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8) -
               FUNCTION INTEGER-OF-DATE(WS-DEB-DATE-8)
