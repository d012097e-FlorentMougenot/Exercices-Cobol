      * soldes négatifs et les jours pris d'identifiants inconnus
      * partent dans employee-exceptions.txt : le tableur RH qui
      * divergeait de la paie chaque été n'est plus la référence.
      * Le registre porte deux compteurs : N (acquis de la période en
      * cours) et N-1 (acquis de la période close, alimenté par la
      * bascule CONGES d'empyearend) ; les jours pris s'imputent
      * d'abord sur N-1, puis sur N.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FDEPT.cpy'.

       FD  F-LEDGER
           RECORD CONTAINS 24 CHARACTERS.
       01  R-LEDGER.
           05 LEDGER-ID             PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 LEDGER-BALANCE        PIC S9(3)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                PIC X VALUE SPACE.
           05 LEDGER-N1             PIC S9(3)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD  F-TAKEN
           RECORD CONTAINS 15 CHARACTERS.
      * crédités par employé présent au maître).
       01  WS-ACCRUAL-DAYS      PIC 9(2)V99 VALUE 2.08.
       01  WS-BALANCE-EDIT      PIC --9.99.
       01  WS-N1-EDIT           PIC --9.99.
       01  WS-TOTAL-BALANCE     PIC S9(4)V99.
       01  WS-DEBIT-DAYS        PIC S9(3)V99.
       01  WS-REPORT-LINE       PIC X(100).
       01  WS-EXCEPTION-LINE    PIC X(140).
       01  WS-UNKNOWN-COUNT     PIC 9(4) VALUE ZERO.
               10 WS-LEDGER-NOM     PIC X(20).
               10 WS-LEDGER-AGENCE  PIC X(3).
               10 WS-LEDGER-BALANCE PIC S9(3)V99.
               10 WS-LEDGER-N1      PIC S9(3)V99.
               10 WS-LEDGER-ACTIVE  PIC X.
       01  WS-LEDGER-TABLE-MAX     PIC 9(4) VALUE 2000.
       01  WS-LEDGER-TABLE-FULL    PIC X VALUE 'N'.
                           MOVE LEDGER-ID TO WS-LEDGER-ID(LEDGER-IDX)
                           MOVE LEDGER-BALANCE TO
                               WS-LEDGER-BALANCE(LEDGER-IDX)
      * Registre antérieur à la bascule annuelle : N-1 à zéro.
                           IF LEDGER-N1 IS NUMERIC
                               MOVE LEDGER-N1 TO
                                   WS-LEDGER-N1(LEDGER-IDX)
                           ELSE
                               MOVE ZERO TO WS-LEDGER-N1(LEDGER-IDX)
                           END-IF
                           MOVE SPACES TO WS-LEDGER-NOM(LEDGER-IDX)
                           MOVE SPACES TO WS-LEDGER-AGENCE(LEDGER-IDX)
                           MOVE 'N' TO WS-LEDGER-ACTIVE(LEDGER-IDX)
                           WS-LEDGER-AGENCE(LEDGER-IDX)
                       MOVE WS-ACCRUAL-DAYS TO
                           WS-LEDGER-BALANCE(LEDGER-IDX)
                       MOVE ZERO TO WS-LEDGER-N1(LEDGER-IDX)
                       MOVE 'Y' TO WS-LEDGER-ACTIVE(LEDGER-IDX)
                   END-IF
               WHEN WS-LEDGER-ID(LEDGER-IDX) = REMPLOYE-ID
                          DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
                   WRITE R-DEPTEXC FROM WS-EXCEPTION-LINE
               WHEN WS-LEDGER-ID(LEDGER-IDX) = TAKEN-ID
                   PERFORM DEBIT-LEAVE-DAYS
           END-SEARCH.

      * Imputation sur le reliquat N-1 tant qu'il en reste, le
      * surplus sur le compteur N.
       DEBIT-LEAVE-DAYS.
           MOVE TAKEN-DAYS TO WS-DEBIT-DAYS
           IF WS-LEDGER-N1(LEDGER-IDX) > ZERO
               IF WS-LEDGER-N1(LEDGER-IDX) >= WS-DEBIT-DAYS
                   SUBTRACT WS-DEBIT-DAYS FROM
                       WS-LEDGER-N1(LEDGER-IDX)
                   MOVE ZERO TO WS-DEBIT-DAYS
               ELSE
                   SUBTRACT WS-LEDGER-N1(LEDGER-IDX) FROM
                       WS-DEBIT-DAYS
                   MOVE ZERO TO WS-LEDGER-N1(LEDGER-IDX)
               END-IF
           END-IF
           SUBTRACT WS-DEBIT-DAYS FROM WS-LEDGER-BALANCE(LEDGER-IDX).

      * Les soldes négatifs restent au registre mais sont signalés :
      * un employé a pris plus que ses droits acquis.
       REPORT-NEGATIVE-BALANCES.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > WS-LEDGER-COUNT
               MOVE WS-LEDGER-BALANCE(LEDGER-IDX) TO WS-BALANCE-EDIT
               MOVE WS-LEDGER-N1(LEDGER-IDX) TO WS-N1-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-LEDGER-ID(LEDGER-IDX) SPACE
                      WS-LEDGER-NOM(LEDGER-IDX)
                      " agence: " WS-LEDGER-AGENCE(LEDGER-IDX)
                      " solde: " WS-BALANCE-EDIT " jours"
                      " N-1: " WS-N1-EDIT " jours"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-LEAVERPT FROM WS-REPORT-LINE
               PERFORM ACCUMULATE-AGENCY-BALANCE
           CLOSE F-LEAVERPT.

       ACCUMULATE-AGENCY-BALANCE.
           COMPUTE WS-TOTAL-BALANCE = WS-LEDGER-BALANCE(LEDGER-IDX)
               + WS-LEDGER-N1(LEDGER-IDX)
           SET AGBAL-IDX TO 1
           SEARCH WS-AGBAL-ENTRY
               AT END
                       SET AGBAL-IDX TO WS-AGBAL-COUNT
                       MOVE WS-LEDGER-AGENCE(LEDGER-IDX) TO
                           WS-AGBAL-AGENCE(AGBAL-IDX)
                       MOVE WS-TOTAL-BALANCE TO
                           WS-AGBAL-BALANCE(AGBAL-IDX)
                       MOVE 1 TO WS-AGBAL-EFFECTIF(AGBAL-IDX)
                   END-IF
               WHEN WS-AGBAL-AGENCE(AGBAL-IDX) =
                       WS-LEDGER-AGENCE(LEDGER-IDX)
                   ADD WS-TOTAL-BALANCE TO
                       WS-AGBAL-BALANCE(AGBAL-IDX)
                   ADD 1 TO WS-AGBAL-EFFECTIF(AGBAL-IDX)
           END-SEARCH.
               MOVE SPACES TO R-LEDGER
               MOVE WS-LEDGER-ID(LEDGER-IDX) TO LEDGER-ID
               MOVE WS-LEDGER-BALANCE(LEDGER-IDX) TO LEDGER-BALANCE
               MOVE WS-LEDGER-N1(LEDGER-IDX) TO LEDGER-N1
               WRITE R-LEDGER
           END-PERFORM
           CLOSE F-LEDGER.
