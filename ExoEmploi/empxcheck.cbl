
      * Meme disposition que R-GLPOST dans employee.cbl.
       FD  F-GLPOST
           RECORD CONTAINS 90 CHARACTERS.
       01  R-GLPOST.
           05 GLPOST-DATE           PIC 9(8).
           05 FILLER                PIC X.
           05 GLPOST-LIBELLE        PIC X(31).
           05 FILLER                PIC X.
           05 GLPOST-MONTANT        PIC 9(11)V99.
           05 FILLER                PIC X.
           05 GLPOST-RUN-ID         PIC X(20).
           05 FILLER                PIC X.
           05 GLPOST-PREFIXE        PIC X(4).

       FD  F-VIREMENT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-P-SAISIE             PIC 9(13)V99 VALUE ZERO.
       01  WS-P-COTIS              PIC 9(13)V99 VALUE ZERO.
       01  WS-P-RAPPEL             PIC S9(13)V99 VALUE ZERO.
       01  WS-P-FRAIS              PIC 9(13)V99 VALUE ZERO.
       01  WS-P-ACOMPTE            PIC 9(13)V99 VALUE ZERO.
       01  WS-P-IJSS               PIC 9(13)V99 VALUE ZERO.
       01  WS-P-TITRES             PIC 9(13)V99 VALUE ZERO.

      * Totaux lus dans l'extrait comptable, par compte.
       01  WS-GL-641000            PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-421000            PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-427000            PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-437000            PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-625100            PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-425000            PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-438700            PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-467800            PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-DEBIT             PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CREDIT            PIC 9(13)V99 VALUE ZERO.

                       WHEN R-PAYSLIP(1:13) = "Impot tranche"
                           ADD FUNCTION NUMVAL(R-PAYSLIP(27:12))
                               TO WS-P-IMPOT
                       WHEN R-PAYSLIP(1:17) = "Impot taux indiv."
                           ADD FUNCTION NUMVAL(R-PAYSLIP(27:12))
                               TO WS-P-IMPOT
                       WHEN R-PAYSLIP(1:13) = "Salaire net  "
                           ADD FUNCTION NUMVAL(R-PAYSLIP(27:12))
                               TO WS-P-NET
                       WHEN R-PAYSLIP(1:17) = "Rappel de salaire"
                           ADD FUNCTION NUMVAL(R-PAYSLIP(27:12))
                               TO WS-P-RAPPEL
                       WHEN R-PAYSLIP(1:19) = "Remboursement frais"
                           ADD FUNCTION NUMVAL(R-PAYSLIP(27:12))
                               TO WS-P-FRAIS
                       WHEN R-PAYSLIP(1:15) = "Reprise acompte"
                           ADD FUNCTION NUMVAL(R-PAYSLIP(27:12))
                               TO WS-P-ACOMPTE
                       WHEN R-PAYSLIP(1:14) = "IJSS subrogees"
                           ADD FUNCTION NUMVAL(R-PAYSLIP(27:12))
                               TO WS-P-IJSS
                       WHEN R-PAYSLIP(1:17) = "Titres-restaurant"
                           ADD FUNCTION NUMVAL(R-PAYSLIP(27:12))
                               TO WS-P-TITRES
                   END-EVALUATE
           END-PERFORM
           CLOSE F-PAYSLIP
                   ADD GLPOST-MONTANT TO WS-GL-427000
               WHEN "437000"
                   ADD GLPOST-MONTANT TO WS-GL-437000
               WHEN "625100"
                   ADD GLPOST-MONTANT TO WS-GL-625100
               WHEN "425000"
                   ADD GLPOST-MONTANT TO WS-GL-425000
               WHEN "438700"
                   ADD GLPOST-MONTANT TO WS-GL-438700
               WHEN "467800"
                   ADD GLPOST-MONTANT TO WS-GL-467800
           END-EVALUATE.

       READ-TRANSFER-TOTAL.
      * retour.
       RUN-CROSS-CHECKS.
      * Identite interne des bulletins : net = brut - charges -
      * impot + rappel + IJSS subrogees.
           MOVE WS-P-BRUT TO WS-CHK-A
           COMPUTE WS-CHK-B = WS-P-CHARGES + WS-P-IMPOT
               + WS-P-NET - WS-P-RAPPEL - WS-P-IJSS
           MOVE "BULLETINS identite brut=charges+impot+net"
               TO WS-CHK-LABEL
           PERFORM CHECK-EQUAL
           MOVE "IMPOT bulletins vs compta 442100" TO WS-CHK-LABEL
           PERFORM CHECK-EQUAL
           COMPUTE WS-CHK-A = WS-P-NET - WS-P-SAISIE - WS-P-COTIS
               + WS-P-FRAIS - WS-P-ACOMPTE - WS-P-TITRES
           MOVE WS-GL-421000 TO WS-CHK-B
           MOVE "NET A PAYER bulletins vs compta 421000"
               TO WS-CHK-LABEL
           MOVE "COTISATIONS bulletins vs compta 437000"
               TO WS-CHK-LABEL
           PERFORM CHECK-EQUAL
           MOVE WS-P-FRAIS TO WS-CHK-A
           MOVE WS-GL-625100 TO WS-CHK-B
           MOVE "FRAIS bulletins vs compta 625100"
               TO WS-CHK-LABEL
           PERFORM CHECK-EQUAL
           MOVE WS-P-ACOMPTE TO WS-CHK-A
           MOVE WS-GL-425000 TO WS-CHK-B
           MOVE "ACOMPTES bulletins vs compta 425000"
               TO WS-CHK-LABEL
           PERFORM CHECK-EQUAL
           MOVE WS-P-IJSS TO WS-CHK-A
           MOVE WS-GL-438700 TO WS-CHK-B
           MOVE "IJSS bulletins vs compta 438700"
               TO WS-CHK-LABEL
           PERFORM CHECK-EQUAL
           MOVE WS-P-TITRES TO WS-CHK-A
           MOVE WS-GL-467800 TO WS-CHK-B
           MOVE "TITRES-RESTAURANT bulletins vs compta 467800"
               TO WS-CHK-LABEL
           PERFORM CHECK-EQUAL
      * Charges declarees contre la compta.
           MOVE WS-SOCDECL-TOTAL TO WS-CHK-A
           MOVE WS-GL-431000 TO WS-CHK-B
