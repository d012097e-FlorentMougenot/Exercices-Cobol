           05 FILLER       PIC X(1).
           05 WS-DEVISE    PIC X(5).

      * CLM-DATE est la date de paiement ; dates de survenance et
      * de declaration AAAAMMJJ, a blanc sur un enregistrement
      * d'ancienne generation (40 caracteres).
       FD  CLAIMS-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  CLAIM-RECORD.
           05 CLM-ID               PIC X(8).
           05 FILLER               PIC X.
           05 CLM-MONTANT          PIC X(9).
           05 FILLER               PIC X.
           05 CLM-DEVISE           PIC X(3).
           05 FILLER               PIC X.
           05 CLM-DATE-SURV        PIC X(8).
           05 FILLER               PIC X.
           05 CLM-DATE-DECL        PIC X(8).

       FD  LEDGER-FILE
           RECORD CONTAINS 22 CHARACTERS.
