      * Description FD du registre des operateurs : code, nom,
      * statut (A actif, R revoque) et jusqu'a six roles parmi
      * PAYROLL-SUBMIT, PAYROLL-APPROVE, EXPENSE-SUBMIT,
      * EXPENSE-APPROVE, PERIOD-CLOSE, PERIOD-REOPEN,
      * PAYMENT-RELEASE, TRAIN-MAINT, DEPT-MAINT, HOLIDAY-MAINT,
      * USER-MAINT, PERSON-INDEX... Le journal d'utilisation
      * trace chaque controle : horodatage, code,
      * role, programme, resultat OK/REFUS et motif du refus.
      * A coller dans FILE SECTION.
       FD  OPER-FILE
           RECORD CONTAINS 138 CHARACTERS.
       01  OPER-RECORD.
           05 OPER-CODE                PIC X(8).
           05 FILLER                   PIC X.
           05 OPER-NOM                 PIC X(30).
           05 FILLER                   PIC X.
           05 OPER-STATUT              PIC X.
           05 FILLER                   PIC X.
           05 OPER-ROLES.
               10 OPER-ROLE-ENTRY OCCURS 6 TIMES.
                   15 OPER-ROLE        PIC X(15).
                   15 FILLER           PIC X.

       FD  OPERUSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERUSE-RECORD.
           05 OPERUSE-DATE             PIC X(8).
           05 OPERUSE-SEP              PIC X.
           05 OPERUSE-HEURE            PIC X(6).
           05 FILLER                   PIC X.
           05 OPERUSE-CODE             PIC X(8).
           05 FILLER                   PIC X.
           05 OPERUSE-ROLE             PIC X(15).
           05 FILLER                   PIC X.
           05 OPERUSE-PROGRAM          PIC X(12).
           05 FILLER                   PIC X.
           05 OPERUSE-RESULT           PIC X(5).
           05 FILLER                   PIC X.
           05 OPERUSE-MOTIF            PIC X(20).
