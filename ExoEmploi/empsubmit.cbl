      * approbation par un second operateur (empapprove) puis par
      * empmaint — premier etage du circuit a quatre yeux exige par
      * les auditeurs. Le fichier de depot est vide apres soumission
      * pour ne pas resoumettre les memes mouvements. Le soumetteur
      * doit etre un operateur actif du registre avec le role
      * PAYROLL-SUBMIT (OPERCHK.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TRANS
           RECORD CONTAINS 105 CHARACTERS.
       01  R-TRANS                  PIC X(105).

       FD  F-PENDING
           RECORD CONTAINS 132 CHARACTERS.
       01  R-PENDING.
           05 PEND-STATUT           PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 FILLER                PIC X VALUE SPACE.
           05 PEND-APPROBATEUR      PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 PEND-MOUVEMENT        PIC X(105).

           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-PENDING-STATUS       PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-TRANS-EOF            PIC X VALUE 'N'.
       01  WS-SUBMITTER            PIC X(8).
       01  WS-SUBMITTED-COUNT      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "empsubmit" TO WS-OPER-PROGRAM
           OPEN INPUT F-TRANS
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Aucun mouvement a soumettre"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SUBMITTER TO WS-OPER-CODE
           MOVE "PAYROLL-SUBMIT" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY "ERREUR : soumetteur non habilite ("
                   FUNCTION TRIM(WS-OPER-REFUSAL) ")"
               CLOSE F-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND F-PENDING
           IF WS-PENDING-STATUS = "05" OR WS-PENDING-STATUS = "35"
               OPEN OUTPUT F-PENDING
           ADD 1 TO WS-SUBMITTED-COUNT.

           COPY 'FILESTCHK.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM empsubmit.
