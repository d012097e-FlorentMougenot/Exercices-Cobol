       IDENTIFICATION DIVISION.
       PROGRAM-ID. empexpsub.

      * Soumission des notes de frais : les notes deposees dans
      * employee-expense-claims.txt (une note par ligne, disposition
      * :FR:-DEMANDE de FFRAIS.cpy) passent en instance dans
      * employee-expense-pending.txt avec le code du soumetteur et
      * le statut ATTENTE. Meme circuit a quatre yeux que les
      * mouvements du maitre (empsubmit/empapprove) : rien n'est
      * rembourse avant l'approbation par un second operateur
      * (empexpapp) puis la liquidation par empexpense. Le fichier
      * de depot est vide apres soumission pour ne pas resoumettre
      * les memes notes. Le soumetteur doit etre un operateur actif
      * du registre avec le role EXPENSE-SUBMIT (OPERCHK.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLAIMS ASSIGN TO "employee-expense-claims.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT F-EXPPEND ASSIGN TO "employee-expense-pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPPEND-STATUS.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CLAIMS
           RECORD CONTAINS 73 CHARACTERS.
       01  R-CLAIM                  PIC X(73).

       FD  F-EXPPEND
           RECORD CONTAINS 136 CHARACTERS.
       01  R-EXPPEND.
           COPY 'FFRAIS.cpy' REPLACING ==:FR:== BY ==EXPP==.

           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-CLAIMS-STATUS        PIC XX.
       01  WS-EXPPEND-STATUS       PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-CLAIMS-EOF           PIC X VALUE 'N'.
       01  WS-SUBMITTER            PIC X(8).
       01  WS-SUBMITTED-COUNT      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "empexpsub" TO WS-OPER-PROGRAM
           OPEN INPUT F-CLAIMS
           IF WS-CLAIMS-STATUS NOT = "00"
               DISPLAY "Aucune note de frais a soumettre"
               STOP RUN
           END-IF
           DISPLAY "Code soumetteur : " WITH NO ADVANCING
           ACCEPT WS-SUBMITTER
           IF WS-SUBMITTER = SPACES
               DISPLAY "ERREUR : code soumetteur obligatoire"
               CLOSE F-CLAIMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SUBMITTER TO WS-OPER-CODE
           MOVE "EXPENSE-SUBMIT" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY "ERREUR : soumetteur non habilite ("
                   FUNCTION TRIM(WS-OPER-REFUSAL) ")"
               CLOSE F-CLAIMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND F-EXPPEND
           IF WS-EXPPEND-STATUS = "05" OR WS-EXPPEND-STATUS = "35"
               OPEN OUTPUT F-EXPPEND
           END-IF
           MOVE WS-EXPPEND-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-expense-pending.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN F-EXPPEND" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-CLAIMS-EOF = 'Y'
               READ F-CLAIMS AT END
                   MOVE 'Y' TO WS-CLAIMS-EOF
               NOT AT END
                   IF R-CLAIM NOT = SPACES
                       PERFORM SUBMIT-ONE-CLAIM
                   END-IF
           END-PERFORM
           CLOSE F-CLAIMS
           CLOSE F-EXPPEND
      * Le depot est vide : les notes vivent desormais dans le
      * fichier d'instance jusqu'a leur statut final.
           OPEN OUTPUT F-CLAIMS
           CLOSE F-CLAIMS
           DISPLAY "Notes de frais soumises : " WS-SUBMITTED-COUNT
           STOP RUN.

       SUBMIT-ONE-CLAIM.
           MOVE SPACES TO R-EXPPEND
           MOVE "ATTENTE" TO EXPP-STATUT
           MOVE WS-SUBMITTER TO EXPP-SOUMETTEUR
           MOVE SPACES TO EXPP-APPROBATEUR
           MOVE SPACES TO EXPP-PERIODE
           MOVE ZERO TO EXPP-REGLE
           MOVE SPACES TO EXPP-MOTIF
           MOVE R-CLAIM TO EXPP-DEMANDE
           WRITE R-EXPPEND
           ADD 1 TO WS-SUBMITTED-COUNT.

           COPY 'FILESTCHK.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM empexpsub.
