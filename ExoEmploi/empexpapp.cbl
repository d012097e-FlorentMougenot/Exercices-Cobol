       IDENTIFICATION DIVISION.
       PROGRAM-ID. empexpapp.

      * Approbation des notes de frais en instance : un second
      * operateur passe en revue chaque note ATTENTE deposee par
      * empexpsub et l'approuve ou la rejette sous son code, avec
      * un motif de rejet repris dans le rapport des refus
      * d'empexpense. Un approbateur identique au soumetteur est
      * refuse (principe des quatre yeux, meme regle qu'empapprove) ;
      * seules les notes APPROUVE seront valorisees et payees.
      * L'approbateur doit etre un operateur actif du registre avec
      * le role EXPENSE-APPROVE (OPERCHK.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  F-EXPPEND
           RECORD CONTAINS 136 CHARACTERS.
       01  R-EXPPEND                PIC X(136).

           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EXPPEND-STATUS       PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-EXPPEND-EOF          PIC X VALUE 'N'.
       01  WS-APPROVER             PIC X(8).
       01  WS-DECISION             PIC X.
       01  WS-REJECT-REASON        PIC X(20).
       01  WS-APPROVED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-LEFT-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-AMOUNT-EDIT          PIC Z(4)9.99.

      * Note courante presentee a l'approbateur.
       01  WS-EXP-WORK.
           COPY 'FFRAIS.cpy' REPLACING ==:FR:== BY ==WEXP==.

      * Notes en instance chargees en memoire, statuees puis
      * reecrites en entier (meme principe qu'empapprove).
       01  WS-EXP-TABLE.
           05 WS-EXP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EXP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EXP-COUNT
                  INDEXED BY EXP-IDX.
               10 WS-EXP-RECORD    PIC X(136).
       01  WS-EXP-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-EXP-TABLE-FULL       PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           MOVE "empexpapp" TO WS-OPER-PROGRAM
           PERFORM LOAD-PENDING-CLAIMS
           IF WS-EXP-COUNT = ZERO
               DISPLAY "Aucune note de frais en instance"
               STOP RUN
           END-IF
           DISPLAY "Code approbateur : " WITH NO ADVANCING
           ACCEPT WS-APPROVER
           IF WS-APPROVER = SPACES
               DISPLAY "ERREUR : code approbateur obligatoire"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-APPROVER TO WS-OPER-CODE
           MOVE "EXPENSE-APPROVE" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY "ERREUR : approbateur non habilite ("
                   FUNCTION TRIM(WS-OPER-REFUSAL) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-EXP-COUNT
               MOVE WS-EXP-RECORD(EXP-IDX) TO WS-EXP-WORK
               IF FUNCTION TRIM(WEXP-STATUT) = "ATTENTE"
                   PERFORM REVIEW-ONE-CLAIM
                   MOVE WS-EXP-WORK TO WS-EXP-RECORD(EXP-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-PENDING-CLAIMS
           DISPLAY "Approuvees : " WS-APPROVED-COUNT
               " rejetees : " WS-REJECTED-COUNT
               " laissees en attente : " WS-LEFT-COUNT
           STOP RUN.

       LOAD-PENDING-CLAIMS.
           OPEN INPUT F-EXPPEND
           IF WS-EXPPEND-STATUS NOT = "00"
               DISPLAY "Aucune note de frais en instance"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EXPPEND-EOF = 'Y'
               READ F-EXPPEND AT END
                   MOVE 'Y' TO WS-EXPPEND-EOF
               NOT AT END
                   IF WS-EXP-COUNT >= WS-EXP-TABLE-MAX
                       IF WS-EXP-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-EXP-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-EXP-ENTRY (" WS-EXP-TABLE-MAX
                               ") depassee, notes suivantes "
                               "non presentees"
                       END-IF
                   ELSE
                       ADD 1 TO WS-EXP-COUNT
                       SET EXP-IDX TO WS-EXP-COUNT
                       MOVE R-EXPPEND TO WS-EXP-RECORD(EXP-IDX)
                   END-IF
           END-PERFORM
           CLOSE F-EXPPEND.

      * Presente la note courante et enregistre la decision :
      * A approuve, R rejette (motif demande), toute autre reponse
      * la laisse en attente pour une prochaine session.
       REVIEW-ONE-CLAIM.
           IF WEXP-SOUMETTEUR = WS-APPROVER
               DISPLAY "Note soumise par vous-meme, laissee a un "
                   "autre approbateur : " WEXP-NUMERO
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               IF FUNCTION TRIM(WEXP-NATURE) = "KM"
                   DISPLAY "Note " WEXP-NUMERO " de " WEXP-ID
                       " (soumise par " WEXP-SOUMETTEUR ") du "
                       WEXP-DATE " KM " WEXP-KM " km "
                       WEXP-CV " CV " WEXP-LIBELLE
               ELSE
                   MOVE WEXP-MONTANT TO WS-AMOUNT-EDIT
                   DISPLAY "Note " WEXP-NUMERO " de " WEXP-ID
                       " (soumise par " WEXP-SOUMETTEUR ") du "
                       WEXP-DATE SPACE WEXP-NATURE SPACE
                       WS-AMOUNT-EDIT " EUR " WEXP-LIBELLE
               END-IF
               DISPLAY "Approuver (A) / Rejeter (R) / Passer : "
                   WITH NO ADVANCING
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "A"
                   WHEN "a"
                       MOVE "APPROUVE" TO WEXP-STATUT
                       MOVE WS-APPROVER TO WEXP-APPROBATEUR
                       ADD 1 TO WS-APPROVED-COUNT
                   WHEN "R"
                   WHEN "r"
                       DISPLAY "Motif du rejet : " WITH NO ADVANCING
                       ACCEPT WS-REJECT-REASON
                       IF WS-REJECT-REASON = SPACES
                           MOVE "REJET APPROBATEUR" TO WS-REJECT-REASON
                       END-IF
                       MOVE "REJETE" TO WEXP-STATUT
                       MOVE WS-APPROVER TO WEXP-APPROBATEUR
                       MOVE WS-REJECT-REASON TO WEXP-MOTIF
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-LEFT-COUNT
               END-EVALUATE
           END-IF.

       SAVE-PENDING-CLAIMS.
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
           CLOSE F-EXPPEND.

           COPY 'FILESTCHK.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM empexpapp.
