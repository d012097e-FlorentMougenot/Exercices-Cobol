      * code. Un approbateur identique au soumetteur est refuse
      * (principe des quatre yeux) ; seuls les mouvements APPROUVE
      * seront appliques par empmaint, qui journalise l'identite de
      * l'approbateur avec les images avant/apres. L'approbateur
      * doit etre un operateur actif du registre avec le role
      * PAYROLL-APPROVE (OPERCHK.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-PENDING-STATUS       PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-PENDING-EOF          PIC X VALUE 'N'.
       01  WS-APPROVER             PIC X(8).
           05 WS-PEND-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-PEND-COUNT
                  INDEXED BY PEND-IDX.
               10 WS-PEND-RECORD   PIC X(132).
               10 WS-PEND-DETAIL REDEFINES WS-PEND-RECORD.
                   15 WS-PEND-STATUT      PIC X(8).
                   15 FILLER              PIC X.
                   15 FILLER              PIC X.
                   15 WS-PEND-APPROBATEUR PIC X(8).
                   15 FILLER              PIC X.
                   15 WS-PEND-MOUVEMENT   PIC X(105).
       01  WS-PEND-TABLE-MAX       PIC 9(4) VALUE 500.
       01  WS-PEND-TABLE-FULL      PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           MOVE "empapprove" TO WS-OPER-PROGRAM
           PERFORM LOAD-PENDING-FILE
           IF WS-PEND-COUNT = ZERO
               DISPLAY "Aucun mouvement en instance"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-APPROVER TO WS-OPER-CODE
           MOVE "PAYROLL-APPROVE" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY "ERREUR : approbateur non habilite ("
                   FUNCTION TRIM(WS-OPER-REFUSAL) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > WS-PEND-COUNT
               IF FUNCTION TRIM(WS-PEND-STATUT(PEND-IDX)) = "ATTENTE"
           CLOSE F-PENDING.

           COPY 'FILESTCHK.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM empapprove.
