      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des operateurs : le role DEPT-MAINT est exige avant
      * tout chargement (OPERSEL/OPERFD/OPERWS/OPERCHK).
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD  F-DEPT-MASTER
           05 FM-DEPT-REGION    PIC X(25).

           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS    PIC XX.
       01 WS-EOF              PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'OPERWS.cpy'.

       01 DEPT-COUNT          PIC 9(3) VALUE ZERO.


       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'exodept' TO WS-OPER-PROGRAM
           DISPLAY 'Code operateur : ' WITH NO ADVANCING
           ACCEPT WS-OPER-CODE
           MOVE 'DEPT-MAINT' TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY 'ERREUR : operateur non habilite ('
                   FUNCTION TRIM(WS-OPER-REFUSAL) ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * Chargement de la table des départements depuis le fichier
      * maître au lieu de valeurs codées en dur dans le programme.
           PERFORM LOAD-DEPARTEMENTS.
           END-IF.

           COPY 'FILESTCHK.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM exodept.
