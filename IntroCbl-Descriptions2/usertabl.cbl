      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des operateurs : le role USER-MAINT est exige avant
      * tout chargement (OPERSEL/OPERFD/OPERWS/OPERCHK).
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD  F-USER-MASTER.
           05 FM-PET-MASTER-ID     PIC X(5).

           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-USER-TABLE-MAX      PIC 9(4) VALUE 500.
       01 WS-OWNED-PETS             PIC 9(4) VALUE ZERO.
       01 WS-CONFIRM-DELETE         PIC X.
           COPY 'FILESTAT.cpy'.
           COPY 'OPERWS.cpy'.
       01 WS-MENU-CHOICE            PIC X.
       01 WS-SEARCH-ID.
           05 WS-SEARCH-ID-A        PIC A(2).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "usertabl" TO WS-OPER-PROGRAM
           DISPLAY "Code operateur : " WITH NO ADVANCING
           ACCEPT WS-OPER-CODE
           MOVE "USER-MAINT" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY "ERREUR : operateur non habilite ("
                   FUNCTION TRIM(WS-OPER-REFUSAL) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-USERS

           PERFORM UNTIL WS-CONTINUE-FLAG = 'N'
           STOP RUN.

           COPY 'FILESTCHK.cpy'.
           COPY 'OPERCHK.cpy'.

      * Charge le fichier maître en mémoire, trié par identifiant.
       LOAD-USERS.
