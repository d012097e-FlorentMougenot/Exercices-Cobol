      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des operateurs : le role HOLIDAY-MAINT est exige avant
      * tout chargement (OPERSEL/OPERFD/OPERWS/OPERCHK).
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Un ferie par ligne : date AAAAMMJJ, agence ("***" =
       01  R-PUBLISH               PIC X(8).

           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-PUBLISH-STATUS       PIC XX.
       01  WS-PUBLISH-FILENAME     PIC X(44).
           COPY 'FILESTAT.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MENU-CHOICE          PIC X.
           05 WS-PUB-TARGET OCCURS 4 TIMES PIC X(44).

       PROCEDURE DIVISION.
           MOVE "feriemaint" TO WS-OPER-PROGRAM
           DISPLAY "Code operateur : " WITH NO ADVANCING
           ACCEPT WS-OPER-CODE
           MOVE "HOLIDAY-MAINT" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY "ERREUR : operateur non habilite ("
                   FUNCTION TRIM(WS-OPER-REFUSAL) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MASTER
           PERFORM UNTIL WS-CONTINUE-FLAG = 'N'
               DISPLAY "----------------------------------------"
           END-PERFORM.

           COPY 'FILESTCHK.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM feriemaint.
