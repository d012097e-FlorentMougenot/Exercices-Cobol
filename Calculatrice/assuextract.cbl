      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des fichiers remis hors de l'entreprise
      * (OUTBSEL/OUTBFD) : extractions remises aux partenaires.
           COPY 'OUTBSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Même disposition corrigée que WS-ASSURANCES dans assusaf.cbl.
           COPY 'PARAMFD.cpy'.

           COPY 'ERRSUMFD.cpy'.
           COPY 'OUTBFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ASSURANCES-STATUS  PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'VALIDWS.cpy'.
           COPY 'PARAMWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'OUTBWS.cpy'.

      * Critères, tous optionnels : le drapeau passe à 'Y' quand la
      * clé correspondante figure dans le fichier de critères.

           CLOSE ASSURANCES
           CLOSE EXTRACT-FILE
           MOVE "assuextract" TO WS-OUTB-PROGRAM
           MOVE "assurances-extraction.dat" TO WS-OUTB-FILENAME
           MOVE "PARTENAIRE" TO WS-OUTB-DESTINATION
           MOVE WS-SELECTED-AMOUNT TO WS-OUTB-AMOUNT
           PERFORM REGISTER-OUTBOUND-FILE
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'assuextract-criteres.cfg ;
           COPY 'FILESTCHK.cpy'.
           COPY 'VALIDCHK.cpy'.
           COPY 'PARAMLOAD.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'OUTBWRT.cpy'.

       END PROGRAM assuextract.
