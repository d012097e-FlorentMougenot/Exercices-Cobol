      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des fichiers remis hors de l'entreprise
      * (OUTBSEL/OUTBFD) : bordereaux de cession remis au reassureur.
           COPY 'OUTBSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition que MASTER-RECORD dans assuconso.cbl.

           COPY 'RATEFD.cpy'.
           COPY 'ERRSUMFD.cpy'.
           COPY 'OUTBFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-BORDEREAU-STATUS     PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'RATEWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'OUTBWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-CEDE-EDIT            PIC Z(8)9.99.
       01  WS-CEDE-MONTANT         PIC 9(9)V99.
       01  WS-HORS-TRAITE-COUNT    PIC 9(5) VALUE ZERO.
      * Total cede tous traites, total de controle du bordereau.
       01  WS-CEDE-TOTAL           PIC 9(11)V99 VALUE ZERO.

      * Traites charges au demarrage, avec les cumuls du bordereau.
       01  WS-TRT-TABLE.
               PERFORM WRITE-ONE-BORDEREAU
           END-PERFORM
           CLOSE BORDEREAU-FILE
           MOVE "assucession" TO WS-OUTB-PROGRAM
           MOVE "assurances-cession-bordereau.txt" TO WS-OUTB-FILENAME
           MOVE "REASSUREUR" TO WS-OUTB-DESTINATION
           MOVE WS-CEDE-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-OUTBOUND-FILE
           DISPLAY "Polices hors traite  : " WS-HORS-TRAITE-COUNT
           DISPLAY "Devises non converties : "
               WS-UNKNOWN-DEVISE-COUNT
               ADD 1 TO WS-TRT-POLICES(TRT-IDX)
               ADD WS-COMMON-MONTANT-EUR TO WS-TRT-PRIMES(TRT-IDX)
               ADD WS-CEDE-MONTANT TO WS-TRT-CEDE(TRT-IDX)
               ADD WS-CEDE-MONTANT TO WS-CEDE-TOTAL
               MOVE WS-COMMON-MONTANT-EUR TO WS-PRIME-EDIT
               MOVE WS-CEDE-MONTANT TO WS-CEDE-EDIT
               MOVE SPACES TO WS-BORDEREAU-LINE
           COPY 'FILESTCHK.cpy'.
           COPY 'RATELOAD.cpy'.
           COPY 'RATECNV.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'OUTBWRT.cpy'.

       END PROGRAM assucession.
