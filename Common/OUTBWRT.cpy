      * Inscrit le fichier sortant WS-OUTB-FILENAME au registre
      * outbound-register.dat : le fichier est relu pour compter ses
      * lignes et calculer sa somme de contrôle, puis une ligne est
      * ajoutée au registre (OPEN EXTEND, repli OPEN OUTPUT comme
      * WRITE-AUDIT-LOG). Un fichier absent n'est pas inscrit.
      * Les accusés de réception des destinataires sont rapprochés du
      * registre par outbreg.cbl.
       REGISTER-OUTBOUND-FILE.
           PERFORM RESOLVE-CHAIN-RUN-ID
           MOVE ZERO TO WS-OUTB-RECORDS
           MOVE 1 TO WS-OUTB-SUM-A
           MOVE ZERO TO WS-OUTB-SUM-B
           OPEN INPUT OUTB-DATA-FILE
           IF WS-OUTB-DATA-STATUS NOT = "00"
               DISPLAY "Registre sortant : "
                   FUNCTION TRIM(WS-OUTB-FILENAME)
                   " absent, non inscrit"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OUTB-EOF
           PERFORM UNTIL WS-OUTB-EOF = 'Y'
               READ OUTB-DATA-FILE AT END
                   MOVE 'Y' TO WS-OUTB-EOF
               NOT AT END
                   ADD 1 TO WS-OUTB-RECORDS
                   PERFORM ADD-OUTBOUND-LINE-CHECKSUM
           END-PERFORM
           CLOSE OUTB-DATA-FILE
           COMPUTE WS-OUTB-CHECKSUM =
               WS-OUTB-SUM-B * 65536 + WS-OUTB-SUM-A
           MOVE FUNCTION CURRENT-DATE TO WS-OUTB-DATETIME
           OPEN EXTEND OUTB-FILE
           IF WS-OUTB-FILE-STATUS = "05" OR WS-OUTB-FILE-STATUS = "35"
               OPEN OUTPUT OUTB-FILE
           END-IF
           MOVE WS-OUTB-FILE-STATUS TO WS-FILESTAT-CODE
           MOVE "outbound-register.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTB-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO OUTB-RECORD
           STRING WS-OUTB-DATETIME(1:8) "-" WS-OUTB-DATETIME(9:6)
                  DELIMITED BY SIZE INTO OUTB-STAMP
           MOVE WS-RUN-ID TO OUTB-RUN-ID
           MOVE WS-OUTB-PROGRAM TO OUTB-PROGRAM
           MOVE WS-OUTB-FILENAME TO OUTB-FILENAME
           MOVE WS-OUTB-DESTINATION TO OUTB-DESTINATION
           MOVE WS-OUTB-RECORDS TO OUTB-RECORDS
           MOVE WS-OUTB-AMOUNT TO OUTB-AMOUNT
           MOVE WS-OUTB-CHECKSUM TO OUTB-CHECKSUM
           WRITE OUTB-RECORD
           CLOSE OUTB-FILE.

      * Adler-32 sur les octets utiles de la ligne puis le saut de
      * ligne (X"0A", valeur 10).
       ADD-OUTBOUND-LINE-CHECKSUM.
           MOVE 256 TO WS-OUTB-LEN
           PERFORM UNTIL WS-OUTB-LEN = ZERO
                   OR OUTB-DATA-RECORD(WS-OUTB-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-OUTB-LEN
           END-PERFORM
           PERFORM VARYING WS-OUTB-POS FROM 1 BY 1
                   UNTIL WS-OUTB-POS > WS-OUTB-LEN
               COMPUTE WS-OUTB-SUM-A = FUNCTION MOD(WS-OUTB-SUM-A
                   + FUNCTION ORD(OUTB-DATA-RECORD(WS-OUTB-POS:1))
                   - 1, 65521)
               COMPUTE WS-OUTB-SUM-B = FUNCTION MOD(WS-OUTB-SUM-B
                   + WS-OUTB-SUM-A, 65521)
           END-PERFORM
           COMPUTE WS-OUTB-SUM-A =
               FUNCTION MOD(WS-OUTB-SUM-A + 10, 65521)
           COMPUTE WS-OUTB-SUM-B =
               FUNCTION MOD(WS-OUTB-SUM-B + WS-OUTB-SUM-A, 65521).
