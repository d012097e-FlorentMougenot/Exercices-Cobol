      * Champs partagés pour REGISTER-OUTBOUND-FILE. Chaque
      * programme qui remet un fichier hors de l'entreprise renseigne
      * WS-OUTB-PROGRAM, WS-OUTB-FILENAME, WS-OUTB-DESTINATION et
      * WS-OUTB-AMOUNT (total de contrôle du fichier) après l'avoir
      * fermé, puis PERFORM REGISTER-OUTBOUND-FILE (OUTBWRT.cpy).
      * Nécessite aussi RUNIDWS/RUNIDGET et FILESTAT/FILESTCHK.
       01  WS-OUTB-FILE-STATUS         PIC XX.
       01  WS-OUTB-DATA-STATUS         PIC XX.
       01  WS-OUTB-PROGRAM             PIC X(12).
       01  WS-OUTB-FILENAME            PIC X(60).
       01  WS-OUTB-DESTINATION         PIC X(12).
       01  WS-OUTB-AMOUNT              PIC 9(11)V99.
       01  WS-OUTB-DATETIME            PIC X(21).
       01  WS-OUTB-EOF                 PIC X.
       01  WS-OUTB-RECORDS             PIC 9(6).
      * Somme de contrôle Adler-32 des octets du fichier tel qu'il
      * est remis (lignes sans blancs de fin, saut de ligne
      * compris) : le destinataire la recalcule avec n'importe quel
      * outil standard et la renvoie dans son accusé de réception.
       01  WS-OUTB-SUM-A               PIC 9(5).
       01  WS-OUTB-SUM-B               PIC 9(5).
       01  WS-OUTB-CHECKSUM            PIC 9(10).
       01  WS-OUTB-POS                 PIC 9(3).
       01  WS-OUTB-LEN                 PIC 9(3).
