      * Descriptions FD du registre des fichiers sortants. À coller
      * dans FILE SECTION. Une ligne par fichier remis :
      * horodatage, run de chaîne, programme, fichier, destinataire,
      * nombre de lignes, montant total, somme de contrôle.
       FD  OUTB-FILE.
       01  OUTB-RECORD.
           05 OUTB-STAMP               PIC X(15).
           05 FILLER                   PIC X.
           05 OUTB-RUN-ID              PIC X(20).
           05 FILLER                   PIC X.
           05 OUTB-PROGRAM             PIC X(12).
           05 FILLER                   PIC X.
           05 OUTB-FILENAME            PIC X(60).
           05 FILLER                   PIC X.
           05 OUTB-DESTINATION         PIC X(12).
           05 FILLER                   PIC X.
           05 OUTB-RECORDS             PIC 9(6).
           05 FILLER                   PIC X.
           05 OUTB-AMOUNT              PIC 9(11)V99.
           05 FILLER                   PIC X.
           05 OUTB-CHECKSUM            PIC 9(10).
       FD  OUTB-DATA-FILE.
       01  OUTB-DATA-RECORD            PIC X(256).
