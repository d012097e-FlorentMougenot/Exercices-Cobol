      * Déclarations SELECT du registre des fichiers sortants
      * (outbound-register.dat) et du fichier sortant relu pour en
      * calculer le nombre de lignes et la somme de contrôle.
      * À coller dans FILE-CONTROL.
           SELECT OUTB-FILE ASSIGN TO 'outbound-register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTB-FILE-STATUS.
           SELECT OUTB-DATA-FILE ASSIGN TO DYNAMIC WS-OUTB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTB-DATA-STATUS.
