      * Ligne de l'horaire de service (train-timetable.dat) : un
      * troncon au format de train.dat (rapport-train.cpy, 47
      * caracteres) precede de son service, de sa periode de
      * validite (dates incluses, AAAAMMJJ) et de ses jours de
      * circulation. Les troncons d'un meme trajet partagent le
      * service, la periode et les jours, et se suivent dans l'ordre
      * des troncons.
      * TT-JOURS : une position par jour du lundi au dimanche
      * (LMMJVSD), 'X' le service circule ce jour-la, '.' non. Un
      * jour ferie de jours-feries.dat suit la grille du dimanche.
       01  TT-RECORD.
           05  TT-SERVICE              PIC X(6).
           05  FILLER                  PIC X.
           05  TT-DEBUT                PIC 9(8).
           05  FILLER                  PIC X.
           05  TT-FIN                  PIC 9(8).
           05  FILLER                  PIC X.
           05  TT-JOURS.
               10  TT-JOUR OCCURS 7 TIMES PIC X(1).
                   88  TT-CIRCULE      VALUE 'X'.
                   88  TT-NE-CIRCULE-PAS VALUE '.'.
           05  FILLER                  PIC X.
           05  TT-TRONCON              PIC X(47).
