      * Layout d'une reservation (train-reservations.dat) : une ligne
      * par troncon reserve, les troncons d'un meme voyage partageant
      * la reference. Troncon designe par sa gare et son heure de
      * depart ; voiture et place a zero tant que la reservation est
      * en liste d'attente.
       01  RES-RECORD.
           05  RES-REF                 PIC X(8).
           05  FILLER                  PIC X.
           05  RES-NOM                 PIC X(20).
           05  FILLER                  PIC X.
           05  RES-GARE                PIC X(10).
           05  FILLER                  PIC X.
           05  RES-HEURE               PIC 9(4).
           05  FILLER                  PIC X.
           05  RES-VOITURE             PIC 9(2).
           05  FILLER                  PIC X.
           05  RES-PLACE               PIC 9(3).
           05  FILLER                  PIC X.
           05  RES-CLASSE              PIC X(1).
               88  RES-PREMIERE        VALUE '1'.
               88  RES-SECONDE         VALUE '2'.
           05  FILLER                  PIC X.
           05  RES-STATUT              PIC X(1).
               88  RES-CONFIRMEE       VALUE 'C'.
               88  RES-EN-ATTENTE      VALUE 'W'.
