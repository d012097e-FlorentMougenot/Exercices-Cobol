      * Layout d'une demande de reservation
      * (train-booking-requests.dat) : reference du voyage, voyageur,
      * troncon d'embarquement (gare et heure de depart), nombre de
      * troncons a parcourir sur le trajet (0 : jusqu'au terminus),
      * classe tarifaire 1 ou 2.
       01  REQ-RECORD.
           05  REQ-REF                 PIC X(8).
           05  FILLER                  PIC X.
           05  REQ-NOM                 PIC X(20).
           05  FILLER                  PIC X.
           05  REQ-GARE                PIC X(10).
           05  FILLER                  PIC X.
           05  REQ-HEURE               PIC 9(4).
           05  FILLER                  PIC X.
           05  REQ-TRONCONS            PIC 9(1).
           05  FILLER                  PIC X.
           05  REQ-CLASSE              PIC X(1).
