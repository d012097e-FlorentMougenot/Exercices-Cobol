      * Layout d'une affectation de rame (train-unit-assign.dat) :
      * troncon du planning designe par sa gare et son heure de
      * depart, rame affectee, distance du troncon en kilometres.
       01  ASSIGN-RECORD.
           05  ASSIGN-GARE             PIC X(10).
           05  FILLER                  PIC X.
           05  ASSIGN-HEURE            PIC 9(4).
           05  FILLER                  PIC X.
           05  ASSIGN-UNIT             PIC X(6).
           05  FILLER                  PIC X.
           05  ASSIGN-KM               PIC 9(4).
