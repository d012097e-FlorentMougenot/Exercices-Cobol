      * Informations voyageurs d'un troncon (train-leg-info.dat),
      * rattachees au planning par la gare de depart (casse ignoree)
      * et l'heure de depart : gare d'arrivee du troncon, utile pour
      * le dernier troncon d'un trajet (les autres arrivent a la gare
      * de depart du troncon suivant), quai de depart et quai
      * d'arrivee. Quai a blanc quand il n'est pas encore attribue.
       01  LEGINFO-RECORD.
           05  LEGINFO-GARE            PIC X(10).
           05  FILLER                  PIC X.
           05  LEGINFO-HEURE           PIC 9(4).
           05  FILLER                  PIC X.
           05  LEGINFO-ARRIVEE         PIC X(10).
           05  FILLER                  PIC X.
           05  LEGINFO-QUAI-DEP        PIC X(3).
           05  FILLER                  PIC X.
           05  LEGINFO-QUAI-ARR        PIC X(3).
