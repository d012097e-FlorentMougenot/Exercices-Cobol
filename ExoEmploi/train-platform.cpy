      * Referentiel des quais (train-platforms.dat) : une ligne par
      * quai d'une gare, le nombre de quais d'une gare etant le
      * nombre de ses lignes. Types de train admis sur le quai (memes
      * codes que RECORD-TYPE, jusqu'a trois, ex. "TC " : TGV et
      * Corail, pas de TER).
       01  PLAT-RECORD.
           05  PLAT-GARE               PIC X(10).
           05  FILLER                  PIC X.
           05  PLAT-QUAI               PIC X(3).
           05  FILLER                  PIC X.
           05  PLAT-TYPES              PIC X(3).
