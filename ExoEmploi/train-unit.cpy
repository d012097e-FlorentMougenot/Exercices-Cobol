      * Layout d'une rame du parc (train-units.dat) : identifiant,
      * type de materiel (meme codes que RECORD-TYPE), compteurs
      * d'heures et de kilometres depuis la derniere visite de
      * maintenance, intervalle de visite en heures et en
      * kilometres, date du dernier cumul par train.cbl (un seul
      * cumul par jour, une relance du batch ne compte pas deux
      * fois). Compteurs remis a zero a la sortie de visite.
       01  UNIT-RECORD.
           05  UNIT-ID                 PIC X(6).
           05  FILLER                  PIC X.
           05  UNIT-TYPE               PIC X(1).
           05  FILLER                  PIC X.
           05  UNIT-HOURS              PIC 9(6).
           05  FILLER                  PIC X.
           05  UNIT-KM                 PIC 9(7).
           05  FILLER                  PIC X.
           05  UNIT-INTERVAL-HOURS     PIC 9(6).
           05  FILLER                  PIC X.
           05  UNIT-INTERVAL-KM        PIC 9(7).
           05  FILLER                  PIC X.
           05  UNIT-LAST-DATE          PIC 9(8).
