      * l'heure ou un enregistrement d'ancienne generation (43
      * caracteres).
           05  TRAIN-CAUSE-CODE        PIC X(3).
      * Statut de circulation du troncon : 'A' troncon annule (la
      * cause d'annulation est alors portee par TRAIN-CAUSE-CODE),
      * blanc pour un troncon qui circule ou un enregistrement
      * d'ancienne generation (46 caracteres).
           05  TRAIN-LEG-STATUS        PIC X(1).
               88  TRAIN-ANNULE        VALUE 'A'.
