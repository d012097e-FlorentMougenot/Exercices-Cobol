      * Disposition d'une ligne de l'historique des salaires
      * employee-salary-history.txt, a loger sous un 01 du programme
      * appelant ; :SH: est remplace par le prefixe des champs (meme
      * principe que :CLIENT: dans FCLIENT.cpy). Une ligne par
      * changement de salaire de base applique, en ajout : employe,
      * ancien et nouveau salaire annuel, date d'effet AAAAMMJJ et
      * origine (SALCHG = changement date applique par la paie,
      * MAINT = mouvement MODIF d'empmaint).
           05  :SH:-ID              PIC X(10).
           05  FILLER               PIC X.
           05  :SH:-ANCIEN          PIC 9(6).
           05  FILLER               PIC X.
           05  :SH:-NOUVEAU         PIC 9(6).
           05  FILLER               PIC X.
           05  :SH:-EFFET           PIC 9(8).
           05  FILLER               PIC X.
           05  :SH:-ORIGINE         PIC X(6).
