      * Disposition d'une periode de paie du calendrier
      * employee-periods.dat, a loger sous un 01 du programme
      * appelant ; :PE: est remplace par le prefixe des champs (meme
      * principe que :CLIENT: dans FCLIENT.cpy). Une ligne par mois
      * AAAAMM : date limite de saisie des elements variables, date
      * de paiement, statut OPEN (paie autorisee) ou CLOSED (figee
      * par empclose, seul empreopen la rouvre), operateur et date
      * du dernier changement de statut.
           05  :PE:-PERIODE         PIC 9(6).
           05  FILLER               PIC X.
           05  :PE:-CUTOFF          PIC 9(8).
           05  FILLER               PIC X.
           05  :PE:-PAIEMENT        PIC 9(8).
           05  FILLER               PIC X.
           05  :PE:-STATUT          PIC X(6).
           05  FILLER               PIC X.
           05  :PE:-OPERATEUR       PIC X(8).
           05  FILLER               PIC X.
           05  :PE:-DATE-STATUT     PIC 9(8).
