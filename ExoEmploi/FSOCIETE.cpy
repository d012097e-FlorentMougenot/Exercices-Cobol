      * Disposition d'une ligne du referentiel des societes du groupe
      * employee-companies.dat, a loger sous un 01 du programme
      * appelant ; :SO: est remplace par le prefixe des champs (meme
      * principe que :CLIENT: dans FCLIENT.cpy). Une societe par
      * ligne : code porte par le maitre employes, raison sociale,
      * SIRET, compte a debiter pour les virements de salaires (IBAN
      * et BIC) et prefixe des ecritures dans l'extrait comptable.
      * La premiere ligne est la societe par defaut des employes
      * sans code.
           05  :SO:-CODE            PIC X(3).
           05  FILLER               PIC X.
           05  :SO:-NOM             PIC X(30).
           05  FILLER               PIC X.
           05  :SO:-SIRET           PIC X(14).
           05  FILLER               PIC X.
           05  :SO:-IBAN            PIC X(27).
           05  FILLER               PIC X.
           05  :SO:-BIC             PIC X(11).
           05  FILLER               PIC X.
           05  :SO:-PREFIXE-GL      PIC X(4).
