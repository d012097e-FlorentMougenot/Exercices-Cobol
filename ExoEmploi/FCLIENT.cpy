      * :CLIENT: est remplacé par l'appelant (ex: EMPLOYE) pour nommer
      * le FD et les champs selon le fichier réellement ouvert.
       FD  F-:CLIENT:
           RECORD CONTAINS 98 CHARACTERS.
       01  R:CLIENT:-RECORD.
           05  R:CLIENT:-ID        PIC X(10).
           05  R:CLIENT:-NOM       PIC X(20).
      * l'ajout, auquel cas l'ancienneté est réputée inconnue.
           05  R:CLIENT:-EMBAUCHE  PIC X(8).
           05  R:CLIENT:-CONTRAT   PIC X(1).
      * Sexe (F/M) et date de naissance (JJMMAAAA, même format que
      * la date d'embauche), ajoutés en fin d'enregistrement pour
      * l'index d'égalité professionnelle (empegalite) ; blancs dans
      * les enregistrements antérieurs, l'employé est alors compté
      * comme non renseigné.
           05  R:CLIENT:-SEXE      PIC X(1).
           05  R:CLIENT:-NAISSANCE PIC X(8).
      * Code société employeur (employee-companies.dat) ; blanc =
      * première société du référentiel, l'employeur historique.
           05  R:CLIENT:-SOCIETE   PIC X(3).
