      * Disposition d'une note de frais en instance
      * (employee-expense-pending.txt), a loger sous un 01 du
      * programme appelant ; :FR: est remplace par le prefixe des
      * champs (meme principe que :CLIENT: dans FCLIENT.cpy).
      * Statut : ATTENTE (deposee par empexpsub), APPROUVE/REJETE
      * (decision d'empexpapp), puis LIQUIDE (valorisee et payable
      * dans la paie de la periode) ou HORSPLAF (refusee au-dessus
      * du plafond de sa nature) par empexpense. La periode AAAAMM
      * est posee par empexpense au moment de la liquidation ou du
      * refus, le montant regle et le motif de refus aussi.
           05  :FR:-STATUT          PIC X(8).
           05  FILLER               PIC X.
           05  :FR:-SOUMETTEUR      PIC X(8).
           05  FILLER               PIC X.
           05  :FR:-APPROBATEUR     PIC X(8).
           05  FILLER               PIC X.
           05  :FR:-PERIODE         PIC X(6).
           05  FILLER               PIC X.
           05  :FR:-REGLE           PIC 9(5)V99.
           05  FILLER               PIC X.
           05  :FR:-MOTIF           PIC X(20).
           05  FILLER               PIC X.
      * La note telle que deposee dans employee-expense-claims.txt :
      * employe, numero de note, date de la depense AAAAMMJJ, nature
      * (REPAS, HOTEL, TRAIN, KM, DIVERS), montant TTC ; pour la
      * nature KM, distance parcourue et puissance fiscale du
      * vehicule a la place du montant (valorise au bareme).
           05  :FR:-DEMANDE.
               10  :FR:-ID          PIC X(10).
               10  FILLER           PIC X.
               10  :FR:-NUMERO      PIC X(8).
               10  FILLER           PIC X.
               10  :FR:-DATE        PIC 9(8).
               10  FILLER           PIC X.
               10  :FR:-NATURE      PIC X(6).
               10  FILLER           PIC X.
               10  :FR:-MONTANT     PIC 9(5)V99.
               10  FILLER           PIC X.
               10  :FR:-KM          PIC 9(5).
               10  FILLER           PIC X.
               10  :FR:-CV          PIC 9(2).
               10  FILLER           PIC X.
               10  :FR:-LIBELLE     PIC X(20).
