      * Ligne du fichier des afficheurs voyageurs (format fixe, 83
      * caracteres, encadre par les lignes HDR/TRL de la convention
      * d'interface) : une ligne par train au tableau des departs
      * (D) ou des arrivees (A) d'une gare, heures en HHMM, retard
      * en minutes (negatif pour une avance), gare de destination
      * (depart) ou de provenance (arrivee), correspondance offerte
      * par la suite du trajet : gare, heure de depart, etat A
      * assuree, M menacee, S supprimee (troncon suivant annule),
      * blanc sans correspondance. DSP-ETAT vaut S pour un train
      * supprime (troncon annule au planning), la cause portant
      * alors le libelle de la cause d'annulation.
       01  DSP-RECORD.
           05  DSP-GARE                PIC X(10).
           05  DSP-SENS                PIC X(1).
               88  DSP-DEPART          VALUE 'D'.
               88  DSP-ARRIVEE         VALUE 'A'.
           05  DSP-HEURE-PREVUE        PIC 9(4).
           05  DSP-HEURE-ATTENDUE      PIC 9(4).
           05  DSP-RETARD              PIC S9(3)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  DSP-TYPE                PIC X(1).
           05  DSP-VERS-DE             PIC X(10).
           05  DSP-QUAI                PIC X(3).
           05  DSP-CAUSE               PIC X(30).
           05  DSP-CORRESP-GARE        PIC X(10).
           05  DSP-CORRESP-HEURE       PIC 9(4).
           05  DSP-CORRESP-ETAT        PIC X(1).
               88  DSP-CORRESP-ASSUREE VALUE 'A'.
               88  DSP-CORRESP-MENACEE VALUE 'M'.
               88  DSP-CORRESP-SUPPRIMEE VALUE 'S'.
           05  DSP-ETAT                PIC X(1).
               88  DSP-SUPPRIME        VALUE 'S'.
