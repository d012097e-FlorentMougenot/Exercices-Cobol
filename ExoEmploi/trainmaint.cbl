
      * Maintenance du planning train.dat par menu, dans l'esprit
      * d'exodept.cbl : lister, ajouter, modifier, annuler un train
      * planifié (statut 'A' conservé au planning) ou le supprimer,
      * avec saisie champ par champ et contrôles (types
      * T/C/R des niveaux 88, heures/minutes valides, numérotation
      * des tronçons cohérente, places et réservations numériques).
      * La disposition fixe de 47 caractères de rapport-train.cpy est
      * très facile à décaler d'une colonne dans un éditeur : la
      * moitié de nos mauvais runs venaient de là.
       ENVIRONMENT DIVISION.
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des operateurs : le role TRAIN-MAINT est exige avant
      * tout chargement (OPERSEL/OPERFD/OPERWS/OPERCHK).
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TRAIN
           RECORD CONTAINS 47 CHARACTERS.
       01  R-TRAIN                  PIC X(47).

           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
      * Enregistrement de travail, même disposition que le fichier.
       01  WS-TRAIN-STATUS      PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-MENU-CHOICE       PIC X.
       01  WS-CONTINUE-FLAG     PIC X VALUE 'Y'.
           05 WS-PLAN-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-PLAN-COUNT
                  INDEXED BY PLAN-IDX.
               10 WS-PLAN-RECORD   PIC X(47).
       01  WS-PLAN-TABLE-MAX       PIC 9(3) VALUE 200.

      * En-tête/fin de la convention d'interface, régénérés à chaque

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'trainmaint' TO WS-OPER-PROGRAM
           DISPLAY 'Code operateur : ' WITH NO ADVANCING
           ACCEPT WS-OPER-CODE
           MOVE 'TRAIN-MAINT' TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY 'ERREUR : operateur non habilite ('
                   FUNCTION TRIM(WS-OPER-REFUSAL) ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PLANNINGS

           PERFORM UNTIL WS-CONTINUE-FLAG = 'N'
               DISPLAY '1 - Lister les trains planifies'
               DISPLAY '2 - Ajouter un train'
               DISPLAY '3 - Modifier un train'
               DISPLAY '4 - Annuler un train (circulation supprimee)'
               DISPLAY '5 - Supprimer un train du planning'
               DISPLAY '6 - Quitter'
               DISPLAY 'Votre choix :' SPACE WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

                   WHEN '1' PERFORM LIST-PLANNINGS
                   WHEN '2' PERFORM ADD-PLANNING
                   WHEN '3' PERFORM UPDATE-PLANNING
                   WHEN '4' PERFORM CANCEL-PLANNING
                   WHEN '5' PERFORM DELETE-PLANNING
                   WHEN '6' MOVE 'N' TO WS-CONTINUE-FLAG
                   WHEN OTHER DISPLAY "Choix invalide"
               END-EVALUATE
           END-PERFORM.
                   ' corresp [' TRAIN-CONNECTION-CODE ']'
                   ' places ' TRAIN-SEATS-AVAILABLE
                   ' reserves ' TRAIN-PASSENGERS-BOOKED
               IF TRAIN-ANNULE
                   DISPLAY '      ANNULE, cause ' TRAIN-CAUSE-CODE
               END-IF
           END-PERFORM.

      * Saisie champ par champ d'un enregistrement complet dans
               END-IF
           END-IF.

      * Annulation d'un troncon : l'enregistrement reste au planning
      * avec le statut 'A' et la cause d'annulation (referentiel
      * train-delay-causes.dat, controle complet au run train.cbl),
      * pour que train.cbl le rapporte et rembourse les voyageurs au
      * lieu de perdre son historique. Le retard est remis a zero :
      * un troncon annule ne compte pas dans la ponctualite.
       CANCEL-PLANNING.
           PERFORM LIST-PLANNINGS
           DISPLAY 'Numero d''entree a annuler :' SPACE
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-NUM
           IF WS-ENTRY-NUM < 1 OR WS-ENTRY-NUM > WS-PLAN-COUNT
               DISPLAY "Entree inconnue."
           ELSE
               SET PLAN-IDX TO WS-ENTRY-NUM
               MOVE WS-PLAN-RECORD(PLAN-IDX) TO TRAIN-PLANNING
               IF TRAIN-ANNULE
                   DISPLAY "Train deja annule."
               ELSE
                   DISPLAY 'Code cause de l''annulation (3 car.) :'
                       SPACE WITH NO ADVANCING
                   ACCEPT TRAIN-CAUSE-CODE
                   IF TRAIN-CAUSE-CODE = SPACES
                       DISPLAY "Cause obligatoire pour une annulation"
                       DISPLAY "Saisie abandonnee, planning inchange."
                   ELSE
                       SET TRAIN-ANNULE TO TRUE
                       MOVE ZERO TO TRAIN-DELAY-MINUTES
                       MOVE TRAIN-PLANNING TO WS-PLAN-RECORD(PLAN-IDX)
                       PERFORM SAVE-PLANNINGS
                       DISPLAY "Train annule."
                   END-IF
               END-IF
           END-IF.

      * Suppression physique : reservee aux saisies erronees, un
      * train qui ne circule pas doit etre annule (choix 4).
       DELETE-PLANNING.
           PERFORM LIST-PLANNINGS
           DISPLAY 'Numero d''entree a supprimer :' SPACE
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-NUM
           IF WS-ENTRY-NUM < 1 OR WS-ENTRY-NUM > WS-PLAN-COUNT
               DISPLAY "Entree inconnue."
           ELSE
               END-PERFORM
               SUBTRACT 1 FROM WS-PLAN-COUNT
               PERFORM SAVE-PLANNINGS
               DISPLAY "Train supprime du planning."
           END-IF.

           COPY 'FILESTCHK.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM trainmaint.
