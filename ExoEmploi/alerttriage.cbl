      * acquitter avec ses initiales et une note (portees dans le
      * fichier d'etat compagnon operational-alerts-ack.txt), et
      * fait remonter au tableau de bord du matin les alertes
      * restees sans acquittement au-dela de leur echeance. Chaque
      * gravite a un delai de reponse en heures ouvrees (datesvc :
      * plage horaire, week-ends et jours-feries.dat), compte depuis
      * l'horodatage de l'alerte : une alerte du vendredi soir
      * n'echoit plus le dimanche mais le lundi. Le tableau de bord
      * liste les alertes echues et celles qui echoient avant midi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-DASH-LINE            PIC X(132).
      * Delais de reponse en heures ouvrees par gravite (E erreur,
      * W avertissement, toute autre gravite).
       01  WS-DELAI-E              PIC 9(3) VALUE 4.
       01  WS-DELAI-W              PIC 9(3) VALUE 16.
       01  WS-DELAI-AUTRE          PIC 9(3) VALUE 40.
       01  WS-INITIALES            PIC X(3).
       01  WS-NOTE                 PIC X(32).
       01  WS-DECISION             PIC X.
       01  WS-OPEN-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-ACKED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-ESCALATED-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-DUE-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-ALERT-DATE-8         PIC 9(8).
       01  WS-ALERT-TIME           PIC 9(4).
       01  WS-ALERT-FOUND          PIC X.
       01  WS-NOW                  PIC X(21).
       01  WS-NOW-TIME             PIC 9(4).
       01  WS-ECHEANCE-DATE        PIC 9(8).
       01  WS-ECHEANCE-TIME        PIC 9(4).
       01  WS-ECHEANCE-EDIT        PIC 99B99.
       01  WS-HEURES-OUVREES       PIC S9(5).
       01  WS-HEURES-EDIT          PIC ZZZZ9.

      * Interface du module de dates ouvrees datesvc.
       01  WS-DATESVC-FUNCTION     PIC X(8).
       01  WS-DATESVC-DATE-1       PIC 9(8).
       01  WS-DATESVC-DATE-2       PIC 9(8).
       01  WS-DATESVC-NUMBER       PIC S9(5).
       01  WS-DATESVC-STATUS       PIC 9.
       01  WS-DATESVC-TIME-1       PIC 9(4).
       01  WS-DATESVC-TIME-2       PIC 9(4).

      * Alertes ouvertes chargees en memoire, deja triees par le
      * SORT de table sur programme puis gravite pour l'affichage
       01  WS-ACK-TABLE-MAX        PIC 9(4) VALUE 2000.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY-8
           MOVE WS-NOW(9:4) TO WS-NOW-TIME
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-ACKNOWLEDGEMENTS
           PERFORM LOAD-OPEN-ALERTS
           DISPLAY "Ouvertes: " WS-OPEN-CNT
               " acquittees: " WS-ACKED-COUNT
               " escaladees: " WS-ESCALATED-COUNT
               " avant midi: " WS-DUE-COUNT
           STOP RUN.

       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "DELAI_E_HEURES"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-DELAI-E
               WHEN "DELAI_W_HEURES"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-DELAI-W
               WHEN "DELAI_AUTRE_HEURES"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-DELAI-AUTRE
           END-EVALUATE.

       LOAD-ACKNOWLEDGEMENTS.
           END-PERFORM
           CLOSE ACK-FILE.

      * Echeance de chaque alerte restee ouverte : horodatage
      * AAAAMMJJ-HHMMSS de la ligne (convention ALERTWRT) plus le
      * delai de sa gravite en heures ouvrees. Echue : escalade au
      * tableau de bord du matin avec les heures ouvrees ecoulees ;
      * echeant aujourd'hui avant midi : signalee a traiter en
      * priorite (ajout en pied, meme convention OPEN EXTEND +
      * repli que WRITE-AUDIT-LOG).
       ESCALATE-STALE-ALERTS.
           OPEN EXTEND DASH-FILE
           IF WS-DASH-STATUS = "05" OR WS-DASH-STATUS = "35"
                   UNTIL OPEN-IDX > WS-OPEN-CNT
               IF WS-OPEN-LIGNE(OPEN-IDX) NOT = SPACES
                   AND WS-OPEN-LIGNE(OPEN-IDX)(1:8) IS NUMERIC
                   PERFORM CHECK-ALERT-DEADLINE
               END-IF
           END-PERFORM
           CLOSE DASH-FILE.

      * Sans heure lisible, l'alerte est datee du debut de journee.
       CHECK-ALERT-DEADLINE.
           MOVE WS-OPEN-LIGNE(OPEN-IDX)(1:8) TO WS-ALERT-DATE-8
           IF WS-OPEN-LIGNE(OPEN-IDX)(10:4) IS NUMERIC
               MOVE WS-OPEN-LIGNE(OPEN-IDX)(10:4) TO WS-ALERT-TIME
           ELSE
               MOVE ZERO TO WS-ALERT-TIME
           END-IF
           EVALUATE WS-OPEN-GRAVITE(OPEN-IDX)
               WHEN "E"
                   MOVE WS-DELAI-E TO WS-DATESVC-NUMBER
               WHEN "W"
                   MOVE WS-DELAI-W TO WS-DATESVC-NUMBER
               WHEN OTHER
                   MOVE WS-DELAI-AUTRE TO WS-DATESVC-NUMBER
           END-EVALUATE
           MOVE "ADDBUSH" TO WS-DATESVC-FUNCTION
           MOVE WS-ALERT-DATE-8 TO WS-DATESVC-DATE-1
           MOVE WS-ALERT-TIME TO WS-DATESVC-TIME-1
           CALL "datesvc" USING WS-DATESVC-FUNCTION
               WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
               WS-DATESVC-NUMBER WS-DATESVC-STATUS
               WS-DATESVC-TIME-1 WS-DATESVC-TIME-2
           IF WS-DATESVC-STATUS NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATESVC-DATE-2 TO WS-ECHEANCE-DATE
           MOVE WS-DATESVC-TIME-2 TO WS-ECHEANCE-TIME
           MOVE WS-ECHEANCE-TIME TO WS-ECHEANCE-EDIT
           INSPECT WS-ECHEANCE-EDIT REPLACING ALL SPACE BY ":"
           IF WS-ECHEANCE-DATE < WS-TODAY-8
               OR (WS-ECHEANCE-DATE = WS-TODAY-8
                   AND WS-ECHEANCE-TIME < WS-NOW-TIME)
               MOVE "COUNTBUH" TO WS-DATESVC-FUNCTION
               MOVE WS-ALERT-DATE-8 TO WS-DATESVC-DATE-1
               MOVE WS-ALERT-TIME TO WS-DATESVC-TIME-1
               MOVE WS-TODAY-8 TO WS-DATESVC-DATE-2
               MOVE WS-NOW-TIME TO WS-DATESVC-TIME-2
               CALL "datesvc" USING WS-DATESVC-FUNCTION
                   WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
                   WS-DATESVC-NUMBER WS-DATESVC-STATUS
                   WS-DATESVC-TIME-1 WS-DATESVC-TIME-2
               MOVE WS-DATESVC-NUMBER TO WS-HEURES-OUVREES
               MOVE WS-HEURES-OUVREES TO WS-HEURES-EDIT
               ADD 1 TO WS-ESCALATED-COUNT
               MOVE SPACES TO WS-DASH-LINE
               STRING "ESCALADE (echeance " WS-ECHEANCE-DATE " "
                      WS-ECHEANCE-EDIT " depassee, "
                      FUNCTION TRIM(WS-HEURES-EDIT)
                      " h ouvrees) "
                      WS-OPEN-LIGNE(OPEN-IDX)(1:80)
                      DELIMITED BY SIZE INTO WS-DASH-LINE
               WRITE R-DASH FROM WS-DASH-LINE
           ELSE
               IF WS-ECHEANCE-DATE = WS-TODAY-8
                   AND WS-ECHEANCE-TIME <= 1200
                   ADD 1 TO WS-DUE-COUNT
                   MOVE SPACES TO WS-DASH-LINE
                   STRING "A TRAITER AVANT MIDI (echeance "
                          WS-ECHEANCE-EDIT ") "
                          WS-OPEN-LIGNE(OPEN-IDX)(1:90)
                          DELIMITED BY SIZE INTO WS-DASH-LINE
                   WRITE R-DASH FROM WS-DASH-LINE
               END-IF
           END-IF.

           COPY 'FILESTCHK.cpy'.
           COPY 'PARAMLOAD.cpy'.

