      * Controle d'habilitation : le code saisi doit figurer dans
      * operator-registry.dat, au statut actif, avec le role
      * demande. Sans registre, personne n'est habilite.
      * Positionne WS-OPER-AUTHORISED ('Y'/'N') et, en cas de refus,
      * WS-OPER-REFUSAL : OPERATEUR_INCONNU, OPERATEUR_REVOQUE,
      * ROLE_ABSENT ou REGISTRE_ABSENT. Chaque controle est ajoute a
      * operator-usage.log pour la revue periodique des acces
      * (operreview.cbl).
       CHECK-OPERATOR-ROLE.
           MOVE 'N' TO WS-OPER-AUTHORISED
           MOVE SPACES TO WS-OPER-NAME
           MOVE "OPERATEUR_INCONNU" TO WS-OPER-REFUSAL
           IF WS-OPER-CODE NOT = SPACES
               OPEN INPUT OPER-FILE
               IF WS-OPER-FILE-STATUS = "00"
                   MOVE 'N' TO WS-OPER-EOF
                   PERFORM UNTIL WS-OPER-EOF = 'Y'
                       READ OPER-FILE AT END
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           IF OPER-CODE = WS-OPER-CODE
                               PERFORM CHECK-OPERATOR-ENTRY
                               MOVE 'Y' TO WS-OPER-EOF
                           END-IF
                   END-PERFORM
                   CLOSE OPER-FILE
               ELSE
                   MOVE "REGISTRE_ABSENT" TO WS-OPER-REFUSAL
               END-IF
           END-IF
           IF WS-OPER-AUTHORISED = 'Y'
               MOVE SPACES TO WS-OPER-REFUSAL
           END-IF
           IF WS-OPER-LOG-USE = 'Y'
               PERFORM LOG-OPERATOR-USE
           END-IF.

       CHECK-OPERATOR-ENTRY.
           MOVE OPER-NOM TO WS-OPER-NAME
           IF OPER-STATUT NOT = 'A'
               MOVE "OPERATEUR_REVOQUE" TO WS-OPER-REFUSAL
           ELSE
               MOVE "ROLE_ABSENT" TO WS-OPER-REFUSAL
               PERFORM VARYING WS-OPER-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-OPER-ROLE-IDX > 6
                   IF OPER-ROLE(WS-OPER-ROLE-IDX) = WS-OPER-ROLE
                       MOVE 'Y' TO WS-OPER-AUTHORISED
                   END-IF
               END-PERFORM
           END-IF.

      * Meme convention OPEN EXTEND + repli OPEN OUTPUT que
      * WRITE-AUDIT-LOG (AUDITWRT.cpy).
       LOG-OPERATOR-USE.
           MOVE FUNCTION CURRENT-DATE TO WS-OPER-DATETIME
           OPEN EXTEND OPERUSE-FILE
           IF WS-OPERUSE-FILE-STATUS = "05"
                   OR WS-OPERUSE-FILE-STATUS = "35"
               OPEN OUTPUT OPERUSE-FILE
           END-IF
           MOVE SPACES TO OPERUSE-RECORD
           MOVE WS-OPER-DATETIME(1:8) TO OPERUSE-DATE
           MOVE "-" TO OPERUSE-SEP
           MOVE WS-OPER-DATETIME(9:6) TO OPERUSE-HEURE
           MOVE WS-OPER-CODE TO OPERUSE-CODE
           MOVE WS-OPER-ROLE TO OPERUSE-ROLE
           MOVE WS-OPER-PROGRAM TO OPERUSE-PROGRAM
           IF WS-OPER-AUTHORISED = 'Y'
               MOVE "OK" TO OPERUSE-RESULT
           ELSE
               MOVE "REFUS" TO OPERUSE-RESULT
               MOVE WS-OPER-REFUSAL TO OPERUSE-MOTIF
           END-IF
           WRITE OPERUSE-RECORD
           CLOSE OPERUSE-FILE.
