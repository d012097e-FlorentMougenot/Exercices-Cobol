       IDENTIFICATION DIVISION.
       PROGRAM-ID. operreview.

      * Revue periodique des acces : pour chaque operateur du
      * registre operator-registry.dat, les roles detenus et la date
      * de leur derniere utilisation relevee dans operator-usage.log
      * (controles OK ecrits par CHECK-OPERATOR-ROLE dans empsubmit,
      * empapprove, empexpsub, empexpapp, empclose, empreopen,
      * empfclear, empmaint, empmerit, persindex, exodept,
      * trainmaint, feriemaint, usertabl). Le
      * rapport operator-access-review.txt signale les roles jamais
      * utilises ou inutilises depuis plus de IDLE_DAYS jours, les
      * operateurs revoques qui detiennent encore des roles, et le
      * nombre de refus par operateur ; une seconde partie donne par
      * role le nombre de titulaires actifs et le dernier usage. Un
      * revoque encore titulaire de roles part en alerte
      * d'exploitation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'OPERSEL.cpy'.

           SELECT F-REVIEW ASSIGN TO "operator-access-review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Date d'arrete et seuil d'inactivite, reglables sans
      * recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="operreview-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'OPERFD.cpy'.

       FD  F-REVIEW
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REVIEW                 PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-REVIEW-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'OPERWS.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
      * Date d'arrete de la revue (defaut : date du jour) et nombre
      * de jours sans usage au-dela duquel un role est signale.
       01  WS-REVIEW-DATE          PIC 9(8) VALUE ZERO.
       01  WS-IDLE-DAYS            PIC 9(4) VALUE 90.
       01  WS-USE-DATE             PIC 9(8).
       01  WS-IDLE-GAP             PIC S9(8).

      * Registre charge en memoire ; la date de dernier usage de
      * chaque role detenu est completee a la lecture du journal.
       01  WS-OPR-TABLE.
           05 WS-OPR-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-OPR-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-OPR-COUNT
                  INDEXED BY OPR-IDX.
               10 WS-OPR-CODE      PIC X(8).
               10 WS-OPR-NOM       PIC X(30).
               10 WS-OPR-STATUT    PIC X.
               10 WS-OPR-REFUS     PIC 9(5).
               10 WS-OPR-GRANT OCCURS 6 TIMES.
                   15 WS-OPR-ROLE     PIC X(15).
                   15 WS-OPR-LAST-USE PIC 9(8).
       01  WS-OPR-TABLE-MAX        PIC 9(4) VALUE 500.
       01  WS-OPR-FOUND            PIC X.
       01  WS-GRANT-IDX            PIC 9.

      * Synthese par role : titulaires actifs, dernier usage et
      * dernier utilisateur.
       01  WS-ROLE-TABLE.
           05 WS-ROLE-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-ROLE-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-ROLE-COUNT
                  INDEXED BY ROLE-IDX.
               10 WS-ROLE-CODE     PIC X(15).
               10 WS-ROLE-HOLDERS  PIC 9(4).
               10 WS-ROLE-LAST-USE PIC 9(8).
               10 WS-ROLE-LAST-BY  PIC X(8).
       01  WS-ROLE-TABLE-MAX       PIC 9(3) VALUE 100.
       01  WS-ROLE-FOUND           PIC X.
       01  WS-ROLE-WANTED          PIC X(15).

       01  WS-USAGE-READ           PIC 9(7) VALUE ZERO.
       01  WS-REFUS-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-UNKNOWN-REFUS        PIC 9(7) VALUE ZERO.
       01  WS-GRANT-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-IDLE-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-REVOKED-HOLDERS      PIC 9(4) VALUE ZERO.
       01  WS-HOLDS-ROLE           PIC X.
       01  WS-STATUT-LABEL         PIC X(7).
       01  WS-LAST-USE-LABEL       PIC X(8).
       01  WS-GRANT-FLAG           PIC X(18).
       01  WS-REVIEW-LINE          PIC X(132).

       PROCEDURE DIVISION.
           MOVE "operreview" TO WS-ALERT-PROGRAM
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           PERFORM RESOLVE-CHAIN-RUN-ID
           IF WS-REVIEW-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-REVIEW-DATE
           END-IF
           OPEN OUTPUT F-REVIEW
           MOVE WS-REVIEW-STATUS TO WS-FILESTAT-CODE
           MOVE "operator-access-review.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REVIEW" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REVIEW-LINE
           STRING "Revue des habilitations operateurs au "
                  WS-REVIEW-DATE
                  " - inactivite signalee au-dela de " WS-IDLE-DAYS
                  " jours - run " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REVIEW-LINE
           WRITE R-REVIEW FROM WS-REVIEW-LINE
           PERFORM LOAD-REGISTRY
           PERFORM LOAD-USAGE
           PERFORM WRITE-OPERATOR-SECTION
           PERFORM WRITE-ROLE-SECTION
           MOVE SPACES TO WS-REVIEW-LINE
           STRING "Operateurs: " WS-OPR-COUNT
                  " roles attribues: " WS-GRANT-COUNT
                  " inutilises: " WS-IDLE-COUNT
                  " revoques titulaires: " WS-REVOKED-HOLDERS
                  " refus: " WS-REFUS-COUNT
                  " (codes inconnus: " WS-UNKNOWN-REFUS ")"
                  DELIMITED BY SIZE INTO WS-REVIEW-LINE
           WRITE R-REVIEW FROM WS-REVIEW-LINE
           CLOSE F-REVIEW
           IF WS-REVOKED-HOLDERS > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING WS-REVOKED-HOLDERS
                      " OPERATEUR(S) REVOQUE(S) DETENANT DES ROLES"
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "operreview" TO WS-AUDIT-PROGRAM
           MOVE WS-USAGE-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-GRANT-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Revue des acces : " WS-OPR-COUNT " operateur(s), "
               WS-IDLE-COUNT " role(s) inutilise(s), "
               WS-REVOKED-HOLDERS " revoque(s) titulaire(s), "
               WS-REFUS-COUNT " refus"
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'operreview-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "REVIEW_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-REVIEW-DATE
               WHEN "IDLE_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-IDLE-DAYS
           END-EVALUATE.

      * Registre absent : la revue est produite vide, ce qui se
      * voit au premier coup d'oeil (personne n'est habilite).
       LOAD-REGISTRY.
           OPEN INPUT OPER-FILE
           IF WS-OPER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPER-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OPER-CODE NOT = SPACES
                           PERFORM STORE-OPERATOR
                       END-IF
               END-PERFORM
               CLOSE OPER-FILE
           ELSE
               MOVE "Registre operator-registry.dat absent"
                   TO WS-REVIEW-LINE
               WRITE R-REVIEW FROM WS-REVIEW-LINE
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-OPERATOR.
           IF WS-OPR-COUNT >= WS-OPR-TABLE-MAX
               MOVE "CAPACITE WS-OPR-ENTRY DEPASSEE"
                   TO WS-ALERT-CONDITION
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
           ELSE
               ADD 1 TO WS-OPR-COUNT
               SET OPR-IDX TO WS-OPR-COUNT
               MOVE OPER-CODE TO WS-OPR-CODE(OPR-IDX)
               MOVE OPER-NOM TO WS-OPR-NOM(OPR-IDX)
               MOVE OPER-STATUT TO WS-OPR-STATUT(OPR-IDX)
               MOVE ZERO TO WS-OPR-REFUS(OPR-IDX)
               PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
                       UNTIL WS-GRANT-IDX > 6
                   MOVE OPER-ROLE(WS-GRANT-IDX)
                       TO WS-OPR-ROLE(OPR-IDX, WS-GRANT-IDX)
                   MOVE ZERO TO WS-OPR-LAST-USE(OPR-IDX, WS-GRANT-IDX)
                   IF OPER-ROLE(WS-GRANT-IDX) NOT = SPACES
                       MOVE OPER-ROLE(WS-GRANT-IDX) TO WS-ROLE-WANTED
                       PERFORM FIND-ROLE
                       IF WS-ROLE-FOUND = 'Y'
                           AND OPER-STATUT = 'A'
                           ADD 1 TO WS-ROLE-HOLDERS(ROLE-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Cherche WS-ROLE-WANTED dans la synthese par role et l'y
      * ajoute s'il n'y figure pas encore.
       FIND-ROLE.
           MOVE 'N' TO WS-ROLE-FOUND
           SET ROLE-IDX TO 1
           SEARCH WS-ROLE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROLE-CODE(ROLE-IDX) = WS-ROLE-WANTED
                   MOVE 'Y' TO WS-ROLE-FOUND
           END-SEARCH
           IF WS-ROLE-FOUND = 'N'
               AND WS-ROLE-COUNT < WS-ROLE-TABLE-MAX
               ADD 1 TO WS-ROLE-COUNT
               SET ROLE-IDX TO WS-ROLE-COUNT
               MOVE WS-ROLE-WANTED TO WS-ROLE-CODE(ROLE-IDX)
               MOVE ZERO TO WS-ROLE-HOLDERS(ROLE-IDX)
               MOVE ZERO TO WS-ROLE-LAST-USE(ROLE-IDX)
               MOVE SPACES TO WS-ROLE-LAST-BY(ROLE-IDX)
               MOVE 'Y' TO WS-ROLE-FOUND
           END-IF.

      * Journal absent : aucun usage, tous les roles sortent JAMAIS.
       LOAD-USAGE.
           OPEN INPUT OPERUSE-FILE
           IF WS-OPERUSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPERUSE-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OPERUSE-DATE IS NUMERIC
                           ADD 1 TO WS-USAGE-READ
                           PERFORM APPLY-USAGE-LINE
                       END-IF
               END-PERFORM
               CLOSE OPERUSE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       APPLY-USAGE-LINE.
           MOVE OPERUSE-DATE TO WS-USE-DATE
           MOVE 'N' TO WS-OPR-FOUND
           SET OPR-IDX TO 1
           SEARCH WS-OPR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OPR-CODE(OPR-IDX) = OPERUSE-CODE
                   MOVE 'Y' TO WS-OPR-FOUND
           END-SEARCH
           IF OPERUSE-RESULT NOT = "OK"
               ADD 1 TO WS-REFUS-COUNT
               IF WS-OPR-FOUND = 'Y'
                   ADD 1 TO WS-OPR-REFUS(OPR-IDX)
               ELSE
                   ADD 1 TO WS-UNKNOWN-REFUS
               END-IF
           ELSE
               IF WS-OPR-FOUND = 'Y'
                   PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
                           UNTIL WS-GRANT-IDX > 6
                       IF WS-OPR-ROLE(OPR-IDX, WS-GRANT-IDX)
                               = OPERUSE-ROLE
                           AND WS-USE-DATE >
                               WS-OPR-LAST-USE(OPR-IDX, WS-GRANT-IDX)
                           MOVE WS-USE-DATE
                               TO WS-OPR-LAST-USE(OPR-IDX, WS-GRANT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE OPERUSE-ROLE TO WS-ROLE-WANTED
               PERFORM FIND-ROLE
               IF WS-ROLE-FOUND = 'Y'
                   AND WS-USE-DATE >= WS-ROLE-LAST-USE(ROLE-IDX)
                   MOVE WS-USE-DATE TO WS-ROLE-LAST-USE(ROLE-IDX)
                   MOVE OPERUSE-CODE TO WS-ROLE-LAST-BY(ROLE-IDX)
               END-IF
           END-IF.

      * Une ligne par operateur puis une ligne par role detenu.
       WRITE-OPERATOR-SECTION.
           MOVE SPACES TO WS-REVIEW-LINE
           WRITE R-REVIEW FROM WS-REVIEW-LINE
           MOVE "Roles par operateur" TO WS-REVIEW-LINE
           WRITE R-REVIEW FROM WS-REVIEW-LINE
           PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > WS-OPR-COUNT
               IF WS-OPR-STATUT(OPR-IDX) = 'A'
                   MOVE "ACTIF" TO WS-STATUT-LABEL
               ELSE
                   MOVE "REVOQUE" TO WS-STATUT-LABEL
               END-IF
               MOVE SPACES TO WS-REVIEW-LINE
               STRING WS-OPR-CODE(OPR-IDX) " " WS-OPR-NOM(OPR-IDX)
                      " " WS-STATUT-LABEL
                      " refus: " WS-OPR-REFUS(OPR-IDX)
                      DELIMITED BY SIZE INTO WS-REVIEW-LINE
               WRITE R-REVIEW FROM WS-REVIEW-LINE
               MOVE 'N' TO WS-HOLDS-ROLE
               PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
                       UNTIL WS-GRANT-IDX > 6
                   IF WS-OPR-ROLE(OPR-IDX, WS-GRANT-IDX) NOT = SPACES
                       MOVE 'Y' TO WS-HOLDS-ROLE
                       PERFORM WRITE-GRANT-LINE
                   END-IF
               END-PERFORM
               IF WS-HOLDS-ROLE = 'Y'
                   AND WS-OPR-STATUT(OPR-IDX) NOT = 'A'
                   ADD 1 TO WS-REVOKED-HOLDERS
               END-IF
           END-PERFORM.

      * Un role est INUTILISE s'il n'a jamais servi ou pas depuis
      * plus de IDLE_DAYS jours ; un role garde par un revoque est
      * A_RETIRER.
       WRITE-GRANT-LINE.
           ADD 1 TO WS-GRANT-COUNT
           MOVE SPACES TO WS-GRANT-FLAG
           IF WS-OPR-LAST-USE(OPR-IDX, WS-GRANT-IDX) = ZERO
               MOVE "JAMAIS" TO WS-LAST-USE-LABEL
               MOVE "INUTILISE" TO WS-GRANT-FLAG
           ELSE
               MOVE WS-OPR-LAST-USE(OPR-IDX, WS-GRANT-IDX)
                   TO WS-LAST-USE-LABEL
               COMPUTE WS-IDLE-GAP =
                   FUNCTION INTEGER-OF-DATE(WS-REVIEW-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-OPR-LAST-USE(OPR-IDX, WS-GRANT-IDX))
               IF WS-IDLE-GAP > WS-IDLE-DAYS
                   MOVE "INUTILISE" TO WS-GRANT-FLAG
               END-IF
           END-IF
           IF WS-OPR-STATUT(OPR-IDX) NOT = 'A'
               MOVE "A_RETIRER" TO WS-GRANT-FLAG
           END-IF
           IF WS-GRANT-FLAG = "INUTILISE"
               ADD 1 TO WS-IDLE-COUNT
           END-IF
           MOVE SPACES TO WS-REVIEW-LINE
           STRING "         " WS-OPR-ROLE(OPR-IDX, WS-GRANT-IDX)
                  " dernier usage: " WS-LAST-USE-LABEL
                  " " WS-GRANT-FLAG
                  DELIMITED BY SIZE INTO WS-REVIEW-LINE
           WRITE R-REVIEW FROM WS-REVIEW-LINE.

       WRITE-ROLE-SECTION.
           MOVE SPACES TO WS-REVIEW-LINE
           WRITE R-REVIEW FROM WS-REVIEW-LINE
           MOVE "Dernier usage par role" TO WS-REVIEW-LINE
           WRITE R-REVIEW FROM WS-REVIEW-LINE
           IF WS-ROLE-COUNT > ZERO
               SORT WS-ROLE-ENTRY ASCENDING KEY WS-ROLE-CODE
           END-IF
           PERFORM VARYING ROLE-IDX FROM 1 BY 1
                   UNTIL ROLE-IDX > WS-ROLE-COUNT
               IF WS-ROLE-LAST-USE(ROLE-IDX) = ZERO
                   MOVE "JAMAIS" TO WS-LAST-USE-LABEL
               ELSE
                   MOVE WS-ROLE-LAST-USE(ROLE-IDX) TO WS-LAST-USE-LABEL
               END-IF
               MOVE SPACES TO WS-REVIEW-LINE
               STRING WS-ROLE-CODE(ROLE-IDX)
                      " titulaires actifs: " WS-ROLE-HOLDERS(ROLE-IDX)
                      " dernier usage: " WS-LAST-USE-LABEL
                      " par " WS-ROLE-LAST-BY(ROLE-IDX)
                      DELIMITED BY SIZE INTO WS-REVIEW-LINE
               WRITE R-REVIEW FROM WS-REVIEW-LINE
           END-PERFORM.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM operreview.
