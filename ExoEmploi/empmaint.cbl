               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      * Historique des salaires : un MODIF qui change le salaire de
      * base y est ajouté (origine MAINT, effet à la date
      * d'application), comme les changements datés appliqués par
      * employee.cbl.
           SELECT F-SALHIST ASSIGN TO "employee-salary-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.

      * Référentiel des sociétés du groupe : un code société saisi
      * doit y figurer.
           SELECT F-SOCIETE ASSIGN TO "employee-companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOCIETE-STATUS.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.
      * (LOCKSEL/LOCKFD/LOCKWS/LOCKMGT).
           COPY 'LOCKSEL.cpy'.

      * Registre des operateurs (OPERSEL/OPERFD/OPERWS/OPERCHK).
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       FD  F-TRANS
           RECORD CONTAINS 132 CHARACTERS.
       01  R-TRANS.
           05 TRANS-STATUT          PIC X(8).
           05 FILLER                PIC X.
           05 FILLER                PIC X.
           05 TRANS-ACTION          PIC X(6).
           05 FILLER                PIC X.
           05 TRANS-RECORD          PIC X(98).
           05 TRANS-RECORD-DETAIL REDEFINES TRANS-RECORD.
               10 TRANS-ID          PIC X(10).
               10 TRANS-NOM         PIC X(20).
               10 TRANS-SALAIRE     PIC X(6).
               10 TRANS-EMBAUCHE    PIC X(8).
               10 TRANS-CONTRAT     PIC X(1).
               10 TRANS-SEXE        PIC X(1).
               10 TRANS-NAISSANCE   PIC X(8).
               10 TRANS-SOCIETE     PIC X(3).

       FD  F-OLDTRANS
           RECORD CONTAINS 105 CHARACTERS.
       01  R-OLDTRANS               PIC X(105).

       FD  F-MAINTEXC
           RECORD CONTAINS 140 CHARACTERS.
           RECORD CONTAINS 140 CHARACTERS.
       01  R-JOURNAL                PIC X(140).

       FD  F-SALHIST
           RECORD CONTAINS 40 CHARACTERS.
       01  R-SALHIST.
           COPY 'FSALHIST.cpy' REPLACING ==:SH:== BY ==SALHIST==.

       FD  F-SOCIETE
           RECORD CONTAINS 94 CHARACTERS.
       01  R-SOCIETE.
           COPY 'FSOCIETE.cpy' REPLACING ==:SO:== BY ==SOCIETE==.

           COPY 'ERRSUMFD.cpy'.
           COPY 'LOCKFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS    PIC XX.
       01  WS-OLDTRANS-STATUS   PIC XX.
       01  WS-MAINTEXC-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-SOCIETE-STATUS    PIC XX.

      * Codes société connus, chargés du référentiel au démarrage.
       01  WS-SOCIETE-TABLE.
           05 WS-SOCIETE-COUNT  PIC 9(2) VALUE ZERO.
           05 WS-SOCIETE-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-SOCIETE-COUNT
                  INDEXED BY SOCIETE-IDX.
               10 WS-SOCIETE-CODE PIC X(3).
       01  WS-SOCIETE-TABLE-MAX PIC 9(2) VALUE 50.
       01  WS-SOCIETE-EOF       PIC X VALUE 'N'.
       01  WS-SALHIST-STATUS    PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-TRANS-EOF         PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'LOCKWS.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-MAINT-DATETIME    PIC X(21).
       01  WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-SHIFT-IDX         PIC 9(4).
       01  WS-APPROVER          PIC X(8).
       01  WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-SALHIST-COUNT     PIC 9(5) VALUE ZERO.

      * Fichier des mouvements en instance rechargé en mémoire pour
      * être réécrit avec les statuts mis à jour (même principe que
           05 WS-PEND-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-PEND-COUNT
                  INDEXED BY PEND-IDX.
               10 WS-PEND-RECORD PIC X(132).
       01  WS-PEND-TABLE-MAX    PIC 9(4) VALUE 500.
       01  WS-PEND-TABLE-FULL   PIC X VALUE 'N'.

           05 WS-MASTER-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-MASTER-COUNT
                  INDEXED BY MASTER-IDX.
               10 WS-MASTER-RECORD  PIC X(98).
               10 WS-MASTER-DETAIL REDEFINES WS-MASTER-RECORD.
                   15 FILLER             PIC X(71).
                   15 WS-MASTER-SALAIRE  PIC X(6).
                   15 FILLER             PIC X(21).
       01  WS-MASTER-TABLE-MAX  PIC 9(4) VALUE 2000.
       01  WS-MASTER-TABLE-FULL PIC X VALUE 'N'.


       PROCEDURE DIVISION.
           MOVE "empmaint" TO WS-LOCK-PROGRAM
           MOVE "empmaint" TO WS-OPER-PROGRAM
      * Recontrole en lot de codes deja saisis : pas d'ecriture au
      * journal d'utilisation, empsubmit/empapprove l'ont fait.
           MOVE 'N' TO WS-OPER-LOG-USE
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM CHECK-LEGACY-TRANSACTIONS
           PERFORM LOAD-MASTER
           PERFORM LOAD-COMPANIES
           PERFORM APPLY-TRANSACTIONS
           PERFORM SAVE-MASTER
           DISPLAY "Mouvements appliques : " WS-APPLIED-COUNT
           DISPLAY "Mouvements rejetes   : " WS-REJECTED-COUNT
           DISPLAY "Mouvements en attente: " WS-SKIPPED-COUNT
           DISPLAY "Salaires historises  : " WS-SALHIST-COUNT
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

               CLOSE F-OLDTRANS
           END-IF.

      * Référentiel absent : seul le code blanc (société par
      * défaut) est accepté.
       LOAD-COMPANIES.
           OPEN INPUT F-SOCIETE
           IF WS-SOCIETE-STATUS = "00"
               PERFORM UNTIL WS-SOCIETE-EOF = 'Y'
                   READ F-SOCIETE AT END
                       MOVE 'Y' TO WS-SOCIETE-EOF
                   NOT AT END
                       IF WS-SOCIETE-COUNT < WS-SOCIETE-TABLE-MAX
                           ADD 1 TO WS-SOCIETE-COUNT
                           SET SOCIETE-IDX TO WS-SOCIETE-COUNT
                           MOVE SOCIETE-CODE
                               TO WS-SOCIETE-CODE(SOCIETE-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-SOCIETE
           END-IF.

       LOAD-MASTER.
           OPEN INPUT F-EMPLOYE
           MOVE WS-EMPLOYE-STATUS TO WS-FILESTAT-CODE
      * Statue le mouvement courant : APPROUVE est validé puis
      * appliqué (statut APPLIQUE, ou REJETE avec exception), un
      * approbateur identique au soumetteur est refusé (principe des
      * quatre yeux), de même qu'un soumetteur ou un approbateur
      * qui n'a pas (ou plus) le rôle au registre des opérateurs ;
      * tout autre statut est conservé tel quel.
       PROCESS-PENDING-MOVEMENT.
           EVALUATE FUNCTION TRIM(TRANS-STATUT)
               WHEN "APPROUVE"
                   MOVE TRANS-APPROBATEUR TO WS-APPROVER
                   MOVE SPACES TO WS-REJECT-REASON
                   IF TRANS-APPROBATEUR = TRANS-SOUMETTEUR
                       MOVE "APPROBATION_PAR_SOUMETTEUR"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM CHECK-MOVEMENT-OPERATORS
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE SPACES TO WS-EXCEPTION-LINE
                       STRING FUNCTION TRIM(WS-REJECT-REASON)
           END-EVALUATE
           PERFORM STORE-PENDING-RECORD.

      * Les codes ont pu être révoqués entre la saisie et
      * l'application : les deux sont recontrôlés au registre.
       CHECK-MOVEMENT-OPERATORS.
           MOVE TRANS-SOUMETTEUR TO WS-OPER-CODE
           MOVE "PAYROLL-SUBMIT" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               MOVE "SOUMETTEUR_NON_HABILITE" TO WS-REJECT-REASON
           ELSE
               MOVE TRANS-APPROBATEUR TO WS-OPER-CODE
               MOVE "PAYROLL-APPROVE" TO WS-OPER-ROLE
               PERFORM CHECK-OPERATOR-ROLE
               IF WS-OPER-AUTHORISED = 'N'
                   MOVE "APPROBATEUR_NON_HABILITE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       STORE-PENDING-RECORD.
           IF WS-PEND-COUNT >= WS-PEND-TABLE-MAX
               IF WS-PEND-TABLE-FULL = 'N'

      * Contrôles de disposition FCLIENT.cpy communs à AJOUT et
      * MODIF : identifiant présent, salaire numérique, agence
      * renseignée, dates numériques, sexe F ou M, société connue.
       VALIDATE-RECORD-FIELDS.
           IF TRANS-ID = SPACES
               MOVE "ID_MANQUANT" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
      * Sexe F ou M ; blanc toléré pour les enregistrements saisis
      * avant l'ajout du champ, sauf à l'embauche (AJOUT).
           IF WS-REJECT-REASON = SPACES
               IF TRANS-SEXE NOT = "F" AND TRANS-SEXE NOT = "M"
                   AND (TRANS-SEXE NOT = SPACE
                        OR FUNCTION TRIM(TRANS-ACTION) = "AJOUT")
                   MOVE "SEXE_INVALIDE" TO WS-REJECT-REASON
               ELSE
                   IF TRANS-NAISSANCE NOT = SPACES
                       AND TRANS-NAISSANCE IS NOT NUMERIC
                       MOVE "NAISSANCE_INVALIDE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRANS-SOCIETE NOT = SPACES
               MOVE "SOCIETE_INCONNUE" TO WS-REJECT-REASON
               PERFORM VARYING SOCIETE-IDX FROM 1 BY 1
                       UNTIL SOCIETE-IDX > WS-SOCIETE-COUNT
                   IF WS-SOCIETE-CODE(SOCIETE-IDX) = TRANS-SOCIETE
                       MOVE SPACES TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.

       FIND-MASTER-ENTRY.
                  WS-MASTER-RECORD(MASTER-IDX)
                  DELIMITED BY SIZE INTO WS-JOURNAL-LINE
           WRITE R-JOURNAL FROM WS-JOURNAL-LINE
           IF WS-MASTER-SALAIRE(MASTER-IDX) IS NUMERIC
               AND TRANS-SALAIRE NOT = WS-MASTER-SALAIRE(MASTER-IDX)
               PERFORM WRITE-SALARY-HISTORY
           END-IF
           MOVE TRANS-RECORD TO WS-MASTER-RECORD(MASTER-IDX)
           MOVE SPACES TO WS-JOURNAL-LINE
           STRING WS-MAINT-DATETIME(1:8) "-" WS-MAINT-DATETIME(9:6)
       GET-MAINT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-MAINT-DATETIME.

      * Ajoute le changement de salaire du MODIF courant à
      * l'historique (ancien salaire du maître, nouveau du mouvement),
      * daté du jour d'application. À appeler avant la mise à jour du
      * maître.
       WRITE-SALARY-HISTORY.
           OPEN EXTEND F-SALHIST
           IF WS-SALHIST-STATUS = "05" OR WS-SALHIST-STATUS = "35"
               OPEN OUTPUT F-SALHIST
           END-IF
           MOVE WS-SALHIST-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-salary-history.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN F-SALHIST" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO R-SALHIST
           MOVE TRANS-ID TO SALHIST-ID
           MOVE WS-MASTER-SALAIRE(MASTER-IDX) TO SALHIST-ANCIEN
           MOVE TRANS-SALAIRE TO SALHIST-NOUVEAU
           MOVE WS-MAINT-DATETIME(1:8) TO SALHIST-EFFET
           MOVE "MAINT" TO SALHIST-ORIGINE
           WRITE R-SALHIST
           CLOSE F-SALHIST
           ADD 1 TO WS-SALHIST-COUNT.

      * Réécrit le maître en entier avec la table appliquée.
       SAVE-MASTER.
           OPEN OUTPUT F-EMPLOYE

           COPY 'FILESTCHK.cpy'.
           COPY 'LOCKMGT.cpy'.
           COPY 'OPERCHK.cpy'.

       END PROGRAM empmaint.
