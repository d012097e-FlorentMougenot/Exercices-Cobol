       IDENTIFICATION DIVISION.
       PROGRAM-ID. outbreg.

      * Suivi des fichiers remis hors de l'entreprise. Chaque
      * programme producteur inscrit le fichier qu'il vient d'ecrire
      * au registre outbound-register.dat de son repertoire
      * (OUTBWRT.cpy : run, fichier, destinataire, nombre de lignes,
      * montant total, somme de controle Adler-32) :
      *   employee     virements, extrait comptable, declaration
      *                sociale, extraits comptables par societe ;
      *   empadvance   virements des acomptes ;
      *   emprestore   contrepassations comptables (ExoEmploi) ;
      *   assudebit    ordres de prelevement ;
      *   assucession  bordereaux de cession ;
      *   assuextract  extractions partenaires ;
      *   assugl       extrait comptable assurance ;
      *   assuppna     ecritures de provision PPNA ;
      *   assuregle    virements de reglements de sinistres
      *                (Calculatrice).
      * Les accuses de reception des destinataires sont deposes dans
      * outbound-acks.txt (fichier, somme de controle, lignes, date,
      * ACK ou REJ) et rapproches du registre sur le nom et la somme
      * de controle : un accuse dont la somme ne correspond a aucun
      * envoi, ou dont le nombre de lignes differe, est signale.
      * Chaque destinataire a son delai d'accuse en jours ouvres
      * (outbound-destinations.dat, a defaut DEFAULT_ACK_DAYS) ; un
      * envoi non accuse au-dela du delai est EN RETARD. Le rapport
      * outbound-ack-report.txt donne les compteurs par destinataire
      * et le detail des envois non accuses, rejetes ou en ecart,
      * sur les HISTORY_DAYS derniers jours. Retards, rejets et
      * ecarts partent dans operational-alerts.log (une alerte par
      * destinataire et par nature) ; code retour 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGISTER ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT F-ACK ASSIGN TO "outbound-acks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT F-DEST ASSIGN TO "outbound-destinations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEST-STATUS.

           SELECT F-REPORT ASSIGN TO "outbound-ack-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Delai d'accuse par defaut et profondeur d'historique,
      * reglables sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="outbreg-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition que OUTB-RECORD (OUTBFD.cpy).
       FD  F-REGISTER
           RECORD CONTAINS 154 CHARACTERS.
       01  R-REGISTER.
           05 REG-STAMP             PIC X(15).
           05 FILLER                PIC X.
           05 REG-RUN-ID            PIC X(20).
           05 FILLER                PIC X.
           05 REG-PROGRAM           PIC X(12).
           05 FILLER                PIC X.
           05 REG-FILENAME          PIC X(60).
           05 FILLER                PIC X.
           05 REG-DESTINATION       PIC X(12).
           05 FILLER                PIC X.
           05 REG-RECORDS           PIC 9(6).
           05 FILLER                PIC X.
           05 REG-AMOUNT            PIC 9(11)V99.
           05 FILLER                PIC X.
           05 REG-CHECKSUM          PIC 9(10).

      * Accuse de reception : fichier, somme de controle et nombre de
      * lignes recalcules par le destinataire, date de reception,
      * ACK (accepte) ou REJ (rejete).
       FD  F-ACK
           RECORD CONTAINS 90 CHARACTERS.
       01  R-ACK.
           05 ACK-FILENAME          PIC X(60).
           05 FILLER                PIC X.
           05 ACK-CHECKSUM          PIC 9(10).
           05 FILLER                PIC X.
           05 ACK-RECORDS           PIC 9(6).
           05 FILLER                PIC X.
           05 ACK-DATE              PIC 9(8).
           05 FILLER                PIC X.
           05 ACK-STATUT            PIC X(3).

      * Destinataire, delai d'accuse en jours ouvres, libelle.
       FD  F-DEST
           RECORD CONTAINS 55 CHARACTERS.
       01  R-DEST.
           05 DEST-CODE             PIC X(12).
           05 FILLER                PIC X.
           05 DEST-DELAI            PIC 9(2).
           05 FILLER                PIC X.
           05 DEST-LIBELLE          PIC X(39).

       FD  F-REPORT
           RECORD CONTAINS 152 CHARACTERS.
       01  R-REPORT                 PIC X(152).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS      PIC XX.
       01  WS-ACK-STATUS           PIC XX.
       01  WS-DEST-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-TODAY-INT            PIC 9(8).
       01  WS-REGISTER-FILENAME    PIC X(60).
       01  WS-DEFAULT-ACK-DAYS     PIC 9(2) VALUE 2.
       01  WS-HISTORY-DAYS         PIC 9(3) VALUE 90.
       01  WS-HORIZON-8            PIC 9(8).
       01  WS-LINES-READ           PIC 9(6) VALUE ZERO.

      * Envois du registre, dans l'horizon.
       01  WS-RG-TABLE.
           05 WS-RG-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-RG-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-RG-COUNT
                  INDEXED BY RG-IDX.
               10 WS-RG-STAMP      PIC X(15).
               10 WS-RG-SENT-DATE  PIC 9(8).
               10 WS-RG-FILENAME   PIC X(60).
               10 WS-RG-DEST       PIC X(12).
               10 WS-RG-RECORDS    PIC 9(6).
               10 WS-RG-AMOUNT     PIC 9(11)V99.
               10 WS-RG-CHECKSUM   PIC 9(10).
               10 WS-RG-DEADLINE   PIC 9(8).
               10 WS-RG-ACK-DATE   PIC 9(8).
               10 WS-RG-ETAT       PIC X(12).
       01  WS-RG-TABLE-MAX         PIC 9(4) VALUE 3000.
       01  WS-RG-TABLE-FULL        PIC X VALUE 'N'.

      * Destinataires : delai et compteurs du rapport.
       01  WS-DS-TABLE.
           05 WS-DS-COUNT          PIC 9(2) VALUE ZERO.
           05 WS-DS-ENTRY OCCURS 1 TO 30 TIMES
                  DEPENDING ON WS-DS-COUNT
                  INDEXED BY DS-IDX.
               10 WS-DS-CODE       PIC X(12).
               10 WS-DS-DELAI      PIC 9(2).
               10 WS-DS-LIBELLE    PIC X(39).
               10 WS-DS-SENT       PIC 9(5).
               10 WS-DS-ACKED      PIC 9(5).
               10 WS-DS-PENDING    PIC 9(5).
               10 WS-DS-LATE       PIC 9(5).
               10 WS-DS-REJECTED   PIC 9(5).
               10 WS-DS-MISMATCH   PIC 9(5).
       01  WS-DS-TABLE-MAX         PIC 9(2) VALUE 30.
       01  WS-DS-TABLE-FULL        PIC X VALUE 'N'.
       01  WS-DS-FOUND             PIC X.
       01  WS-DEST-KEY             PIC X(12).

       01  WS-ACK-MATCHED          PIC X.
       01  WS-ACK-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-ACK-UNKNOWN-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-DETAIL-COUNT         PIC 9(5) VALUE ZERO.

       01  WS-DATESVC-FUNCTION     PIC X(8).
       01  WS-DATESVC-DATE-1       PIC 9(8).
       01  WS-DATESVC-DATE-2       PIC 9(8).
       01  WS-DATESVC-NUMBER       PIC S9(5).
       01  WS-DATESVC-STATUS       PIC 9.

       01  WS-AMOUNT-EDIT          PIC Z(10)9.99.
       01  WS-REPORT-LINE          PIC X(152).

       PROCEDURE DIVISION.
           MOVE "outbreg" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
           COMPUTE WS-HORIZON-8 = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-HISTORY-DAYS)
           PERFORM LOAD-DESTINATIONS
           MOVE "outbound-register.dat" TO WS-REGISTER-FILENAME
           PERFORM LOAD-REGISTER
           MOVE "../Calculatrice/outbound-register.dat"
               TO WS-REGISTER-FILENAME
           PERFORM LOAD-REGISTER
           PERFORM MATCH-ACKNOWLEDGEMENTS
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-RG-COUNT
               PERFORM CLASSIFY-SHIPMENT
           END-PERFORM
           PERFORM WRITE-ACK-REPORT
           PERFORM RAISE-DESTINATION-ALERTS
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "outbreg" TO WS-AUDIT-PROGRAM
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-DETAIL-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Fichiers sortants : " WS-RG-COUNT " envoi(s), "
               WS-ACK-COUNT " accuse(s), " WS-DETAIL-COUNT
               " a suivre, " WS-ALERT-COUNT " alerte(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'outbreg-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "DEFAULT_ACK_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-DEFAULT-ACK-DAYS
               WHEN "HISTORY_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-HISTORY-DAYS
           END-EVALUATE.

      * Fichier absent : tous les destinataires au delai par defaut.
       LOAD-DESTINATIONS.
           OPEN INPUT F-DEST
           IF WS-DEST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-DEST AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DEST-CODE NOT = SPACES
                           AND DEST-CODE(1:1) NOT = "*"
                           MOVE DEST-CODE TO WS-DEST-KEY
                           PERFORM FIND-DESTINATION
                           IF DS-IDX <= WS-DS-COUNT
                               AND DEST-DELAI IS NUMERIC
                               MOVE DEST-DELAI TO WS-DS-DELAI(DS-IDX)
                               MOVE DEST-LIBELLE
                                   TO WS-DS-LIBELLE(DS-IDX)
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE F-DEST
           END-IF
           MOVE 'N' TO WS-EOF.

      * Positionne DS-IDX sur le destinataire WS-DEST-KEY, cree au
      * delai par defaut s'il est nouveau ; DS-IDX au-dela de
      * WS-DS-COUNT si la table est pleine.
       FIND-DESTINATION.
           MOVE 'N' TO WS-DS-FOUND
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DS-COUNT OR WS-DS-FOUND = 'Y'
               IF WS-DS-CODE(DS-IDX) = WS-DEST-KEY
                   MOVE 'Y' TO WS-DS-FOUND
               END-IF
           END-PERFORM
           IF WS-DS-FOUND = 'Y'
               SET DS-IDX DOWN BY 1
           ELSE
               IF WS-DS-COUNT >= WS-DS-TABLE-MAX
                   IF WS-DS-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-DS-TABLE-FULL
                       MOVE "CAPACITE WS-DS-ENTRY DEPASSEE"
                           TO WS-ALERT-CONDITION
                       MOVE "W" TO WS-ALERT-SEVERITY
                       PERFORM WRITE-OPERATIONAL-ALERT
                   END-IF
               ELSE
                   ADD 1 TO WS-DS-COUNT
                   SET DS-IDX TO WS-DS-COUNT
                   MOVE WS-DEST-KEY TO WS-DS-CODE(DS-IDX)
                   MOVE WS-DEFAULT-ACK-DAYS TO WS-DS-DELAI(DS-IDX)
                   MOVE SPACES TO WS-DS-LIBELLE(DS-IDX)
                   MOVE ZERO TO WS-DS-SENT(DS-IDX)
                   MOVE ZERO TO WS-DS-ACKED(DS-IDX)
                   MOVE ZERO TO WS-DS-PENDING(DS-IDX)
                   MOVE ZERO TO WS-DS-LATE(DS-IDX)
                   MOVE ZERO TO WS-DS-REJECTED(DS-IDX)
                   MOVE ZERO TO WS-DS-MISMATCH(DS-IDX)
               END-IF
           END-IF.

      * Registre absent (aucun envoi depuis ce repertoire) : ignore.
       LOAD-REGISTER.
           OPEN INPUT F-REGISTER
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-REGISTER AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF REG-STAMP(1:8) IS NUMERIC
                           AND REG-STAMP(1:8) >= WS-HORIZON-8
                           PERFORM STORE-SHIPMENT
                       END-IF
               END-PERFORM
               CLOSE F-REGISTER
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-SHIPMENT.
           IF WS-RG-COUNT >= WS-RG-TABLE-MAX
               IF WS-RG-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-RG-TABLE-FULL
                   MOVE "CAPACITE WS-RG-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-RG-COUNT
               SET RG-IDX TO WS-RG-COUNT
               MOVE REG-STAMP TO WS-RG-STAMP(RG-IDX)
               MOVE REG-STAMP(1:8) TO WS-RG-SENT-DATE(RG-IDX)
               MOVE REG-FILENAME TO WS-RG-FILENAME(RG-IDX)
               MOVE REG-DESTINATION TO WS-RG-DEST(RG-IDX)
               MOVE REG-RECORDS TO WS-RG-RECORDS(RG-IDX)
               MOVE REG-AMOUNT TO WS-RG-AMOUNT(RG-IDX)
               MOVE REG-CHECKSUM TO WS-RG-CHECKSUM(RG-IDX)
               MOVE ZERO TO WS-RG-ACK-DATE(RG-IDX)
               MOVE SPACES TO WS-RG-ETAT(RG-IDX)
      * Echeance de l'accuse : delai du destinataire en jours
      * ouvres apres le jour d'envoi.
               MOVE REG-DESTINATION TO WS-DEST-KEY
               PERFORM FIND-DESTINATION
               MOVE WS-DEFAULT-ACK-DAYS TO WS-DATESVC-NUMBER
               IF DS-IDX <= WS-DS-COUNT
                   MOVE WS-DS-DELAI(DS-IDX) TO WS-DATESVC-NUMBER
               END-IF
               MOVE "ADDBUS" TO WS-DATESVC-FUNCTION
               MOVE WS-RG-SENT-DATE(RG-IDX) TO WS-DATESVC-DATE-1
               CALL "datesvc" USING WS-DATESVC-FUNCTION
                   WS-DATESVC-DATE-1 WS-DATESVC-DATE-2
                   WS-DATESVC-NUMBER WS-DATESVC-STATUS
               IF WS-DATESVC-STATUS = ZERO
                   MOVE WS-DATESVC-DATE-2 TO WS-RG-DEADLINE(RG-IDX)
               ELSE
                   MOVE WS-RG-SENT-DATE(RG-IDX)
                       TO WS-RG-DEADLINE(RG-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Rapprochement des accuses : nom de fichier et somme de
      * controle ; l'envoi le plus ancien non encore accuse prend
      * l'accuse (un meme contenu remis deux fois attend deux
      * accuses). Un accuse recu avant l'horizon d'historique porte
      * sur un envoi que LOAD-REGISTER n'a pas retenu : il est ignore
      * comme lui.
      *----------------------------------------------------------------
       MATCH-ACKNOWLEDGEMENTS.
           OPEN INPUT F-ACK
           IF WS-ACK-STATUS = "00"
               OPEN OUTPUT F-REPORT
               MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
               MOVE "outbound-ack-report.txt" TO WS-FILESTAT-FILENAME
               MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
               PERFORM CHECK-FILE-STATUS
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ACK AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACK-FILENAME NOT = SPACES
                           AND ACK-FILENAME(1:1) NOT = "*"
                           AND ACK-DATE >= WS-HORIZON-8
                           ADD 1 TO WS-LINES-READ
                           ADD 1 TO WS-ACK-COUNT
                           PERFORM MATCH-ONE-ACK
                       END-IF
               END-PERFORM
               CLOSE F-ACK
           ELSE
               OPEN OUTPUT F-REPORT
               MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
               MOVE "outbound-ack-report.txt" TO WS-FILESTAT-FILENAME
               MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
               PERFORM CHECK-FILE-STATUS
           END-IF
           MOVE 'N' TO WS-EOF.

      * Les accuses sans envoi correspondant sont listes en tete de
      * rapport, au fil de la lecture.
       MATCH-ONE-ACK.
           MOVE 'N' TO WS-ACK-MATCHED
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-RG-COUNT OR WS-ACK-MATCHED = 'Y'
               IF WS-RG-FILENAME(RG-IDX) = ACK-FILENAME
                   AND WS-RG-CHECKSUM(RG-IDX) = ACK-CHECKSUM
                   AND WS-RG-ACK-DATE(RG-IDX) = ZERO
                   MOVE 'Y' TO WS-ACK-MATCHED
                   MOVE ACK-DATE TO WS-RG-ACK-DATE(RG-IDX)
                   EVALUATE TRUE
                       WHEN ACK-STATUT = "REJ"
                           MOVE "REJETE" TO WS-RG-ETAT(RG-IDX)
                       WHEN ACK-RECORDS NOT = WS-RG-RECORDS(RG-IDX)
                           MOVE "ECART LIGNES" TO WS-RG-ETAT(RG-IDX)
                       WHEN OTHER
                           MOVE "ACCUSE" TO WS-RG-ETAT(RG-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-ACK-MATCHED = 'N'
               ADD 1 TO WS-ACK-UNKNOWN-COUNT
               IF WS-ACK-UNKNOWN-COUNT = 1
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ACCUSES SANS ENVOI CORRESPONDANT (nom ou "
                          "somme de controle inconnus du registre)"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE R-REPORT FROM WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " ACK-FILENAME " somme " ACK-CHECKSUM
                      " lignes " ACK-RECORDS " recu " ACK-DATE
                      " " ACK-STATUT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF.

      * Etat d'un envoi sans accuse, et compteurs du destinataire.
       CLASSIFY-SHIPMENT.
           IF WS-RG-ETAT(RG-IDX) = SPACES
               IF WS-TODAY-8 > WS-RG-DEADLINE(RG-IDX)
                   MOVE "EN RETARD" TO WS-RG-ETAT(RG-IDX)
               ELSE
                   MOVE "EN ATTENTE" TO WS-RG-ETAT(RG-IDX)
               END-IF
           END-IF
           MOVE WS-RG-DEST(RG-IDX) TO WS-DEST-KEY
           PERFORM FIND-DESTINATION
           IF DS-IDX <= WS-DS-COUNT
               ADD 1 TO WS-DS-SENT(DS-IDX)
               EVALUATE WS-RG-ETAT(RG-IDX)
                   WHEN "ACCUSE"
                       ADD 1 TO WS-DS-ACKED(DS-IDX)
                   WHEN "EN ATTENTE"
                       ADD 1 TO WS-DS-PENDING(DS-IDX)
                   WHEN "EN RETARD"
                       ADD 1 TO WS-DS-LATE(DS-IDX)
                   WHEN "REJETE"
                       ADD 1 TO WS-DS-REJECTED(DS-IDX)
                   WHEN "ECART LIGNES"
                       ADD 1 TO WS-DS-MISMATCH(DS-IDX)
               END-EVALUATE
           END-IF.

       WRITE-ACK-REPORT.
           IF WS-ACK-UNKNOWN-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGISTRE DES FICHIERS SORTANTS AU " WS-TODAY-8
                  " - ENVOIS DEPUIS LE " WS-HORIZON-8 " - RUN "
                  FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DESTINATAIRE DELAI ENVOYES ACCUSES ATTENTE "
                  "RETARD REJETES ECARTS LIBELLE"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DS-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-DS-CODE(DS-IDX) " "
                      WS-DS-DELAI(DS-IDX) "j   "
                      WS-DS-SENT(DS-IDX) "    "
                      WS-DS-ACKED(DS-IDX) "    "
                      WS-DS-PENDING(DS-IDX) "   "
                      WS-DS-LATE(DS-IDX) "  "
                      WS-DS-REJECTED(DS-IDX) "    "
                      WS-DS-MISMATCH(DS-IDX) "  "
                      WS-DS-LIBELLE(DS-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENVOIS A SUIVRE (non accuses, rejetes, en ecart)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENVOI           FICHIER                         "
                  "                            "
                  "DESTINAT.    LIGNES        MONTANT "
                  "SOMME CTRL ECHEANCE ETAT"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-RG-COUNT
               IF WS-RG-ETAT(RG-IDX) NOT = "ACCUSE"
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE WS-RG-AMOUNT(RG-IDX) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-RG-STAMP(RG-IDX) " "
                          WS-RG-FILENAME(RG-IDX) " "
                          WS-RG-DEST(RG-IDX) " "
                          WS-RG-RECORDS(RG-IDX) " "
                          WS-AMOUNT-EDIT " "
                          WS-RG-CHECKSUM(RG-IDX) " "
                          WS-RG-DEADLINE(RG-IDX) " "
                          WS-RG-ETAT(RG-IDX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE R-REPORT FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-DETAIL-COUNT = ZERO
               MOVE "  Aucun" TO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           CLOSE F-REPORT.

      * Une alerte par destinataire et par nature d'anomalie.
       RAISE-DESTINATION-ALERTS.
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DS-COUNT
               IF WS-DS-LATE(DS-IDX) > ZERO
                   MOVE SPACES TO WS-ALERT-CONDITION
                   STRING "ACCUSES EN RETARD " WS-DS-CODE(DS-IDX)
                          " : " WS-DS-LATE(DS-IDX) " ENVOI(S)"
                          DELIMITED BY SIZE INTO WS-ALERT-CONDITION
                   PERFORM RAISE-OUTBOUND-ALERT
               END-IF
               IF WS-DS-REJECTED(DS-IDX) > ZERO
                   MOVE SPACES TO WS-ALERT-CONDITION
                   STRING "FICHIERS REJETES " WS-DS-CODE(DS-IDX)
                          " : " WS-DS-REJECTED(DS-IDX) " ENVOI(S)"
                          DELIMITED BY SIZE INTO WS-ALERT-CONDITION
                   PERFORM RAISE-OUTBOUND-ALERT
               END-IF
               IF WS-DS-MISMATCH(DS-IDX) > ZERO
                   MOVE SPACES TO WS-ALERT-CONDITION
                   STRING "ECART LIGNES ACCUSE " WS-DS-CODE(DS-IDX)
                          " : " WS-DS-MISMATCH(DS-IDX) " ENVOI(S)"
                          DELIMITED BY SIZE INTO WS-ALERT-CONDITION
                   PERFORM RAISE-OUTBOUND-ALERT
               END-IF
           END-PERFORM
           IF WS-ACK-UNKNOWN-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "ACCUSES SANS ENVOI : " WS-ACK-UNKNOWN-COUNT
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-OUTBOUND-ALERT
           END-IF.

       RAISE-OUTBOUND-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPERATIONAL-ALERT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM outbreg.
