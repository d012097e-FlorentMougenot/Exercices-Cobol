       IDENTIFICATION DIVISION.
       PROGRAM-ID. persindex.

      * Index des personnes tous domaines confondus. Une meme
      * personne peut etre employee dans fichierclient.txt,
      * utilisatrice dans users.dat (IntroCbl-Descriptions2, maitre de
      * usertabl) et assuree dans assurances-assures.dat (maitre
      * d'assuholder, Calculatrice), sous trois identifiants et trois
      * graphies du nom : une demande RGPD ou un changement d'adresse
      * n'etait applique que dans le domaine ou il arrivait.
      *   1 - rapport des rapprochements candidats entre domaines
      *       (person-index-candidates.txt) : nom normalise
      *       (majuscules, lettres et chiffres seuls, l'un prefixe de
      *       l'autre comme dans assuholder), conforte ou contredit
      *       par la date de naissance, l'adresse normalisee et le
      *       telephone quand les deux fiches les portent ;
      *   2/3 - confirmation ou rejet supervise d'un lien entre deux
      *       fiches, tenu dans person-links.dat (une decision par
      *       paire, la derniere fait foi) et journalise dans
      *       person-links-journal.txt ; une paire decidee ne
      *       ressort plus au rapport des candidats ;
      *   4 - vue personne unique (person-index-view.txt) : a partir
      *       d'une fiche, toutes les fiches reliees par des liens
      *       confirmes (de proche en proche) et ce que chaque domaine
      *       detient : fiche maitre, animaux de pets.dat pour un
      *       utilisateur, polices d'assurances-assure-liens.txt pour
      *       un assure. Le detail paie d'un employe est l'extrait
      *       empgdpr de son REMPLOYE-ID.
      * Le role PERSON-INDEX est exige avant tout chargement
      * (OPERSEL/OPERFD/OPERWS/OPERCHK) : l'index expose des donnees
      * personnelles de trois domaines.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

      * Maitres des autres domaines lus sur place, par chemin
      * relatif (meme convention qu'OPERSEL.cpy).
           SELECT F-USER ASSIGN TO "../IntroCbl-Descriptions2/users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT F-PET ASSIGN TO "../IntroCbl-Descriptions2/pets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PET-STATUS.

           SELECT F-HOLDER
               ASSIGN TO "../Calculatrice/assurances-assures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDER-STATUS.

           SELECT F-HLDLIEN
               ASSIGN TO "../Calculatrice/assurances-assure-liens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HLDLIEN-STATUS.

           SELECT F-LINK ASSIGN TO "person-links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT F-JOURNAL ASSIGN TO "person-links-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT F-CANDRPT ASSIGN TO "person-index-candidates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CANDRPT-STATUS.

           SELECT F-VIEW ASSIGN TO "person-index-view.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIEW-STATUS.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des operateurs : role PERSON-INDEX.
           COPY 'OPERSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * Meme disposition que F-USER-MASTER-REC dans usermerge.cbl.
       FD  F-USER.
       01  R-USER.
           05 USR-ID                PIC X(5).
           05 USR-CITY              PIC X(8).
           05 USR-STREET-A          PIC 9(3).
           05 USR-STREET-B          PIC X(16).
           05 USR-GSM               PIC X(14).
           05 USR-LAST-NAME         PIC X(9).
           05 USR-FIRST-NAME        PIC X(7).

      * Meme disposition que F-PET-MASTER-REC dans usermerge.cbl.
       FD  F-PET.
       01  R-PET.
           05 PET-ID                PIC X(8).
           05 PET-GENDER            PIC X.
           05 PET-NAME              PIC X(8).
           05 FILLER                PIC X(6).
           05 PET-MASTER-NAME       PIC X(15).
           05 PET-MASTER-ID         PIC X(5).

      * Meme disposition que R-HOLDER dans assuholder.cbl.
       FD  F-HOLDER
           RECORD CONTAINS 77 CHARACTERS.
       01  R-HOLDER.
           05 HLD-ID                PIC X(6).
           05 FILLER                PIC X.
           05 HLD-NOM               PIC X(30).
           05 FILLER                PIC X.
           05 HLD-ADRESSE           PIC X(30).
           05 FILLER                PIC X.
           05 HLD-NAISSANCE         PIC X(8).

      * Meme disposition que R-LIEN dans assuholder.cbl.
       FD  F-HLDLIEN
           RECORD CONTAINS 15 CHARACTERS.
       01  R-HLDLIEN.
           05 HLDLIEN-NUMERO        PIC X(8).
           05 FILLER                PIC X.
           05 HLDLIEN-ASSURE        PIC X(6).

      * Une decision par paire de fiches : domaine (PAIE, USER,
      * ASSU) et identifiant de chaque cote, CONFIRME ou REJETE,
      * date et operateur.
       FD  F-LINK
           RECORD CONTAINS 58 CHARACTERS.
       01  R-LINK.
           05 LNK-DOM-A             PIC X(4).
           05 FILLER                PIC X.
           05 LNK-ID-A              PIC X(10).
           05 FILLER                PIC X.
           05 LNK-DOM-B             PIC X(4).
           05 FILLER                PIC X.
           05 LNK-ID-B              PIC X(10).
           05 FILLER                PIC X.
           05 LNK-STATUT            PIC X(8).
           05 FILLER                PIC X.
           05 LNK-DATE              PIC 9(8).
           05 FILLER                PIC X.
           05 LNK-OPERATEUR         PIC X(8).

       FD  F-JOURNAL
           RECORD CONTAINS 120 CHARACTERS.
       01  R-JOURNAL                PIC X(120).

       FD  F-CANDRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-CANDRPT                PIC X(132).

       FD  F-VIEW
           RECORD CONTAINS 132 CHARACTERS.
       01  R-VIEW                   PIC X(132).

           COPY 'ERRSUMFD.cpy'.
           COPY 'OPERFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-USER-STATUS          PIC XX.
       01  WS-PET-STATUS           PIC XX.
       01  WS-HOLDER-STATUS        PIC XX.
       01  WS-HLDLIEN-STATUS       PIC XX.
       01  WS-LINK-STATUS          PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-CANDRPT-STATUS       PIC XX.
       01  WS-VIEW-STATUS          PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'OPERWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-CONTINUE-FLAG        PIC X VALUE 'Y'.
       01  WS-CONFIRM              PIC X.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-DATETIME             PIC X(21).
       01  WS-REPORT-LINE          PIC X(132).
       01  WS-JOURNAL-LINE         PIC X(120).
       01  WS-CAND-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CONFIRMED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-VIEW-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-STREET-EDIT          PIC ZZ9.

      * Toutes les fiches des trois domaines, avec les cles de
      * rapprochement normalisees et l'image lisible de la fiche.
       01  WS-PX-TABLE.
           05 WS-PX-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-PX-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-PX-COUNT
                  INDEXED BY PX-IDX.
               10 WS-PX-DOMAINE    PIC X(4).
               10 WS-PX-ID         PIC X(10).
               10 WS-PX-LIBELLE    PIC X(40).
               10 WS-PX-NOM-NORM   PIC X(40).
               10 WS-PX-NAISSANCE  PIC X(8).
               10 WS-PX-ADR-NORM   PIC X(40).
               10 WS-PX-TEL        PIC X(14).
               10 WS-PX-DETAIL     PIC X(100).
               10 WS-PX-MARQUE     PIC X.
       01  WS-PX-TABLE-MAX         PIC 9(4) VALUE 3000.
       01  WS-PX-TABLE-FULL        PIC X VALUE 'N'.
       01  WS-PX-I                 PIC 9(4).
       01  WS-PX-J                 PIC 9(4).
       01  WS-PX-A                 PIC 9(4).
       01  WS-PX-B                 PIC 9(4).

      * Decisions de person-links.dat.
       01  WS-LNK-TABLE.
           05 WS-LNK-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-LNK-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-LNK-COUNT
                  INDEXED BY LNK-IDX.
               10 WS-LNK-DOM-A     PIC X(4).
               10 WS-LNK-ID-A      PIC X(10).
               10 WS-LNK-DOM-B     PIC X(4).
               10 WS-LNK-ID-B      PIC X(10).
               10 WS-LNK-STATUT    PIC X(8).
               10 WS-LNK-DATE      PIC 9(8).
               10 WS-LNK-OPERATEUR PIC X(8).
       01  WS-LNK-TABLE-MAX        PIC 9(4) VALUE 3000.
       01  WS-LNK-FOUND            PIC 9(4).

      * Normalisation : majuscules, lettres et chiffres seuls.
       01  WS-NORM-IN              PIC X(60).
       01  WS-NORM-OUT             PIC X(40).
       01  WS-NORM-POS             PIC 9(2).
       01  WS-NORM-OUTPOS          PIC 9(2).
       01  WS-NORM-CHAR            PIC X.

      * Comparaison par prefixe : la plus courte des deux valeurs
      * normalisees, d'au moins WS-CMP-MIN caracteres, debute
      * l'autre.
       01  WS-CMP-A                PIC X(40).
       01  WS-CMP-B                PIC X(40).
       01  WS-CMP-LEN-A            PIC 9(2).
       01  WS-CMP-LEN-B            PIC 9(2).
       01  WS-CMP-MIN              PIC 9(2).
       01  WS-CMP-MATCH            PIC X.

       01  WS-MATCH-NOM            PIC X.
       01  WS-MATCH-NAISS          PIC X.
       01  WS-MATCH-ADR            PIC X.
       01  WS-MATCH-TEL            PIC X.
       01  WS-CANDIDATE            PIC X.
       01  WS-CRITERES             PIC X(24).
       01  WS-CRIT-PTR             PIC 9(2).

      * Saisie d'une paire a confirmer ou rejeter, ou de la fiche de
      * depart de la vue personne.
       01  WS-IN-DOM-A             PIC X(4).
       01  WS-IN-ID-A              PIC X(10).
       01  WS-IN-DOM-B             PIC X(4).
       01  WS-IN-ID-B              PIC X(10).
       01  WS-DECISION             PIC X(8).
       01  WS-LOOK-DOM             PIC X(4).
       01  WS-LOOK-ID              PIC X(10).
       01  WS-LOOK-IDX             PIC 9(4).
       01  WS-MARK-CHANGED         PIC X.

       PROCEDURE DIVISION.
           MOVE "persindex" TO WS-OPER-PROGRAM
           DISPLAY "Code operateur : " WITH NO ADVANCING
           ACCEPT WS-OPER-CODE
           MOVE "PERSON-INDEX" TO WS-OPER-ROLE
           PERFORM CHECK-OPERATOR-ROLE
           IF WS-OPER-AUTHORISED = 'N'
               DISPLAY "ERREUR : operateur non habilite ("
                   FUNCTION TRIM(WS-OPER-REFUSAL) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-USERS
           PERFORM LOAD-HOLDERS
           PERFORM LOAD-LINKS
           DISPLAY "Fiches indexees : " WS-PX-COUNT
               " - decisions de lien : " WS-LNK-COUNT
           PERFORM UNTIL WS-CONTINUE-FLAG = 'N'
               DISPLAY "------------------------------------------"
               DISPLAY "1 - Rapport des rapprochements candidats"
               DISPLAY "2 - Confirmer un lien entre deux fiches"
               DISPLAY "3 - Rejeter un lien entre deux fiches"
               DISPLAY "4 - Vue personne unique"
               DISPLAY "Toute autre touche pour sortir"
               DISPLAY "Votre choix :" SPACE WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM REPORT-CANDIDATES
                   WHEN '2'
                       MOVE "CONFIRME" TO WS-DECISION
                       PERFORM DECIDE-LINK
                   WHEN '3'
                       MOVE "REJETE" TO WS-DECISION
                       PERFORM DECIDE-LINK
                   WHEN '4'
                       PERFORM SHOW-PERSON-VIEW
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE-FLAG
               END-EVALUATE
           END-PERFORM
           STOP RUN.

           COPY 'OPERCHK.cpy'.

      *----------------------------------------------------------------
      * Chargement des trois maitres dans l'index.
      *----------------------------------------------------------------
       LOAD-EMPLOYEES.
           OPEN INPUT F-EMPLOYE
           MOVE WS-EMPLOYE-STATUS TO WS-FILESTAT-CODE
           MOVE "fichierclient.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-EMPLOYE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-EMPLOYE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
      * Lignes HDR/TRL de la convention d'interface : ignorees ici.
                   IF REMPLOYE-RECORD(1:4) NOT = "HDR "
                       AND REMPLOYE-RECORD(1:4) NOT = "TRL "
                       PERFORM ADD-PX-ENTRY
                       IF WS-PX-TABLE-FULL = 'N'
                           PERFORM INDEX-EMPLOYEE
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE F-EMPLOYE
           MOVE 'N' TO WS-EOF.

       INDEX-EMPLOYEE.
           MOVE "PAIE" TO WS-PX-DOMAINE(PX-IDX)
           MOVE REMPLOYE-ID TO WS-PX-ID(PX-IDX)
           MOVE SPACES TO WS-PX-LIBELLE(PX-IDX)
           STRING FUNCTION TRIM(REMPLOYE-NOM) " "
                  FUNCTION TRIM(REMPLOYE-PRENOM)
                  DELIMITED BY SIZE INTO WS-PX-LIBELLE(PX-IDX)
           MOVE SPACES TO WS-NORM-IN
           STRING REMPLOYE-NOM REMPLOYE-PRENOM
                  DELIMITED BY SIZE INTO WS-NORM-IN
           PERFORM NORMALIZE-VALUE
           MOVE WS-NORM-OUT TO WS-PX-NOM-NORM(PX-IDX)
           MOVE REMPLOYE-NAISSANCE TO WS-PX-NAISSANCE(PX-IDX)
           MOVE SPACES TO WS-PX-ADR-NORM(PX-IDX)
           MOVE SPACES TO WS-PX-TEL(PX-IDX)
           MOVE SPACES TO WS-PX-DETAIL(PX-IDX)
           STRING "poste " REMPLOYE-POSTE " agence " REMPLOYE-AGENCE
                  " embauche " REMPLOYE-EMBAUCHE
                  " naissance " REMPLOYE-NAISSANCE
                  " societe " REMPLOYE-SOCIETE
                  DELIMITED BY SIZE INTO WS-PX-DETAIL(PX-IDX).

      * Domaine absent ou non deploye : l'index tourne sans lui.
       LOAD-USERS.
           OPEN INPUT F-USER
           IF WS-USER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-USER AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ADD-PX-ENTRY
                       IF WS-PX-TABLE-FULL = 'N'
                           PERFORM INDEX-USER
                       END-IF
               END-PERFORM
               CLOSE F-USER
           ELSE
               DISPLAY "users.dat absent : domaine USER non indexe"
           END-IF
           MOVE 'N' TO WS-EOF.

      * Adresse : numero sans zeros de tete, rue, ville.
       INDEX-USER.
           MOVE "USER" TO WS-PX-DOMAINE(PX-IDX)
           MOVE USR-ID TO WS-PX-ID(PX-IDX)
           MOVE SPACES TO WS-PX-LIBELLE(PX-IDX)
           STRING FUNCTION TRIM(USR-LAST-NAME) " "
                  FUNCTION TRIM(USR-FIRST-NAME)
                  DELIMITED BY SIZE INTO WS-PX-LIBELLE(PX-IDX)
           MOVE SPACES TO WS-NORM-IN
           STRING USR-LAST-NAME USR-FIRST-NAME
                  DELIMITED BY SIZE INTO WS-NORM-IN
           PERFORM NORMALIZE-VALUE
           MOVE WS-NORM-OUT TO WS-PX-NOM-NORM(PX-IDX)
           MOVE SPACES TO WS-PX-NAISSANCE(PX-IDX)
           MOVE ZERO TO WS-STREET-EDIT
           IF USR-STREET-A IS NUMERIC
               MOVE USR-STREET-A TO WS-STREET-EDIT
           END-IF
           MOVE SPACES TO WS-NORM-IN
           STRING WS-STREET-EDIT USR-STREET-B USR-CITY
                  DELIMITED BY SIZE INTO WS-NORM-IN
           PERFORM NORMALIZE-VALUE
           MOVE WS-NORM-OUT TO WS-PX-ADR-NORM(PX-IDX)
           MOVE USR-GSM TO WS-PX-TEL(PX-IDX)
           MOVE SPACES TO WS-PX-DETAIL(PX-IDX)
           STRING "adresse " WS-STREET-EDIT " "
                  FUNCTION TRIM(USR-STREET-B) " " USR-CITY
                  " gsm " USR-GSM
                  DELIMITED BY SIZE INTO WS-PX-DETAIL(PX-IDX).

       LOAD-HOLDERS.
           OPEN INPUT F-HOLDER
           IF WS-HOLDER-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-HOLDER AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ADD-PX-ENTRY
                       IF WS-PX-TABLE-FULL = 'N'
                           PERFORM INDEX-HOLDER
                       END-IF
               END-PERFORM
               CLOSE F-HOLDER
           ELSE
               DISPLAY "assurances-assures.dat absent : domaine ASSU "
                   "non indexe"
           END-IF
           MOVE 'N' TO WS-EOF.

       INDEX-HOLDER.
           MOVE "ASSU" TO WS-PX-DOMAINE(PX-IDX)
           MOVE HLD-ID TO WS-PX-ID(PX-IDX)
           MOVE HLD-NOM TO WS-PX-LIBELLE(PX-IDX)
           MOVE HLD-NOM TO WS-NORM-IN
           PERFORM NORMALIZE-VALUE
           MOVE WS-NORM-OUT TO WS-PX-NOM-NORM(PX-IDX)
           MOVE HLD-NAISSANCE TO WS-PX-NAISSANCE(PX-IDX)
           MOVE HLD-ADRESSE TO WS-NORM-IN
           PERFORM NORMALIZE-VALUE
           MOVE WS-NORM-OUT TO WS-PX-ADR-NORM(PX-IDX)
           MOVE SPACES TO WS-PX-TEL(PX-IDX)
           MOVE SPACES TO WS-PX-DETAIL(PX-IDX)
           STRING "adresse " HLD-ADRESSE
                  " naissance " HLD-NAISSANCE
                  DELIMITED BY SIZE INTO WS-PX-DETAIL(PX-IDX).

      * Reserve l'entree suivante (PX-IDX) ou signale la capacite.
       ADD-PX-ENTRY.
           IF WS-PX-COUNT >= WS-PX-TABLE-MAX
               IF WS-PX-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-PX-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de WS-PX-ENTRY ("
                       WS-PX-TABLE-MAX ") depassee, index incomplet"
               END-IF
           ELSE
               ADD 1 TO WS-PX-COUNT
               SET PX-IDX TO WS-PX-COUNT
               MOVE 'N' TO WS-PX-MARQUE(PX-IDX)
           END-IF.

       NORMALIZE-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZERO TO WS-NORM-OUTPOS
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > 60 OR WS-NORM-OUTPOS >= 40
               MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                   OR (WS-NORM-CHAR >= "0" AND WS-NORM-CHAR <= "9")
                   ADD 1 TO WS-NORM-OUTPOS
                   MOVE WS-NORM-CHAR
                       TO WS-NORM-OUT(WS-NORM-OUTPOS:1)
               END-IF
           END-PERFORM.

       LOAD-LINKS.
           MOVE ZERO TO WS-LNK-COUNT
           OPEN INPUT F-LINK
           IF WS-LINK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-LINK AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LNK-COUNT < WS-LNK-TABLE-MAX
                           ADD 1 TO WS-LNK-COUNT
                           SET LNK-IDX TO WS-LNK-COUNT
                           MOVE LNK-DOM-A TO WS-LNK-DOM-A(LNK-IDX)
                           MOVE LNK-ID-A TO WS-LNK-ID-A(LNK-IDX)
                           MOVE LNK-DOM-B TO WS-LNK-DOM-B(LNK-IDX)
                           MOVE LNK-ID-B TO WS-LNK-ID-B(LNK-IDX)
                           MOVE LNK-STATUT TO WS-LNK-STATUT(LNK-IDX)
                           MOVE LNK-DATE TO WS-LNK-DATE(LNK-IDX)
                           MOVE LNK-OPERATEUR
                               TO WS-LNK-OPERATEUR(LNK-IDX)
                       ELSE
                           DISPLAY "ATTENTION : capacite de "
                               "WS-LNK-ENTRY depassee"
                       END-IF
               END-PERFORM
               CLOSE F-LINK
           END-IF
           MOVE 'N' TO WS-EOF.

      *----------------------------------------------------------------
      * 1 - Rapport des candidats.
      *----------------------------------------------------------------
      * Toutes les paires de fiches de domaines differents, hors
      * paires deja decidees.
       REPORT-CANDIDATES.
           MOVE ZERO TO WS-CAND-COUNT
           OPEN OUTPUT F-CANDRPT
           MOVE WS-CANDRPT-STATUS TO WS-FILESTAT-CODE
           MOVE "person-index-candidates.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-CANDRPT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Rapprochements candidats entre domaines - "
                  WS-TODAY-8 " - " WS-PX-COUNT " fiche(s) indexee(s)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-CANDRPT FROM WS-REPORT-LINE
           PERFORM VARYING WS-PX-I FROM 1 BY 1
                   UNTIL WS-PX-I > WS-PX-COUNT
               PERFORM VARYING WS-PX-J FROM 1 BY 1
                       UNTIL WS-PX-J > WS-PX-COUNT
                   IF WS-PX-J > WS-PX-I
                       AND WS-PX-DOMAINE(WS-PX-J)
                           NOT = WS-PX-DOMAINE(WS-PX-I)
                       PERFORM COMPARE-TWO-RECORDS
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM COUNT-DECISIONS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Candidats a decider : " WS-CAND-COUNT
                  " - liens confirmes : " WS-CONFIRMED-COUNT
                  " - liens rejetes : " WS-REJECTED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-CANDRPT FROM WS-REPORT-LINE
           CLOSE F-CANDRPT
           DISPLAY "Rapport ecrit dans person-index-candidates.txt ("
               WS-CAND-COUNT " candidat(s))".

      * Candidat : meme telephone ; ou meme nom, sans naissances
      * connues des deux cotes et differentes ; ou, nom change
      * (mariage), meme naissance et meme adresse.
       COMPARE-TWO-RECORDS.
           MOVE WS-PX-NOM-NORM(WS-PX-I) TO WS-CMP-A
           MOVE WS-PX-NOM-NORM(WS-PX-J) TO WS-CMP-B
           MOVE 4 TO WS-CMP-MIN
           PERFORM COMPARE-PREFIX
           MOVE WS-CMP-MATCH TO WS-MATCH-NOM
           MOVE 'N' TO WS-MATCH-NAISS
           IF WS-PX-NAISSANCE(WS-PX-I) NOT = SPACES
               AND WS-PX-NAISSANCE(WS-PX-I)
                   = WS-PX-NAISSANCE(WS-PX-J)
               MOVE 'Y' TO WS-MATCH-NAISS
           END-IF
           MOVE WS-PX-ADR-NORM(WS-PX-I) TO WS-CMP-A
           MOVE WS-PX-ADR-NORM(WS-PX-J) TO WS-CMP-B
           MOVE 6 TO WS-CMP-MIN
           PERFORM COMPARE-PREFIX
           MOVE WS-CMP-MATCH TO WS-MATCH-ADR
           MOVE 'N' TO WS-MATCH-TEL
           IF WS-PX-TEL(WS-PX-I) NOT = SPACES
               AND WS-PX-TEL(WS-PX-I) NOT = ZEROS
               AND WS-PX-TEL(WS-PX-I) = WS-PX-TEL(WS-PX-J)
               MOVE 'Y' TO WS-MATCH-TEL
           END-IF
           MOVE 'N' TO WS-CANDIDATE
           IF WS-MATCH-TEL = 'Y'
               MOVE 'Y' TO WS-CANDIDATE
           END-IF
           IF WS-MATCH-NOM = 'Y'
               IF WS-PX-NAISSANCE(WS-PX-I) = SPACES
                   OR WS-PX-NAISSANCE(WS-PX-J) = SPACES
                   OR WS-MATCH-NAISS = 'Y'
                   MOVE 'Y' TO WS-CANDIDATE
               END-IF
           END-IF
           IF WS-MATCH-NAISS = 'Y' AND WS-MATCH-ADR = 'Y'
               MOVE 'Y' TO WS-CANDIDATE
           END-IF
           IF WS-CANDIDATE = 'Y'
               MOVE WS-PX-DOMAINE(WS-PX-I) TO WS-IN-DOM-A
               MOVE WS-PX-ID(WS-PX-I) TO WS-IN-ID-A
               MOVE WS-PX-DOMAINE(WS-PX-J) TO WS-IN-DOM-B
               MOVE WS-PX-ID(WS-PX-J) TO WS-IN-ID-B
               PERFORM FIND-LINK
               IF WS-LNK-FOUND = ZERO
                   PERFORM WRITE-CANDIDATE-LINE
               END-IF
           END-IF.

       COMPARE-PREFIX.
           MOVE 'N' TO WS-CMP-MATCH
           MOVE ZERO TO WS-CMP-LEN-A
           INSPECT WS-CMP-A TALLYING WS-CMP-LEN-A
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZERO TO WS-CMP-LEN-B
           INSPECT WS-CMP-B TALLYING WS-CMP-LEN-B
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CMP-LEN-A >= WS-CMP-MIN AND WS-CMP-LEN-B >= WS-CMP-MIN
               IF WS-CMP-LEN-A <= WS-CMP-LEN-B
                   IF WS-CMP-B(1:WS-CMP-LEN-A)
                       = WS-CMP-A(1:WS-CMP-LEN-A)
                       MOVE 'Y' TO WS-CMP-MATCH
                   END-IF
               ELSE
                   IF WS-CMP-A(1:WS-CMP-LEN-B)
                       = WS-CMP-B(1:WS-CMP-LEN-B)
                       MOVE 'Y' TO WS-CMP-MATCH
                   END-IF
               END-IF
           END-IF.

       WRITE-CANDIDATE-LINE.
           ADD 1 TO WS-CAND-COUNT
           MOVE SPACES TO WS-CRITERES
           MOVE 1 TO WS-CRIT-PTR
           IF WS-MATCH-NOM = 'Y'
               STRING "NOM " DELIMITED BY SIZE
                   INTO WS-CRITERES WITH POINTER WS-CRIT-PTR
           END-IF
           IF WS-MATCH-NAISS = 'Y'
               STRING "NAISS " DELIMITED BY SIZE
                   INTO WS-CRITERES WITH POINTER WS-CRIT-PTR
           END-IF
           IF WS-MATCH-ADR = 'Y'
               STRING "ADR " DELIMITED BY SIZE
                   INTO WS-CRITERES WITH POINTER WS-CRIT-PTR
           END-IF
           IF WS-MATCH-TEL = 'Y'
               STRING "TEL " DELIMITED BY SIZE
                   INTO WS-CRITERES WITH POINTER WS-CRIT-PTR
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CANDIDAT " WS-PX-DOMAINE(WS-PX-I) SPACE
                  WS-PX-ID(WS-PX-I) SPACE
                  WS-PX-LIBELLE(WS-PX-I)(1:25)
                  " ~ " WS-PX-DOMAINE(WS-PX-J) SPACE
                  WS-PX-ID(WS-PX-J) SPACE
                  WS-PX-LIBELLE(WS-PX-J)(1:25)
                  " criteres: " WS-CRITERES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-CANDRPT FROM WS-REPORT-LINE.

       COUNT-DECISIONS.
           MOVE ZERO TO WS-CONFIRMED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LNK-COUNT
               IF WS-LNK-STATUT(LNK-IDX) = "CONFIRME"
                   ADD 1 TO WS-CONFIRMED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-PERFORM.

      * Decision existante pour la paire saisie, dans un sens ou
      * dans l'autre (rang dans WS-LNK-FOUND, zero si aucune).
       FIND-LINK.
           MOVE ZERO TO WS-LNK-FOUND
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LNK-COUNT
               IF (WS-LNK-DOM-A(LNK-IDX) = WS-IN-DOM-A
                   AND WS-LNK-ID-A(LNK-IDX) = WS-IN-ID-A
                   AND WS-LNK-DOM-B(LNK-IDX) = WS-IN-DOM-B
                   AND WS-LNK-ID-B(LNK-IDX) = WS-IN-ID-B)
                   OR (WS-LNK-DOM-A(LNK-IDX) = WS-IN-DOM-B
                   AND WS-LNK-ID-A(LNK-IDX) = WS-IN-ID-B
                   AND WS-LNK-DOM-B(LNK-IDX) = WS-IN-DOM-A
                   AND WS-LNK-ID-B(LNK-IDX) = WS-IN-ID-A)
                   SET WS-LNK-FOUND TO LNK-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2/3 - Confirmation ou rejet supervise d'un lien.
      *----------------------------------------------------------------
       DECIDE-LINK.
           DISPLAY "Domaine de la 1re fiche (PAIE/USER/ASSU) :" SPACE
               WITH NO ADVANCING
           ACCEPT WS-IN-DOM-A
           DISPLAY "Identifiant de la 1re fiche :" SPACE
               WITH NO ADVANCING
           ACCEPT WS-IN-ID-A
           DISPLAY "Domaine de la 2e fiche (PAIE/USER/ASSU) :" SPACE
               WITH NO ADVANCING
           ACCEPT WS-IN-DOM-B
           DISPLAY "Identifiant de la 2e fiche :" SPACE
               WITH NO ADVANCING
           ACCEPT WS-IN-ID-B
           MOVE FUNCTION UPPER-CASE(WS-IN-DOM-A) TO WS-IN-DOM-A
           MOVE FUNCTION UPPER-CASE(WS-IN-DOM-B) TO WS-IN-DOM-B
           IF WS-IN-DOM-A = WS-IN-DOM-B AND WS-IN-ID-A = WS-IN-ID-B
               DISPLAY "Les deux fiches sont identiques"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-DOM-A TO WS-LOOK-DOM
           MOVE WS-IN-ID-A TO WS-LOOK-ID
           PERFORM FIND-PX-ENTRY
           MOVE WS-LOOK-IDX TO WS-PX-A
           MOVE WS-IN-DOM-B TO WS-LOOK-DOM
           MOVE WS-IN-ID-B TO WS-LOOK-ID
           PERFORM FIND-PX-ENTRY
           MOVE WS-LOOK-IDX TO WS-PX-B
           IF WS-PX-A = ZERO OR WS-PX-B = ZERO
               DISPLAY "Fiche introuvable dans l'index"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "1re fiche : " WS-PX-DOMAINE(WS-PX-A) SPACE
               WS-PX-ID(WS-PX-A) SPACE WS-PX-LIBELLE(WS-PX-A)
           DISPLAY "            " WS-PX-DETAIL(WS-PX-A)
           DISPLAY "2e fiche  : " WS-PX-DOMAINE(WS-PX-B) SPACE
               WS-PX-ID(WS-PX-B) SPACE WS-PX-LIBELLE(WS-PX-B)
           DISPLAY "            " WS-PX-DETAIL(WS-PX-B)
           PERFORM FIND-LINK
           IF WS-LNK-FOUND > ZERO
               DISPLAY "Decision en vigueur : "
                   WS-LNK-STATUT(WS-LNK-FOUND) " le "
                   WS-LNK-DATE(WS-LNK-FOUND) " par "
                   WS-LNK-OPERATEUR(WS-LNK-FOUND)
           END-IF
           DISPLAY "Enregistrer le lien comme "
               FUNCTION TRIM(WS-DECISION) " (O/N) ?" SPACE
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o'
               DISPLAY "Decision abandonnee"
               EXIT PARAGRAPH
           END-IF
           IF WS-LNK-FOUND = ZERO
               IF WS-LNK-COUNT >= WS-LNK-TABLE-MAX
                   DISPLAY "ERREUR : capacite de WS-LNK-ENTRY "
                       "atteinte, decision non enregistree"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LNK-COUNT
               MOVE WS-LNK-COUNT TO WS-LNK-FOUND
           END-IF
           MOVE WS-IN-DOM-A TO WS-LNK-DOM-A(WS-LNK-FOUND)
           MOVE WS-IN-ID-A TO WS-LNK-ID-A(WS-LNK-FOUND)
           MOVE WS-IN-DOM-B TO WS-LNK-DOM-B(WS-LNK-FOUND)
           MOVE WS-IN-ID-B TO WS-LNK-ID-B(WS-LNK-FOUND)
           MOVE WS-DECISION TO WS-LNK-STATUT(WS-LNK-FOUND)
           MOVE WS-TODAY-8 TO WS-LNK-DATE(WS-LNK-FOUND)
           MOVE WS-OPER-CODE TO WS-LNK-OPERATEUR(WS-LNK-FOUND)
           PERFORM SAVE-LINKS
           PERFORM WRITE-LINK-JOURNAL
           DISPLAY "Lien " FUNCTION TRIM(WS-DECISION)
               " enregistre dans person-links.dat".

      * Rang de la fiche WS-LOOK-DOM/WS-LOOK-ID (zero si absente).
       FIND-PX-ENTRY.
           MOVE ZERO TO WS-LOOK-IDX
           SET PX-IDX TO 1
           SEARCH WS-PX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PX-DOMAINE(PX-IDX) = WS-LOOK-DOM
                   AND WS-PX-ID(PX-IDX) = WS-LOOK-ID
                   SET WS-LOOK-IDX TO PX-IDX
           END-SEARCH.

       SAVE-LINKS.
           OPEN OUTPUT F-LINK
           MOVE WS-LINK-STATUS TO WS-FILESTAT-CODE
           MOVE "person-links.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-LINK" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LNK-COUNT
               MOVE SPACES TO R-LINK
               MOVE WS-LNK-DOM-A(LNK-IDX) TO LNK-DOM-A
               MOVE WS-LNK-ID-A(LNK-IDX) TO LNK-ID-A
               MOVE WS-LNK-DOM-B(LNK-IDX) TO LNK-DOM-B
               MOVE WS-LNK-ID-B(LNK-IDX) TO LNK-ID-B
               MOVE WS-LNK-STATUT(LNK-IDX) TO LNK-STATUT
               MOVE WS-LNK-DATE(LNK-IDX) TO LNK-DATE
               MOVE WS-LNK-OPERATEUR(LNK-IDX) TO LNK-OPERATEUR
               WRITE R-LINK
           END-PERFORM
           CLOSE F-LINK.

      * Meme convention OPEN EXTEND + repli OPEN OUTPUT que le
      * journal de fusion de usermerge.
       WRITE-LINK-JOURNAL.
           OPEN EXTEND F-JOURNAL
           IF WS-JOURNAL-STATUS = "05" OR WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT F-JOURNAL
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO WS-JOURNAL-LINE
           STRING WS-DATETIME(1:8) "-" WS-DATETIME(9:6)
                  " LIEN " WS-DECISION SPACE
                  WS-IN-DOM-A SPACE WS-IN-ID-A SPACE
                  WS-PX-LIBELLE(WS-PX-A)(1:20)
                  " ~ " WS-IN-DOM-B SPACE WS-IN-ID-B SPACE
                  WS-PX-LIBELLE(WS-PX-B)(1:20)
                  " par " WS-OPER-CODE
                  DELIMITED BY SIZE INTO WS-JOURNAL-LINE
           WRITE R-JOURNAL FROM WS-JOURNAL-LINE
           CLOSE F-JOURNAL.

      *----------------------------------------------------------------
      * 4 - Vue personne unique.
      *----------------------------------------------------------------
       SHOW-PERSON-VIEW.
           DISPLAY "Domaine de la fiche (PAIE/USER/ASSU) :" SPACE
               WITH NO ADVANCING
           ACCEPT WS-LOOK-DOM
           MOVE FUNCTION UPPER-CASE(WS-LOOK-DOM) TO WS-LOOK-DOM
           DISPLAY "Identifiant :" SPACE WITH NO ADVANCING
           ACCEPT WS-LOOK-ID
           PERFORM FIND-PX-ENTRY
           IF WS-LOOK-IDX = ZERO
               DISPLAY "Fiche introuvable dans l'index"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PX-IDX FROM 1 BY 1
                   UNTIL PX-IDX > WS-PX-COUNT
               MOVE 'N' TO WS-PX-MARQUE(PX-IDX)
           END-PERFORM
           MOVE 'Y' TO WS-PX-MARQUE(WS-LOOK-IDX)
           MOVE 'Y' TO WS-MARK-CHANGED
           PERFORM PROPAGATE-CONFIRMED-LINKS
               UNTIL WS-MARK-CHANGED = 'N'
           OPEN OUTPUT F-VIEW
           MOVE WS-VIEW-STATUS TO WS-FILESTAT-CODE
           MOVE "person-index-view.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-VIEW" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Vue personne - fiche de depart " WS-LOOK-DOM SPACE
                  WS-LOOK-ID " - " WS-TODAY-8
                  " - consultee par " WS-OPER-CODE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-VIEW-LINE
           MOVE ZERO TO WS-VIEW-COUNT
           PERFORM VARYING WS-PX-I FROM 1 BY 1
                   UNTIL WS-PX-I > WS-PX-COUNT
               IF WS-PX-MARQUE(WS-PX-I) = 'Y'
                   ADD 1 TO WS-VIEW-COUNT
                   PERFORM WRITE-VIEW-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Fiches reliees : " WS-VIEW-COUNT
                  " (liens confirmes de person-links.dat)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-VIEW-LINE
           CLOSE F-VIEW.

      * Un passage sur les liens confirmes : marque l'autre cote de
      * chaque lien dont un cote est deja marque.
       PROPAGATE-CONFIRMED-LINKS.
           MOVE 'N' TO WS-MARK-CHANGED
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LNK-COUNT
               IF WS-LNK-STATUT(LNK-IDX) = "CONFIRME"
                   MOVE WS-LNK-DOM-A(LNK-IDX) TO WS-LOOK-DOM
                   MOVE WS-LNK-ID-A(LNK-IDX) TO WS-LOOK-ID
                   PERFORM FIND-PX-ENTRY
                   MOVE WS-LOOK-IDX TO WS-PX-A
                   MOVE WS-LNK-DOM-B(LNK-IDX) TO WS-LOOK-DOM
                   MOVE WS-LNK-ID-B(LNK-IDX) TO WS-LOOK-ID
                   PERFORM FIND-PX-ENTRY
                   MOVE WS-LOOK-IDX TO WS-PX-B
                   IF WS-PX-A > ZERO AND WS-PX-B > ZERO
                       IF WS-PX-MARQUE(WS-PX-A) = 'Y'
                           AND WS-PX-MARQUE(WS-PX-B) = 'N'
                           MOVE 'Y' TO WS-PX-MARQUE(WS-PX-B)
                           MOVE 'Y' TO WS-MARK-CHANGED
                       END-IF
                       IF WS-PX-MARQUE(WS-PX-B) = 'Y'
                           AND WS-PX-MARQUE(WS-PX-A) = 'N'
                           MOVE 'Y' TO WS-PX-MARQUE(WS-PX-A)
                           MOVE 'Y' TO WS-MARK-CHANGED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-VIEW-RECORD.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PX-DOMAINE(WS-PX-I) SPACE WS-PX-ID(WS-PX-I)
                  SPACE WS-PX-LIBELLE(WS-PX-I)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-VIEW-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "     " WS-PX-DETAIL(WS-PX-I)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-VIEW-LINE
           EVALUATE WS-PX-DOMAINE(WS-PX-I)
               WHEN "PAIE"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "     detail paie : extrait empgdpr de "
                          WS-PX-ID(WS-PX-I)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-VIEW-LINE
               WHEN "USER"
                   PERFORM WRITE-VIEW-PETS
               WHEN "ASSU"
                   PERFORM WRITE-VIEW-POLICIES
           END-EVALUATE.

       WRITE-VIEW-PETS.
           OPEN INPUT F-PET
           IF WS-PET-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-PET AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PET-MASTER-ID = WS-PX-ID(WS-PX-I)(1:5)
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "     animal " PET-ID SPACE
                                  PET-NAME
                                  DELIMITED BY SIZE
                                  INTO WS-REPORT-LINE
                           PERFORM WRITE-VIEW-LINE
                       END-IF
               END-PERFORM
               CLOSE F-PET
           END-IF
           MOVE 'N' TO WS-EOF.

       WRITE-VIEW-POLICIES.
           OPEN INPUT F-HLDLIEN
           IF WS-HLDLIEN-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-HLDLIEN AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HLDLIEN-ASSURE = WS-PX-ID(WS-PX-I)(1:6)
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "     police " HLDLIEN-NUMERO
                                  DELIMITED BY SIZE
                                  INTO WS-REPORT-LINE
                           PERFORM WRITE-VIEW-LINE
                       END-IF
               END-PERFORM
               CLOSE F-HLDLIEN
           END-IF
           MOVE 'N' TO WS-EOF.

       WRITE-VIEW-LINE.
           WRITE R-VIEW FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

           COPY 'FILESTCHK.cpy'.

       END PROGRAM persindex.
