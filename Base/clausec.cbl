                  ORGANIZATION IS LINE SEQUENTIAL.

      * Liste des champs à générer : une ligne par champ,
      * "nom largeur largeur-filler [type] [obligatoire] [valeurs]"
      * séparés par un espace. Type : X texte (défaut), 9 numérique,
      * S numérique signe en tête séparé, D date AAAAMMJJ, J date
      * JJMMAAAA ; obligatoire : O ou N (défaut) ; valeurs : liste
      * des valeurs admises séparées par "/" (niveau 88).
      * clausec-champs.cfg par défaut, un autre fichier de contrôle
      * par la variable d'environnement CLAUSEC_CHAMPS.
           SELECT F-CONTROL ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.

      * Description de l'enregistrement pour le controle de
      * conformite des fichiers de donnees (conformscan) : une ligne
      * d'enregistrement, puis une ligne par champ. sortie-layout.dat
      * par défaut, un autre nom par CLAUSEC_LAYOUT.
           SELECT F-LAYOUT ASSIGN TO DYNAMIC WS-LAYOUT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LAYOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECSORTIE.
       01 VALSORTIE-REC PIC X(100).

       FD F-CONTROL.
       01 F-CONTROL-REC PIC X(120).

      * Nom du champ, position et largeur dans l'enregistrement,
      * type, obligatoire, valeurs admises ; la premiere ligne
      * (*ENREGISTREMENT) porte la longueur totale.
       FD F-LAYOUT.
       01 F-LAYOUT-REC.
           05 LAYOUT-NOM              PIC X(30).
           05 FILLER                  PIC X.
           05 LAYOUT-POSITION         PIC 9(3).
           05 FILLER                  PIC X.
           05 LAYOUT-LARGEUR          PIC 9(3).
           05 FILLER                  PIC X.
           05 LAYOUT-TYPE             PIC X.
           05 FILLER                  PIC X.
           05 LAYOUT-OBLIG            PIC X.
           05 FILLER                  PIC X.
           05 LAYOUT-VALEURS          PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS           PIC XX.
       01 WS-CONTROL-FILENAME         PIC X(60).
       01 WS-LAYOUT-STATUS            PIC XX.
       01 WS-LAYOUT-FILENAME          PIC X(60).
       01 WS-LAYOUT-POSITION          PIC 9(3).
       01 WS-CONTROL-EOF              PIC X VALUE 'N'.
       01 WS-FIELD-NAME               PIC X(30).
       01 WS-FIELD-WIDTH              PIC 99.
       01 WS-FILLER-WIDTH             PIC 99.
       01 WS-FIELD-TYPE               PIC X.
       01 WS-FIELD-OBLIG              PIC X.
       01 WS-FIELD-VALEURS            PIC X(60).

      * Champs retenus pour les émissions suivantes : le 01 de
      * données nommées et le paragraphe de validation. Le nom
               10 WS-CHAMP-FILLER     PIC 99.
               10 WS-CHAMP-TYPE       PIC X.
               10 WS-CHAMP-OBLIG      PIC X.
               10 WS-CHAMP-VALEURS    PIC X(60).
       01 WS-CHAMP-TABLE-MAX          PIC 9(3) VALUE 100.
       01 WS-SANIT-WORK               PIC X(30).
       01 WS-SANIT-OUT                PIC X(30).
       01 WS-SANIT-POS                PIC 9(2).
       01 WS-SANIT-OUTPOS             PIC 9(2).
       01 WS-SANIT-CH                 PIC X.
      * Valeurs admises d'un champ, une a une.
       01 WS-VAL-POINTER              PIC 9(3).
       01 WS-VAL-ONE                  PIC X(20).
       01 WS-VAL-QUOTE                PIC X.
       01 WS-SIGNED-DIGITS            PIC 99.
      * Positions du mois et du quantieme dans une date D (AAAAMMJJ)
      * ou J (JJMMAAAA), telles qu'ecrites dans le controle genere.
       01 WS-DATE-MM-POS              PIC X.
       01 WS-DATE-JJ-POS              PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE SPACES TO WS-CONTROL-FILENAME
           ACCEPT WS-CONTROL-FILENAME FROM ENVIRONMENT "CLAUSEC_CHAMPS"
           IF WS-CONTROL-FILENAME = SPACES
               MOVE "clausec-champs.cfg" TO WS-CONTROL-FILENAME
           END-IF
           MOVE SPACES TO WS-LAYOUT-FILENAME
           ACCEPT WS-LAYOUT-FILENAME FROM ENVIRONMENT "CLAUSEC_LAYOUT"
           IF WS-LAYOUT-FILENAME = SPACES
               MOVE "sortie-layout.dat" TO WS-LAYOUT-FILENAME
           END-IF
           OPEN OUTPUT RECSORTIE.

           MOVE "       01 GROUPE1." TO RECSORTIE-REC.

           OPEN INPUT F-CONTROL.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-CONTROL-FILENAME)
                   " introuvable"
           ELSE
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ F-CONTROL
               CLOSE F-CONTROL
               PERFORM EMIT-DATA-RECORD
               PERFORM EMIT-VALIDATION-COPYBOOK
               PERFORM EMIT-LAYOUT-FILE
           END-IF.

           CLOSE RECSORTIE.
           MOVE SPACES TO WS-FIELD-NAME
           MOVE ZERO TO WS-FIELD-WIDTH WS-FILLER-WIDTH
           MOVE SPACES TO WS-FIELD-TYPE WS-FIELD-OBLIG
           MOVE SPACES TO WS-FIELD-VALEURS
           UNSTRING F-CONTROL-REC DELIMITED BY SPACE
               INTO WS-FIELD-NAME WS-FIELD-WIDTH WS-FILLER-WIDTH
                    WS-FIELD-TYPE WS-FIELD-OBLIG WS-FIELD-VALEURS
           IF WS-FIELD-TYPE = SPACE
               MOVE 'X' TO WS-FIELD-TYPE
           END-IF
               MOVE WS-FILLER-WIDTH TO WS-CHAMP-FILLER(CHAMP-IDX)
               MOVE WS-FIELD-TYPE TO WS-CHAMP-TYPE(CHAMP-IDX)
               MOVE WS-FIELD-OBLIG TO WS-CHAMP-OBLIG(CHAMP-IDX)
               MOVE WS-FIELD-VALEURS TO WS-CHAMP-VALEURS(CHAMP-IDX)
           END-IF.

      * Nom de donnée COBOL : accents ramenés à la lettre simple,

      * Émet, à la suite de GROUPE1, le 01 de données nommées que
      * le paragraphe de validation contrôlera : PIC 9 pour les
      * champs numériques et dates, PIC S9 signe en tête séparé pour
      * les champs S, PIC X sinon, fillers de séparation conservés ;
      * un niveau 88 -VALIDE porte les valeurs admises.
       EMIT-DATA-RECORD.
           MOVE "       01 GROUPE1-DONNEES." TO RECSORTIE-REC
           WRITE RECSORTIE-REC
           INITIALIZE RECSORTIE-REC
           PERFORM VARYING CHAMP-IDX FROM 1 BY 1
                   UNTIL CHAMP-IDX > WS-CHAMP-COUNT
               EVALUATE WS-CHAMP-TYPE(CHAMP-IDX)
                   WHEN '9'
                   WHEN 'D'
                   WHEN 'J'
                       STRING "          03 "
                          FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                          " PIC 9(" WS-CHAMP-LARGEUR(CHAMP-IDX)
                          ")."
                          DELIMITED BY SIZE INTO RECSORTIE-REC
                   WHEN 'S'
                       COMPUTE WS-SIGNED-DIGITS =
                           WS-CHAMP-LARGEUR(CHAMP-IDX) - 1
                       STRING "          03 "
                          FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                          " PIC S9(" WS-SIGNED-DIGITS
                          ")"
                          DELIMITED BY SIZE INTO RECSORTIE-REC
                       WRITE RECSORTIE-REC
                       INITIALIZE RECSORTIE-REC
                       MOVE "             SIGN IS LEADING SEPARATE."
                           TO RECSORTIE-REC
                   WHEN OTHER
                       STRING "          03 "
                          FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                          " PIC X(" WS-CHAMP-LARGEUR(CHAMP-IDX)
                          ")."
                          DELIMITED BY SIZE INTO RECSORTIE-REC
               END-EVALUATE
               WRITE RECSORTIE-REC
               INITIALIZE RECSORTIE-REC
               IF WS-CHAMP-VALEURS(CHAMP-IDX) NOT = SPACES
                   PERFORM EMIT-VALUE-LIST
               END-IF
               IF WS-CHAMP-FILLER(CHAMP-IDX) > 0
                   STRING "          03 FILLER PIC X("
                          WS-CHAMP-FILLER(CHAMP-IDX) ")."
               END-IF
           END-PERFORM.

      * Niveau 88 <champ>-VALIDE : une valeur admise par ligne, entre
      * quotes pour un champ texte, telle quelle pour un numerique.
       EMIT-VALUE-LIST.
           STRING "             88 "
                  FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                  "-VALIDE VALUE"
                  DELIMITED BY SIZE INTO RECSORTIE-REC
           WRITE RECSORTIE-REC
           INITIALIZE RECSORTIE-REC
           IF WS-CHAMP-TYPE(CHAMP-IDX) = 'X'
               MOVE '"' TO WS-VAL-QUOTE
           ELSE
               MOVE SPACE TO WS-VAL-QUOTE
           END-IF
           MOVE 1 TO WS-VAL-POINTER
           PERFORM UNTIL WS-VAL-POINTER > 60
                   OR WS-CHAMP-VALEURS(CHAMP-IDX)(WS-VAL-POINTER:)
                      = SPACES
               MOVE SPACES TO WS-VAL-ONE
               UNSTRING WS-CHAMP-VALEURS(CHAMP-IDX)
                   DELIMITED BY "/" OR SPACE
                   INTO WS-VAL-ONE
                   WITH POINTER WS-VAL-POINTER
               END-UNSTRING
               IF WS-VAL-QUOTE = SPACE
                   STRING "                 "
                          FUNCTION TRIM(WS-VAL-ONE)
                          DELIMITED BY SIZE INTO RECSORTIE-REC
               ELSE
                   STRING "                 " WS-VAL-QUOTE
                          FUNCTION TRIM(WS-VAL-ONE) WS-VAL-QUOTE
                          DELIMITED BY SIZE INTO RECSORTIE-REC
               END-IF
               WRITE RECSORTIE-REC
               INITIALIZE RECSORTIE-REC
           END-PERFORM
           MOVE "                 ." TO RECSORTIE-REC
           WRITE RECSORTIE-REC
           INITIALIZE RECSORTIE-REC.

      * Émet sortie-valid.cpy : un paragraphe pret a COPY qui
      * applique la discipline VALIDCHK a GROUPE1-DONNEES —
      * controle numerique des champs 9 et S, vraisemblance des
      * dates AAAAMMJJ (D) et JJMMAAAA (J), non-blanc des champs
      * obligatoires, appartenance a la liste des valeurs admises —
      * les rejets partant dans EXCEPTIONS-RECORD (VALIDSEL/VALIDFD
      * a declarer et ouvrir par l'appelant).
       EMIT-VALIDATION-COPYBOOK.
           WRITE VALSORTIE-REC
           PERFORM VARYING CHAMP-IDX FROM 1 BY 1
                   UNTIL CHAMP-IDX > WS-CHAMP-COUNT
               EVALUATE WS-CHAMP-TYPE(CHAMP-IDX)
                   WHEN '9'
                   WHEN 'S'
                       PERFORM EMIT-NUMERIC-CHECK
                   WHEN 'D'
                       PERFORM EMIT-NUMERIC-CHECK
                       MOVE "5" TO WS-DATE-MM-POS
                       MOVE "7" TO WS-DATE-JJ-POS
                       PERFORM EMIT-DATE-CHECK
                   WHEN 'J'
                       PERFORM EMIT-NUMERIC-CHECK
                       MOVE "3" TO WS-DATE-MM-POS
                       MOVE "1" TO WS-DATE-JJ-POS
                       PERFORM EMIT-DATE-CHECK
               END-EVALUATE
               IF WS-CHAMP-OBLIG(CHAMP-IDX) = 'O'
                   PERFORM EMIT-MANDATORY-CHECK
               END-IF
               IF WS-CHAMP-VALEURS(CHAMP-IDX) NOT = SPACES
                   PERFORM EMIT-VALUE-CHECK
               END-IF
           END-PERFORM
           MOVE "           CONTINUE." TO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE "           END-IF" TO VALSORTIE-REC
           WRITE VALSORTIE-REC.

      * Vraisemblance d'une date AAAAMMJJ ou JJMMAAAA : mois 01-12,
      * quantieme 01-31 (le controle fin reste aux programmes de
      * dates).
       EMIT-DATE-CHECK.
           MOVE SPACES TO VALSORTIE-REC
           STRING "           IF "
           MOVE SPACES TO VALSORTIE-REC
           STRING "               ("
                  FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                  "(" WS-DATE-MM-POS ":2) < ""01"" OR"
                  DELIMITED BY SIZE INTO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE SPACES TO VALSORTIE-REC
           STRING "                "
                  FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                  "(" WS-DATE-MM-POS ":2) > ""12"" OR"
                  DELIMITED BY SIZE INTO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE SPACES TO VALSORTIE-REC
           STRING "                "
                  FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                  "(" WS-DATE-JJ-POS ":2) < ""01"" OR"
                  DELIMITED BY SIZE INTO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE SPACES TO VALSORTIE-REC
           STRING "                "
                  FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                  "(" WS-DATE-JJ-POS ":2) > ""31"")"
                  DELIMITED BY SIZE INTO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE "               MOVE SPACES TO EXCEPTIONS-RECORD"
           MOVE "           END-IF" TO VALSORTIE-REC
           WRITE VALSORTIE-REC.

      * Valeur renseignee hors du niveau 88 -VALIDE ; le blanc reste
      * l'affaire du controle obligatoire.
       EMIT-VALUE-CHECK.
           MOVE SPACES TO VALSORTIE-REC
           STRING "           IF "
                  FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                  " NOT = SPACES AND NOT "
                  DELIMITED BY SIZE INTO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE SPACES TO VALSORTIE-REC
           STRING "                   "
                  FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                  "-VALIDE"
                  DELIMITED BY SIZE INTO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE "               MOVE SPACES TO EXCEPTIONS-RECORD"
               TO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE SPACES TO VALSORTIE-REC
           STRING "               STRING ""VALEUR_HORS_LISTE champ: "
                  FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                  " valeur: """
                  DELIMITED BY SIZE INTO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE SPACES TO VALSORTIE-REC
           STRING "                      "
                  FUNCTION TRIM(WS-CHAMP-DATANOM(CHAMP-IDX))
                  " DELIMITED BY SIZE"
                  DELIMITED BY SIZE INTO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE "                      INTO EXCEPTIONS-RECORD"
               TO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE "               WRITE EXCEPTIONS-RECORD"
               TO VALSORTIE-REC
           WRITE VALSORTIE-REC
           MOVE "           END-IF" TO VALSORTIE-REC
           WRITE VALSORTIE-REC.

      * Description de l'enregistrement pour conformscan : la ligne
      * *ENREGISTREMENT (position 001, longueur totale fillers
      * compris), puis chaque champ a sa position.
       EMIT-LAYOUT-FILE.
           OPEN OUTPUT F-LAYOUT
           MOVE 1 TO WS-LAYOUT-POSITION
           PERFORM VARYING CHAMP-IDX FROM 1 BY 1
                   UNTIL CHAMP-IDX > WS-CHAMP-COUNT
               ADD WS-CHAMP-LARGEUR(CHAMP-IDX)
                   WS-CHAMP-FILLER(CHAMP-IDX) TO WS-LAYOUT-POSITION
           END-PERFORM
           MOVE SPACES TO F-LAYOUT-REC
           MOVE "*ENREGISTREMENT" TO LAYOUT-NOM
           MOVE 1 TO LAYOUT-POSITION
           COMPUTE LAYOUT-LARGEUR = WS-LAYOUT-POSITION - 1
           MOVE "X" TO LAYOUT-TYPE
           MOVE "N" TO LAYOUT-OBLIG
           WRITE F-LAYOUT-REC
           MOVE 1 TO WS-LAYOUT-POSITION
           PERFORM VARYING CHAMP-IDX FROM 1 BY 1
                   UNTIL CHAMP-IDX > WS-CHAMP-COUNT
               MOVE SPACES TO F-LAYOUT-REC
               MOVE WS-CHAMP-DATANOM(CHAMP-IDX) TO LAYOUT-NOM
               MOVE WS-LAYOUT-POSITION TO LAYOUT-POSITION
               MOVE WS-CHAMP-LARGEUR(CHAMP-IDX) TO LAYOUT-LARGEUR
               MOVE WS-CHAMP-TYPE(CHAMP-IDX) TO LAYOUT-TYPE
               MOVE WS-CHAMP-OBLIG(CHAMP-IDX) TO LAYOUT-OBLIG
               MOVE WS-CHAMP-VALEURS(CHAMP-IDX) TO LAYOUT-VALEURS
               WRITE F-LAYOUT-REC
               ADD WS-CHAMP-LARGEUR(CHAMP-IDX)
                   WS-CHAMP-FILLER(CHAMP-IDX) TO WS-LAYOUT-POSITION
           END-PERFORM
           CLOSE F-LAYOUT
           DISPLAY FUNCTION TRIM(WS-LAYOUT-FILENAME) " genere ("
               WS-CHAMP-COUNT " champ(s))".

       END PROGRAM clausec.
