               FILE STATUS IS F-OUTPUT-STATUS.

      * Second fichier d'entrée du mode JOIN (le référentiel),
      * trié sur la même clé que input.dat ; en mode COMPARE, la
      * version après de input.dat.
           SELECT F-INPUT2
               ASSIGN TO 'input2.dat'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS F-REJECT-STATUS.

      * Décrit la transformation à appliquer : un mode
      * REFORMAT, FILTER, JOIN, AGGREGATE ou COMPARE, puis ses
      * paramètres, sur une seconde ligne.
           SELECT F-CONTROL
               ASSIGN TO 'base-transform.cfg'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

      * COMPARE : description d'enregistrement facultative (format
      * des layout-*.dat générés par clausec), nommée en troisième
      * ligne de base-transform.cfg, pour comparer champ par champ.
           SELECT F-FIELDS
               ASSIGN TO DYNAMIC WS-CMP-LAYOUT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FIELDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-INPUT.
       FD F-CONTROL.
       01 F-CONTROL-RECORD                PIC X(200).

       FD F-FIELDS.
       01 F-FIELDS-RECORD.
           05 F-FIELDS-NOM                PIC X(30).
           05 FILLER                      PIC X.
           05 F-FIELDS-POSITION           PIC 9(3).
           05 FILLER                      PIC X.
           05 F-FIELDS-LARGEUR            PIC 9(3).
           05 FILLER                      PIC X(64).

       WORKING-STORAGE SECTION.
       01 F-INPUT-STATUS                  PIC XX.
       01 F-OUTPUT-STATUS                 PIC XX.
               10 WS-AGG-GROUP-SUM        PIC S9(13)V99.
       01 WS-AGG-TABLE-MAX                PIC 9(4) VALUE 1000.

      * COMPARE : input.dat (avant) et input2.dat (après), triés sur
      * la clé configurée ; colonnes ignorées données en
      * "position-longueur" (horodatage, numéro de génération...).
      * Les lignes HDR/TRL ne sont pas comparées.
       01 WS-CMP-KEY-START                PIC 9(3) VALUE 1.
       01 WS-CMP-KEY-LEN                  PIC 9(3) VALUE 10.
       01 WS-CMP-KEY-BEFORE               PIC X(50).
       01 WS-CMP-KEY-AFTER                PIC X(50).
       01 WS-CMP-BEFORE                   PIC X(200).
       01 WS-CMP-AFTER                    PIC X(200).
       01 WS-CMP-ACTION                   PIC X(8).
       01 F-FIELDS-STATUS                 PIC XX.
       01 WS-CMP-LAYOUT-NAME              PIC X(60) VALUE SPACES.
       01 WS-CMP-FIELDS-EOF               PIC X.
       01 WS-CMP-FIELD-TABLE.
           05 WS-CMP-FIELD-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-CMP-FIELD-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-CMP-FIELD-COUNT
                  INDEXED BY FLD-IDX.
               10 WS-CMP-FIELD-NOM        PIC X(30).
               10 WS-CMP-FIELD-START      PIC 9(3).
               10 WS-CMP-FIELD-LEN        PIC 9(3).
       01 WS-CMP-FIELD-TABLE-MAX          PIC 9(3) VALUE 100.
       01 WS-CMP-RANGE-NAME               PIC X(30).
       01 WS-CMP-IGNORE-TOKENS.
           05 WS-CMP-IGNORE-TOKEN         PIC X(9) OCCURS 10 TIMES.
       01 WS-CMP-IGNORE-TABLE.
           05 WS-CMP-IGNORE-COUNT         PIC 9(2) VALUE ZERO.
           05 WS-CMP-IGNORE-ENTRY OCCURS 10 TIMES
                  INDEXED BY IGN-IDX.
               10 WS-CMP-IGNORE-START     PIC 9(3).
               10 WS-CMP-IGNORE-LEN       PIC 9(3).
       01 WS-CMP-TOKEN-START              PIC 9(3).
       01 WS-CMP-TOKEN-LEN                PIC 9(3).
       01 WS-CMP-POS                      PIC 9(3).
       01 WS-CMP-RUN-START                PIC 9(3).
       01 WS-CMP-RUN-LEN                  PIC 9(3).
       01 WS-CMP-SHOW-LEN                 PIC 9(3).
       01 WS-CMP-ADDED                    PIC 9(6) VALUE ZERO.
       01 WS-CMP-DELETED                  PIC 9(6) VALUE ZERO.
       01 WS-CMP-CHANGED                  PIC 9(6) VALUE ZERO.
       01 WS-CMP-SAME                     PIC 9(6) VALUE ZERO.
       01 WS-CMP-AFTER-COUNT              PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-TRANSFORM-CONFIG.
                       PERFORM JOIN-FILES
                   WHEN 'AGGREGATE'
                       PERFORM AGGREGATE-FILE
                   WHEN 'COMPARE'
                       PERFORM COMPARE-FILES
                   WHEN OTHER
                       PERFORM UNTIL WS-INPUT-EOF = 'Y'
                           READ F-INPUT
               IF WS-TRANSFORM-MODE = 'JOIN'
                   DISPLAY "Lignes rejetées : " WS-REJECT-COUNT
               END-IF
               IF WS-TRANSFORM-MODE = 'COMPARE'
                   DISPLAY "Ajoutés : " WS-CMP-ADDED
                       " supprimés : " WS-CMP-DELETED
                       " modifiés : " WS-CMP-CHANGED
                       " identiques : " WS-CMP-SAME
               END-IF
           END-IF.

           STOP RUN.
                                        WS-AGG-COL-START
                                        WS-AGG-COL-LEN
                       END-READ
      * COMPARE : position/longueur de la clé puis jusqu'à dix
      * plages de colonnes ignorées "position-longueur" ; en
      * troisième ligne, facultative, la description des champs.
                   WHEN 'COMPARE'
                       READ F-CONTROL
                           NOT AT END
                               MOVE SPACES TO WS-CMP-IGNORE-TOKENS
                               UNSTRING F-CONTROL-RECORD
                                   DELIMITED BY ALL SPACE
                                   INTO WS-CMP-KEY-START
                                        WS-CMP-KEY-LEN
                                        WS-CMP-IGNORE-TOKEN(1)
                                        WS-CMP-IGNORE-TOKEN(2)
                                        WS-CMP-IGNORE-TOKEN(3)
                                        WS-CMP-IGNORE-TOKEN(4)
                                        WS-CMP-IGNORE-TOKEN(5)
                                        WS-CMP-IGNORE-TOKEN(6)
                                        WS-CMP-IGNORE-TOKEN(7)
                                        WS-CMP-IGNORE-TOKEN(8)
                                        WS-CMP-IGNORE-TOKEN(9)
                                        WS-CMP-IGNORE-TOKEN(10)
                               PERFORM LOAD-COMPARE-IGNORES
                       END-READ
                       READ F-CONTROL
                           NOT AT END
                               MOVE F-CONTROL-RECORD(1:60)
                                   TO WS-CMP-LAYOUT-NAME
                       END-READ
                       IF WS-CMP-LAYOUT-NAME NOT = SPACES
                           PERFORM LOAD-COMPARE-FIELDS
                       END-IF
                   WHEN OTHER
                       READ F-CONTROL
                           NOT AT END
                   ADD 1 TO WS-AGG-GROUP-COUNT(AGG-IDX)
                   ADD WS-AGG-VALUE TO WS-AGG-GROUP-SUM(AGG-IDX)
           END-SEARCH.

      * Plages ignorées : un jeton "position-longueur" mal formé ou
      * débordant des 200 caractères est écarté avec un message.
       LOAD-COMPARE-IGNORES.
           IF WS-CMP-KEY-START < 1 OR WS-CMP-KEY-LEN < 1
               OR WS-CMP-KEY-LEN > 50
               OR WS-CMP-KEY-START + WS-CMP-KEY-LEN - 1 > 200
               DISPLAY "base-transform.cfg : clé de comparaison "
                   "invalide (" WS-CMP-KEY-START SPACE WS-CMP-KEY-LEN
                   "), repli sur 001 010"
               MOVE 1 TO WS-CMP-KEY-START
               MOVE 10 TO WS-CMP-KEY-LEN
           END-IF
           MOVE ZERO TO WS-CMP-IGNORE-COUNT
           PERFORM VARYING IGN-IDX FROM 1 BY 1 UNTIL IGN-IDX > 10
               IF WS-CMP-IGNORE-TOKEN(IGN-IDX) NOT = SPACES
                   MOVE ZERO TO WS-CMP-TOKEN-START WS-CMP-TOKEN-LEN
                   UNSTRING WS-CMP-IGNORE-TOKEN(IGN-IDX)
                       DELIMITED BY "-"
                       INTO WS-CMP-TOKEN-START WS-CMP-TOKEN-LEN
                   IF WS-CMP-TOKEN-START < 1 OR WS-CMP-TOKEN-LEN < 1
                       OR WS-CMP-TOKEN-START + WS-CMP-TOKEN-LEN - 1
                          > 200
                       DISPLAY "base-transform.cfg : plage ignorée "
                           "invalide " WS-CMP-IGNORE-TOKEN(IGN-IDX)
                   ELSE
                       ADD 1 TO WS-CMP-IGNORE-COUNT
                       MOVE WS-CMP-TOKEN-START
                           TO WS-CMP-IGNORE-START(WS-CMP-IGNORE-COUNT)
                       MOVE WS-CMP-TOKEN-LEN
                           TO WS-CMP-IGNORE-LEN(WS-CMP-IGNORE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      * Champs de la description (la ligne *ENREGISTREMENT et les
      * champs débordant des 200 caractères sont écartés).
       LOAD-COMPARE-FIELDS.
           OPEN INPUT F-FIELDS
           IF F-FIELDS-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-CMP-LAYOUT-NAME)
                   " introuvable, comparaison par colonnes"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CMP-FIELDS-EOF
           PERFORM UNTIL WS-CMP-FIELDS-EOF = 'Y'
               READ F-FIELDS
                   AT END
                       MOVE 'Y' TO WS-CMP-FIELDS-EOF
                   NOT AT END
                       IF F-FIELDS-NOM(1:1) NOT = "*"
                           AND F-FIELDS-NOM NOT = SPACES
                           AND F-FIELDS-POSITION IS NUMERIC
                           AND F-FIELDS-LARGEUR IS NUMERIC
                           AND F-FIELDS-POSITION > 0
                           AND F-FIELDS-LARGEUR > 0
                           AND F-FIELDS-POSITION + F-FIELDS-LARGEUR - 1
                               <= 200
                           PERFORM STORE-COMPARE-FIELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-FIELDS.

       STORE-COMPARE-FIELD.
           IF WS-CMP-FIELD-COUNT >= WS-CMP-FIELD-TABLE-MAX
               DISPLAY "ATTENTION : capacite de WS-CMP-FIELD-ENTRY "
                   "depassee"
           ELSE
               ADD 1 TO WS-CMP-FIELD-COUNT
               SET FLD-IDX TO WS-CMP-FIELD-COUNT
               MOVE F-FIELDS-NOM TO WS-CMP-FIELD-NOM(FLD-IDX)
               MOVE F-FIELDS-POSITION TO WS-CMP-FIELD-START(FLD-IDX)
               MOVE F-FIELDS-LARGEUR TO WS-CMP-FIELD-LEN(FLD-IDX)
           END-IF.

      * Comparaison fusion de deux versions triées sur la clé : clé
      * seulement avant, l'enregistrement est SUPPRIME ; seulement
      * après, AJOUTE ; des deux côtés, MODIFIE si une colonne non
      * ignorée diffère, avec les valeurs avant/après de chaque plage
      * de colonnes différentes. Une fin de fichier vaut une clé
      * HIGH-VALUES pour écouler l'autre fichier.
       COMPARE-FILES.
           OPEN INPUT F-INPUT2
           IF F-INPUT2-STATUS NOT = "00"
               DISPLAY "input2.dat introuvable, comparaison impossible"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-COMPARE-BEFORE
           PERFORM READ-COMPARE-AFTER
           PERFORM UNTIL WS-INPUT-EOF = 'Y' AND WS-INPUT2-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-CMP-KEY-BEFORE < WS-CMP-KEY-AFTER
                       MOVE "SUPPRIME" TO WS-CMP-ACTION
                       PERFORM WRITE-COMPARE-RECORD
                       ADD 1 TO WS-CMP-DELETED
                       PERFORM READ-COMPARE-BEFORE
                   WHEN WS-CMP-KEY-BEFORE > WS-CMP-KEY-AFTER
                       MOVE "AJOUTE" TO WS-CMP-ACTION
                       PERFORM WRITE-COMPARE-RECORD
                       ADD 1 TO WS-CMP-ADDED
                       PERFORM READ-COMPARE-AFTER
                   WHEN OTHER
                       PERFORM COMPARE-ONE-KEY
                       PERFORM READ-COMPARE-BEFORE
                       PERFORM READ-COMPARE-AFTER
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO F-OUTPUT-RECORD
           STRING "TOTAL ajoutés: " WS-CMP-ADDED
                  " supprimés: " WS-CMP-DELETED
                  " modifiés: " WS-CMP-CHANGED
                  " identiques: " WS-CMP-SAME
                  " lus avant: " WS-RECORD-COUNT
                  " lus après: " WS-CMP-AFTER-COUNT
                  DELIMITED BY SIZE INTO F-OUTPUT-RECORD
           WRITE F-OUTPUT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           CLOSE F-INPUT2.

      * Lecture avant/après en sautant les lignes HDR/TRL ; en fin
      * de fichier la clé passe à HIGH-VALUES.
       READ-COMPARE-BEFORE.
           MOVE 'N' TO WS-JOIN-MATCHED
           PERFORM UNTIL WS-JOIN-MATCHED = 'Y' OR WS-INPUT-EOF = 'Y'
               READ F-INPUT
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                       MOVE HIGH-VALUES TO WS-CMP-KEY-BEFORE
                   NOT AT END
                       IF F-INPUT-RECORD(1:4) NOT = "HDR "
                           AND F-INPUT-RECORD(1:4) NOT = "TRL "
                           MOVE 'Y' TO WS-JOIN-MATCHED
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE SPACES TO WS-CMP-KEY-BEFORE
                           MOVE F-INPUT-RECORD(WS-CMP-KEY-START:
                               WS-CMP-KEY-LEN) TO WS-CMP-KEY-BEFORE
                       END-IF
               END-READ
           END-PERFORM.

       READ-COMPARE-AFTER.
           MOVE 'N' TO WS-JOIN-MATCHED
           PERFORM UNTIL WS-JOIN-MATCHED = 'Y' OR WS-INPUT2-EOF = 'Y'
               READ F-INPUT2
                   AT END
                       MOVE 'Y' TO WS-INPUT2-EOF
                       MOVE HIGH-VALUES TO WS-CMP-KEY-AFTER
                   NOT AT END
                       IF F-INPUT2-RECORD(1:4) NOT = "HDR "
                           AND F-INPUT2-RECORD(1:4) NOT = "TRL "
                           MOVE 'Y' TO WS-JOIN-MATCHED
                           ADD 1 TO WS-CMP-AFTER-COUNT
                           MOVE SPACES TO WS-CMP-KEY-AFTER
                           MOVE F-INPUT2-RECORD(WS-CMP-KEY-START:
                               WS-CMP-KEY-LEN) TO WS-CMP-KEY-AFTER
                       END-IF
               END-READ
           END-PERFORM.

      * Ligne AJOUTE/SUPPRIME (selon WS-CMP-ACTION) : clé puis
      * l'enregistrement concerné.
       WRITE-COMPARE-RECORD.
           MOVE SPACES TO F-OUTPUT-RECORD
           IF WS-CMP-ACTION = "AJOUTE"
               STRING "AJOUTE   " WS-CMP-KEY-AFTER(1:WS-CMP-KEY-LEN)
                      " |" F-INPUT2-RECORD
                      DELIMITED BY SIZE INTO F-OUTPUT-RECORD
           ELSE
               STRING "SUPPRIME " WS-CMP-KEY-BEFORE(1:WS-CMP-KEY-LEN)
                      " |" F-INPUT-RECORD
                      DELIMITED BY SIZE INTO F-OUTPUT-RECORD
           END-IF
           WRITE F-OUTPUT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.

      * Même clé : les colonnes ignorées sont blanchies des deux
      * côtés ; sous la ligne MODIFIE, chaque champ décrit qui
      * diffère, puis, hors des champs décrits, chaque plage de
      * colonnes différentes, avec ses valeurs avant et après.
       COMPARE-ONE-KEY.
           MOVE F-INPUT-RECORD TO WS-CMP-BEFORE
           MOVE F-INPUT2-RECORD TO WS-CMP-AFTER
           PERFORM VARYING IGN-IDX FROM 1 BY 1
                   UNTIL IGN-IDX > WS-CMP-IGNORE-COUNT
               MOVE SPACES TO WS-CMP-BEFORE(
                   WS-CMP-IGNORE-START(IGN-IDX):
                   WS-CMP-IGNORE-LEN(IGN-IDX))
               MOVE SPACES TO WS-CMP-AFTER(
                   WS-CMP-IGNORE-START(IGN-IDX):
                   WS-CMP-IGNORE-LEN(IGN-IDX))
           END-PERFORM
           IF WS-CMP-BEFORE = WS-CMP-AFTER
               ADD 1 TO WS-CMP-SAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CMP-CHANGED
           MOVE SPACES TO F-OUTPUT-RECORD
           STRING "MODIFIE  " WS-CMP-KEY-BEFORE(1:WS-CMP-KEY-LEN)
                  DELIMITED BY SIZE INTO F-OUTPUT-RECORD
           WRITE F-OUTPUT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM VARYING FLD-IDX FROM 1 BY 1
                   UNTIL FLD-IDX > WS-CMP-FIELD-COUNT
               IF WS-CMP-BEFORE(WS-CMP-FIELD-START(FLD-IDX):
                                WS-CMP-FIELD-LEN(FLD-IDX))
                   NOT = WS-CMP-AFTER(WS-CMP-FIELD-START(FLD-IDX):
                                      WS-CMP-FIELD-LEN(FLD-IDX))
                   MOVE WS-CMP-FIELD-NOM(FLD-IDX)
                       TO WS-CMP-RANGE-NAME
                   MOVE WS-CMP-FIELD-START(FLD-IDX)
                       TO WS-CMP-RUN-START
                   MOVE WS-CMP-FIELD-LEN(FLD-IDX) TO WS-CMP-RUN-LEN
                   PERFORM WRITE-COMPARE-RANGE
               END-IF
           END-PERFORM
           PERFORM VARYING FLD-IDX FROM 1 BY 1
                   UNTIL FLD-IDX > WS-CMP-FIELD-COUNT
               MOVE SPACES TO WS-CMP-BEFORE(
                   WS-CMP-FIELD-START(FLD-IDX):
                   WS-CMP-FIELD-LEN(FLD-IDX))
               MOVE SPACES TO WS-CMP-AFTER(
                   WS-CMP-FIELD-START(FLD-IDX):
                   WS-CMP-FIELD-LEN(FLD-IDX))
           END-PERFORM
           MOVE "colonnes" TO WS-CMP-RANGE-NAME
           MOVE 1 TO WS-CMP-POS
           PERFORM UNTIL WS-CMP-POS > 200
               IF WS-CMP-BEFORE(WS-CMP-POS:1)
                   = WS-CMP-AFTER(WS-CMP-POS:1)
                   ADD 1 TO WS-CMP-POS
               ELSE
                   MOVE WS-CMP-POS TO WS-CMP-RUN-START
                   PERFORM UNTIL WS-CMP-POS > 200
                       OR WS-CMP-BEFORE(WS-CMP-POS:1)
                          = WS-CMP-AFTER(WS-CMP-POS:1)
                       ADD 1 TO WS-CMP-POS
                   END-PERFORM
                   COMPUTE WS-CMP-RUN-LEN =
                       WS-CMP-POS - WS-CMP-RUN-START
                   PERFORM WRITE-COMPARE-RANGE
               END-IF
           END-PERFORM.

      * Une plage différente : champ (ou "colonnes"),
      * position-longueur, valeurs avant et après (80 caractères au
      * plus chacune).
       WRITE-COMPARE-RANGE.
           MOVE WS-CMP-RUN-LEN TO WS-CMP-SHOW-LEN
           IF WS-CMP-SHOW-LEN > 80
               MOVE 80 TO WS-CMP-SHOW-LEN
           END-IF
           MOVE SPACES TO F-OUTPUT-RECORD
           STRING "         " FUNCTION TRIM(WS-CMP-RANGE-NAME) " "
                  WS-CMP-RUN-START "-"
                  WS-CMP-RUN-LEN " avant |"
                  WS-CMP-BEFORE(WS-CMP-RUN-START:WS-CMP-SHOW-LEN)
                  "| après |"
                  WS-CMP-AFTER(WS-CMP-RUN-START:WS-CMP-SHOW-LEN)
                  "|"
                  DELIMITED BY SIZE INTO F-OUTPUT-RECORD
           WRITE F-OUTPUT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.
