       IDENTIFICATION DIVISION.
       PROGRAM-ID. conformscan.

      * Controle de conformite des fichiers de donnees a leur
      * description d'enregistrement. Chaque ligne de conformscan.cfg
      * associe une description layout-*.dat, generee par clausec
      * depuis son fichier de controle (CLAUSEC_CHAMPS/CLAUSEC_LAYOUT),
      * a un fichier de donnees. Chaque enregistrement, hors lignes
      * HDR et TRL, est controle :
      *   longueur  au-dela de la longueur decrite, ou arretee avant
      *             le debut du dernier champ obligatoire (les champs
      *             facultatifs de fin peuvent manquer : ajouts de
      *             fin d'enregistrement, blancs de fin non ecrits) ;
      *   champs    obligatoires non blancs, numeriques (9), signes
      *             en tete (S), dates AAAAMMJJ (D) ou JJMMAAAA (J),
      *             valeurs du niveau 88 -VALIDE ; un champ facultatif
      *             a blanc n'est pas controle.
      * Le rapport conformscan-report.txt donne par fichier les
      * compteurs, l'histogramme des anomalies par champ et par
      * nature, et les MAX_SAMPLES premiers enregistrements en
      * anomalie. Un fichier de donnees absent est signale sans
      * alerte ; un fichier non conforme ou une description absente
      * part dans operational-alerts.log (code retour 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONFIG ASSIGN TO "conformscan.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT F-LAYOUT ASSIGN TO DYNAMIC WS-LAYOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT F-DATA ASSIGN TO DYNAMIC WS-DATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

           SELECT F-REPORT ASSIGN TO "conformscan-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Nombre d'enregistrements en anomalie cites par fichier,
      * reglable sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="conformscan-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Description a controler et fichier de donnees, separes par
      * des blancs ; * en colonne 1 pour un commentaire.
       FD  F-CONFIG
           RECORD CONTAINS 132 CHARACTERS.
       01  R-CONFIG                 PIC X(132).

      * Meme disposition que F-LAYOUT-REC de clausec.
       FD  F-LAYOUT
           RECORD CONTAINS 102 CHARACTERS.
       01  R-LAYOUT.
           05 LAY-NOM               PIC X(30).
           05 FILLER                PIC X.
           05 LAY-POSITION          PIC 9(3).
           05 FILLER                PIC X.
           05 LAY-LARGEUR           PIC 9(3).
           05 FILLER                PIC X.
           05 LAY-TYPE              PIC X.
           05 FILLER                PIC X.
           05 LAY-OBLIG             PIC X.
           05 FILLER                PIC X.
           05 LAY-VALEURS           PIC X(60).

       FD  F-DATA
           RECORD CONTAINS 400 CHARACTERS.
       01  R-DATA                   PIC X(400).

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-REPORT                 PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS        PIC XX.
       01  WS-LAYOUT-STATUS        PIC XX.
       01  WS-DATA-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-CONFIG-EOF           PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-MAX-SAMPLES          PIC 9(3) VALUE 5.
       01  WS-LAYOUT-FILENAME      PIC X(60).
       01  WS-DATA-FILENAME        PIC X(60).

      * Description chargee : longueur decrite, debut du dernier
      * champ obligatoire, puis les champs avec leurs compteurs
      * d'anomalies par nature.
       01  WS-REC-LENGTH           PIC 9(3).
       01  WS-REC-MIN-LENGTH       PIC 9(3).
       01  WS-LENGTH-ERRORS        PIC 9(6).
       01  WS-LY-TABLE.
           05 WS-LY-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-LY-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-LY-COUNT
                  INDEXED BY LY-IDX.
               10 WS-LY-NOM        PIC X(30).
               10 WS-LY-POSITION   PIC 9(3).
               10 WS-LY-LARGEUR    PIC 9(3).
               10 WS-LY-TYPE       PIC X.
               10 WS-LY-OBLIG      PIC X.
               10 WS-LY-VALEURS    PIC X(60).
               10 WS-LY-ERR-NUM    PIC 9(6).
               10 WS-LY-ERR-DATE   PIC 9(6).
               10 WS-LY-ERR-OBLIG  PIC 9(6).
               10 WS-LY-ERR-VALEUR PIC 9(6).
       01  WS-LY-TABLE-MAX         PIC 9(3) VALUE 100.
       01  WS-LY-TABLE-FULL        PIC X VALUE 'N'.

      * Compteurs du fichier en cours et du run.
       01  WS-LINE-NUMBER          PIC 9(6).
       01  WS-FILE-CHECKED         PIC 9(6).
       01  WS-FILE-BAD             PIC 9(6).
       01  WS-FILE-SKIPPED         PIC 9(6).
       01  WS-FILE-SAMPLES         PIC 9(3).
       01  WS-TOTAL-CHECKED        PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-BAD            PIC 9(7) VALUE ZERO.
       01  WS-FILE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZERO.

      * Enregistrement en cours de controle.
       01  WS-DATA-LENGTH          PIC 9(3).
       01  WS-REC-ERRORS           PIC 9(3).
       01  WS-REC-FIRST-ERROR      PIC X(44).
       01  WS-FIELD-VALUE          PIC X(400).
       01  WS-FIELD-KIND           PIC X(11).
       01  WS-FIELD-LAST           PIC 9(3).
       01  WS-VAL-LIST             PIC X(64).
       01  WS-VAL-PROBE            PIC X(64).
       01  WS-VAL-PROBE-LEN        PIC 9(3).
       01  WS-VAL-HITS             PIC 9(3).

       01  WS-SAMPLE-TABLE.
           05 WS-SAMPLE-ENTRY OCCURS 100 TIMES
                  INDEXED BY SM-IDX.
               10 WS-SAMPLE-LINE   PIC 9(6).
               10 WS-SAMPLE-ERROR  PIC X(44).
               10 WS-SAMPLE-DATA   PIC X(80).

       01  WS-HIST-TOTAL           PIC 9(6).
       01  WS-HIST-BAR-LEN         PIC 9(3).
       01  WS-HIST-BAR             PIC X(30).
       01  WS-HIST-COUNTS.
           05 WS-HC-LONGUEUR       PIC Z(10)9 BLANK WHEN ZERO.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-HC-NUMERIQUE      PIC Z(10)9 BLANK WHEN ZERO.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-HC-DATE           PIC Z(10)9 BLANK WHEN ZERO.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-HC-OBLIG          PIC Z(10)9 BLANK WHEN ZERO.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-HC-VALEUR         PIC Z(10)9 BLANK WHEN ZERO.
           05 FILLER               PIC X VALUE SPACE.
       01  WS-FILE-GOOD            PIC 9(6).
       01  WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
           MOVE "conformscan" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           IF WS-MAX-SAMPLES > 100
               MOVE 100 TO WS-MAX-SAMPLES
           END-IF
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM RESOLVE-CHAIN-RUN-ID
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "conformscan-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONFORMITE DES FICHIERS DE DONNEES AU " WS-TODAY-8
                  " - RUN " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           OPEN INPUT F-CONFIG
           MOVE WS-CONFIG-STATUS TO WS-FILESTAT-CODE
           MOVE "conformscan.cfg" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-CONFIG" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-CONFIG-EOF = 'Y'
               READ F-CONFIG AT END
                   MOVE 'Y' TO WS-CONFIG-EOF
               NOT AT END
                   IF R-CONFIG NOT = SPACES
                       AND R-CONFIG(1:1) NOT = "*"
                       MOVE SPACES TO WS-LAYOUT-FILENAME
                       MOVE SPACES TO WS-DATA-FILENAME
                       UNSTRING R-CONFIG DELIMITED BY ALL SPACE
                           INTO WS-LAYOUT-FILENAME WS-DATA-FILENAME
                       ADD 1 TO WS-FILE-COUNT
                       PERFORM SCAN-ONE-FILE
                   END-IF
           END-PERFORM
           CLOSE F-CONFIG
           CLOSE F-REPORT
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "conformscan" TO WS-AUDIT-PROGRAM
           MOVE WS-TOTAL-CHECKED TO WS-AUDIT-RECORDS-READ
           MOVE WS-TOTAL-BAD TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Conformite : " WS-FILE-COUNT " fichier(s), "
               WS-TOTAL-CHECKED " enregistrement(s) controle(s), "
               WS-TOTAL-BAD " non conforme(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR de conformscan-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "MAX_SAMPLES"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-MAX-SAMPLES
           END-EVALUATE.

      *----------------------------------------------------------------
      * Un couple description / fichier de donnees : chargement de la
      * description, lecture et controle du fichier, section du
      * rapport.
      *----------------------------------------------------------------
       SCAN-ONE-FILE.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM LOAD-LAYOUT
           IF WS-LY-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FICHIER " FUNCTION TRIM(WS-DATA-FILENAME)
                      " : DESCRIPTION "
                      FUNCTION TRIM(WS-LAYOUT-FILENAME)
                      " ABSENTE OU VIDE - NON CONTROLE"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "DESCRIPTION ABSENTE "
                      FUNCTION TRIM(WS-LAYOUT-FILENAME)
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-CONFORMITY-ALERT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LINE-NUMBER WS-FILE-CHECKED WS-FILE-BAD
           MOVE ZERO TO WS-FILE-SKIPPED WS-FILE-SAMPLES
           MOVE ZERO TO WS-LENGTH-ERRORS
           OPEN INPUT F-DATA
           IF WS-DATA-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FICHIER " FUNCTION TRIM(WS-DATA-FILENAME)
                      " : ABSENT (description "
                      FUNCTION TRIM(WS-LAYOUT-FILENAME) ")"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-DATA AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   IF R-DATA(1:4) = "HDR " OR R-DATA(1:4) = "TRL "
                       ADD 1 TO WS-FILE-SKIPPED
                   ELSE
                       PERFORM CHECK-ONE-RECORD
                   END-IF
           END-PERFORM
           CLOSE F-DATA
           MOVE 'N' TO WS-EOF
           ADD WS-FILE-CHECKED TO WS-TOTAL-CHECKED
           ADD WS-FILE-BAD TO WS-TOTAL-BAD
           PERFORM WRITE-FILE-SECTION
           IF WS-FILE-BAD > ZERO
               MOVE SPACES TO WS-ALERT-CONDITION
               STRING "DONNEES NON CONFORMES "
                      FUNCTION TRIM(WS-DATA-FILENAME)
                      DELIMITED BY SIZE INTO WS-ALERT-CONDITION
               PERFORM RAISE-CONFORMITY-ALERT
           END-IF.

      * Description absente ou vide : WS-LY-COUNT reste a zero.
       LOAD-LAYOUT.
           MOVE ZERO TO WS-LY-COUNT WS-REC-LENGTH WS-REC-MIN-LENGTH
           OPEN INPUT F-LAYOUT
           IF WS-LAYOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-LAYOUT AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LAY-NOM = "*ENREGISTREMENT"
                       AND LAY-LARGEUR IS NUMERIC
                       MOVE LAY-LARGEUR TO WS-REC-LENGTH
                   ELSE
                       IF LAY-NOM NOT = SPACES
                           AND LAY-POSITION IS NUMERIC
                           AND LAY-LARGEUR IS NUMERIC
                           PERFORM STORE-LAYOUT-FIELD
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE F-LAYOUT
           MOVE 'N' TO WS-EOF.

       STORE-LAYOUT-FIELD.
           IF WS-LY-COUNT >= WS-LY-TABLE-MAX
               IF WS-LY-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-LY-TABLE-FULL
                   MOVE "CAPACITE WS-LY-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   PERFORM RAISE-CONFORMITY-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-LY-COUNT
               SET LY-IDX TO WS-LY-COUNT
               MOVE LAY-NOM TO WS-LY-NOM(LY-IDX)
               MOVE LAY-POSITION TO WS-LY-POSITION(LY-IDX)
               MOVE LAY-LARGEUR TO WS-LY-LARGEUR(LY-IDX)
               MOVE LAY-TYPE TO WS-LY-TYPE(LY-IDX)
               MOVE LAY-OBLIG TO WS-LY-OBLIG(LY-IDX)
               MOVE LAY-VALEURS TO WS-LY-VALEURS(LY-IDX)
               MOVE ZERO TO WS-LY-ERR-NUM(LY-IDX)
               MOVE ZERO TO WS-LY-ERR-DATE(LY-IDX)
               MOVE ZERO TO WS-LY-ERR-OBLIG(LY-IDX)
               MOVE ZERO TO WS-LY-ERR-VALEUR(LY-IDX)
               COMPUTE WS-FIELD-LAST = LAY-POSITION + LAY-LARGEUR - 1
               IF WS-FIELD-LAST > WS-REC-LENGTH
                   MOVE WS-FIELD-LAST TO WS-REC-LENGTH
               END-IF
               IF LAY-OBLIG = "O"
                   AND LAY-POSITION > WS-REC-MIN-LENGTH
                   MOVE LAY-POSITION TO WS-REC-MIN-LENGTH
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Controle d'un enregistrement : longueur, puis chaque champ ;
      * la premiere anomalie trouvee est citee dans les exemples.
      *----------------------------------------------------------------
       CHECK-ONE-RECORD.
           ADD 1 TO WS-FILE-CHECKED
           MOVE ZERO TO WS-REC-ERRORS
           MOVE SPACES TO WS-REC-FIRST-ERROR
           IF R-DATA = SPACES
               MOVE ZERO TO WS-DATA-LENGTH
           ELSE
               COMPUTE WS-DATA-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(R-DATA TRAILING))
           END-IF
           IF WS-DATA-LENGTH > WS-REC-LENGTH
               OR WS-DATA-LENGTH < WS-REC-MIN-LENGTH
               ADD 1 TO WS-LENGTH-ERRORS
               ADD 1 TO WS-REC-ERRORS
               STRING "LONGUEUR " WS-DATA-LENGTH " AU LIEU DE "
                      WS-REC-MIN-LENGTH "-" WS-REC-LENGTH
                      DELIMITED BY SIZE INTO WS-REC-FIRST-ERROR
           END-IF
           PERFORM VARYING LY-IDX FROM 1 BY 1
                   UNTIL LY-IDX > WS-LY-COUNT
               PERFORM CHECK-ONE-FIELD
           END-PERFORM
           IF WS-REC-ERRORS > ZERO
               ADD 1 TO WS-FILE-BAD
               IF WS-FILE-SAMPLES < WS-MAX-SAMPLES
                   ADD 1 TO WS-FILE-SAMPLES
                   SET SM-IDX TO WS-FILE-SAMPLES
                   MOVE WS-LINE-NUMBER TO WS-SAMPLE-LINE(SM-IDX)
                   MOVE WS-REC-FIRST-ERROR TO WS-SAMPLE-ERROR(SM-IDX)
                   MOVE R-DATA(1:80) TO WS-SAMPLE-DATA(SM-IDX)
               END-IF
           END-IF.

      * Une seule anomalie par champ : obligatoire, puis numerique,
      * puis date, puis valeur admise.
       CHECK-ONE-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE WS-FIELD-KIND
           IF WS-LY-POSITION(LY-IDX) + WS-LY-LARGEUR(LY-IDX) - 1
                   <= 400
               MOVE R-DATA(WS-LY-POSITION(LY-IDX):
                           WS-LY-LARGEUR(LY-IDX))
                   TO WS-FIELD-VALUE
           END-IF
           IF WS-FIELD-VALUE = SPACES
               IF WS-LY-OBLIG(LY-IDX) = "O"
                   ADD 1 TO WS-LY-ERR-OBLIG(LY-IDX)
                   MOVE "OBLIGATOIRE" TO WS-FIELD-KIND
                   PERFORM NOTE-FIELD-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LY-TYPE(LY-IDX)
               WHEN "9"
                   IF WS-FIELD-VALUE(1:WS-LY-LARGEUR(LY-IDX))
                           IS NOT NUMERIC
                       ADD 1 TO WS-LY-ERR-NUM(LY-IDX)
                       MOVE "NUMERIQUE" TO WS-FIELD-KIND
                   END-IF
               WHEN "S"
                   IF (WS-FIELD-VALUE(1:1) NOT = "+"
                           AND WS-FIELD-VALUE(1:1) NOT = "-")
                       OR WS-LY-LARGEUR(LY-IDX) < 2
                       OR WS-FIELD-VALUE(2:WS-LY-LARGEUR(LY-IDX) - 1)
                           IS NOT NUMERIC
                       ADD 1 TO WS-LY-ERR-NUM(LY-IDX)
                       MOVE "NUMERIQUE" TO WS-FIELD-KIND
                   END-IF
               WHEN "D"
                   IF WS-FIELD-VALUE(1:8) IS NOT NUMERIC
                       OR WS-FIELD-VALUE(5:2) < "01"
                       OR WS-FIELD-VALUE(5:2) > "12"
                       OR WS-FIELD-VALUE(7:2) < "01"
                       OR WS-FIELD-VALUE(7:2) > "31"
                       ADD 1 TO WS-LY-ERR-DATE(LY-IDX)
                       MOVE "DATE" TO WS-FIELD-KIND
                   END-IF
               WHEN "J"
                   IF WS-FIELD-VALUE(1:8) IS NOT NUMERIC
                       OR WS-FIELD-VALUE(3:2) < "01"
                       OR WS-FIELD-VALUE(3:2) > "12"
                       OR WS-FIELD-VALUE(1:2) < "01"
                       OR WS-FIELD-VALUE(1:2) > "31"
                       ADD 1 TO WS-LY-ERR-DATE(LY-IDX)
                       MOVE "DATE" TO WS-FIELD-KIND
                   END-IF
           END-EVALUATE
           IF WS-FIELD-KIND = SPACES
               AND WS-LY-VALEURS(LY-IDX) NOT = SPACES
               PERFORM CHECK-VALUE-LIST
           END-IF
           IF WS-FIELD-KIND NOT = SPACES
               PERFORM NOTE-FIELD-ERROR
           END-IF.

      * La valeur, encadree de "/", doit figurer dans la liste
      * encadree de meme.
       CHECK-VALUE-LIST.
           MOVE SPACES TO WS-VAL-LIST WS-VAL-PROBE
           STRING "/" FUNCTION TRIM(WS-LY-VALEURS(LY-IDX)) "/"
                  DELIMITED BY SIZE INTO WS-VAL-LIST
           STRING "/" FUNCTION TRIM(WS-FIELD-VALUE) "/"
                  DELIMITED BY SIZE INTO WS-VAL-PROBE
           COMPUTE WS-VAL-PROBE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-FIELD-VALUE)) + 2
           MOVE ZERO TO WS-VAL-HITS
           IF WS-VAL-PROBE-LEN <= 64
               INSPECT WS-VAL-LIST TALLYING WS-VAL-HITS
                   FOR ALL WS-VAL-PROBE(1:WS-VAL-PROBE-LEN)
           END-IF
           IF WS-VAL-HITS = ZERO
               ADD 1 TO WS-LY-ERR-VALEUR(LY-IDX)
               MOVE "VALEUR" TO WS-FIELD-KIND
           END-IF.

       NOTE-FIELD-ERROR.
           ADD 1 TO WS-REC-ERRORS
           IF WS-REC-FIRST-ERROR = SPACES
               STRING FUNCTION TRIM(WS-LY-NOM(LY-IDX)) " "
                      FUNCTION TRIM(WS-FIELD-KIND)
                      DELIMITED BY SIZE INTO WS-REC-FIRST-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Section du rapport : compteurs, histogramme par champ (une
      * etoile par anomalie, 30 au plus), premiers enregistrements en
      * anomalie.
      *----------------------------------------------------------------
       WRITE-FILE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FICHIER " FUNCTION TRIM(WS-DATA-FILENAME)
                  " (description " FUNCTION TRIM(WS-LAYOUT-FILENAME)
                  ", longueur " WS-REC-MIN-LENGTH "-" WS-REC-LENGTH
                  ")"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           COMPUTE WS-FILE-GOOD = WS-FILE-CHECKED - WS-FILE-BAD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CONTROLES " WS-FILE-CHECKED
                  "  CONFORMES " WS-FILE-GOOD
                  "  NON CONFORMES " WS-FILE-BAD
                  "  HDR/TRL IGNORES " WS-FILE-SKIPPED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           IF WS-FILE-BAD = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CHAMP                          "
                  "   LONGUEUR   NUMERIQUE        DATE OBLIGATOIRE"
                  "      VALEUR"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           IF WS-LENGTH-ERRORS > ZERO
               MOVE WS-LENGTH-ERRORS TO WS-HIST-TOTAL
               PERFORM BUILD-HISTOGRAM-BAR
               MOVE WS-LENGTH-ERRORS TO WS-HC-LONGUEUR
               MOVE ZERO TO WS-HC-NUMERIQUE WS-HC-DATE
               MOVE ZERO TO WS-HC-OBLIG WS-HC-VALEUR
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *ENREGISTREMENT                "
                      WS-HIST-COUNTS WS-HIST-BAR
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING LY-IDX FROM 1 BY 1
                   UNTIL LY-IDX > WS-LY-COUNT
               COMPUTE WS-HIST-TOTAL = WS-LY-ERR-NUM(LY-IDX)
                   + WS-LY-ERR-DATE(LY-IDX) + WS-LY-ERR-OBLIG(LY-IDX)
                   + WS-LY-ERR-VALEUR(LY-IDX)
               IF WS-HIST-TOTAL > ZERO
                   PERFORM BUILD-HISTOGRAM-BAR
                   MOVE ZERO TO WS-HC-LONGUEUR
                   MOVE WS-LY-ERR-NUM(LY-IDX) TO WS-HC-NUMERIQUE
                   MOVE WS-LY-ERR-DATE(LY-IDX) TO WS-HC-DATE
                   MOVE WS-LY-ERR-OBLIG(LY-IDX) TO WS-HC-OBLIG
                   MOVE WS-LY-ERR-VALEUR(LY-IDX) TO WS-HC-VALEUR
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-LY-NOM(LY-IDX) " "
                          WS-HIST-COUNTS WS-HIST-BAR
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE R-REPORT FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  PREMIERS ENREGISTREMENTS EN ANOMALIE"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           PERFORM VARYING SM-IDX FROM 1 BY 1
                   UNTIL SM-IDX > WS-FILE-SAMPLES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  LIGNE " WS-SAMPLE-LINE(SM-IDX) " "
                      WS-SAMPLE-ERROR(SM-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    |" WS-SAMPLE-DATA(SM-IDX) "|"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE R-REPORT FROM WS-REPORT-LINE
           END-PERFORM.

       BUILD-HISTOGRAM-BAR.
           MOVE SPACES TO WS-HIST-BAR
           MOVE WS-HIST-TOTAL TO WS-HIST-BAR-LEN
           IF WS-HIST-TOTAL > 30
               MOVE 30 TO WS-HIST-BAR-LEN
           END-IF
           MOVE ALL "*" TO WS-HIST-BAR(1:WS-HIST-BAR-LEN).

       RAISE-CONFORMITY-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPERATIONAL-ALERT.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM conformscan.
