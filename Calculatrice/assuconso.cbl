      * fichier et ignorer les deux autres. La validation partagée
      * VALIDCHK s'applique à l'entrée, et un numéro déjà vu dans une
      * source précédente est rejeté en doublon inter-sources (la
      * première source lue fait foi). Les polices créées par
      * acceptation de devis (assurances-affaires-nouvelles.dat)
      * sont reprises en dernière source ; assudevis les ajoute aussi
      * à assurances.dat pour l'échéancier et l'encaissement, mais
      * c'est la ligne des affaires nouvelles, avec sa catégorie, qui
      * fait foi au maître : la copie d'assurances.dat est ignorée.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATASSUR-STATUS.

      * Polices creees par acceptation de devis (assudevis.cbl),
      * deja dans la disposition du maitre.
           SELECT NOUVELLES-FILE
               ASSIGN TO 'assurances-affaires-nouvelles.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOUVELLES-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           05  FILLER              PIC X(1).
           05  DAT-CURRENCY        PIC X(1).

       FD  NOUVELLES-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NOUVELLES-RECORD.
           05 NOUV-SOURCE          PIC X(10).
           05 FILLER               PIC X.
           05 NOUV-NUMERO          PIC X(8).
           05 FILLER               PIC X.
           05 NOUV-NOM             PIC X(14).
           05 FILLER               PIC X.
           05 NOUV-CATEGORIE       PIC X(13).
           05 FILLER               PIC X.
           05 NOUV-TYPE            PIC X(41).
           05 FILLER               PIC X.
           05 NOUV-STATUT          PIC X(8).
           05 FILLER               PIC X.
           05 NOUV-DATE-DEB        PIC X(8).
           05 FILLER               PIC X.
           05 NOUV-DATE-FIN        PIC X(8).
           05 FILLER               PIC X.
           05 NOUV-MONTANT         PIC X(10).
           05 FILLER               PIC X.
           05 NOUV-DEVISE          PIC X(3).

      * Maître canonique : source, numéro, nom, catégorie, type,
      * statut, dates, montant, devise.
       FD  MASTER-FILE
       01  WS-PART-STATUS        PIC XX.
       01  WS-DATASSUR-STATUS    PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-NOUVELLES-STATUS   PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'VALIDWS.cpy'.
       01  WS-SEEN-TABLE-FULL    PIC X VALUE 'N'.
       01  WS-SEEN-FOUND         PIC X.

      * Numéros des affaires nouvelles, chargés avant la lecture
      * d'assurances.dat pour y ignorer leur copie.
       01  WS-NOUV-TABLE.
           05 WS-NOUV-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-NOUV-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-NOUV-COUNT
                  INDEXED BY NOUV-IDX.
               10 WS-NOUV-NUMERO PIC X(8).
       01  WS-NOUV-TABLE-MAX     PIC 9(4) VALUE 2000.
       01  WS-NOUV-FOUND         PIC X.

      * Zone canonique de travail alimentée par chaque source avant
      * validation puis écriture.
       01  WS-CANON.
           END-IF

           PERFORM LOAD-MANIFEST
           PERFORM LOAD-NOUVELLES-NUMEROS
           PERFORM CONSOLIDATE-ASSURANCES
           PERFORM VARYING WS-PART-NUM FROM 1 BY 1
                   UNTIL WS-PART-NUM > WS-PART-COUNT
               PERFORM CONSOLIDATE-ONE-PART
           END-PERFORM
           PERFORM CONSOLIDATE-DATASSUR
           PERFORM CONSOLIDATE-NOUVELLES

           CLOSE MASTER-FILE
           PERFORM CLEAR-CHECKPOINT
                   NOT AT END
                       PERFORM TRACK-STAGE-RECORD
                       IF WS-SKIP-THIS = 'N'
                       PERFORM FIND-NOUVELLE-NUMERO
                       IF WS-NOUV-FOUND = 'N'
                       MOVE SPACES TO WS-CANON
                       MOVE "ASSURANCES" TO WS-CANON-SOURCE
                       MOVE WS-NUMERO TO WS-CANON-NUMERO
                       MOVE WS-PRIX TO WS-CANON-MONTANT
                       MOVE WS-DEVISE(1:3) TO WS-CANON-DEVISE
                       PERFORM VALIDATE-AND-WRITE-CANON
                       END-IF
                       PERFORM COMMIT-STAGE-RECORD
                       END-IF
               END-PERFORM
           END-IF
           END-IF.

      * Numéros des polices issues de devis, relus à chaque run
      * (reprise comprise) : le fichier n'est qu'ajouté par assudevis.
       LOAD-NOUVELLES-NUMEROS.
           MOVE ZERO TO WS-NOUV-COUNT
           OPEN INPUT NOUVELLES-FILE
           IF WS-NOUVELLES-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NOUVELLES-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-NOUV-COUNT < WS-NOUV-TABLE-MAX
                           ADD 1 TO WS-NOUV-COUNT
                           SET NOUV-IDX TO WS-NOUV-COUNT
                           MOVE NOUV-NUMERO
                               TO WS-NOUV-NUMERO(NOUV-IDX)
                       ELSE
                           DISPLAY "ATTENTION : capacite de "
                               "WS-NOUV-ENTRY (" WS-NOUV-TABLE-MAX
                               ") depassee, police " NOUV-NUMERO
                               " en doublon dans assurances.dat"
                       END-IF
               END-PERFORM
               CLOSE NOUVELLES-FILE
           END-IF.

       FIND-NOUVELLE-NUMERO.
           MOVE 'N' TO WS-NOUV-FOUND
           IF WS-NOUV-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET NOUV-IDX TO 1
           SEARCH WS-NOUV-ENTRY
               WHEN WS-NOUV-NUMERO(NOUV-IDX) = WS-NUMERO
                   MOVE 'Y' TO WS-NOUV-FOUND
           END-SEARCH.

      * Consolide la partie courante ; l'étiquette de source reprend
      * le rang de la partie au manifeste (PART01, PART02, ...).
       CONSOLIDATE-ONE-PART.
               CLOSE DATASSUR-FILE
           END-IF.

      * Affaires nouvelles issues des devis acceptes : deja au
      * format du maitre, lues apres les trois dispositions
      * historiques pour qu'une reconstruction ne les perde pas.
       CONSOLIDATE-NOUVELLES.
           MOVE "DEVIS" TO WS-STAGE-NAME
           PERFORM BEGIN-STAGE
           IF WS-STAGE-SKIP = 'A'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NOUVELLES-FILE
           IF WS-NOUVELLES-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NOUVELLES-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TRACK-STAGE-RECORD
                       IF WS-SKIP-THIS = 'Y'
                           EXIT PERFORM CYCLE
                       END-IF
                       MOVE SPACES TO WS-CANON
                       MOVE "DEVIS" TO WS-CANON-SOURCE
                       MOVE NOUV-NUMERO TO WS-CANON-NUMERO
                       MOVE NOUV-NOM TO WS-CANON-NOM
                       MOVE NOUV-CATEGORIE TO WS-CANON-CATEGORIE
                       MOVE NOUV-TYPE TO WS-CANON-TYPE
                       MOVE NOUV-STATUT TO WS-CANON-STATUT
                       MOVE NOUV-DATE-DEB TO WS-CANON-DATE-DEB
                       MOVE NOUV-DATE-FIN TO WS-CANON-DATE-FIN
                       MOVE NOUV-MONTANT TO WS-CANON-MONTANT
                       MOVE NOUV-DEVISE TO WS-CANON-DEVISE
                       PERFORM VALIDATE-AND-WRITE-CANON
                       PERFORM COMMIT-STAGE-RECORD
               END-PERFORM
               CLOSE NOUVELLES-FILE
           END-IF.

      * Decide du sort de la source qui commence : sources
      * anterieures a celle du point de reprise entierement sautees
      * ('A'), source de reprise sautee partiellement ('P'), tout le
