       FD  SAVE-FILE.
       01  SAVE-RECORD                PIC X(400).

      * Une partie par ligne : date, niveau (D/I/E/P, J pour le
      * defi du jour), lignes, colonnes, mines, coups, resultat,
      * graine de la grille, joueur, puis le journal des coups
      * (action U/F, colonne, ligne) qui permet de rejouer et de
      * verifier la partie. Les lignes de 28 caracteres sans graine
      * et les anciennes lignes a grille carree (23 caracteres,
      * taille en position 10) sont encore relues par le classement.
       FD  SCORES-FILE.
       01  SCORE-RECORD.
           05 SCORE-DATE            PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 SCORE-MOVES           PIC 9(4).
           05 FILLER                PIC X VALUE SPACE.
           05 SCORE-RESULT          PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 SCORE-SEED            PIC 9(9).
           05 FILLER                PIC X VALUE SPACE.
           05 SCORE-PLAYER          PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 SCORE-LOG-ENTRY OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-SCORE-LOG-COUNT.
               10 SCORE-LOG-ACTION  PIC X.
               10 SCORE-LOG-COL     PIC 9(2).
               10 SCORE-LOG-ROW     PIC 9(2).
       01  SCORE-RECORD-OLD.
           05 SCORE-OLD-DATE        PIC 9(8).
           05 FILLER                PIC X.
           05 SCORE-OLD-SIZE        PIC 9(2).
               10  SECOND                  PIC  9(2).
               10  MS                      PIC  9(2).

      * Graine de la grille : choisie par le joueur, tiree de
      * l'horloge (0 saisi) ou datee pour le defi du jour. Avec le
      * journal des coups elle suffit a rejouer une partie.
      * Les graines a partir de WS-DAILY-SEED-BASE sont reservees
      * au defi (base + AAAAMMJJ) : la saisie libre les refuse, pour
      * qu'on ne puisse pas s'entrainer sur la grille du jour.
       01 WS-GAME-SEED                     PIC 9(9) VALUE ZERO.
       01 WS-DAILY-SEED-BASE               PIC 9(9) VALUE 900000000.
       01 WS-PLAYER                        PIC X(10) VALUE SPACES.
       01 WS-GAME-RESULT                   PIC X VALUE SPACE.
       01 WS-LOG-COUNT                     PIC 9(4) VALUE ZERO.
       01 WS-LOG-MAX                       PIC 9(4) VALUE 2000.
       01 WS-SCORE-LOG-COUNT               PIC 9(4) VALUE 2000.
       01 WS-LOG-TABLE                     VALUE SPACES.
           05 WS-LOG-ENTRY OCCURS 2000 TIMES.
               10 WS-LOG-ACTION            PIC X.
               10 WS-LOG-COL               PIC 9(2).
               10 WS-LOG-ROW               PIC 9(2).
       01 WS-LOG-DATA REDEFINES WS-LOG-TABLE PIC X(10000).
       01 WS-LOG-IDX                       PIC 9(4).
       01 WS-LOG-LINES                     PIC 9(2).
      * Verification d'une partie enregistree.
       01 WS-REPLAY-MODE                   PIC X VALUE 'N'.
       01 WS-REPLAY-STEP                   PIC 9(4).
       01 WS-REPLAY-PAUSE                  PIC X.
       01 WS-REPLAY-STEPWISE               PIC X VALUE 'N'.
       01 WS-REPLAY-VALID                  PIC X.
       01 WS-REPLAY-LINE                   PIC 9(5).
       01 WS-REPLAY-FOUND                  PIC X.
       01 WS-REPLAY-MOVES                  PIC 9(4).
       01 WS-REPLAY-RESULT                 PIC X.
       01 WS-REPLAY-DATE                   PIC 9(8).
       01 WS-SCORE-LINE                    PIC 9(5).
       01 WS-SCORE-TOTAL                   PIC 9(5).
      * Defi du jour : meme grille pour tous a la date du jour,
      * classement a part (meilleur score de chaque joueur).
       01 WS-DAILY-ROWS                    PIC 9(2) VALUE 16.
       01 WS-DAILY-COLS                    PIC 9(2) VALUE 16.
       01 WS-DAILY-MINES                   PIC 9(4) VALUE 40.
       01 WS-DAILY-TABLE.
           05 WS-DAILY-COUNT               PIC 9(2) VALUE ZERO.
           05 WS-DAILY-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-DAILY-COUNT
                  INDEXED BY DAILY-IDX.
               10 WS-DAILY-BEST            PIC 9(4).
               10 WS-DAILY-PLAYER          PIC X(10).
               10 WS-DAILY-GAMES           PIC 9(3).
       01 WS-DAILY-RANK                    PIC 9(2).

       01 WS-SAVE-STATUS                   PIC XX.
       01 WS-SAVE-EOF                      PIC X VALUE 'N'.

       MAIN-PROCEDURE.
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-SCORE-TODAY-8 FROM DATE YYYYMMDD
           PERFORM SHOW-LEADERBOARD
           DISPLAY "Reprendre une partie sauvegardée (O/N), "
               "defi du (J)our, (V)erifier une partie enregistree ?".
           ACCEPT WS-RESUME-CHOICE.
           IF WS-RESUME-CHOICE = 'V' OR WS-RESUME-CHOICE = 'v'
               PERFORM VERIFY-RECORDED-GAME
               STOP RUN
           END-IF
           IF WS-RESUME-CHOICE = 'O' OR WS-RESUME-CHOICE = 'o'
               PERFORM LOAD-GAME
           END-IF
           IF WS-RESUME-CHOICE = 'J' OR WS-RESUME-CHOICE = 'j'
               PERFORM SETUP-DAILY-CHALLENGE
               PERFORM GENERATE-MINES
               PERFORM CALCULATE-SURROUNDING
           END-IF
           IF WS-RESUME-CHOICE NOT = 'O' AND WS-RESUME-CHOICE NOT = 'o'
               AND WS-RESUME-CHOICE NOT = 'J'
               AND WS-RESUME-CHOICE NOT = 'j'
               PERFORM CHOOSE-DIFFICULTY
               DISPLAY "Graine de la grille (0 = au hasard) :"
               ACCEPT WS-GAME-SEED
               PERFORM UNTIL WS-GAME-SEED < WS-DAILY-SEED-BASE
                   DISPLAY "Graines de " WS-DAILY-SEED-BASE
                       " et plus reservees au defi du jour, "
                       "autre graine :"
                   ACCEPT WS-GAME-SEED
               END-PERFORM
               PERFORM GENERATE-MINES
               PERFORM CALCULATE-SURROUNDING
               DISPLAY "Graine de la partie : " WS-GAME-SEED
           END-IF
           PERFORM GAME UNTIL GAME-DONE IS EQUAL TO 1.
           STOP RUN.
               END-IF
           END-IF.

      * Defi du jour : grille intermediaire dont la graine est
      * WS-DAILY-SEED-BASE plus la date, identique pour tous les
      * joueurs ce jour-la.
       SETUP-DAILY-CHALLENGE.
           MOVE 'J' TO WS-DIFFICULTY
           MOVE WS-DAILY-ROWS TO PLAYFIELD-ROWS
           MOVE WS-DAILY-COLS TO PLAYFIELD-COLS
           MOVE WS-DAILY-MINES TO TOTAL-MINES
           COMPUTE WS-GAME-SEED = WS-DAILY-SEED-BASE + WS-SCORE-TODAY-8
           DISPLAY "Defi du " WS-SCORE-TODAY-8 " - votre nom :"
           ACCEPT WS-PLAYER
           IF WS-PLAYER = SPACES
               MOVE "ANONYME" TO WS-PLAYER
           END-IF.

       COPY 'PARAMLOAD.cpy'.

      * La meme graine redonne la meme grille : sans graine choisie,
      * elle est tiree de l'horloge puis conservee avec la partie.
       GENERATE-MINES.
           MOVE TOTAL-MINES TO MINE-COUNT.
           IF WS-GAME-SEED = ZERO
               MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS
               COMPUTE WS-GAME-SEED =
                   ((CURRENT-DAY * 24 + HOUR) * 60 + MINUTE) * 6000
                   + SECOND * 100 + MS + 1
           END-IF
           COMPUTE RAND = FUNCTION RANDOM(WS-GAME-SEED).
           PERFORM UNTIL MINE-COUNT IS EQUAL TO 0
               COMPUTE RAND = 1 + FUNCTION RANDOM * PLAYFIELD-COLS
               MOVE RAND TO X
           END-PERFORM.

           IF MINE-COUNT IS EQUAL TO TOTAL-MINES THEN
               MOVE 1 TO GAME-DONE
               MOVE 'G' TO WS-GAME-RESULT
               IF WS-REPLAY-MODE = 'N'
                   PERFORM PRINT-GAME
                   DISPLAY "C'est gagn√© !"
                   PERFORM RECORD-SCORE
               END-IF
           END-IF.

      * Ajoute la partie terminée au fichier de scores (même
      * convention OPEN EXTEND + repli OPEN OUTPUT que l'historique
      * de calculat.cbl).
      * La graine et le journal des coups accompagnent le score pour
      * qu'un resultat conteste puisse etre rejoue.
       RECORD-SCORE.
           ACCEPT WS-SCORE-TODAY-8 FROM DATE YYYYMMDD
           OPEN EXTEND SCORES-FILE
           IF WS-SCORES-STATUS = "05" OR WS-SCORES-STATUS = "35"
               OPEN OUTPUT SCORES-FILE
           END-IF
           MOVE WS-LOG-COUNT TO WS-SCORE-LOG-COUNT
           MOVE SPACES TO SCORE-RECORD
           MOVE WS-SCORE-TODAY-8 TO SCORE-DATE
      * Une partie du defi reprise un autre jour compte pour le defi
      * de sa grille, dont la date se deduit de la graine (les
      * graines anterieures a la base etaient la date elle-meme).
           IF WS-DIFFICULTY = 'J'
               IF WS-GAME-SEED >= WS-DAILY-SEED-BASE
                   COMPUTE SCORE-DATE =
                       WS-GAME-SEED - WS-DAILY-SEED-BASE
               ELSE
                   MOVE WS-GAME-SEED TO SCORE-DATE
               END-IF
           END-IF
           MOVE WS-DIFFICULTY TO SCORE-DIFF
           MOVE PLAYFIELD-ROWS TO SCORE-ROWS
           MOVE PLAYFIELD-COLS TO SCORE-COLS
           MOVE TOTAL-MINES TO SCORE-MINES
           MOVE WS-MOVE-COUNT TO SCORE-MOVES
           MOVE WS-GAME-RESULT TO SCORE-RESULT
           MOVE WS-GAME-SEED TO SCORE-SEED
           MOVE WS-PLAYER TO SCORE-PLAYER
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > WS-LOG-COUNT
               MOVE WS-LOG-ENTRY(WS-LOG-IDX)
                   TO SCORE-LOG-ENTRY(WS-LOG-IDX)
           END-PERFORM
           WRITE SCORE-RECORD
           MOVE WS-LOG-MAX TO WS-SCORE-LOG-COUNT
           CLOSE SCORES-FILE.

      * Classement d'ouverture : meilleurs résultats par
      * configuration, parties jouées et taux de victoire, relus du
      * fichier de scores. Fichier absent = premier déjeuner.
       SHOW-LEADERBOARD.
           MOVE WS-LOG-MAX TO WS-SCORE-LOG-COUNT
           OPEN INPUT SCORES-FILE
           IF WS-SCORES-STATUS = "00"
               PERFORM UNTIL WS-SCORES-EOF = 'Y'
                           WS-WIN-RATE-EDIT "%"
                   END-IF
               END-PERFORM
           END-IF
           PERFORM SHOW-DAILY-LEADERBOARD.

      * Classement du defi du jour : meilleur score de chaque joueur
      * (le moins de coups parmi ses victoires), puis ceux qui n'ont
      * pas encore gagne.
       SHOW-DAILY-LEADERBOARD.
           IF WS-DAILY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DAILY-COUNT > 1
               SORT WS-DAILY-ENTRY ASCENDING KEY WS-DAILY-BEST
                   WS-DAILY-PLAYER
           END-IF
           DISPLAY "=== Defi du jour " WS-SCORE-TODAY-8 " ==="
           MOVE ZERO TO WS-DAILY-RANK
           PERFORM VARYING DAILY-IDX FROM 1 BY 1
                   UNTIL DAILY-IDX > WS-DAILY-COUNT
               IF WS-DAILY-BEST(DAILY-IDX) < 9999
                   ADD 1 TO WS-DAILY-RANK
                   DISPLAY WS-DAILY-RANK ". "
                       WS-DAILY-PLAYER(DAILY-IDX) " en "
                       WS-DAILY-BEST(DAILY-IDX) " coups ("
                       WS-DAILY-GAMES(DAILY-IDX) " essai(s))"
               ELSE
                   DISPLAY "--  " WS-DAILY-PLAYER(DAILY-IDX)
                       " pas encore gagne ("
                       WS-DAILY-GAMES(DAILY-IDX) " essai(s))"
               END-IF
           END-PERFORM.

      * Ramene la partie lue a la disposition courante : une
      * ancienne ligne a grille carree (taille numerique en
               MOVE SCORE-MOVES TO WS-TALLY-MOVES
               MOVE SCORE-RESULT TO WS-TALLY-RESULT
           END-IF
      * Les parties du defi ont leur propre classement, limite au
      * defi du jour.
           IF WS-TALLY-DIFF = 'J'
               IF SCORE-DATE = WS-SCORE-TODAY-8
                   PERFORM TALLY-DAILY-SCORE
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET BOARD-IDX TO 1
           SEARCH WS-BOARD-ENTRY
               AT END
                   PERFORM TALLY-SCORE-RESULT
           END-SEARCH.

       TALLY-DAILY-SCORE.
           SET DAILY-IDX TO 1
           SEARCH WS-DAILY-ENTRY
               AT END
                   IF WS-DAILY-COUNT < 50
                       ADD 1 TO WS-DAILY-COUNT
                       SET DAILY-IDX TO WS-DAILY-COUNT
                       MOVE SCORE-PLAYER TO WS-DAILY-PLAYER(DAILY-IDX)
                       MOVE ZERO TO WS-DAILY-GAMES(DAILY-IDX)
                       MOVE 9999 TO WS-DAILY-BEST(DAILY-IDX)
                       PERFORM TALLY-DAILY-RESULT
                   END-IF
               WHEN WS-DAILY-PLAYER(DAILY-IDX) = SCORE-PLAYER
                   PERFORM TALLY-DAILY-RESULT
           END-SEARCH.

       TALLY-DAILY-RESULT.
           ADD 1 TO WS-DAILY-GAMES(DAILY-IDX)
           IF WS-TALLY-RESULT = 'G'
               AND WS-TALLY-MOVES < WS-DAILY-BEST(DAILY-IDX)
               MOVE WS-TALLY-MOVES TO WS-DAILY-BEST(DAILY-IDX)
           END-IF.

       TALLY-SCORE-RESULT.
           IF WS-TALLY-RESULT = 'G'
               ADD 1 TO WS-BOARD-WINS(BOARD-IDX)
                  WS-MOVE-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIFFICULTY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GAME-SEED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PLAYER DELIMITED BY SIZE
                  INTO SAVE-RECORD
           WRITE SAVE-RECORD
           MOVE 1 TO Y
               WRITE SAVE-RECORD
               ADD 1 TO Y
           END-PERFORM
      * Journal des coups a la suite de la grille, 80 coups par
      * ligne, pour que la partie reprise reste verifiable.
           MOVE 0 TO WS-LOG-LINES
           PERFORM UNTIL WS-LOG-LINES * 80 >= WS-LOG-COUNT
               MOVE WS-LOG-DATA(WS-LOG-LINES * 400 + 1:400)
                   TO SAVE-RECORD
               WRITE SAVE-RECORD
               ADD 1 TO WS-LOG-LINES
           END-PERFORM
           CLOSE SAVE-FILE
           DISPLAY "Partie sauvegardée dans demineur-save.dat".

               READ SAVE-FILE AT END MOVE 'Y' TO WS-SAVE-EOF END-READ
      * Le compteur de coups voyage avec la sauvegarde pour que le
      * score d'une partie reprise reste honnête.
               MOVE ZERO TO WS-GAME-SEED
               UNSTRING SAVE-RECORD DELIMITED BY " "
                   INTO PLAYFIELD-ROWS PLAYFIELD-COLS TOTAL-MINES
                        WS-MOVE-COUNT WS-DIFFICULTY WS-GAME-SEED
               MOVE SAVE-RECORD(29:10) TO WS-PLAYER
               MOVE 1 TO Y
               PERFORM UNTIL Y > PLAYFIELD-ROWS OR WS-SAVE-EOF = 'Y'
                   READ SAVE-FILE
                   END-READ
                   ADD 1 TO Y
               END-PERFORM
               MOVE 0 TO WS-LOG-LINES
               PERFORM UNTIL WS-SAVE-EOF = 'Y'
                   READ SAVE-FILE
                       AT END
                           MOVE 'Y' TO WS-SAVE-EOF
                       NOT AT END
                           IF WS-LOG-LINES < 25
                               MOVE SAVE-RECORD TO WS-LOG-DATA
                                   (WS-LOG-LINES * 400 + 1:400)
                               ADD 1 TO WS-LOG-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAVE-FILE
               MOVE WS-MOVE-COUNT TO WS-LOG-COUNT
               IF WS-LOG-COUNT > WS-LOG-MAX
                   MOVE WS-LOG-MAX TO WS-LOG-COUNT
               END-IF
      * Une sauvegarde sans journal des coups ne permet plus de
      * rejouer la partie : graine effacee, partie non verifiable.
               IF WS-MOVE-COUNT > 0 AND WS-LOG-LINES = 0
                   MOVE ZERO TO WS-GAME-SEED
               END-IF
           END-IF.

       GAME.
                   MOVE 1 TO GAME-DONE
               ELSE
                   ADD 1 TO WS-MOVE-COUNT
                   PERFORM LOG-MOVE
                   PERFORM APPLY-MOVE
               END-IF
           END-IF.

      * Note le coup au journal de la partie (au-dela de la
      * capacite, la partie ne sera plus verifiable).
       LOG-MOVE.
           IF WS-LOG-COUNT < WS-LOG-MAX
               ADD 1 TO WS-LOG-COUNT
               IF WS-ACTION = 'F' OR WS-ACTION = 'f'
                   MOVE 'F' TO WS-LOG-ACTION(WS-LOG-COUNT)
               ELSE
                   MOVE 'U' TO WS-LOG-ACTION(WS-LOG-COUNT)
               END-IF
               MOVE IN-X TO WS-LOG-COL(WS-LOG-COUNT)
               MOVE IN-Y TO WS-LOG-ROW(WS-LOG-COUNT)
           END-IF.

      * Joue le coup WS-ACTION en IN-X/IN-Y, en partie comme en
      * verification d'une partie enregistree.
       APPLY-MOVE.
           IF WS-ACTION = 'F' OR WS-ACTION = 'f'
               IF VIS(IN-X, IN-Y) = 0
                   IF FLG(IN-X, IN-Y) = 1
                       MOVE 0 TO FLG(IN-X, IN-Y)
                   ELSE
                       MOVE 1 TO FLG(IN-X, IN-Y)
                   END-IF
               END-IF
           ELSE
               MOVE 1 TO VIS(IN-X, IN-Y)
               MOVE 0 TO FLG(IN-X, IN-Y)
               IF MINE(IN-X, IN-Y) IS EQUAL TO '*' THEN
                   MOVE 1 TO GAME-DONE
                   MOVE 'P' TO WS-GAME-RESULT
                   IF WS-REPLAY-MODE = 'N'
                       PERFORM PRINT-GAME
                       DISPLAY "GAME OVER!"
                       PERFORM RECORD-SCORE
                   END-IF
               ELSE
                   COMPUTE WS-UNCOVER-PASSES =
                       PLAYFIELD-ROWS + PLAYFIELD-COLS
                   PERFORM UNCOVER
                       WS-UNCOVER-PASSES TIMES
                   PERFORM CHECK-WIN
               END-IF
           END-IF.

      * Verification d'une partie du fichier de scores : la grille
      * est reconstruite a partir de la graine enregistree, puis les
      * coups du journal sont rejoues (pas a pas si demande) et le
      * resultat obtenu est compare au resultat enregistre.
       VERIFY-RECORDED-GAME.
           PERFORM LIST-RECORDED-GAMES
           IF WS-SCORE-TOTAL = 0
               DISPLAY "Aucune partie enregistree."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de la partie a verifier :"
           ACCEPT WS-REPLAY-LINE
           PERFORM LOAD-RECORDED-GAME
           IF WS-REPLAY-FOUND = 'N'
               DISPLAY "Partie introuvable."
               EXIT PARAGRAPH
           END-IF
           IF WS-DIFFICULTY = 'J'
               AND WS-REPLAY-DATE >= WS-SCORE-TODAY-8
               DISPLAY "Partie du defi du jour : verification "
                   "possible a partir de demain."
               EXIT PARAGRAPH
           END-IF
           IF WS-GAME-SEED = ZERO
               DISPLAY "Partie enregistree sans graine : "
                   "verification impossible."
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-COUNT < WS-REPLAY-MOVES
               DISPLAY "Journal incomplet (" WS-LOG-COUNT
                   " coups sur " WS-REPLAY-MOVES
                   ") : verification impossible."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RECORDED-LOG
           IF WS-REPLAY-VALID = 'N'
               DISPLAY "Journal des coups illisible : "
                   "verification impossible."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Partie du " WS-REPLAY-DATE " niveau "
               WS-DIFFICULTY " " PLAYFIELD-ROWS "x" PLAYFIELD-COLS
               " mines " TOTAL-MINES " graine " WS-GAME-SEED
           DISPLAY "Pas a pas (O/N) ?"
           ACCEPT WS-REPLAY-STEPWISE
           PERFORM GENERATE-MINES
           PERFORM CALCULATE-SURROUNDING
           PERFORM REPLAY-MOVES
           PERFORM PRINT-GAME
           IF WS-GAME-RESULT = WS-REPLAY-RESULT
               AND WS-REPLAY-STEP = WS-REPLAY-MOVES
               DISPLAY "Resultat confirme : " WS-GAME-RESULT
                   " en " WS-REPLAY-STEP " coups."
           ELSE
               DISPLAY "Resultat NON confirme : enregistre "
                   WS-REPLAY-RESULT " en " WS-REPLAY-MOVES
                   " coups, rejoue " WS-GAME-RESULT " en "
                   WS-REPLAY-STEP " coups."
           END-IF.

      * Liste les parties rejouables parmi les 20 dernieres du
      * fichier de scores, avec leur numero de ligne. Les parties
      * du defi du jour restent cachees tant que le jour n'est pas
      * passe : les rejouer montrerait la grille.
       LIST-RECORDED-GAMES.
           MOVE ZERO TO WS-SCORE-TOTAL
           MOVE 'N' TO WS-SCORES-EOF
           OPEN INPUT SCORES-FILE
           IF WS-SCORES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCORES-EOF = 'Y'
               READ SCORES-FILE AT END
                   MOVE 'Y' TO WS-SCORES-EOF
               NOT AT END
                   ADD 1 TO WS-SCORE-TOTAL
           END-PERFORM
           CLOSE SCORES-FILE
           MOVE ZERO TO WS-SCORE-LINE
           MOVE 'N' TO WS-SCORES-EOF
           OPEN INPUT SCORES-FILE
           PERFORM UNTIL WS-SCORES-EOF = 'Y'
               READ SCORES-FILE AT END
                   MOVE 'Y' TO WS-SCORES-EOF
               NOT AT END
                   ADD 1 TO WS-SCORE-LINE
                   IF WS-SCORE-LINE + 20 > WS-SCORE-TOTAL
                       AND SCORE-RECORD(10:1) IS NOT NUMERIC
                       AND SCORE-SEED IS NUMERIC
                       AND SCORE-SEED > ZERO
                       AND (SCORE-DIFF NOT = 'J'
                            OR SCORE-DATE < WS-SCORE-TODAY-8)
                       DISPLAY WS-SCORE-LINE " : " SCORE-DATE " ["
                           SCORE-DIFF "] " SCORE-ROWS "x" SCORE-COLS
                           " mines " SCORE-MINES " " SCORE-RESULT
                           " en " SCORE-MOVES " coups " SCORE-PLAYER
                   END-IF
           END-PERFORM
           CLOSE SCORES-FILE.

       LOAD-RECORDED-GAME.
           MOVE 'N' TO WS-REPLAY-FOUND
           MOVE ZERO TO WS-SCORE-LINE
           MOVE 'N' TO WS-SCORES-EOF
           OPEN INPUT SCORES-FILE
           IF WS-SCORES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCORES-EOF = 'Y'
               READ SCORES-FILE AT END
                   MOVE 'Y' TO WS-SCORES-EOF
               NOT AT END
                   ADD 1 TO WS-SCORE-LINE
                   IF WS-SCORE-LINE = WS-REPLAY-LINE
                       MOVE 'Y' TO WS-SCORES-EOF
                       MOVE 'Y' TO WS-REPLAY-FOUND
                       PERFORM COPY-RECORDED-GAME
                   END-IF
           END-PERFORM
           CLOSE SCORES-FILE.

      * Les anciennes dispositions (sans graine) sont reconnues et
      * laissent la graine a zero.
       COPY-RECORDED-GAME.
           MOVE ZERO TO WS-GAME-SEED
           MOVE ZERO TO WS-LOG-COUNT
           IF SCORE-RECORD(10:1) IS NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SCORE-DATE TO WS-REPLAY-DATE
           MOVE SCORE-DIFF TO WS-DIFFICULTY
           MOVE SCORE-ROWS TO PLAYFIELD-ROWS
           MOVE SCORE-COLS TO PLAYFIELD-COLS
           MOVE SCORE-MINES TO TOTAL-MINES
           MOVE SCORE-MOVES TO WS-REPLAY-MOVES
           MOVE SCORE-RESULT TO WS-REPLAY-RESULT
           MOVE SCORE-PLAYER TO WS-PLAYER
           IF SCORE-SEED IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SCORE-SEED TO WS-GAME-SEED
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > WS-REPLAY-MOVES
                      OR WS-LOG-IDX > WS-LOG-MAX
                      OR SCORE-LOG-ACTION(WS-LOG-IDX) = SPACE
               MOVE SCORE-LOG-ENTRY(WS-LOG-IDX)
                   TO WS-LOG-ENTRY(WS-LOG-IDX)
               ADD 1 TO WS-LOG-COUNT
           END-PERFORM.

      * Chaque coup du journal doit etre une action connue sur une
      * case de la grille.
       CHECK-RECORDED-LOG.
           MOVE 'Y' TO WS-REPLAY-VALID
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > WS-LOG-COUNT
               IF (WS-LOG-ACTION(WS-LOG-IDX) NOT = 'U'
                   AND WS-LOG-ACTION(WS-LOG-IDX) NOT = 'F')
                   OR WS-LOG-COL(WS-LOG-IDX) IS NOT NUMERIC
                   OR WS-LOG-ROW(WS-LOG-IDX) IS NOT NUMERIC
                   MOVE 'N' TO WS-REPLAY-VALID
               ELSE
                   IF WS-LOG-COL(WS-LOG-IDX) < 1
                       OR WS-LOG-COL(WS-LOG-IDX) > PLAYFIELD-COLS
                       OR WS-LOG-ROW(WS-LOG-IDX) < 1
                       OR WS-LOG-ROW(WS-LOG-IDX) > PLAYFIELD-ROWS
                       MOVE 'N' TO WS-REPLAY-VALID
                   END-IF
               END-IF
           END-PERFORM.

      * Rejoue les coups jusqu'a la fin du journal ou de la partie ;
      * en pas a pas, la grille est affichee apres chaque coup
      * (T pour aller directement au bout).
       REPLAY-MOVES.
           MOVE 'Y' TO WS-REPLAY-MODE
           MOVE SPACE TO WS-GAME-RESULT
           MOVE ZERO TO WS-REPLAY-STEP
           PERFORM UNTIL WS-REPLAY-STEP >= WS-LOG-COUNT
                   OR GAME-DONE = 1
               ADD 1 TO WS-REPLAY-STEP
               MOVE WS-LOG-ACTION(WS-REPLAY-STEP) TO WS-ACTION
               MOVE WS-LOG-COL(WS-REPLAY-STEP) TO IN-X
               MOVE WS-LOG-ROW(WS-REPLAY-STEP) TO IN-Y
               PERFORM APPLY-MOVE
               IF WS-REPLAY-STEPWISE = 'O'
                   OR WS-REPLAY-STEPWISE = 'o'
                   DISPLAY "Coup " WS-REPLAY-STEP " : "
                       WS-LOG-ACTION(WS-REPLAY-STEP) " colonne "
                       WS-LOG-COL(WS-REPLAY-STEP) " ligne "
                       WS-LOG-ROW(WS-REPLAY-STEP)
                   PERFORM PRINT-GAME
                   DISPLAY "Entree pour continuer, T pour finir :"
                   ACCEPT WS-REPLAY-PAUSE
                   IF WS-REPLAY-PAUSE = 'T' OR WS-REPLAY-PAUSE = 't'
                       MOVE 'N' TO WS-REPLAY-STEPWISE
                   END-IF
               END-IF
           END-PERFORM.
