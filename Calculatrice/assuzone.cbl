       IDENTIFICATION DIVISION.
       PROGRAM-ID. assuzone.

      * Cumuls d'exposition par zone geographique : depuis
      * assuholder.cbl l'assure a une adresse postale, mais la
      * question du reassureur (combien de couverture habitation et
      * auto detenons-nous dans un departement si une tempete le
      * frappe) restait sans reponse. Chaque police active du maitre
      * consolide est rattachee a l'adresse de son assure par les
      * liens police-assure ; le code postal de l'adresse donne le
      * departement, controle contre departements.dat (libelle et
      * region). Pour chaque departement et type de police :
      * nombre de polices et total de primes en EUR ; un departement
      * au-dela de la limite de concentration (part du portefeuille
      * LIMITE_PCT ou montant LIMITE_EUR) est signale, et les
      * polices impossibles a localiser sont listees a part.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      * Memes fichiers que assuholder.cbl.
           SELECT HOLDER-FILE ASSIGN TO 'assurances-assures.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDER-STATUS.

           SELECT LIEN-FILE ASSIGN TO 'assurances-assure-liens.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIEN-STATUS.

      * Referentiel des departements tenu dans ExoEmploi.
           SELECT DEPT-FILE ASSIGN TO '../ExoEmploi/departements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT ZONE-FILE ASSIGN TO 'assurances-cumuls-zone.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-STATUS.

      * Polices actives non localisees, avec le motif.
           SELECT ZONEXC-FILE
               ASSIGN TO 'assurances-cumuls-zone-exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONEXC-STATUS.

      * Limites de concentration, reglables sans recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="assuzone-params.cfg"==.

      * Table de taux de change datee partagee (RATESEL/RATEFD).
           COPY 'RATESEL.cpy'.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition que MASTER-RECORD dans assuconso.cbl.
       FD  MASTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MASTER-RECORD.
           05 MST-SOURCE           PIC X(10).
           05 FILLER               PIC X.
           05 MST-NUMERO           PIC X(8).
           05 FILLER               PIC X.
           05 MST-NOM              PIC X(14).
           05 FILLER               PIC X.
           05 MST-CATEGORIE        PIC X(13).
           05 FILLER               PIC X.
           05 MST-TYPE             PIC X(41).
           05 FILLER               PIC X.
           05 MST-STATUT           PIC X(8).
           05 FILLER               PIC X.
           05 MST-DATE-DEB         PIC X(8).
           05 FILLER               PIC X.
           05 MST-DATE-FIN         PIC X(8).
           05 FILLER               PIC X.
           05 MST-MONTANT          PIC X(10).
           05 FILLER               PIC X.
           05 MST-DEVISE           PIC X(3).

      * Meme disposition que R-HOLDER dans assuholder.cbl.
       FD  HOLDER-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  R-HOLDER.
           05 HLD-ID               PIC X(6).
           05 FILLER               PIC X.
           05 HLD-NOM              PIC X(30).
           05 FILLER               PIC X.
           05 HLD-ADRESSE          PIC X(30).
           05 FILLER               PIC X.
           05 HLD-NAISSANCE        PIC X(8).

       FD  LIEN-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  R-LIEN.
           05 LIEN-NUMERO          PIC X(8).
           05 FILLER               PIC X.
           05 LIEN-ASSURE          PIC X(6).

      * Meme disposition que F-DEPT-MASTER dans empdeptrpt.cbl.
       FD  DEPT-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  R-DEPT.
           05 DEPT-NUM             PIC X(3).
           05 DEPT-NAME            PIC X(24).
           05 DEPT-REGION          PIC X(25).

       FD  ZONE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-ZONE                  PIC X(132).

       FD  ZONEXC-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-ZONEXC                PIC X(132).

           COPY 'PARAMFD.cpy'.
           COPY 'RATEFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-HOLDER-STATUS        PIC XX.
       01  WS-LIEN-STATUS          PIC XX.
       01  WS-DEPT-STATUS          PIC XX.
       01  WS-ZONE-STATUS          PIC XX.
       01  WS-ZONEXC-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.
           COPY 'RATEWS.cpy'.

      * Un departement est signale des que sa part des primes
      * actives depasse LIMITE_PCT, ou son total LIMITE_EUR (zero =
      * pas de limite en montant).
       01  WS-LIMITE-PCT           PIC 9(3)V9 VALUE 20.0.
       01  WS-LIMITE-EUR           PIC 9(11)V99 VALUE ZERO.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-COMMON-DEVISE        PIC X(3).
       01  WS-LINE                 PIC X(132).
       01  WS-FOUND                PIC X.
       01  WS-MOTIF                PIC X(20).
       01  WS-ASSURE-CUR           PIC X(6).
       01  WS-ADRESSE-CUR          PIC X(30).
       01  WS-DEPT-CUR             PIC X(3).
       01  WS-CP                   PIC X(5).
       01  WS-CP-POS               PIC 9(2).
       01  WS-CP-LEN               PIC 9.
       01  WS-PRIME-EUR            PIC 9(9)V99.
       01  WS-TOTAL-PRIMES         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-POLICES        PIC 9(5) VALUE ZERO.
       01  WS-NON-LOCALISE-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-NON-LOCALISE-PRIMES  PIC 9(11)V99 VALUE ZERO.
       01  WS-SANS-TAUX-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-ALERTE-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-PART                 PIC 9(3)V9.
       01  WS-PART-EDIT            PIC ZZ9.9.
       01  WS-PRIME-EDIT           PIC Z(10)9.99.

      * Referentiel des departements et cumuls par departement.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-DEPT-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-DEPT-COUNT
                  INDEXED BY DEPT-IDX.
               10 WS-DEPT-NUM      PIC X(3).
               10 WS-DEPT-NAME     PIC X(24).
               10 WS-DEPT-REGION   PIC X(25).
               10 WS-DEPT-POLICES  PIC 9(5).
               10 WS-DEPT-PRIMES   PIC 9(11)V99.
       01  WS-DEPT-TABLE-MAX       PIC 9(3) VALUE 200.

      * Cumuls par departement et type de police.
       01  WS-CELL-TABLE.
           05 WS-CELL-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-CELL-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-CELL-COUNT
                  INDEXED BY CELL-IDX.
               10 WS-CELL-DEPT     PIC X(3).
               10 WS-CELL-TYPE     PIC X(41).
               10 WS-CELL-POLICES  PIC 9(5).
               10 WS-CELL-PRIMES   PIC 9(11)V99.
       01  WS-CELL-TABLE-MAX       PIC 9(4) VALUE 2000.

       01  WS-HLD-TABLE.
           05 WS-HLD-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-HLD-ENTRY OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WS-HLD-COUNT
                  INDEXED BY HLD-IDX.
               10 WS-HLD-ID        PIC X(6).
               10 WS-HLD-ADRESSE   PIC X(30).
       01  WS-HLD-TABLE-MAX        PIC 9(4) VALUE 1000.

       01  WS-LIEN-TABLE.
           05 WS-LIEN-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-LIEN-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-LIEN-COUNT
                  INDEXED BY LIEN-IDX.
               10 WS-LIEN-NUMERO   PIC X(8).
               10 WS-LIEN-ASSURE   PIC X(6).
       01  WS-LIEN-TABLE-MAX       PIC 9(4) VALUE 2000.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-DEPARTEMENTS
           PERFORM LOAD-HOLDERS
           PERFORM LOAD-LIENS
           PERFORM SCAN-MASTER
           PERFORM WRITE-ZONE-REPORT
           DISPLAY "Polices actives cumulees   : " WS-TOTAL-POLICES
           DISPLAY "Polices non localisees     : "
               WS-NON-LOCALISE-COUNT
           DISPLAY "Departements en concentration : " WS-ALERTE-COUNT
           IF WS-NON-LOCALISE-COUNT > ZERO
               OR WS-ALERTE-COUNT > ZERO
               OR WS-SANS-TAUX-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'assuzone-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "LIMITE_PCT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-LIMITE-PCT
               WHEN "LIMITE_EUR"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-LIMITE-EUR
           END-EVALUATE.

      * Referentiel obligatoire : sans lui aucune police ne peut
      * etre placee.
       LOAD-DEPARTEMENTS.
           OPEN INPUT DEPT-FILE
           MOVE WS-DEPT-STATUS TO WS-FILESTAT-CODE
           MOVE "../ExoEmploi/departements.dat"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT DEPT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPT-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-DEPT-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-DEPT-COUNT
                       SET DEPT-IDX TO WS-DEPT-COUNT
                       MOVE DEPT-NUM TO WS-DEPT-NUM(DEPT-IDX)
                       MOVE DEPT-NAME TO WS-DEPT-NAME(DEPT-IDX)
                       MOVE DEPT-REGION TO WS-DEPT-REGION(DEPT-IDX)
                       MOVE ZERO TO WS-DEPT-POLICES(DEPT-IDX)
                       MOVE ZERO TO WS-DEPT-PRIMES(DEPT-IDX)
                   END-IF
           END-PERFORM
           CLOSE DEPT-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-HOLDERS.
           OPEN INPUT HOLDER-FILE
           IF WS-HOLDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDER-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-HLD-COUNT >= WS-HLD-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-HLD-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-HLD-COUNT
                       SET HLD-IDX TO WS-HLD-COUNT
                       MOVE HLD-ID TO WS-HLD-ID(HLD-IDX)
                       MOVE HLD-ADRESSE TO WS-HLD-ADRESSE(HLD-IDX)
                   END-IF
           END-PERFORM
           CLOSE HOLDER-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-LIENS.
           OPEN INPUT LIEN-FILE
           IF WS-LIEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIEN-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-LIEN-COUNT >= WS-LIEN-TABLE-MAX
                       DISPLAY "ATTENTION : capacite de "
                           "WS-LIEN-ENTRY depassee"
                   ELSE
                       ADD 1 TO WS-LIEN-COUNT
                       SET LIEN-IDX TO WS-LIEN-COUNT
                       MOVE LIEN-NUMERO TO WS-LIEN-NUMERO(LIEN-IDX)
                       MOVE LIEN-ASSURE TO WS-LIEN-ASSURE(LIEN-IDX)
                   END-IF
           END-PERFORM
           CLOSE LIEN-FILE
           MOVE 'N' TO WS-EOF.

       SCAN-MASTER.
           OPEN INPUT MASTER-FILE
           MOVE WS-MASTER-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-master.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT MASTER-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT ZONEXC-FILE
           MOVE WS-ZONEXC-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-cumuls-zone-exceptions.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT ZONEXC-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-FILE AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MST-STATUT = "Actif"
                       PERFORM PLACE-ONE-POLICY
                   END-IF
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE ZONEXC-FILE
           MOVE 'N' TO WS-EOF.

      * Prime convertie en EUR ; police, assure, adresse, code
      * postal puis departement : le premier maillon manquant donne
      * le motif de non-localisation.
       PLACE-ONE-POLICY.
           IF FUNCTION TEST-NUMVAL(MST-MONTANT) NOT = 0
               MOVE ZERO TO WS-PRIME-EUR
           ELSE
               MOVE FUNCTION NUMVAL(MST-MONTANT) TO WS-COMMON-MONTANT
               MOVE MST-DEVISE TO WS-COMMON-DEVISE
               PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
               IF WS-RATE-FOUND-FLAG = 'Y'
                   MOVE WS-COMMON-MONTANT-EUR TO WS-PRIME-EUR
               ELSE
                   MOVE ZERO TO WS-PRIME-EUR
                   ADD 1 TO WS-SANS-TAUX-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-TOTAL-POLICES
           ADD WS-PRIME-EUR TO WS-TOTAL-PRIMES
           MOVE SPACES TO WS-ASSURE-CUR
           MOVE SPACES TO WS-ADRESSE-CUR
           SET LIEN-IDX TO 1
           SEARCH WS-LIEN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LIEN-NUMERO(LIEN-IDX) = MST-NUMERO
                   MOVE WS-LIEN-ASSURE(LIEN-IDX) TO WS-ASSURE-CUR
           END-SEARCH
           IF WS-ASSURE-CUR = SPACES
               MOVE "SANS_LIEN_ASSURE" TO WS-MOTIF
               PERFORM WRITE-NON-LOCALISE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           SET HLD-IDX TO 1
           SEARCH WS-HLD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HLD-ID(HLD-IDX) = WS-ASSURE-CUR
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-HLD-ADRESSE(HLD-IDX) TO WS-ADRESSE-CUR
           END-SEARCH
           IF WS-FOUND = 'N'
               MOVE "ASSURE_INCONNU" TO WS-MOTIF
               PERFORM WRITE-NON-LOCALISE
               EXIT PARAGRAPH
           END-IF
           PERFORM EXTRACT-DEPARTEMENT
           IF WS-DEPT-CUR = SPACES
               MOVE "CODE_POSTAL_ABSENT" TO WS-MOTIF
               PERFORM WRITE-NON-LOCALISE
               EXIT PARAGRAPH
           END-IF
           SET DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   MOVE "DEPARTEMENT_INCONNU" TO WS-MOTIF
                   PERFORM WRITE-NON-LOCALISE
                   EXIT PARAGRAPH
               WHEN WS-DEPT-NUM(DEPT-IDX) = WS-DEPT-CUR
                   ADD 1 TO WS-DEPT-POLICES(DEPT-IDX)
                   ADD WS-PRIME-EUR TO WS-DEPT-PRIMES(DEPT-IDX)
           END-SEARCH
           PERFORM ADD-TO-CELL.

      * Premier groupe de cinq chiffres de l'adresse : code postal.
      * Departement sur trois caracteres comme dans departements.dat
      * (075) ; outre-mer sur les trois premiers chiffres (971),
      * Corse 02A en dessous de 20200, 02B au-dela.
       EXTRACT-DEPARTEMENT.
           MOVE SPACES TO WS-DEPT-CUR
           MOVE SPACES TO WS-CP
           MOVE ZERO TO WS-CP-LEN
           PERFORM VARYING WS-CP-POS FROM 1 BY 1
                   UNTIL WS-CP-POS > 30 OR WS-CP-LEN = 5
               IF WS-ADRESSE-CUR(WS-CP-POS:1) IS NUMERIC
                   ADD 1 TO WS-CP-LEN
                   MOVE WS-ADRESSE-CUR(WS-CP-POS:1)
                       TO WS-CP(WS-CP-LEN:1)
               ELSE
                   MOVE ZERO TO WS-CP-LEN
                   MOVE SPACES TO WS-CP
               END-IF
           END-PERFORM
           IF WS-CP-LEN NOT = 5
               EXIT PARAGRAPH
           END-IF
           IF WS-CP-POS <= 30
               IF WS-ADRESSE-CUR(WS-CP-POS:1) IS NUMERIC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-CP(1:2) = "97" OR WS-CP(1:2) = "98"
                   MOVE WS-CP(1:3) TO WS-DEPT-CUR
               WHEN WS-CP(1:2) = "20" AND WS-CP(3:1) < "2"
                   MOVE "02A" TO WS-DEPT-CUR
               WHEN WS-CP(1:2) = "20"
                   MOVE "02B" TO WS-DEPT-CUR
               WHEN OTHER
                   STRING "0" WS-CP(1:2)
                          DELIMITED BY SIZE INTO WS-DEPT-CUR
           END-EVALUATE.

       ADD-TO-CELL.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > WS-CELL-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-CELL-DEPT(CELL-IDX) = WS-DEPT-CUR
                   AND WS-CELL-TYPE(CELL-IDX) = MST-TYPE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET CELL-IDX DOWN BY 1
           ELSE
               IF WS-CELL-COUNT >= WS-CELL-TABLE-MAX
                   DISPLAY "ATTENTION : capacite de "
                       "WS-CELL-ENTRY depassee"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CELL-COUNT
               SET CELL-IDX TO WS-CELL-COUNT
               MOVE WS-DEPT-CUR TO WS-CELL-DEPT(CELL-IDX)
               MOVE MST-TYPE TO WS-CELL-TYPE(CELL-IDX)
               MOVE ZERO TO WS-CELL-POLICES(CELL-IDX)
               MOVE ZERO TO WS-CELL-PRIMES(CELL-IDX)
           END-IF
           ADD 1 TO WS-CELL-POLICES(CELL-IDX)
           ADD WS-PRIME-EUR TO WS-CELL-PRIMES(CELL-IDX).

       WRITE-NON-LOCALISE.
           ADD 1 TO WS-NON-LOCALISE-COUNT
           ADD WS-PRIME-EUR TO WS-NON-LOCALISE-PRIMES
           MOVE WS-PRIME-EUR TO WS-PRIME-EDIT
           MOVE SPACES TO WS-LINE
           STRING WS-MOTIF SPACE MST-NUMERO SPACE MST-NOM SPACE
                  MST-TYPE(1:20) SPACE WS-ASSURE-CUR SPACE
                  WS-ADRESSE-CUR WS-PRIME-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-ZONEXC FROM WS-LINE.

      * Un bloc par departement expose, dans l'ordre du referentiel,
      * avec ses types de police ; la part est calculee sur l'ensemble
      * des primes actives, localisees ou non.
       WRITE-ZONE-REPORT.
           OPEN OUTPUT ZONE-FILE
           MOVE WS-ZONE-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-cumuls-zone.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT ZONE-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE WS-LIMITE-PCT TO WS-PART-EDIT
           MOVE WS-LIMITE-EUR TO WS-PRIME-EDIT
           MOVE SPACES TO WS-LINE
           STRING "Cumuls d'exposition par departement du " WS-TODAY-8
                  " - limite de concentration " WS-PART-EDIT
                  "% ou " WS-PRIME-EDIT " EUR (0 = sans)"
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-ZONE FROM WS-LINE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-POLICES(DEPT-IDX) > ZERO
                   PERFORM WRITE-ONE-DEPARTEMENT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINE
           WRITE R-ZONE FROM WS-LINE
           MOVE WS-NON-LOCALISE-PRIMES TO WS-PRIME-EDIT
           MOVE SPACES TO WS-LINE
           STRING "Non localisees: " WS-NON-LOCALISE-COUNT
                  " polices, primes EUR: " WS-PRIME-EDIT
                  " (detail dans assurances-cumuls-zone-exceptions.txt)"
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-ZONE FROM WS-LINE
           MOVE WS-TOTAL-PRIMES TO WS-PRIME-EDIT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL polices actives: " WS-TOTAL-POLICES
                  " primes EUR: " WS-PRIME-EDIT
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-ZONE FROM WS-LINE
           CLOSE ZONE-FILE.

       WRITE-ONE-DEPARTEMENT.
           MOVE ZERO TO WS-PART
           IF WS-TOTAL-PRIMES > ZERO
               COMPUTE WS-PART ROUNDED =
                   WS-DEPT-PRIMES(DEPT-IDX) * 100 / WS-TOTAL-PRIMES
           END-IF
           MOVE WS-PART TO WS-PART-EDIT
           MOVE WS-DEPT-PRIMES(DEPT-IDX) TO WS-PRIME-EDIT
           MOVE SPACES TO WS-LINE
           WRITE R-ZONE FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "DEPARTEMENT " WS-DEPT-NUM(DEPT-IDX) SPACE
                  WS-DEPT-NAME(DEPT-IDX) SPACE
                  WS-DEPT-REGION(DEPT-IDX)
                  " polices: " WS-DEPT-POLICES(DEPT-IDX)
                  " primes EUR: " WS-PRIME-EDIT
                  " part: " WS-PART-EDIT "%"
                  DELIMITED BY SIZE INTO WS-LINE
           WRITE R-ZONE FROM WS-LINE
           IF WS-PART > WS-LIMITE-PCT
               OR (WS-LIMITE-EUR > ZERO
                   AND WS-DEPT-PRIMES(DEPT-IDX) > WS-LIMITE-EUR)
               ADD 1 TO WS-ALERTE-COUNT
               MOVE SPACES TO WS-LINE
               STRING "  *** CONCENTRATION : limite depassee pour le "
                      "departement " WS-DEPT-NUM(DEPT-IDX)
                      DELIMITED BY SIZE INTO WS-LINE
               WRITE R-ZONE FROM WS-LINE
           END-IF
           PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > WS-CELL-COUNT
               IF WS-CELL-DEPT(CELL-IDX) = WS-DEPT-NUM(DEPT-IDX)
                   MOVE WS-CELL-PRIMES(CELL-IDX) TO WS-PRIME-EDIT
                   MOVE SPACES TO WS-LINE
                   STRING "    " WS-CELL-TYPE(CELL-IDX)
                          " polices: " WS-CELL-POLICES(CELL-IDX)
                          " primes EUR: " WS-PRIME-EDIT
                          DELIMITED BY SIZE INTO WS-LINE
                   WRITE R-ZONE FROM WS-LINE
               END-IF
           END-PERFORM.

           COPY 'FILESTCHK.cpy'.
           COPY 'PARAMLOAD.cpy'.
           COPY 'RATELOAD.cpy'.
           COPY 'RATECNV.cpy'.

       END PROGRAM assuzone.
