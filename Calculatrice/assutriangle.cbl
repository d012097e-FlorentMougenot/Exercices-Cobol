       IDENTIFICATION DIVISION.
       PROGRAM-ID. assutriangle.

      * Provision pour sinistres survenus non encore declares (IBNR)
      * pour l'arrete des comptes : le ratio d'assuclaims.cbl ne
      * voit que les sinistres deja payes, celui des exercices
      * recents parait donc toujours trop bon.
      * Les sinistres payes d'assurances-sinistres.txt (meme
      * disposition qu'assuclaims.cbl, avec dates de survenance et de
      * declaration) sont ventiles, par type de police (polices des
      * fichiers part, pilotees par le meme manifeste), en triangle
      * de developpement : exercice de survenance en ligne, annee de
      * developpement (annee de paiement - annee de survenance + 1)
      * en colonne, montants cumules en euros par la table partagee.
      * Les facteurs de developpement sont ceux de la methode
      * chain-ladder (somme des cumuls de la colonne suivante sur
      * somme des cumuls de la colonne, sur les exercices ou les deux
      * sont connus), la charge ultime d'un exercice est son dernier
      * cumul connu multiplie par les facteurs restants, et l'IBNR
      * est la charge ultime moins les paiements cumules.
      * ACCIDENT_YEARS exercices de survenance jusqu'a l'exercice
      * d'arrete VALUATION_YEAR (zero = annee en cours) ; les
      * paiements posterieurs a l'arrete et les survenances plus
      * anciennes sortent du triangle. Les sinistres sur police
      * inconnue, en devise inconnue ou aux dates absentes ou
      * incoherentes (survenance <= declaration <= paiement) sont
      * listes en tete du rapport assurances-ibnr.txt et ecartes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Partie en cours de lecture : toutes passent tour a tour par
      * ce SELECT a nom variable, pilotees par le meme manifeste
      * qu'assudeux.cbl.
           SELECT FICHIER-ASSUR-PART ASSIGN TO DYNAMIC WS-PART-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO 'assurances-manifest.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT CLAIMS-FILE ASSIGN TO 'assurances-sinistres.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT IBNRRPT-FILE ASSIGN TO 'assurances-ibnr.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IBNRRPT-STATUS.

           COPY 'RATESEL.cpy'.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="assutriangle-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition que dans assudeux.cbl.
       FD  FICHIER-ASSUR-PART.
       01  ASSUR-REC.
           05  ASSUR-ID            PIC X(8).
           05  FILLER              PIC X(1).
           05  ASSUR-NOM           PIC X(14).
           05  FILLER              PIC X(1).
           05  ASSUR-DESC          PIC X(14).
           05  FILLER              PIC X(1).
           05  ASSUR-TYPE          PIC X(41).
           05  FILLER              PIC X(1).
           05  ASSUR-STATUT        PIC X(8).
           05  FILLER              PIC X(1).
           05  ASSUR-DATE-DEB      PIC X(8).
           05  FILLER              PIC X(1).
           05  ASSUR-DATE-FIN      PIC X(8).
           05  FILLER              PIC X(1).
           05  ASSUR-MONTANT       PIC X(9).
           05  FILLER              PIC X(1).
           05  ASSUR-DEVISE        PIC X(3).

       FD  MANIFEST-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  MANIFEST-RECORD         PIC X(40).

      * Meme disposition que dans assuclaims.cbl.
       FD  CLAIMS-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  CLAIM-RECORD.
           05 CLM-ID               PIC X(8).
           05 FILLER               PIC X.
           05 CLM-POLICE           PIC X(8).
           05 FILLER               PIC X.
           05 CLM-DATE             PIC X(8).
           05 FILLER               PIC X.
           05 CLM-MONTANT          PIC X(9).
           05 FILLER               PIC X.
           05 CLM-DEVISE           PIC X(3).
           05 FILLER               PIC X.
           05 CLM-DATE-SURV        PIC X(8).
           05 FILLER               PIC X.
           05 CLM-DATE-DECL        PIC X(8).

       FD  IBNRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  R-IBNRRPT               PIC X(132).

           COPY 'RATEFD.cpy'.
           COPY 'PARAMFD.cpy'.

           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-PART-STATUS        PIC XX.
       01  WS-CLAIMS-STATUS      PIC XX.
       01  WS-IBNRRPT-STATUS     PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
           COPY 'FILESTAT.cpy'.
           COPY 'PARAMWS.cpy'.

      * Liste des parties a consolider, relue du manifeste partage
      * avec assudeux.cbl ; a defaut, les deux parties historiques.
       01  WS-PART-FILENAME      PIC X(40).
       01  WS-MANIFEST-STATUS    PIC XX.
       01  WS-MANIFEST-EOF       PIC X VALUE 'N'.
       01  WS-PART-NUM           PIC 9(2).
       01  WS-PART-LIST.
           05 WS-PART-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-PART-ENTRY OCCURS 1 TO 10 TIMES
                  DEPENDING ON WS-PART-COUNT
                  INDEXED BY PART-IDX.
               10 WS-PART-NAME   PIC X(40).
       01  WS-PART-LIST-MAX      PIC 9(2) VALUE 10.

       01  WS-COMMON-DEVISE      PIC X(3).
           COPY 'RATEWS.cpy'.

       01  WS-TODAY-8            PIC 9(8).
       01  WS-VALUATION-YEAR     PIC 9(4) VALUE ZERO.
       01  WS-ACCIDENT-YEARS     PIC 9(2) VALUE 5.
       01  WS-FIRST-YEAR         PIC 9(4).

      * Polices des fichiers part : numero et type suffisent ici, un
      * sinistre d'une police depuis resiliee reste une charge de
      * son exercice de survenance.
       01  WS-POLICY-TABLE.
           05 WS-POLICY-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-POLICY-ENTRY OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WS-POLICY-COUNT
                  INDEXED BY POLICY-IDX.
               10 WS-POLICY-NUMERO  PIC X(8).
               10 WS-POLICY-TYPE    PIC X(41).
       01  WS-POLICY-TABLE-MAX   PIC 9(4) VALUE 1000.
       01  WS-POLICY-TABLE-FULL  PIC X VALUE 'N'.

      * Triangle par type de police (meme cle de ventilation que
      * WS-RATIO-TABLE dans assuclaims.cbl) : paiements par exercice
      * de survenance et annee de developpement, en increments a la
      * lecture puis en cumuls.
       01  WS-TRI-TABLE.
           05 WS-TRI-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-TRI-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-TRI-COUNT
                  INDEXED BY TRI-IDX.
               10 WS-TRI-TYPE       PIC X(41).
               10 WS-TRI-SINISTRES  PIC 9(5).
               10 WS-TRI-TARDIFS    PIC 9(5).
               10 WS-TRI-AY OCCURS 10 TIMES.
                   15 WS-TRI-DEV OCCURS 10 TIMES PIC 9(11)V99.
       01  WS-TRI-TABLE-MAX      PIC 9(3) VALUE 50.
       01  WS-TRI-TABLE-FULL     PIC X VALUE 'N'.
       01  WS-CURRENT-TYPE       PIC X(41).

      * Facteurs chain-ladder du type en cours.
       01  WS-FACTOR-TABLE.
           05 WS-FACTOR OCCURS 10 TIMES PIC 9(3)V9(6).
       01  WS-FACTOR-NUM         PIC 9(13)V99.
       01  WS-FACTOR-DEN         PIC 9(13)V99.

      * Sinistre en cours.
       01  WS-SURV-8             PIC 9(8).
       01  WS-DECL-8             PIC 9(8).
       01  WS-PAIE-8             PIC 9(8).
       01  WS-SURV-YEAR          PIC 9(4).
       01  WS-PAIE-YEAR          PIC 9(4).
       01  WS-REJECT-REASON      PIC X(20).

       01  WS-I                  PIC 9(2).
       01  WS-D                  PIC 9(2).
       01  WS-DIAG               PIC 9(2).
       01  WS-YEAR               PIC 9(4).
       01  WS-PAID               PIC 9(11)V99.
       01  WS-ULTIMATE           PIC 9(11)V99.
       01  WS-IBNR               PIC 9(11)V99.
       01  WS-TYPE-PAID          PIC 9(11)V99.
       01  WS-TYPE-ULTIMATE      PIC 9(11)V99.
       01  WS-TYPE-IBNR          PIC 9(11)V99.
       01  WS-TOTAL-PAID         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-ULTIMATE     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-IBNR         PIC 9(11)V99 VALUE ZERO.

       01  WS-CLAIMS-READ        PIC 9(5) VALUE ZERO.
       01  WS-CLAIMS-APPLIED     PIC 9(5) VALUE ZERO.
       01  WS-CLAIMS-REJECTED    PIC 9(5) VALUE ZERO.
       01  WS-CLAIMS-OUTSIDE     PIC 9(5) VALUE ZERO.

       01  WS-AMOUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-MONEY-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FACTOR-EDIT        PIC ZZ9.9999.
       01  WS-PTR                PIC 9(3).
       01  WS-REPORT-LINE        PIC X(132).

       PROCEDURE DIVISION.
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-VALUATION-YEAR = ZERO
               MOVE WS-TODAY-8(1:4) TO WS-VALUATION-YEAR
           END-IF
           IF WS-ACCIDENT-YEARS < 2 OR WS-ACCIDENT-YEARS > 10
               MOVE 5 TO WS-ACCIDENT-YEARS
           END-IF
           COMPUTE WS-FIRST-YEAR =
               WS-VALUATION-YEAR - WS-ACCIDENT-YEARS + 1
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-MANIFEST
           PERFORM VARYING WS-PART-NUM FROM 1 BY 1
                   UNTIL WS-PART-NUM > WS-PART-COUNT
               SET PART-IDX TO WS-PART-NUM
               MOVE WS-PART-NAME(PART-IDX) TO WS-PART-FILENAME
               PERFORM LOAD-ONE-PART-POLICIES
           END-PERFORM

           OPEN OUTPUT IBNRRPT-FILE
           MOVE WS-IBNRRPT-STATUS TO WS-FILESTAT-CODE
           MOVE "assurances-ibnr.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT IBNRRPT-FILE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROVISION IBNR - ARRETE " WS-VALUATION-YEAR
                  " - EXERCICES DE SURVENANCE " WS-FIRST-YEAR
                  " A " WS-VALUATION-YEAR
                  " - CHAIN-LADDER SUR SINISTRES PAYES (EUR)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           MOVE "SINISTRES ECARTES" TO WS-REPORT-LINE
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           PERFORM PROCESS-CLAIMS
           IF WS-CLAIMS-REJECTED = ZERO
               MOVE "  Aucun" TO WS-REPORT-LINE
               WRITE R-IBNRRPT FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING TRI-IDX FROM 1 BY 1
                   UNTIL TRI-IDX > WS-TRI-COUNT
               PERFORM WRITE-TYPE-TRIANGLE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-PTR
           STRING "TOTAL GENERAL payes: " DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
           MOVE WS-TOTAL-PAID TO WS-MONEY-EDIT
           STRING WS-MONEY-EDIT " ultime: " DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
           MOVE WS-TOTAL-ULTIMATE TO WS-MONEY-EDIT
           STRING WS-MONEY-EDIT " IBNR: " DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
           MOVE WS-TOTAL-IBNR TO WS-MONEY-EDIT
           STRING WS-MONEY-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Sinistres lus " WS-CLAIMS-READ
                  " - retenus " WS-CLAIMS-APPLIED
                  " - ecartes " WS-CLAIMS-REJECTED
                  " - hors triangle " WS-CLAIMS-OUTSIDE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           CLOSE IBNRRPT-FILE
           MOVE WS-TOTAL-IBNR TO WS-MONEY-EDIT
           DISPLAY "IBNR " WS-VALUATION-YEAR " : "
               FUNCTION TRIM(WS-MONEY-EDIT) " EUR, sinistres retenus "
               WS-CLAIMS-APPLIED ", ecartes " WS-CLAIMS-REJECTED
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'assutriangle-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "VALUATION_YEAR"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-VALUATION-YEAR
               WHEN "ACCIDENT_YEARS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-ACCIDENT-YEARS
           END-EVALUATE.

       LOAD-ONE-PART-POLICIES.
           OPEN INPUT FICHIER-ASSUR-PART
           IF WS-PART-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FICHIER-ASSUR-PART AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ASSUR-REC(1:4) = "HDR "
                           OR ASSUR-REC(1:4) = "TRL "
                           CONTINUE
                       ELSE
                           PERFORM STORE-ONE-POLICY
                       END-IF
               END-PERFORM
               CLOSE FICHIER-ASSUR-PART
           END-IF
           MOVE 'N' TO WS-EOF.

      * Meme manifeste et meme repli qu'assuclaims.cbl.
       LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
                   READ MANIFEST-FILE AT END
                       MOVE 'Y' TO WS-MANIFEST-EOF
                   NOT AT END
                       IF MANIFEST-RECORD NOT = SPACES
                           IF WS-PART-COUNT >= WS-PART-LIST-MAX
                               DISPLAY "ATTENTION : capacite de "
                                   "WS-PART-ENTRY (" WS-PART-LIST-MAX
                                   ") depassee, parties suivantes "
                                   "ignorees"
                           ELSE
                               ADD 1 TO WS-PART-COUNT
                               SET PART-IDX TO WS-PART-COUNT
                               MOVE MANIFEST-RECORD TO
                                   WS-PART-NAME(PART-IDX)
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF
           IF WS-PART-COUNT = ZERO
               MOVE 2 TO WS-PART-COUNT
               MOVE "assurances-part1.dat" TO WS-PART-NAME(1)
               MOVE "assurances-part2.dat" TO WS-PART-NAME(2)
           END-IF.

      * Chaque police ouvre au besoin le triangle de son type.
       STORE-ONE-POLICY.
           IF WS-POLICY-COUNT >= WS-POLICY-TABLE-MAX
               IF WS-POLICY-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-POLICY-TABLE-FULL
                   DISPLAY "ATTENTION : capacite de WS-POLICY-ENTRY ("
                       WS-POLICY-TABLE-MAX
                       ") depassee, triangle incomplet"
               END-IF
           ELSE
               ADD 1 TO WS-POLICY-COUNT
               SET POLICY-IDX TO WS-POLICY-COUNT
               MOVE ASSUR-ID TO WS-POLICY-NUMERO(POLICY-IDX)
               MOVE ASSUR-TYPE TO WS-POLICY-TYPE(POLICY-IDX)
               MOVE ASSUR-TYPE TO WS-CURRENT-TYPE
               PERFORM FIND-OR-ADD-TYPE
           END-IF.

       FIND-OR-ADD-TYPE.
           SET TRI-IDX TO 1
           SEARCH WS-TRI-ENTRY
               AT END
                   IF WS-TRI-COUNT >= WS-TRI-TABLE-MAX
                       IF WS-TRI-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-TRI-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-TRI-ENTRY (" WS-TRI-TABLE-MAX
                               ") depassee, ventilation incomplete"
                       END-IF
                   ELSE
                       ADD 1 TO WS-TRI-COUNT
                       SET TRI-IDX TO WS-TRI-COUNT
                       INITIALIZE WS-TRI-ENTRY(TRI-IDX)
                       MOVE WS-CURRENT-TYPE TO WS-TRI-TYPE(TRI-IDX)
                   END-IF
               WHEN WS-TRI-TYPE(TRI-IDX) = WS-CURRENT-TYPE
                   CONTINUE
           END-SEARCH.

       PROCESS-CLAIMS.
           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLAIMS-FILE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CLAIM-RECORD NOT = SPACES
                           ADD 1 TO WS-CLAIMS-READ
                           PERFORM APPLY-ONE-CLAIM
                       END-IF
               END-PERFORM
               CLOSE CLAIMS-FILE
           ELSE
               DISPLAY "Aucun fichier de sinistres"
           END-IF
           MOVE 'N' TO WS-EOF.

      * Un sinistre entre au triangle de son type quand sa police
      * est connue, sa devise convertible et ses trois dates
      * valides et ordonnees.
       APPLY-ONE-CLAIM.
           MOVE SPACES TO WS-REJECT-REASON
           SET POLICY-IDX TO 1
           SEARCH WS-POLICY-ENTRY
               AT END
                   MOVE "POLICE_INCONNUE" TO WS-REJECT-REASON
               WHEN WS-POLICY-NUMERO(POLICY-IDX) = CLM-POLICE
                   CONTINUE
           END-SEARCH
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-CLAIM-DATES
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE CLM-DEVISE TO WS-COMMON-DEVISE
               MOVE FUNCTION NUMVAL(CLM-MONTANT) TO WS-COMMON-MONTANT
               PERFORM CONVERT-TO-EUR-AND-ACCUMULATE
               IF WS-RATE-FOUND-FLAG = 'N'
                   MOVE "DEVISE_INCONNUE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-CLAIM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SURV-8(1:4) TO WS-SURV-YEAR
           MOVE WS-PAIE-8(1:4) TO WS-PAIE-YEAR
           IF WS-SURV-YEAR < WS-FIRST-YEAR
               OR WS-PAIE-YEAR > WS-VALUATION-YEAR
               ADD 1 TO WS-CLAIMS-OUTSIDE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POLICY-TYPE(POLICY-IDX) TO WS-CURRENT-TYPE
           PERFORM FIND-OR-ADD-TYPE
           IF WS-TRI-TYPE(TRI-IDX) NOT = WS-CURRENT-TYPE
               ADD 1 TO WS-CLAIMS-OUTSIDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLAIMS-APPLIED
           ADD 1 TO WS-TRI-SINISTRES(TRI-IDX)
           IF WS-DECL-8(1:4) > WS-SURV-8(1:4)
               ADD 1 TO WS-TRI-TARDIFS(TRI-IDX)
           END-IF
           COMPUTE WS-I = WS-SURV-YEAR - WS-FIRST-YEAR + 1
           COMPUTE WS-D = WS-PAIE-YEAR - WS-SURV-YEAR + 1
           ADD WS-COMMON-MONTANT-EUR TO WS-TRI-DEV(TRI-IDX, WS-I, WS-D).

       CHECK-CLAIM-DATES.
           MOVE ZERO TO WS-SURV-8 WS-DECL-8 WS-PAIE-8
           IF CLM-DATE-SURV IS NUMERIC
               MOVE CLM-DATE-SURV TO WS-SURV-8
           END-IF
           IF CLM-DATE-DECL IS NUMERIC
               MOVE CLM-DATE-DECL TO WS-DECL-8
           END-IF
           IF CLM-DATE IS NUMERIC
               MOVE CLM-DATE TO WS-PAIE-8
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-SURV-8) NOT = 0
                   MOVE "DATE_SURVENANCE" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DECL-8) NOT = 0
                   MOVE "DATE_DECLARATION" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-PAIE-8) NOT = 0
                   MOVE "DATE_PAIEMENT" TO WS-REJECT-REASON
               WHEN WS-DECL-8 < WS-SURV-8 OR WS-PAIE-8 < WS-DECL-8
                   MOVE "DATES_INCOHERENTES" TO WS-REJECT-REASON
           END-EVALUATE.

       REJECT-CLAIM.
           ADD 1 TO WS-CLAIMS-REJECTED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-REJECT-REASON " sinistre: " CLM-ID
                  " police: " CLM-POLICE
                  " surv: " CLM-DATE-SURV
                  " decl: " CLM-DATE-DECL
                  " paie: " CLM-DATE
                  " montant: " CLM-MONTANT SPACE CLM-DEVISE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-IBNRRPT FROM WS-REPORT-LINE.

      *----------------------------------------------------------------
      * Un type : triangle cumule, facteurs, charge ultime et IBNR
      * par exercice de survenance.
      *----------------------------------------------------------------
       WRITE-TYPE-TRIANGLE.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TYPE " FUNCTION TRIM(WS-TRI-TYPE(TRI-IDX))
                  " - sinistres retenus " WS-TRI-SINISTRES(TRI-IDX)
                  " dont declares apres leur exercice "
                  WS-TRI-TARDIFS(TRI-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           IF WS-TRI-SINISTRES(TRI-IDX) = ZERO
               MOVE "  Aucun sinistre paye" TO WS-REPORT-LINE
               WRITE R-IBNRRPT FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CUMULATE-TRIANGLE
           PERFORM COMPUTE-FACTORS
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-PTR
           STRING "  SURV. " DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-ACCIDENT-YEARS
               STRING "      DEV " WS-D DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-PTR
           END-PERFORM
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACCIDENT-YEARS
               PERFORM WRITE-TRIANGLE-ROW
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-PTR
           STRING "  FACT. " DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D >= WS-ACCIDENT-YEARS
               MOVE WS-FACTOR(WS-D) TO WS-FACTOR-EDIT
               STRING "    " WS-FACTOR-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-PTR
           END-PERFORM
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  SURV." TO WS-REPORT-LINE(1:7)
           MOVE "PAYES CUMULES" TO WS-REPORT-LINE(18:13)
           MOVE "CHARGE ULTIME" TO WS-REPORT-LINE(35:13)
           MOVE "IBNR" TO WS-REPORT-LINE(61:4)
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           MOVE ZERO TO WS-TYPE-PAID WS-TYPE-ULTIMATE WS-TYPE-IBNR
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACCIDENT-YEARS
               PERFORM WRITE-IBNR-ROW
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  TOTAL" TO WS-REPORT-LINE
           MOVE WS-TYPE-PAID TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(17:14)
           MOVE WS-TYPE-ULTIMATE TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(34:14)
           MOVE WS-TYPE-IBNR TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(51:14)
           WRITE R-IBNRRPT FROM WS-REPORT-LINE
           ADD WS-TYPE-PAID TO WS-TOTAL-PAID
           ADD WS-TYPE-ULTIMATE TO WS-TOTAL-ULTIMATE
           ADD WS-TYPE-IBNR TO WS-TOTAL-IBNR.

      * Increments -> cumuls sur les annees de developpement connues
      * de chaque exercice.
       CUMULATE-TRIANGLE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACCIDENT-YEARS
               COMPUTE WS-DIAG = WS-ACCIDENT-YEARS - WS-I + 1
               PERFORM VARYING WS-D FROM 2 BY 1 UNTIL WS-D > WS-DIAG
                   ADD WS-TRI-DEV(TRI-IDX, WS-I, WS-D - 1)
                       TO WS-TRI-DEV(TRI-IDX, WS-I, WS-D)
               END-PERFORM
           END-PERFORM.

      * Facteur de l'annee D vers D+1 sur les exercices ou D+1 est
      * connu ; 1 quand la colonne D est vide.
       COMPUTE-FACTORS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D >= WS-ACCIDENT-YEARS
               MOVE ZERO TO WS-FACTOR-NUM WS-FACTOR-DEN
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ACCIDENT-YEARS - WS-D
                   ADD WS-TRI-DEV(TRI-IDX, WS-I, WS-D + 1)
                       TO WS-FACTOR-NUM
                   ADD WS-TRI-DEV(TRI-IDX, WS-I, WS-D)
                       TO WS-FACTOR-DEN
               END-PERFORM
               IF WS-FACTOR-DEN > ZERO
                   COMPUTE WS-FACTOR(WS-D) ROUNDED =
                       WS-FACTOR-NUM / WS-FACTOR-DEN
               ELSE
                   MOVE 1 TO WS-FACTOR(WS-D)
               END-IF
           END-PERFORM.

       WRITE-TRIANGLE-ROW.
           COMPUTE WS-YEAR = WS-FIRST-YEAR + WS-I - 1
           COMPUTE WS-DIAG = WS-ACCIDENT-YEARS - WS-I + 1
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-PTR
           STRING "  " WS-YEAR "  " DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAG
               MOVE WS-TRI-DEV(TRI-IDX, WS-I, WS-D) TO WS-AMOUNT-EDIT
               STRING " " WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-PTR
           END-PERFORM
           WRITE R-IBNRRPT FROM WS-REPORT-LINE.

      * Charge ultime : dernier cumul connu de l'exercice porte
      * jusqu'a la derniere annee de developpement par les facteurs.
       WRITE-IBNR-ROW.
           COMPUTE WS-YEAR = WS-FIRST-YEAR + WS-I - 1
           COMPUTE WS-DIAG = WS-ACCIDENT-YEARS - WS-I + 1
           MOVE WS-TRI-DEV(TRI-IDX, WS-I, WS-DIAG) TO WS-PAID
           MOVE WS-PAID TO WS-ULTIMATE
           PERFORM VARYING WS-D FROM WS-DIAG BY 1
                   UNTIL WS-D >= WS-ACCIDENT-YEARS
               COMPUTE WS-ULTIMATE ROUNDED =
                   WS-ULTIMATE * WS-FACTOR(WS-D)
           END-PERFORM
           COMPUTE WS-IBNR = WS-ULTIMATE - WS-PAID
           ADD WS-PAID TO WS-TYPE-PAID
           ADD WS-ULTIMATE TO WS-TYPE-ULTIMATE
           ADD WS-IBNR TO WS-TYPE-IBNR
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-PTR
           STRING "  " WS-YEAR DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
           MOVE WS-PAID TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(17:14)
           MOVE WS-ULTIMATE TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(34:14)
           MOVE WS-IBNR TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(51:14)
           WRITE R-IBNRRPT FROM WS-REPORT-LINE.

           COPY 'RATECNV.cpy'.
           COPY 'RATELOAD.cpy'.
           COPY 'FILESTCHK.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM assutriangle.
