       IDENTIFICATION DIVISION.
       PROGRAM-ID. empadvance.

      * Run d'acomptes de mi-mois, hors chaine de nuit : chaque
      * demande d'employee-advance-requests.txt est plafonnee a une
      * part reglable de REMPLOYE-SALAIRE (diminuee des acomptes non
      * encore recuperes), portee au registre des acomptes
      * employee-advances.dat et payee par un fichier d'ordres
      * employee-advance-transfers.txt de meme disposition
      * qu'employee-transfers.txt. La paie de fin de mois (employee
      * .cbl) reprend ensuite le solde du registre sur le net, au lieu
      * du versement a la main que l'on oubliait de recuperer. Le
      * depot des demandes est vide apres traitement ; un employe
      * deja servi sur la periode est refuse, si bien qu'un second
      * passage regenere le meme fichier d'ordres.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

      * Demandes d'acompte : employe, montant demande.
           SELECT F-REQUEST ASSIGN TO "employee-advance-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT F-BANK ASSIGN TO "employee-bank-details.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

      * Registre des acomptes : solde restant a recuperer par
      * employe, periode et montant du dernier acompte verse. Relu et
      * reecrit en entier ici et par la paie de fin de mois.
           SELECT F-ADVANCE ASSIGN TO "employee-advances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT F-VIREMENT ASSIGN TO "employee-advance-transfers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIREMENT-STATUS.

           SELECT F-REPORT ASSIGN TO "employee-advance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY 'AUDITSEL.cpy'.

      * Part maximale du salaire et periode, reglables sans
      * recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empadvance-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

      * Registre des fichiers remis hors de l'entreprise (ordres de
      * virement des acomptes), OUTBSEL/OUTBFD.
           COPY 'OUTBSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       FD  F-REQUEST
           RECORD CONTAINS 18 CHARACTERS.
       01  R-REQUEST.
           05 REQ-ID                PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 REQ-MONTANT           PIC 9(5)V99.

      * Meme disposition que R-BANK dans employee.cbl.
       FD  F-BANK
           RECORD CONTAINS 52 CHARACTERS.
       01  R-BANK.
           05 BANK-ID               PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 BANK-IBAN             PIC X(27).
           05 FILLER                PIC X VALUE SPACE.
           05 BANK-BIC              PIC X(11).
           05 FILLER                PIC X VALUE SPACE.
           05 BANK-FLAG             PIC X.

      * Une ligne par employe : solde restant a recuperer, periode
      * AAAAMM et montant du dernier acompte verse.
       FD  F-ADVANCE
           RECORD CONTAINS 37 CHARACTERS.
       01  R-ADVANCE.
           05 ADV-ID                PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 ADV-SOLDE             PIC 9(7)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 ADV-PERIODE           PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 ADV-DERNIER           PIC 9(7)V99.

       FD  F-VIREMENT
           RECORD CONTAINS 80 CHARACTERS.
       01  R-VIREMENT               PIC X(80).

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  R-REPORT                 PIC X(100).

           COPY 'AUDITFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.
           COPY 'OUTBFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-REQUEST-STATUS       PIC XX.
       01  WS-BANK-STATUS          PIC XX.
       01  WS-ADVANCE-STATUS       PIC XX.
       01  WS-VIREMENT-STATUS      PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.
           COPY 'OUTBWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-PAY-PERIOD-DATE      PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-YM            PIC 9(6).
      * Part maximale de REMPLOYE-SALAIRE servie en acompte, en
      * pourcentage ; les acomptes non encore recuperes s'imputent
      * sur ce plafond.
       01  WS-ADVANCE-MAX-PCT      PIC 9(3) VALUE 50.

       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EMP-COUNT
                  INDEXED BY EMP-IDX.
               10 WS-EMP-ID        PIC X(10).
               10 WS-EMP-SALAIRE   PIC X(6).
       01  WS-EMP-TABLE-MAX        PIC 9(4) VALUE 2000.

       01  WS-BANK-TABLE.
           05 WS-BANK-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-BANK-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-BANK-COUNT
                  INDEXED BY BANK-IDX.
               10 WS-BANK-ID       PIC X(10).
               10 WS-BANK-IBAN     PIC X(27).
               10 WS-BANK-BIC      PIC X(11).
               10 WS-BANK-FLAG     PIC X.
       01  WS-BANK-TABLE-MAX       PIC 9(4) VALUE 500.

       01  WS-ADV-TABLE.
           05 WS-ADV-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-ADV-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-ADV-COUNT
                  INDEXED BY ADV-IDX.
               10 WS-ADV-ID        PIC X(10).
               10 WS-ADV-SOLDE     PIC 9(7)V99.
               10 WS-ADV-PERIODE   PIC 9(6).
               10 WS-ADV-DERNIER   PIC 9(7)V99.
       01  WS-ADV-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-ADV-TABLE-FULL       PIC X VALUE 'N'.

       01  WS-REJECT-REASON        PIC X(20).
       01  WS-ADV-FOUND            PIC X.
       01  WS-CAP                  PIC S9(9)V99.
       01  WS-GRANTED              PIC 9(7)V99.
       01  WS-REQUEST-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-GRANTED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-VIR-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-VIR-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-VIR-NET              PIC 9(9)V99.
       01  WS-VIREMENT-LINE        PIC X(80).
       01  WS-REPORT-LINE          PIC X(100).
       01  WS-AMOUNT-EDIT          PIC Z(6)9.99.
       01  WS-GRANTED-EDIT         PIC Z(6)9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-PAY-PERIOD-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-PAY-PERIOD-DATE
           END-IF
           MOVE WS-PAY-PERIOD-DATE(1:6) TO WS-PERIOD-YM
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-BANK-TABLE
           PERFORM LOAD-ADVANCE-TABLE
           OPEN OUTPUT F-REPORT
           MOVE WS-REPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-advance-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-REPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Acomptes de mi-mois - periode " WS-PERIOD-YM
                  " plafond " WS-ADVANCE-MAX-PCT "% du salaire"
                  " run " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE
           OPEN INPUT F-REQUEST
           IF WS-REQUEST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-REQUEST AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF R-REQUEST NOT = SPACES
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM PROCESS-ONE-REQUEST
                       END-IF
               END-PERFORM
               CLOSE F-REQUEST
      * Le depot est vide : les acomptes servis vivent desormais
      * dans le registre jusqu'a leur recuperation.
               OPEN OUTPUT F-REQUEST
               CLOSE F-REQUEST
           END-IF
           MOVE 'N' TO WS-EOF
           CLOSE F-REPORT
           PERFORM SAVE-ADVANCE-TABLE
           PERFORM WRITE-TRANSFER-FILE
           MOVE "empadvance" TO WS-AUDIT-PROGRAM
           MOVE WS-REQUEST-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-VIR-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-VIR-TOTAL TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Demandes d'acompte : " WS-REQUEST-COUNT
               " servies : " WS-GRANTED-COUNT
               " refusees : " WS-REFUSED-COUNT
               " ordres periode " WS-PERIOD-YM " : " WS-VIR-COUNT
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empadvance-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PAY_PERIOD_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PAY-PERIOD-DATE
               WHEN "ADVANCE_MAX_PCT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-ADVANCE-MAX-PCT
           END-EVALUATE.

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
                   IF REMPLOYE-RECORD(1:4) NOT = "HDR "
                       AND REMPLOYE-RECORD(1:4) NOT = "TRL "
                       AND WS-EMP-COUNT < WS-EMP-TABLE-MAX
                       ADD 1 TO WS-EMP-COUNT
                       SET EMP-IDX TO WS-EMP-COUNT
                       MOVE REMPLOYE-ID TO WS-EMP-ID(EMP-IDX)
                       MOVE REMPLOYE-SALAIRE
                           TO WS-EMP-SALAIRE(EMP-IDX)
                   END-IF
           END-PERFORM
           CLOSE F-EMPLOYE
           MOVE 'N' TO WS-EOF.

       LOAD-BANK-TABLE.
           OPEN INPUT F-BANK
           IF WS-BANK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-BANK AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BANK-COUNT < WS-BANK-TABLE-MAX
                           ADD 1 TO WS-BANK-COUNT
                           SET BANK-IDX TO WS-BANK-COUNT
                           MOVE BANK-ID TO WS-BANK-ID(BANK-IDX)
                           MOVE BANK-IBAN TO WS-BANK-IBAN(BANK-IDX)
                           MOVE BANK-BIC TO WS-BANK-BIC(BANK-IDX)
                           MOVE BANK-FLAG TO WS-BANK-FLAG(BANK-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-BANK
           END-IF
           MOVE 'N' TO WS-EOF.

      * Registre absent au premier acompte : la table demarre vide.
       LOAD-ADVANCE-TABLE.
           OPEN INPUT F-ADVANCE
           IF WS-ADVANCE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ADVANCE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ADV-COUNT < WS-ADV-TABLE-MAX
                           ADD 1 TO WS-ADV-COUNT
                           SET ADV-IDX TO WS-ADV-COUNT
                           MOVE ADV-ID TO WS-ADV-ID(ADV-IDX)
                           MOVE ADV-SOLDE TO WS-ADV-SOLDE(ADV-IDX)
                           MOVE ADV-PERIODE TO WS-ADV-PERIODE(ADV-IDX)
                           MOVE ADV-DERNIER TO WS-ADV-DERNIER(ADV-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-ADVANCE
           END-IF
           MOVE 'N' TO WS-EOF.

      * Controle et plafonne une demande, met a jour le registre et
      * trace la decision dans le rapport.
       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-GRANTED
           SET EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   MOVE "EMPLOYE_INCONNU" TO WS-REJECT-REASON
               WHEN WS-EMP-ID(EMP-IDX) = REQ-ID
                   CONTINUE
           END-SEARCH
           IF WS-REJECT-REASON = SPACES
               IF WS-EMP-SALAIRE(EMP-IDX) IS NOT NUMERIC
                   MOVE "SALAIRE_INVALIDE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF REQ-MONTANT IS NOT NUMERIC OR REQ-MONTANT = ZERO
                   MOVE "MONTANT_INVALIDE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-BANK-DETAILS
           END-IF
           MOVE 'N' TO WS-ADV-FOUND
           IF WS-REJECT-REASON = SPACES
               SET ADV-IDX TO 1
               SEARCH WS-ADV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ADV-ID(ADV-IDX) = REQ-ID
                       MOVE 'Y' TO WS-ADV-FOUND
               END-SEARCH
               IF WS-ADV-FOUND = 'Y'
                   AND WS-ADV-PERIODE(ADV-IDX) = WS-PERIOD-YM
                   AND WS-ADV-DERNIER(ADV-IDX) > ZERO
                   MOVE "ACOMPTE_DEJA_VERSE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-CAP =
                   FUNCTION NUMVAL(WS-EMP-SALAIRE(EMP-IDX))
                   * WS-ADVANCE-MAX-PCT / 100
               IF WS-ADV-FOUND = 'Y'
                   SUBTRACT WS-ADV-SOLDE(ADV-IDX) FROM WS-CAP
               END-IF
               IF WS-CAP <= ZERO
                   MOVE "PLAFOND_ATTEINT" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF REQ-MONTANT > WS-CAP
                   MOVE WS-CAP TO WS-GRANTED
                   MOVE "ECRETE_AU_PLAFOND" TO WS-REJECT-REASON
               ELSE
                   MOVE REQ-MONTANT TO WS-GRANTED
               END-IF
               PERFORM RECORD-ADVANCE
           END-IF
           IF WS-GRANTED > ZERO
               ADD 1 TO WS-GRANTED-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           IF REQ-MONTANT IS NUMERIC
               MOVE REQ-MONTANT TO WS-AMOUNT-EDIT
           ELSE
               MOVE ZERO TO WS-AMOUNT-EDIT
           END-IF
           MOVE WS-GRANTED TO WS-GRANTED-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING REQ-ID " demande " WS-AMOUNT-EDIT
                  " servi " WS-GRANTED-EDIT SPACE WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE R-REPORT FROM WS-REPORT-LINE.

      * Meme controle du RIB que PREPARE-TRANSFER-QUIET dans
      * employee.cbl : absent, incomplet ou rejete au vetting.
       CHECK-BANK-DETAILS.
           SET BANK-IDX TO 1
           SEARCH WS-BANK-ENTRY
               AT END
                   MOVE "RIB_MANQUANT" TO WS-REJECT-REASON
               WHEN WS-BANK-ID(BANK-IDX) = REQ-ID
                   IF WS-BANK-IBAN(BANK-IDX) = SPACES
                       OR WS-BANK-IBAN(BANK-IDX)(1:14) = SPACES
                       MOVE "RIB_INVALIDE" TO WS-REJECT-REASON
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       AND WS-BANK-FLAG(BANK-IDX) = 'R'
                       MOVE "RIB_REJETE_VETTING" TO WS-REJECT-REASON
                   END-IF
           END-SEARCH.

       RECORD-ADVANCE.
           IF WS-ADV-FOUND = 'N'
               IF WS-ADV-COUNT >= WS-ADV-TABLE-MAX
                   IF WS-ADV-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-ADV-TABLE-FULL
                       DISPLAY "ATTENTION : capacite de WS-ADV-ENTRY "
                           "depassee, acomptes suivants non servis"
                   END-IF
                   MOVE ZERO TO WS-GRANTED
                   MOVE "REGISTRE_PLEIN" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ADV-COUNT
               SET ADV-IDX TO WS-ADV-COUNT
               MOVE REQ-ID TO WS-ADV-ID(ADV-IDX)
               MOVE ZERO TO WS-ADV-SOLDE(ADV-IDX)
           END-IF
           ADD WS-GRANTED TO WS-ADV-SOLDE(ADV-IDX)
           MOVE WS-PERIOD-YM TO WS-ADV-PERIODE(ADV-IDX)
           MOVE WS-GRANTED TO WS-ADV-DERNIER(ADV-IDX).

      * Reecrit le registre ; une ligne soldee n'est conservee que
      * pendant la periode de son dernier acompte (garde contre un
      * second acompte le meme mois).
       SAVE-ADVANCE-TABLE.
           OPEN OUTPUT F-ADVANCE
           MOVE WS-ADVANCE-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-advances.dat" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-ADVANCE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING ADV-IDX FROM 1 BY 1
                   UNTIL ADV-IDX > WS-ADV-COUNT
               IF WS-ADV-SOLDE(ADV-IDX) > ZERO
                   OR WS-ADV-PERIODE(ADV-IDX) = WS-PERIOD-YM
                   MOVE SPACES TO R-ADVANCE
                   MOVE WS-ADV-ID(ADV-IDX) TO ADV-ID
                   MOVE WS-ADV-SOLDE(ADV-IDX) TO ADV-SOLDE
                   MOVE WS-ADV-PERIODE(ADV-IDX) TO ADV-PERIODE
                   MOVE WS-ADV-DERNIER(ADV-IDX) TO ADV-DERNIER
                   WRITE R-ADVANCE
               END-IF
           END-PERFORM
           CLOSE F-ADVANCE.

      * Fichier d'ordres des acomptes de la periode, regenere depuis
      * le registre : en-tete date, un ordre par employe servi, pied
      * avec compte et total de controle (meme convention que
      * WRITE-TRANSFER-FILE dans employee.cbl), puis inscrit au
      * registre des fichiers sortants.
       WRITE-TRANSFER-FILE.
           OPEN OUTPUT F-VIREMENT
           MOVE WS-VIREMENT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-advance-transfers.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-VIREMENT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-VIREMENT-LINE
           STRING "ENTETE VIREMENTS ACOMPTES " WS-PAY-PERIOD-DATE
                  DELIMITED BY SIZE INTO WS-VIREMENT-LINE
           WRITE R-VIREMENT FROM WS-VIREMENT-LINE
           PERFORM VARYING ADV-IDX FROM 1 BY 1
                   UNTIL ADV-IDX > WS-ADV-COUNT
               IF WS-ADV-PERIODE(ADV-IDX) = WS-PERIOD-YM
                   AND WS-ADV-DERNIER(ADV-IDX) > ZERO
                   SET BANK-IDX TO 1
                   SEARCH WS-BANK-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-BANK-ID(BANK-IDX) = WS-ADV-ID(ADV-IDX)
                           MOVE WS-ADV-DERNIER(ADV-IDX) TO WS-VIR-NET
                           MOVE SPACES TO WS-VIREMENT-LINE
                           STRING WS-ADV-ID(ADV-IDX) SPACE
                                  WS-BANK-IBAN(BANK-IDX) SPACE
                                  WS-BANK-BIC(BANK-IDX) SPACE
                                  WS-VIR-NET
                                  DELIMITED BY SIZE
                                  INTO WS-VIREMENT-LINE
                           WRITE R-VIREMENT FROM WS-VIREMENT-LINE
                           ADD 1 TO WS-VIR-COUNT
                           ADD WS-VIR-NET TO WS-VIR-TOTAL
                   END-SEARCH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-VIREMENT-LINE
           STRING "TOTAL " WS-VIR-COUNT " ordres " WS-VIR-TOTAL
                  DELIMITED BY SIZE INTO WS-VIREMENT-LINE
           WRITE R-VIREMENT FROM WS-VIREMENT-LINE
           CLOSE F-VIREMENT
           MOVE "empadvance" TO WS-OUTB-PROGRAM
           MOVE "employee-advance-transfers.txt" TO WS-OUTB-FILENAME
           MOVE "BANQUE" TO WS-OUTB-DESTINATION
           MOVE WS-VIR-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-OUTBOUND-FILE.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'OUTBWRT.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empadvance.
