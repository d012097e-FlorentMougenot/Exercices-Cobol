       IDENTIFICATION DIVISION.
       PROGRAM-ID. empqualif.

      * Suivi des habilitations, certifications obligatoires et
      * titres de travail, jusqu'ici tenus sur papier. Le registre
      * employee-qualifications.dat (une ligne par titre : employe,
      * type, date d'obtention, date d'expiration, organisme) est
      * valide contre fichierclient.txt ; les regles
      * employee-qualif-rules.dat disent quels types sont
      * obligatoires pour quel POSTE (POSTE "*" : obligatoire pour
      * tout porteur, cas des titres de sejour). Le rapport mensuel
      * employee-qualif-report.txt liste par agence les titres
      * expires ou expirant dans les ALERT_DAYS jours, et les titres
      * obligatoires manquants ; chaque titre obligatoire expire part
      * en plus dans operational-alerts.log pour le tableau de bord
      * du matin des RH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO "fichierclient.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYE-STATUS.

           SELECT F-QUALIF ASSIGN TO "employee-qualifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUALIF-STATUS.

           SELECT F-QRULE ASSIGN TO "employee-qualif-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QRULE-STATUS.

           SELECT F-QREPORT ASSIGN TO "employee-qualif-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QREPORT-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Horizon d'alerte et date d'arrete, reglables sans
      * recompilation.
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empqualif-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

      * Un titre par ligne ; expiration a zero pour un titre sans
      * limite de validite.
       FD  F-QUALIF
           RECORD CONTAINS 58 CHARACTERS.
       01  R-QUALIF.
           05 QUAL-ID               PIC X(10).
           05 FILLER                PIC X.
           05 QUAL-TYPE             PIC X(8).
           05 FILLER                PIC X.
           05 QUAL-OBTENU           PIC 9(8).
           05 FILLER                PIC X.
           05 QUAL-EXPIRE           PIC 9(8).
           05 FILLER                PIC X.
           05 QUAL-ORGANISME        PIC X(20).

      * Une regle par ligne : POSTE (tel que dans fichierclient.txt,
      * ou "*" pour tout porteur) et type de titre obligatoire.
       FD  F-QRULE
           RECORD CONTAINS 27 CHARACTERS.
       01  R-QRULE.
           05 QRULE-POSTE           PIC X(18).
           05 FILLER                PIC X.
           05 QRULE-TYPE            PIC X(8).

       FD  F-QREPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  R-QREPORT                PIC X(132).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYE-STATUS       PIC XX.
       01  WS-QUALIF-STATUS        PIC XX.
       01  WS-QRULE-STATUS         PIC XX.
       01  WS-QREPORT-STATUS       PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
      * Date d'arrete du rapport (defaut : date du jour) et horizon
      * en jours des titres a renouveler.
       01  WS-REPORT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-ALERT-DAYS           PIC 9(3) VALUE 60.
       01  WS-HORIZON-DATE         PIC 9(8).

       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EMP-COUNT
                  INDEXED BY EMP-IDX.
               10 WS-EMP-ID        PIC X(10).
               10 WS-EMP-NOM       PIC X(20).
               10 WS-EMP-POSTE     PIC X(18).
               10 WS-EMP-AGENCE    PIC X(3).
       01  WS-EMP-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-EMP-FOUND            PIC X.

       01  WS-RULE-TABLE.
           05 WS-RULE-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-RULE-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-RULE-COUNT
                  INDEXED BY RULE-IDX.
               10 WS-RULE-POSTE    PIC X(18).
               10 WS-RULE-TYPE     PIC X(8).
       01  WS-RULE-TABLE-MAX       PIC 9(3) VALUE 200.

      * Titres valides du registre, puis titres obligatoires
      * manquants ajoutes avec l'etat MANQUANT ; tries par agence et
      * date d'expiration pour le rapport.
       01  WS-QUAL-TABLE.
           05 WS-QUAL-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-QUAL-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-QUAL-COUNT
                  INDEXED BY QUAL-IDX.
               10 WS-QUAL-AGENCE   PIC X(3).
               10 WS-QUAL-EXPIRE   PIC 9(8).
               10 WS-QUAL-ID       PIC X(10).
               10 WS-QUAL-NOM      PIC X(20).
               10 WS-QUAL-TYPE     PIC X(8).
               10 WS-QUAL-OBTENU   PIC 9(8).
               10 WS-QUAL-ORGANISME PIC X(20).
               10 WS-QUAL-OBLIG    PIC X.
               10 WS-QUAL-ETAT     PIC X(12).
       01  WS-QUAL-TABLE-MAX       PIC 9(4) VALUE 3000.
       01  WS-QUAL-TABLE-FULL      PIC X VALUE 'N'.
       01  WS-OTHER-IDX            PIC 9(4).
       01  WS-HELD                 PIC X.

       01  WS-READ-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-EXPIRING-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-MISSING-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ALERTED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CURRENT-AGENCE       PIC X(3).
       01  WS-AGENCE-LINES         PIC 9(4).
       01  WS-REJECT-REASON        PIC X(20).
       01  WS-QREPORT-LINE         PIC X(132).
       01  WS-OBLIG-LABEL          PIC X(11).

       PROCEDURE DIVISION.
           MOVE "empqualif" TO WS-ALERT-PROGRAM
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS
           PERFORM RESOLVE-CHAIN-RUN-ID
           IF WS-REPORT-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-REPORT-DATE
           END-IF
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               + WS-ALERT-DAYS)
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-RULES
           OPEN OUTPUT F-QREPORT
           MOVE WS-QREPORT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-qualif-report.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-QREPORT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-QREPORT-LINE
           STRING "Habilitations et titres au " WS-REPORT-DATE
                  " - echeances jusqu'au " WS-HORIZON-DATE
                  " - run " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-QREPORT-LINE
           WRITE R-QREPORT FROM WS-QREPORT-LINE
           PERFORM LOAD-QUALIFICATIONS
           PERFORM CLASSIFY-QUALIFICATIONS
           PERFORM CHECK-MISSING-MANDATORY
           IF WS-QUAL-COUNT > ZERO
               SORT WS-QUAL-ENTRY
                   ASCENDING KEY WS-QUAL-AGENCE WS-QUAL-EXPIRE
           END-IF
           PERFORM WRITE-AGENCY-SECTIONS
           MOVE SPACES TO WS-QREPORT-LINE
           STRING "Titres lus: " WS-READ-COUNT
                  " rejetes: " WS-REJECT-COUNT
                  " expires: " WS-EXPIRED-COUNT
                  " a renouveler: " WS-EXPIRING-COUNT
                  " obligatoires manquants: " WS-MISSING-COUNT
                  DELIMITED BY SIZE INTO WS-QREPORT-LINE
           WRITE R-QREPORT FROM WS-QREPORT-LINE
           CLOSE F-QREPORT
           MOVE "empqualif" TO WS-AUDIT-PROGRAM
           MOVE WS-READ-COUNT TO WS-AUDIT-RECORDS-READ
           COMPUTE WS-AUDIT-RECORDS-WRITTEN =
               WS-EXPIRED-COUNT + WS-EXPIRING-COUNT + WS-MISSING-COUNT
           MOVE ZERO TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Habilitations : " WS-EXPIRED-COUNT " expiree(s), "
               WS-EXPIRING-COUNT " a renouveler, " WS-MISSING-COUNT
               " obligatoire(s) manquante(s), " WS-ALERTED-COUNT
               " alerte(s)"
           IF WS-ALERTED-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empqualif-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "ALERT_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-ALERT-DAYS
               WHEN "REPORT_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-REPORT-DATE
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
      * Lignes HDR/TRL de la convention d'interface : ignorees ici.
                   IF REMPLOYE-RECORD(1:4) NOT = "HDR "
                       AND REMPLOYE-RECORD(1:4) NOT = "TRL "
                       AND REMPLOYE-ID NOT = SPACES
                       IF WS-EMP-COUNT < WS-EMP-TABLE-MAX
                           ADD 1 TO WS-EMP-COUNT
                           SET EMP-IDX TO WS-EMP-COUNT
                           MOVE REMPLOYE-ID TO WS-EMP-ID(EMP-IDX)
                           MOVE REMPLOYE-NOM TO WS-EMP-NOM(EMP-IDX)
                           MOVE REMPLOYE-POSTE TO WS-EMP-POSTE(EMP-IDX)
                           MOVE REMPLOYE-AGENCE
                               TO WS-EMP-AGENCE(EMP-IDX)
                       ELSE
                           MOVE "CAPACITE WS-EMP-ENTRY DEPASSEE"
                               TO WS-ALERT-CONDITION
                           MOVE "W" TO WS-ALERT-SEVERITY
                           PERFORM WRITE-OPERATIONAL-ALERT
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE F-EMPLOYE
           MOVE 'N' TO WS-EOF.

      * Regles absentes : aucun titre obligatoire, le rapport des
      * echeances reste produit.
       LOAD-RULES.
           OPEN INPUT F-QRULE
           IF WS-QRULE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-QRULE AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF QRULE-TYPE NOT = SPACES
                           AND WS-RULE-COUNT < WS-RULE-TABLE-MAX
                           ADD 1 TO WS-RULE-COUNT
                           SET RULE-IDX TO WS-RULE-COUNT
                           MOVE QRULE-POSTE TO WS-RULE-POSTE(RULE-IDX)
                           MOVE QRULE-TYPE TO WS-RULE-TYPE(RULE-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-QRULE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-QUALIFICATIONS.
           OPEN INPUT F-QUALIF
           IF WS-QUALIF-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-QUALIF AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF R-QUALIF NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM VALIDATE-QUALIFICATION
                       END-IF
               END-PERFORM
               CLOSE F-QUALIF
           ELSE
               MOVE "Registre employee-qualifications.dat absent"
                   TO WS-QREPORT-LINE
               WRITE R-QREPORT FROM WS-QREPORT-LINE
           END-IF
           MOVE 'N' TO WS-EOF.

      * Controle d'une ligne du registre contre le maitre et les
      * regles de dates ; une ligne rejetee est listee en tete du
      * rapport avec son motif.
       VALIDATE-QUALIFICATION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-EMPLOYEE
           EVALUATE TRUE
               WHEN WS-EMP-FOUND = 'N'
                   MOVE "EMPLOYE_INCONNU" TO WS-REJECT-REASON
               WHEN QUAL-TYPE = SPACES
                   MOVE "TYPE_ABSENT" TO WS-REJECT-REASON
               WHEN QUAL-OBTENU IS NOT NUMERIC
                   MOVE "DATE_OBTENTION" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(QUAL-OBTENU) NOT = 0
                   MOVE "DATE_OBTENTION" TO WS-REJECT-REASON
               WHEN QUAL-EXPIRE IS NOT NUMERIC
                   MOVE "DATE_EXPIRATION" TO WS-REJECT-REASON
               WHEN QUAL-EXPIRE NOT = ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD(QUAL-EXPIRE) NOT = 0
                   MOVE "DATE_EXPIRATION" TO WS-REJECT-REASON
               WHEN QUAL-EXPIRE NOT = ZERO
                   AND QUAL-EXPIRE < QUAL-OBTENU
                   MOVE "EXPIRE_AVANT_OBTENU" TO WS-REJECT-REASON
               WHEN WS-QUAL-COUNT >= WS-QUAL-TABLE-MAX
                   MOVE "REGISTRE_PLEIN" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-QREPORT-LINE
               STRING "REJET " WS-REJECT-REASON " : " R-QUALIF
                      DELIMITED BY SIZE INTO WS-QREPORT-LINE
               WRITE R-QREPORT FROM WS-QREPORT-LINE
           ELSE
               ADD 1 TO WS-QUAL-COUNT
               SET QUAL-IDX TO WS-QUAL-COUNT
               MOVE WS-EMP-AGENCE(EMP-IDX) TO WS-QUAL-AGENCE(QUAL-IDX)
               MOVE WS-EMP-NOM(EMP-IDX) TO WS-QUAL-NOM(QUAL-IDX)
               MOVE QUAL-ID TO WS-QUAL-ID(QUAL-IDX)
               MOVE QUAL-TYPE TO WS-QUAL-TYPE(QUAL-IDX)
               MOVE QUAL-OBTENU TO WS-QUAL-OBTENU(QUAL-IDX)
               MOVE QUAL-EXPIRE TO WS-QUAL-EXPIRE(QUAL-IDX)
               MOVE QUAL-ORGANISME TO WS-QUAL-ORGANISME(QUAL-IDX)
               MOVE 'N' TO WS-QUAL-OBLIG(QUAL-IDX)
               MOVE SPACES TO WS-QUAL-ETAT(QUAL-IDX)
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-TYPE(RULE-IDX) = QUAL-TYPE
                       AND (WS-RULE-POSTE(RULE-IDX) = "*"
                        OR WS-RULE-POSTE(RULE-IDX)
                           = WS-EMP-POSTE(EMP-IDX))
                       MOVE 'Y' TO WS-QUAL-OBLIG(QUAL-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND
           SET EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EMP-ID(EMP-IDX) = QUAL-ID
                   MOVE 'Y' TO WS-EMP-FOUND
           END-SEARCH.

      * Etat de chaque titre a la date d'arrete. Un titre renouvele
      * (meme employe, meme type, expiration plus lointaine ou sans
      * limite) est REMPLACE et ne sort pas au rapport.
       CLASSIFY-QUALIFICATIONS.
           PERFORM VARYING QUAL-IDX FROM 1 BY 1
                   UNTIL QUAL-IDX > WS-QUAL-COUNT
               PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                       UNTIL WS-OTHER-IDX > WS-QUAL-COUNT
                   IF WS-OTHER-IDX NOT = QUAL-IDX
                       AND WS-QUAL-ID(WS-OTHER-IDX)
                           = WS-QUAL-ID(QUAL-IDX)
                       AND WS-QUAL-TYPE(WS-OTHER-IDX)
                           = WS-QUAL-TYPE(QUAL-IDX)
                       AND WS-QUAL-EXPIRE(QUAL-IDX) NOT = ZERO
                       AND (WS-QUAL-EXPIRE(WS-OTHER-IDX) = ZERO
                        OR WS-QUAL-EXPIRE(WS-OTHER-IDX)
                           > WS-QUAL-EXPIRE(QUAL-IDX))
                       MOVE "REMPLACE" TO WS-QUAL-ETAT(QUAL-IDX)
                   END-IF
               END-PERFORM
               IF WS-QUAL-ETAT(QUAL-IDX) = SPACES
                   EVALUATE TRUE
                       WHEN WS-QUAL-EXPIRE(QUAL-IDX) = ZERO
                           MOVE "VALIDE" TO WS-QUAL-ETAT(QUAL-IDX)
                       WHEN WS-QUAL-EXPIRE(QUAL-IDX) < WS-REPORT-DATE
                           MOVE "EXPIRE" TO WS-QUAL-ETAT(QUAL-IDX)
                           ADD 1 TO WS-EXPIRED-COUNT
                           IF WS-QUAL-OBLIG(QUAL-IDX) = 'Y'
                               PERFORM RAISE-EXPIRED-ALERT
                           END-IF
                       WHEN WS-QUAL-EXPIRE(QUAL-IDX) <= WS-HORIZON-DATE
                           MOVE "A_RENOUVELER"
                               TO WS-QUAL-ETAT(QUAL-IDX)
                           ADD 1 TO WS-EXPIRING-COUNT
                       WHEN OTHER
                           MOVE "VALIDE" TO WS-QUAL-ETAT(QUAL-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       RAISE-EXPIRED-ALERT.
           MOVE SPACES TO WS-ALERT-CONDITION
           STRING "TITRE OBLIGATOIRE EXPIRE " WS-QUAL-ID(QUAL-IDX)
                  " " WS-QUAL-TYPE(QUAL-IDX)
                  " LE " WS-QUAL-EXPIRE(QUAL-IDX)
                  DELIMITED BY SIZE INTO WS-ALERT-CONDITION
           MOVE "E" TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPERATIONAL-ALERT
           ADD 1 TO WS-ALERTED-COUNT.

      * Titres exiges par le POSTE de l'employe et absents du
      * registre : ajoutes au rapport avec l'etat MANQUANT.
       CHECK-MISSING-MANDATORY.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-POSTE(RULE-IDX) = WS-EMP-POSTE(EMP-IDX)
                       PERFORM CHECK-ONE-REQUIREMENT
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-ONE-REQUIREMENT.
           MOVE 'N' TO WS-HELD
           PERFORM VARYING QUAL-IDX FROM 1 BY 1
                   UNTIL QUAL-IDX > WS-QUAL-COUNT
               IF WS-QUAL-ID(QUAL-IDX) = WS-EMP-ID(EMP-IDX)
                   AND WS-QUAL-TYPE(QUAL-IDX) = WS-RULE-TYPE(RULE-IDX)
                   MOVE 'Y' TO WS-HELD
               END-IF
           END-PERFORM
           IF WS-HELD = 'N'
               IF WS-QUAL-COUNT >= WS-QUAL-TABLE-MAX
                   IF WS-QUAL-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-QUAL-TABLE-FULL
                       MOVE "CAPACITE WS-QUAL-ENTRY DEPASSEE"
                           TO WS-ALERT-CONDITION
                       MOVE "W" TO WS-ALERT-SEVERITY
                       PERFORM WRITE-OPERATIONAL-ALERT
                   END-IF
               ELSE
                   ADD 1 TO WS-MISSING-COUNT
                   ADD 1 TO WS-QUAL-COUNT
                   SET QUAL-IDX TO WS-QUAL-COUNT
                   MOVE WS-EMP-AGENCE(EMP-IDX)
                       TO WS-QUAL-AGENCE(QUAL-IDX)
                   MOVE WS-EMP-NOM(EMP-IDX) TO WS-QUAL-NOM(QUAL-IDX)
                   MOVE WS-EMP-ID(EMP-IDX) TO WS-QUAL-ID(QUAL-IDX)
                   MOVE WS-RULE-TYPE(RULE-IDX)
                       TO WS-QUAL-TYPE(QUAL-IDX)
                   MOVE ZERO TO WS-QUAL-OBTENU(QUAL-IDX)
                   MOVE ZERO TO WS-QUAL-EXPIRE(QUAL-IDX)
                   MOVE SPACES TO WS-QUAL-ORGANISME(QUAL-IDX)
                   MOVE 'Y' TO WS-QUAL-OBLIG(QUAL-IDX)
                   MOVE "MANQUANT" TO WS-QUAL-ETAT(QUAL-IDX)
               END-IF
           END-IF.

      * Une section par agence : seuls les titres EXPIRE,
      * A_RENOUVELER et MANQUANT y figurent.
       WRITE-AGENCY-SECTIONS.
           MOVE HIGH-VALUES TO WS-CURRENT-AGENCE
           MOVE ZERO TO WS-AGENCE-LINES
           PERFORM VARYING QUAL-IDX FROM 1 BY 1
                   UNTIL QUAL-IDX > WS-QUAL-COUNT
               IF WS-QUAL-ETAT(QUAL-IDX) = "EXPIRE"
                   OR WS-QUAL-ETAT(QUAL-IDX) = "A_RENOUVELER"
                   OR WS-QUAL-ETAT(QUAL-IDX) = "MANQUANT"
                   IF WS-QUAL-AGENCE(QUAL-IDX) NOT = WS-CURRENT-AGENCE
                       PERFORM CLOSE-AGENCY-SECTION
                       MOVE WS-QUAL-AGENCE(QUAL-IDX)
                           TO WS-CURRENT-AGENCE
                       MOVE SPACES TO WS-QREPORT-LINE
                       STRING "Agence " WS-CURRENT-AGENCE
                              DELIMITED BY SIZE INTO WS-QREPORT-LINE
                       WRITE R-QREPORT FROM WS-QREPORT-LINE
                   END-IF
                   PERFORM WRITE-QUALIF-LINE
               END-IF
           END-PERFORM
           PERFORM CLOSE-AGENCY-SECTION.

       CLOSE-AGENCY-SECTION.
           IF WS-AGENCE-LINES > ZERO
               MOVE SPACES TO WS-QREPORT-LINE
               STRING "  Agence " WS-CURRENT-AGENCE " : "
                      WS-AGENCE-LINES " titre(s) a traiter"
                      DELIMITED BY SIZE INTO WS-QREPORT-LINE
               WRITE R-QREPORT FROM WS-QREPORT-LINE
           END-IF
           MOVE ZERO TO WS-AGENCE-LINES.

       WRITE-QUALIF-LINE.
           ADD 1 TO WS-AGENCE-LINES
           IF WS-QUAL-OBLIG(QUAL-IDX) = 'Y'
               MOVE "OBLIGATOIRE" TO WS-OBLIG-LABEL
           ELSE
               MOVE SPACES TO WS-OBLIG-LABEL
           END-IF
           MOVE SPACES TO WS-QREPORT-LINE
           STRING "  " WS-QUAL-ID(QUAL-IDX) " "
                  WS-QUAL-NOM(QUAL-IDX) " "
                  WS-QUAL-TYPE(QUAL-IDX) " "
                  WS-QUAL-OBTENU(QUAL-IDX) " "
                  WS-QUAL-EXPIRE(QUAL-IDX) " "
                  WS-QUAL-ORGANISME(QUAL-IDX) " "
                  WS-QUAL-ETAT(QUAL-IDX) " "
                  WS-OBLIG-LABEL
                  DELIMITED BY SIZE INTO WS-QREPORT-LINE
           WRITE R-QREPORT FROM WS-QREPORT-LINE.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empqualif.
