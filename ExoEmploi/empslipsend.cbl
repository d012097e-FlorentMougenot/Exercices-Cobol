       IDENTIFICATION DIVISION.
       PROGRAM-ID. empslipsend.

      * Envoi dematerialise des bulletins de paie du run courant.
      * Chaque bloc d'employee-payslips.txt (ligne de tirets puis
      * "Bulletin de paie <REMPLOYE-ID> ...", WRITE-PAYSLIP dans
      * employee.cbl) est rattache a l'email de descrip-clients.txt
      * par la correspondance employee-id-map.txt, celle que
      * rapproche empxref :
      *   - email trouve : le bloc part dans
      *     employee-payslip-dispatch.txt, fichier de publipostage
      *     de la passerelle de messagerie (ligne MAIL = destinataire
      *     et objet, lignes LIGN = corps, ligne FIN = fin du
      *     message) ;
      *   - sinon (pas de correspondance, correspondance orpheline,
      *     email absent ou mal forme) : le bloc part dans la liste
      *     a imprimer et poster employee-payslip-print.txt, avec le
      *     motif.
      * Chaque remise, par email ou par courrier, est inscrite en
      * ajout dans employee-payslip-delivery.log (date, heure, run,
      * employe, periode, canal, destinataire ou motif) : c'est la
      * preuve d'envoi. Apres une reprise ou un run DELTA le fichier
      * des bulletins contient plusieurs blocs pour un meme employe :
      * seul le dernier, qui fait foi, est envoye.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PAYSLIP ASSIGN TO "employee-payslips.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYSLIP-STATUS.

           SELECT F-DESCRIP ASSIGN TO "descrip-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DESCRIP-STATUS.

           SELECT F-IDMAP ASSIGN TO "employee-id-map.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IDMAP-STATUS.

           SELECT F-DISPATCH ASSIGN TO "employee-payslip-dispatch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISPATCH-STATUS.

           SELECT F-PRINT ASSIGN TO "employee-payslip-print.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT F-DELIVERY ASSIGN TO "employee-payslip-delivery.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.

           COPY 'AUDITSEL.cpy'.
           COPY 'ALERTSEL.cpy'.

      * Periode de paie des bulletins (objet des messages).
           COPY 'PARAMSEL.cpy' REPLACING ==:PARAMFILE:==
               BY =="empslipsend-params.cfg"==.

      * Recapitulatif d'erreurs fichier partage, alimente par
      * CHECK-FILE-STATUS (ERRSUMSEL/ERRSUMFD).
           COPY 'ERRSUMSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
      * Meme disposition que R-PAYSLIP dans employee.cbl.
       FD  F-PAYSLIP
           RECORD CONTAINS 80 CHARACTERS.
       01  R-PAYSLIP                PIC X(80).

      * Meme disposition que LINEXX dans descrip.cbl.
       FD  F-DESCRIP
           RECORD CONTAINS 112 CHARACTERS.
       01  R-DESCRIP.
           05 DSC-ID                PIC X(8).
           05 DSC-FIRST-NAME        PIC X(16).
           05 DSC-LAST-NAME         PIC X(16).
           05 DSC-JOB               PIC X(24).
           05 DSC-ZIPCODE           PIC 9(5).
           05 DSC-EMAIL             PIC X(35).
           05 DSC-SALARY            PIC 9(8).

      * Meme disposition que R-IDMAP dans empxref.cbl.
       FD  F-IDMAP
           RECORD CONTAINS 19 CHARACTERS.
       01  R-IDMAP.
           05 MAP-DESCRIP-ID        PIC X(8).
           05 FILLER                PIC X.
           05 MAP-EMPLOYE-ID        PIC X(10).

      * Publipostage : MAIL (destinataire, objet), LIGN (corps),
      * FIN (fin du message).
       FD  F-DISPATCH
           RECORD CONTAINS 132 CHARACTERS.
       01  R-DISPATCH.
           05 DISP-TYPE             PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 DISP-ID               PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 DISP-EMAIL            PIC X(35).
           05 FILLER                PIC X VALUE SPACE.
           05 DISP-TEXTE            PIC X(80).

       FD  F-PRINT
           RECORD CONTAINS 100 CHARACTERS.
       01  R-PRINT                  PIC X(100).

       FD  F-DELIVERY
           RECORD CONTAINS 99 CHARACTERS.
       01  R-DELIVERY.
           05 DLV-DATE              PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DLV-HEURE             PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 DLV-RUN-ID            PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 DLV-ID                PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 DLV-PERIODE           PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 DLV-CANAL             PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DLV-DESTINATION       PIC X(35).

           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'PARAMFD.cpy'.
           COPY 'ERRSUMFD.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-PAYSLIP-STATUS       PIC XX.
       01  WS-DESCRIP-STATUS       PIC XX.
       01  WS-IDMAP-STATUS         PIC XX.
       01  WS-DISPATCH-STATUS      PIC XX.
       01  WS-PRINT-STATUS         PIC XX.
       01  WS-DELIVERY-STATUS      PIC XX.
           COPY 'FILESTAT.cpy'.
           COPY 'AUDITWS.cpy'.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'PARAMWS.cpy'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY-8              PIC 9(8).
       01  WS-NOW-8                PIC 9(8).
       01  WS-PAY-PERIOD-DATE      PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-YM            PIC 9(6).
       01  WS-LINES-READ           PIC 9(6) VALUE ZERO.
       01  WS-BLOCK-NUMBER         PIC 9(5) VALUE ZERO.
       01  WS-EMAIL-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-POST-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-SUPERSEDED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-AT-COUNT             PIC 9(2).
       01  WS-PRINT-LINE           PIC X(100).

      * Correspondance identifiant paie -> matricule descrip.
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-MAP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-MAP-COUNT
                  INDEXED BY MAP-IDX.
               10 WS-MAP-DESCRIP   PIC X(8).
               10 WS-MAP-EMPLOYE   PIC X(10).
       01  WS-MAP-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-MAP-TABLE-FULL       PIC X VALUE 'N'.

       01  WS-DESC-TABLE.
           05 WS-DESC-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-DESC-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-DESC-COUNT
                  INDEXED BY DESC-IDX.
               10 WS-DESC-ID       PIC X(8).
               10 WS-DESC-EMAIL    PIC X(35).
       01  WS-DESC-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-DESC-TABLE-FULL      PIC X VALUE 'N'.

      * Dernier bloc de chaque employe dans le fichier des bulletins.
       01  WS-SLIP-TABLE.
           05 WS-SLIP-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-SLIP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-SLIP-COUNT
                  INDEXED BY SLIP-IDX.
               10 WS-SLIP-ID       PIC X(10).
               10 WS-SLIP-LAST     PIC 9(5).
       01  WS-SLIP-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-SLIP-TABLE-FULL      PIC X VALUE 'N'.

      * Bloc en cours de lecture, remis d'un seul tenant a l'un des
      * deux canaux.
       01  WS-BLOCK.
           05 WS-BLOCK-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-BLOCK-LINE OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-BLOCK-COUNT
                  INDEXED BY BLOCK-IDX
                                   PIC X(80).
       01  WS-BLOCK-MAX            PIC 9(3) VALUE 200.
       01  WS-BLOCK-ID             PIC X(10).
       01  WS-BLOCK-SEQ            PIC 9(5).
       01  WS-BLOCK-EMAIL          PIC X(35).
       01  WS-BLOCK-MOTIF          PIC X(35).
       01  WS-DELIVERY-CANAL       PIC X(8).
       01  WS-DELIVERY-DEST        PIC X(35).

       PROCEDURE DIVISION.
           MOVE "empslipsend" TO WS-ALERT-PROGRAM
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF WS-PAY-PERIOD-DATE = ZERO
               MOVE WS-TODAY-8 TO WS-PAY-PERIOD-DATE
           END-IF
           MOVE WS-PAY-PERIOD-DATE(1:6) TO WS-PERIOD-YM
           PERFORM RESOLVE-CHAIN-RUN-ID
           PERFORM LOAD-ID-MAP
           PERFORM LOAD-DESCRIP
           PERFORM INDEX-PAYSLIP-BLOCKS
           PERFORM OPEN-OUTPUTS
           PERFORM DISPATCH-PAYSLIP-BLOCKS
           CLOSE F-DISPATCH
           CLOSE F-PRINT
           CLOSE F-DELIVERY
           MOVE "empslipsend" TO WS-AUDIT-PROGRAM
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           COMPUTE WS-AUDIT-RECORDS-WRITTEN =
               WS-EMAIL-COUNT + WS-POST-COUNT
           MOVE WS-EMAIL-COUNT TO WS-AUDIT-TOTAL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Bulletins " WS-PERIOD-YM " : " WS-EMAIL-COUNT
               " par email, " WS-POST-COUNT " a imprimer et poster, "
               WS-SUPERSEDED-COUNT " bloc(s) remplace(s) ignore(s)"
           STOP RUN.

      * Applique une ligne CLE/VALEUR d'empslipsend-params.cfg.
       APPLY-PARAMETER.
           EVALUATE FUNCTION TRIM(WS-PARAM-KEY)
               WHEN "PAY_PERIOD_DATE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-PAY-PERIOD-DATE
           END-EVALUATE.

      * Correspondance absente : tout le monde part au courrier.
       LOAD-ID-MAP.
           OPEN INPUT F-IDMAP
           IF WS-IDMAP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-IDMAP AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MAP-COUNT >= WS-MAP-TABLE-MAX
                           PERFORM SIGNAL-MAP-FULL
                       ELSE
                           ADD 1 TO WS-MAP-COUNT
                           SET MAP-IDX TO WS-MAP-COUNT
                           MOVE MAP-DESCRIP-ID
                               TO WS-MAP-DESCRIP(MAP-IDX)
                           MOVE MAP-EMPLOYE-ID
                               TO WS-MAP-EMPLOYE(MAP-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-IDMAP
           ELSE
               DISPLAY "employee-id-map.txt absent : tous les "
                   "bulletins partiront au courrier"
           END-IF
           MOVE 'N' TO WS-EOF.

       SIGNAL-MAP-FULL.
           IF WS-MAP-TABLE-FULL = 'N'
               MOVE 'Y' TO WS-MAP-TABLE-FULL
               MOVE "CAPACITE WS-MAP-ENTRY DEPASSEE"
                   TO WS-ALERT-CONDITION
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
           END-IF.

       LOAD-DESCRIP.
           OPEN INPUT F-DESCRIP
           IF WS-DESCRIP-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-DESCRIP AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DESC-COUNT >= WS-DESC-TABLE-MAX
                           PERFORM SIGNAL-DESC-FULL
                       ELSE
                           ADD 1 TO WS-DESC-COUNT
                           SET DESC-IDX TO WS-DESC-COUNT
                           MOVE DSC-ID TO WS-DESC-ID(DESC-IDX)
                           MOVE DSC-EMAIL TO WS-DESC-EMAIL(DESC-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-DESCRIP
           ELSE
               DISPLAY "descrip-clients.txt absent : tous les "
                   "bulletins partiront au courrier"
           END-IF
           MOVE 'N' TO WS-EOF.

       SIGNAL-DESC-FULL.
           IF WS-DESC-TABLE-FULL = 'N'
               MOVE 'Y' TO WS-DESC-TABLE-FULL
               MOVE "CAPACITE WS-DESC-ENTRY DEPASSEE"
                   TO WS-ALERT-CONDITION
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
           END-IF.

      * Premier passage : numero du dernier bloc de chaque employe.
       INDEX-PAYSLIP-BLOCKS.
           OPEN INPUT F-PAYSLIP
           MOVE WS-PAYSLIP-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-payslips.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-PAYSLIP" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-PAYSLIP AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   IF R-PAYSLIP(1:17) = "Bulletin de paie "
                       ADD 1 TO WS-BLOCK-NUMBER
                       PERFORM NOTE-LAST-BLOCK
                   END-IF
           END-PERFORM
           CLOSE F-PAYSLIP
           MOVE 'N' TO WS-EOF.

       NOTE-LAST-BLOCK.
           SET SLIP-IDX TO 1
           SEARCH WS-SLIP-ENTRY
               AT END
                   IF WS-SLIP-COUNT >= WS-SLIP-TABLE-MAX
                       PERFORM SIGNAL-SLIP-FULL
                   ELSE
                       ADD 1 TO WS-SLIP-COUNT
                       SET SLIP-IDX TO WS-SLIP-COUNT
                       MOVE R-PAYSLIP(18:10) TO WS-SLIP-ID(SLIP-IDX)
                       MOVE WS-BLOCK-NUMBER TO WS-SLIP-LAST(SLIP-IDX)
                   END-IF
               WHEN WS-SLIP-ID(SLIP-IDX) = R-PAYSLIP(18:10)
                   MOVE WS-BLOCK-NUMBER TO WS-SLIP-LAST(SLIP-IDX)
           END-SEARCH.

      * Un bulletin hors table ne doit pas rester sans remise : il
      * part au courrier (FLUSH-BLOCK) et le run sort en code 8.
       SIGNAL-SLIP-FULL.
           IF WS-SLIP-TABLE-FULL = 'N'
               MOVE 'Y' TO WS-SLIP-TABLE-FULL
               MOVE "CAPACITE WS-SLIP-ENTRY DEPASSEE"
                   TO WS-ALERT-CONDITION
               MOVE "E" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPERATIONAL-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Journal des remises en ajout (convention OPEN EXTEND + repli
      * OPEN OUTPUT) ; publipostage et liste a poster sont ceux du
      * run.
       OPEN-OUTPUTS.
           OPEN OUTPUT F-DISPATCH
           MOVE WS-DISPATCH-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-payslip-dispatch.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-DISPATCH" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-PRINT
           MOVE WS-PRINT-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-payslip-print.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-PRINT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           OPEN EXTEND F-DELIVERY
           IF WS-DELIVERY-STATUS = "05" OR WS-DELIVERY-STATUS = "35"
               OPEN OUTPUT F-DELIVERY
           END-IF
           MOVE WS-DELIVERY-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-payslip-delivery.log" TO WS-FILESTAT-FILENAME
           MOVE "OPEN EXTEND F-DELIVERY" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS.

      * Second passage : les lignes sont accumulees jusqu'au tiret
      * de tete du bloc suivant (ou la fin du fichier), puis le bloc
      * est remis s'il est le dernier de son employe.
       DISPATCH-PAYSLIP-BLOCKS.
           MOVE ZERO TO WS-BLOCK-NUMBER
           MOVE ZERO TO WS-BLOCK-COUNT
           MOVE SPACES TO WS-BLOCK-ID
           OPEN INPUT F-PAYSLIP
           MOVE WS-PAYSLIP-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-payslips.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-PAYSLIP" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-PAYSLIP AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF R-PAYSLIP(1:10) = ALL "-"
                       PERFORM FLUSH-BLOCK
                   END-IF
                   IF R-PAYSLIP(1:17) = "Bulletin de paie "
                       ADD 1 TO WS-BLOCK-NUMBER
                       MOVE WS-BLOCK-NUMBER TO WS-BLOCK-SEQ
                       MOVE R-PAYSLIP(18:10) TO WS-BLOCK-ID
                   END-IF
                   IF WS-BLOCK-COUNT < WS-BLOCK-MAX
                       ADD 1 TO WS-BLOCK-COUNT
                       MOVE R-PAYSLIP TO WS-BLOCK-LINE(WS-BLOCK-COUNT)
                   END-IF
           END-PERFORM
           PERFORM FLUSH-BLOCK
           CLOSE F-PAYSLIP
           MOVE 'N' TO WS-EOF.

       FLUSH-BLOCK.
           IF WS-BLOCK-ID NOT = SPACES
               SET SLIP-IDX TO 1
               SEARCH WS-SLIP-ENTRY
                   AT END
                       MOVE SPACES TO WS-BLOCK-EMAIL
                       MOVE "CAPACITE_DEPASSEE" TO WS-BLOCK-MOTIF
                       PERFORM SEND-BY-POST
                   WHEN WS-SLIP-ID(SLIP-IDX) = WS-BLOCK-ID
                       IF WS-SLIP-LAST(SLIP-IDX) = WS-BLOCK-SEQ
                           PERFORM RESOLVE-EMAIL
                           IF WS-BLOCK-EMAIL NOT = SPACES
                               PERFORM SEND-BY-EMAIL
                           ELSE
                               PERFORM SEND-BY-POST
                           END-IF
                       ELSE
                           ADD 1 TO WS-SUPERSEDED-COUNT
                       END-IF
               END-SEARCH
           END-IF
           MOVE ZERO TO WS-BLOCK-COUNT
           MOVE SPACES TO WS-BLOCK-ID.

      * Identifiant paie -> matricule descrip -> email ; le motif
      * dit pourquoi le bulletin part au courrier.
       RESOLVE-EMAIL.
           MOVE SPACES TO WS-BLOCK-EMAIL
           MOVE SPACES TO WS-BLOCK-MOTIF
           SET MAP-IDX TO 1
           SEARCH WS-MAP-ENTRY
               AT END
                   MOVE "SANS_CORRESPONDANCE" TO WS-BLOCK-MOTIF
               WHEN WS-MAP-EMPLOYE(MAP-IDX) = WS-BLOCK-ID
                   SET DESC-IDX TO 1
                   SEARCH WS-DESC-ENTRY
                       AT END
                           MOVE "CORRESPONDANCE_ORPHELINE"
                               TO WS-BLOCK-MOTIF
                       WHEN WS-DESC-ID(DESC-IDX) =
                               WS-MAP-DESCRIP(MAP-IDX)
                           PERFORM CHECK-EMAIL
                   END-SEARCH
           END-SEARCH.

       CHECK-EMAIL.
           IF WS-DESC-EMAIL(DESC-IDX) = SPACES
               MOVE "SANS_EMAIL" TO WS-BLOCK-MOTIF
           ELSE
               MOVE ZERO TO WS-AT-COUNT
               INSPECT WS-DESC-EMAIL(DESC-IDX)
                   TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT = 1
                   AND WS-DESC-EMAIL(DESC-IDX)(1:1) NOT = "@"
                   MOVE WS-DESC-EMAIL(DESC-IDX) TO WS-BLOCK-EMAIL
               ELSE
                   MOVE "EMAIL_INVALIDE" TO WS-BLOCK-MOTIF
               END-IF
           END-IF.

      * Message de publipostage ; la ligne de tirets de tete n'est
      * pas reprise dans le corps.
       SEND-BY-EMAIL.
           MOVE SPACES TO R-DISPATCH
           MOVE "MAIL" TO DISP-TYPE
           MOVE WS-BLOCK-ID TO DISP-ID
           MOVE WS-BLOCK-EMAIL TO DISP-EMAIL
           STRING "Bulletin de paie " WS-PERIOD-YM
                  DELIMITED BY SIZE INTO DISP-TEXTE
           WRITE R-DISPATCH
           PERFORM VARYING BLOCK-IDX FROM 1 BY 1
                   UNTIL BLOCK-IDX > WS-BLOCK-COUNT
               IF WS-BLOCK-LINE(BLOCK-IDX)(1:10) NOT = ALL "-"
                   MOVE "LIGN" TO DISP-TYPE
                   MOVE WS-BLOCK-LINE(BLOCK-IDX) TO DISP-TEXTE
                   WRITE R-DISPATCH
               END-IF
           END-PERFORM
           MOVE "FIN " TO DISP-TYPE
           MOVE SPACES TO DISP-TEXTE
           WRITE R-DISPATCH
           ADD 1 TO WS-EMAIL-COUNT
           MOVE "EMAIL" TO WS-DELIVERY-CANAL
           MOVE WS-BLOCK-EMAIL TO WS-DELIVERY-DEST
           PERFORM LOG-DELIVERY.

       SEND-BY-POST.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "A IMPRIMER ET POSTER " WS-BLOCK-ID
                  " periode " WS-PERIOD-YM
                  " motif: " FUNCTION TRIM(WS-BLOCK-MOTIF)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE R-PRINT FROM WS-PRINT-LINE
           PERFORM VARYING BLOCK-IDX FROM 1 BY 1
                   UNTIL BLOCK-IDX > WS-BLOCK-COUNT
               MOVE WS-BLOCK-LINE(BLOCK-IDX) TO R-PRINT
               WRITE R-PRINT
           END-PERFORM
           MOVE SPACES TO R-PRINT
           WRITE R-PRINT
           ADD 1 TO WS-POST-COUNT
           MOVE "COURRIER" TO WS-DELIVERY-CANAL
           MOVE WS-BLOCK-MOTIF TO WS-DELIVERY-DEST
           PERFORM LOG-DELIVERY.

      * Canal et destinataire (ou motif) poses par l'appelant.
       LOG-DELIVERY.
           ACCEPT WS-NOW-8 FROM TIME
           MOVE SPACES TO R-DELIVERY
           MOVE WS-TODAY-8 TO DLV-DATE
           MOVE WS-NOW-8(1:6) TO DLV-HEURE
           MOVE WS-RUN-ID TO DLV-RUN-ID
           MOVE WS-BLOCK-ID TO DLV-ID
           MOVE WS-PERIOD-YM TO DLV-PERIODE
           MOVE WS-DELIVERY-CANAL TO DLV-CANAL
           MOVE WS-DELIVERY-DEST TO DLV-DESTINATION
           WRITE R-DELIVERY.

           COPY 'FILESTCHK.cpy'.
           COPY 'AUDITWRT.cpy'.
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM empslipsend.
