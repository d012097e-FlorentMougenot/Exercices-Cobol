       01  WS-COVER-FOUND          PIC X.
       01  WS-LINE-DATE            PIC 9(8).
       01  WS-PF-LABEL             PIC X(50).
       01  WS-PERIOD-STATE         PIC X(6).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           MOVE "employee : table des departements" TO WS-PF-LABEL
           PERFORM CHECK-PRESENT-NONEMPTY
           PERFORM CHECK-RATES-COVERAGE
           PERFORM CHECK-PERIOD-OPEN
           MOVE "jours-feries.dat" TO WS-CHECKED-FILENAME
           MOVE "emppurge : calendrier jours feries" TO WS-PF-LABEL
           PERFORM CHECK-PRESENT-NONEMPTY
           END-EVALUATE
           WRITE R-PFRPT FROM WS-PFRPT-LINE.

      * La periode de paie ne doit pas etre cloturee dans le
      * calendrier employee-periods.dat : la chaine refuse alors de
      * demarrer avant que salary ou empexpense n'aient tourne.
      * Sans calendrier, pas de controle (comme dans employee.cbl).
       CHECK-PERIOD-OPEN.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "employee-periods.dat" TO WS-CHECKED-FILENAME
           MOVE 'N' TO WS-FILE-PRESENT
           MOVE 'N' TO WS-COVER-FOUND
           MOVE SPACES TO WS-PERIOD-STATE
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-CHECKED
           IF WS-CHECKED-STATUS = "00"
               MOVE 'Y' TO WS-FILE-PRESENT
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-CHECKED AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF R-CHECKED(1:6) = WS-PAY-PERIOD-DATE(1:6)
                           MOVE 'Y' TO WS-COVER-FOUND
                           MOVE R-CHECKED(26:6) TO WS-PERIOD-STATE
                       END-IF
               END-PERFORM
               CLOSE F-CHECKED
           END-IF
           MOVE SPACES TO WS-PFRPT-LINE
           EVALUATE TRUE
               WHEN WS-FILE-PRESENT = 'N'
                   MOVE "OK       employee : pas de calendrier des per"
                       & "iodes, pas de controle de cloture"
                       TO WS-PFRPT-LINE
               WHEN WS-PERIOD-STATE = "CLOSED"
                   ADD 1 TO WS-PROBLEM-COUNT
                   STRING "CLOTURE  employee : periode de paie "
                          WS-PAY-PERIOD-DATE(1:6)
                          " cloturee (reouverture par empreopen)"
                          DELIMITED BY SIZE INTO WS-PFRPT-LINE
               WHEN WS-COVER-FOUND = 'N'
                   STRING "OK       employee : periode "
                          WS-PAY-PERIOD-DATE(1:6)
                          " absente du calendrier (avertissement)"
                          DELIMITED BY SIZE INTO WS-PFRPT-LINE
               WHEN OTHER
                   STRING "OK       employee : periode de paie "
                          WS-PAY-PERIOD-DATE(1:6) " ouverte"
                          DELIMITED BY SIZE INTO WS-PFRPT-LINE
           END-EVALUATE
           WRITE R-PFRPT FROM WS-PFRPT-LINE.

      * Le calendrier des jours feries doit couvrir l'annee de la
      * periode de paie (au moins une date de cette annee).
       CHECK-HOLIDAY-COVERAGE.
