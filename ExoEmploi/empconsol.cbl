       01  CONSOL-TABLE-FULL        PIC X VALUE 'N'.

      * Sous-totaux de région refusionnés depuis les lignes "Region"
      * des rapports partiels, rattachés à la société de la dernière
      * ligne "Societe" lue (blanc en paie mono-société).
       01  WS-REGION-TOTALS.
           05 WS-REGION-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-REGION-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-REGION-COUNT
                  INDEXED BY REGION-IDX.
               10 WS-REGION-SOCIETE    PIC X(3).
               10 WS-REGION-NAME       PIC X(26).
               10 WS-REGION-SALARY     PIC 9(9)V99.
       01  WS-REGION-TABLE-FULL     PIC X VALUE 'N'.

      * Sous-totaux de société refusionnés depuis les lignes
      * "Societe" des rapports partiels.
       01  WS-CO-TOTALS.
           05 WS-CO-COUNT          PIC 9(2) VALUE ZERO.
           05 WS-CO-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-CO-COUNT
                  INDEXED BY CO-IDX.
               10 WS-CO-CODE           PIC X(3).
               10 WS-CO-NOM            PIC X(22).
               10 WS-CO-SALARY         PIC 9(9)V99.
       01  WS-CO-TABLE-FULL         PIC X VALUE 'N'.
       01  WS-CUR-SOCIETE           PIC X(3) VALUE SPACES.

       01  WS-TOTAL-SALARY          PIC 9(7)V99 VALUE ZERO.
       01  TOTAL-SALARY-LINE        PIC X(80).

           IF WS-PARTIAL-STATUS = "00"
               ADD 1 TO WS-PARTS-READ
               MOVE 'N' TO WS-EOF
               MOVE SPACES TO WS-CUR-SOCIETE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-PARTIAL AT END
                       MOVE 'Y' TO WS-EOF
               WHEN R-PARTIAL(11:1) = "|"
                   AND R-PARTIAL(75:9) IS NUMERIC
                   PERFORM STORE-DETAIL-LINE
               WHEN R-PARTIAL(1:8) = "Societe "
                   AND R-PARTIAL(55:11) IS NUMERIC
                   PERFORM MERGE-COMPANY-LINE
               WHEN R-PARTIAL(1:7) = "Region "
                   AND R-PARTIAL(55:11) IS NUMERIC
                   PERFORM MERGE-REGION-LINE
                   ELSE
                       ADD 1 TO WS-REGION-COUNT
                       SET REGION-IDX TO WS-REGION-COUNT
                       MOVE WS-CUR-SOCIETE TO
                           WS-REGION-SOCIETE(REGION-IDX)
                       MOVE R-PARTIAL(9:26) TO
                           WS-REGION-NAME(REGION-IDX)
                       MOVE WS-TOT-PARSE-9 TO
                           WS-REGION-SALARY(REGION-IDX)
                   END-IF
               WHEN WS-REGION-NAME(REGION-IDX) = R-PARTIAL(9:26)
                   AND WS-REGION-SOCIETE(REGION-IDX) = WS-CUR-SOCIETE
                   ADD WS-TOT-PARSE-9 TO WS-REGION-SALARY(REGION-IDX)
           END-SEARCH.

      * Ligne "Societe" : cumule son sous-total et en fait la
      * société des lignes "Region" qui la suivent.
       MERGE-COMPANY-LINE.
           MOVE R-PARTIAL(55:11) TO WS-TOT-PARSE-X
           MOVE R-PARTIAL(9:3) TO WS-CUR-SOCIETE
           SET CO-IDX TO 1
           SEARCH WS-CO-ENTRY
               AT END
                   IF WS-CO-COUNT >= 20
                       IF WS-CO-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-CO-TABLE-FULL
                           DISPLAY "ATTENTION : capacite de "
                               "WS-CO-ENTRY (20) depassee, "
                               "sous-totaux incomplets"
                       END-IF
                   ELSE
                       ADD 1 TO WS-CO-COUNT
                       SET CO-IDX TO WS-CO-COUNT
                       MOVE R-PARTIAL(9:3) TO WS-CO-CODE(CO-IDX)
                       MOVE R-PARTIAL(13:22) TO WS-CO-NOM(CO-IDX)
                       MOVE WS-TOT-PARSE-9 TO WS-CO-SALARY(CO-IDX)
                   END-IF
               WHEN WS-CO-CODE(CO-IDX) = R-PARTIAL(9:3)
                   ADD WS-TOT-PARSE-9 TO WS-CO-SALARY(CO-IDX)
           END-SEARCH.

      * Même document paginé que WRITE-PRINT-REPORT dans employee.cbl.
       WRITE-CONSOLIDATED-REPORT.
           MOVE "rapportclient" TO WS-GEN-BASE
               WRITE R-CLISOR FROM CONSOL-LINE(WS-PRINT-IDX)
               ADD 1 TO WS-LINE-ON-PAGE
           END-PERFORM
           IF WS-CO-COUNT = ZERO
               MOVE SPACES TO WS-CUR-SOCIETE
               PERFORM WRITE-REGION-SUBTOTALS
           ELSE
               PERFORM VARYING CO-IDX FROM 1 BY 1
                       UNTIL CO-IDX > WS-CO-COUNT
                   MOVE SPACES TO TOTAL-SALARY-LINE
                   STRING "Societe " WS-CO-CODE(CO-IDX) SPACE
                          WS-CO-NOM(CO-IDX)
                          " - Total salaires :" SPACE
                          WS-CO-SALARY(CO-IDX)
                          DELIMITED BY SIZE
                          INTO TOTAL-SALARY-LINE
                   WRITE R-CLISOR FROM TOTAL-SALARY-LINE
                   MOVE WS-CO-CODE(CO-IDX) TO WS-CUR-SOCIETE
                   PERFORM WRITE-REGION-SUBTOTALS
               END-PERFORM
           END-IF
           MOVE SPACES TO TOTAL-SALARY-LINE
           STRING "Somme des salaires :" SPACE, WS-TOTAL-SALARY,
                  "€ " DELIMITED BY SIZE
           WRITE R-CLISOR FROM TOTAL-SALARY-LINE
           CLOSE F-CLISOR.

      * Sous-totaux des régions de la société WS-CUR-SOCIETE.
       WRITE-REGION-SUBTOTALS.
           PERFORM VARYING REGION-IDX FROM 1 BY 1
                   UNTIL REGION-IDX > WS-REGION-COUNT
               IF WS-REGION-SOCIETE(REGION-IDX) = WS-CUR-SOCIETE
                   MOVE SPACES TO TOTAL-SALARY-LINE
                   STRING "Region " SPACE WS-REGION-NAME(REGION-IDX)
                          " - Total salaires :" SPACE
                          WS-REGION-SALARY(REGION-IDX)
                          DELIMITED BY SIZE
                          INTO TOTAL-SALARY-LINE
                   WRITE R-CLISOR FROM TOTAL-SALARY-LINE
               END-IF
           END-PERFORM.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-PAGE-HEADER-LINE
