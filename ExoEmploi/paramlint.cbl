      * du dictionnaire.
       01  WS-FILES-TABLE.
           05 WS-FILES-COUNT       PIC 9(2) VALUE ZERO.
           05 WS-FILES-ENTRY OCCURS 1 TO 90 TIMES
                  DEPENDING ON WS-FILES-COUNT
                  INDEXED BY FILES-IDX.
               10 WS-FILES-NAME    PIC X(40).
       01  WS-FILES-TABLE-MAX      PIC 9(2) VALUE 90.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
