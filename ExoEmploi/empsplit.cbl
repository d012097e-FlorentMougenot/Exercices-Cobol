           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.

       FD  F-PART1
           RECORD CONTAINS 98 CHARACTERS.
       01  R-PART1                  PIC X(98).
       FD  F-PART2
           RECORD CONTAINS 98 CHARACTERS.
       01  R-PART2                  PIC X(98).
       FD  F-PART3
           RECORD CONTAINS 98 CHARACTERS.
       01  R-PART3                  PIC X(98).
       FD  F-PART4
           RECORD CONTAINS 98 CHARACTERS.
       01  R-PART4                  PIC X(98).

           COPY 'PARAMFD.cpy'.

