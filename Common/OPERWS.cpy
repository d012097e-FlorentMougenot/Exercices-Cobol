      * Champs partages pour CHECK-OPERATOR-ROLE. Le programme
      * renseigne WS-OPER-PROGRAM (une fois au demarrage), puis
      * WS-OPER-CODE et WS-OPER-ROLE avant chaque PERFORM
      * CHECK-OPERATOR-ROLE (copybook OPERCHK.cpy) ; WS-OPER-LOG-USE
      * a 'N' fait le controle sans l'ecrire au journal
      * d'utilisation (recontrole en lot d'un code deja saisi).
       01  WS-OPER-FILE-STATUS         PIC XX.
       01  WS-OPERUSE-FILE-STATUS      PIC XX.
       01  WS-OPER-PROGRAM             PIC X(12).
       01  WS-OPER-CODE                PIC X(8).
       01  WS-OPER-ROLE                PIC X(15).
       01  WS-OPER-NAME                PIC X(30).
       01  WS-OPER-AUTHORISED          PIC X VALUE 'N'.
       01  WS-OPER-REFUSAL             PIC X(20).
       01  WS-OPER-LOG-USE             PIC X VALUE 'Y'.
       01  WS-OPER-EOF                 PIC X VALUE 'N'.
       01  WS-OPER-ROLE-IDX            PIC 9.
       01  WS-OPER-DATETIME            PIC X(21).
