      * Declaration SELECT du registre des operateurs et de son
      * journal d'utilisation (OPERFD/OPERWS/OPERCHK). Le registre
      * vit dans ExoEmploi ; le chemin relatif le rend accessible
      * aux programmes de maintenance des autres repertoires
      * (Calculatrice, IntroCbl-Descriptions2).
      * A coller dans FILE-CONTROL.
           SELECT OPER-FILE
               ASSIGN TO '../ExoEmploi/operator-registry.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT OPERUSE-FILE
               ASSIGN TO '../ExoEmploi/operator-usage.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERUSE-FILE-STATUS.
