       FD  SLSP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SP-REC
           RECORD CONTAINS 111 CHARACTERS.
       01  SP-REC.
           05 SP-CODE              PIC X(4).
           05 SP-NAME              PIC X(20).
           05 SP-BASE-PCT          PIC V999.
           05 SP-TIER-THRESH       PIC 9(6)V99.
           05 SP-TIER-PCT          PIC V999.
           05 FILLER               PIC X(73).

       FD  MARGIN-PARMS
           LABEL RECORD IS STANDARD
