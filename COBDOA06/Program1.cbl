           05  PD-SQ-FT                PIC 9(5).
           05  PD-NUM-COATS            PIC 9.
           05  PD-PRICE-GAL            PIC 99V99.
           05  PD-LINE-STATUS          PIC X.
               88  PD-LINE-SUPERSEDED      VALUE 'S'.
           05  FILLER                  PIC X(64).

       01  PAINT-PARM-TABLE.
           05  PP-TABLE-CTR            PIC 99          VALUE 0.
           CLOSE PRTOUT.
           CLOSE EXCEPT-RPT.

      *    A SURFACE LINE SUPERSEDED BY A COBDOA46 CHANGE ORDER
      *    STAYS ON THE MASTER AS HISTORY BUT IS NO LONGER PART
      *    OF THE JOB.
       2000-MAINLINE.
           IF IS-EST-HEADER
               PERFORM 2400-END-ESTIMATE
               PERFORM 2300-START-ESTIMATE
           ELSE
           IF IS-EST-DETAIL
               IF PD-LINE-SUPERSEDED
                   CONTINUE
               ELSE
               IF C-EST-OPEN = 'Y' AND PD-EST-NO = C-CUR-EST-NO
                   PERFORM 2050-VALIDATE-DETAIL
                   IF C-VALID-REC = 'Y'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-BAD-RECORD
               END-IF
               END-IF
           ELSE
               MOVE 'UNRECOGNIZED RECORD TYPE' TO O-EXC-REASON
               PERFORM 9170-EXC-BAD-RECORD
