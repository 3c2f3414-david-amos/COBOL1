           05  PD-SQ-FT                PIC 9(5).
           05  PD-NUM-COATS            PIC 9.
           05  PD-PRICE-GAL            PIC 99V99.
           05  PD-LINE-STATUS          PIC X.
               88  PD-LINE-SUPERSEDED      VALUE 'S'.
           05  FILLER                  PIC X(64).

      *    ONE ROW PER GRADE: THE PRICING PARAMETERS, THE STOCK
      *    ON HAND, AND THE PIPELINE GALLONS SWEPT THIS RUN.
                   PERFORM 9170-EXC-LINE
           END-EVALUATE.

      *    A SURFACE LINE SUPERSEDED BY A COBDOA46 CHANGE ORDER
      *    STAYS ON THE MASTER AS HISTORY BUT IS NO LONGER PART
      *    OF THE JOB.
       2500-SWEEP-PIPELINE.
           IF IS-EST-HEADER
               IF EST-IN-PIPELINE
           IF IS-EST-DETAIL
               IF C-EST-OPEN-SW = 'Y' AND C-GR-SUB > 0
                       AND PD-EST-NO = C-CUR-EST-NO
                       AND NOT PD-LINE-SUPERSEDED
                   PERFORM 2600-GALLONS-FOR-SURFACE
               END-IF
           END-IF
