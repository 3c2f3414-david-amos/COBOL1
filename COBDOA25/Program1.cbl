           05  PD-SQ-FT                PIC 9(5).
           05  PD-NUM-COATS            PIC 9.
           05  PD-PRICE-GAL            PIC 99V99.
           05  PD-LINE-STATUS          PIC X.
               88  PD-LINE-SUPERSEDED      VALUE 'S'.
           05  FILLER                  PIC X(64).

       01  PAINT-PARM-TABLE.
           05  PP-TABLE-CTR            PIC 99          VALUE 0.
           05  C-NEW-JOB-CTR           PIC 999         VALUE 0.
           05  C-CLEAR-JOB-CTR         PIC 999         VALUE 0.
           05  C-FULL-CTR              PIC 999         VALUE 0.
           05  C-RESIZE-CTR            PIC 999         VALUE 0.
           05  C-WEEK-JOB-CTR          PIC 999.
           05  C-PCTR                  PIC 99          VALUE 0.

           05  FILLER                  PIC X(30)       VALUE
                               '   NOT SCHEDULED - BOARD FULL:'.
           05  O-FULL-CTR              PIC ZZ9.
           05  FILLER                  PIC X(27)       VALUE
                                   '   RESIZED BY CHANGE ORDER:'.
           05  O-RESIZE-CTR            PIC ZZ9.
           05  FILLER                  PIC X(21)       VALUE SPACES.

       01  REJECT-LINE.
           05  FILLER                  PIC X(9)        VALUE
           COMPUTE C-NEXT-MONDAY-INT =
               C-RUN-DATE-INT + 7 - C-WK-REM.

      *    A SURFACE LINE SUPERSEDED BY A COBDOA46 CHANGE ORDER
      *    STAYS ON THE MASTER AS HISTORY BUT IS NO LONGER PART
      *    OF THE JOB.
       2000-MAINLINE.
           IF IS-EST-HEADER
               PERFORM 2400-END-ESTIMATE
           ELSE
           IF IS-EST-DETAIL
               IF C-EST-OPEN-SW = 'Y' AND PD-EST-NO = C-CUR-EST-NO
                       AND NOT PD-LINE-SUPERSEDED
                   PERFORM 2200-GALLONS-FOR-SURFACE
               END-IF
           END-IF

      *    AT THE END OF AN ESTIMATE: AN ACCEPTED JOB NOT YET ON
      *    THE BOARD IS BOOKED IN; A JOB STILL ACCEPTED KEEPS ITS
      *    SLOT; ANY OTHER STATUS LETS ITS ENTRY CLEAR.  A JOB
      *    ALREADY BOOKED HAS ITS CREW-DAYS RE-FIGURED FROM THE
      *    SURFACES NOW ON THE ESTIMATE, SO A COBDOA46 CHANGE
      *    ORDER RESIZES THE EXISTING SLOT RATHER THAN ORPHANING
      *    IT.
       2400-END-ESTIMATE.
           IF C-EST-OPEN-SW = 'Y' AND C-GRADE-OK = 'Y'
               PERFORM 2450-MATCH-SCHEDULE
                   MOVE 'Y' TO C-ON-SCHEDULE
                   IF C-CUR-STATUS = 'A'
                       MOVE 'Y' TO SC-T-KEEP(SC-IDX)
                       IF C-EST-GAL > 0
                           PERFORM 2490-FIGURE-CREW-DAYS
                           IF C-CREW-DAYS NOT = SC-T-CREW-DAYS(SC-IDX)
                               MOVE C-CREW-DAYS
                                   TO SC-T-CREW-DAYS(SC-IDX)
                               ADD 1 TO C-RESIZE-CTR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *    A PAINTER LAYS DOWN ABOUT EIGHT GALLONS A DAY, SO A
      *    JOB'S CREW-DAYS ARE ITS GALLONS OVER EIGHT TIMES THE
      *    GRADE'S CREW SIZE, ROUNDED UP TO A WHOLE DAY.
       2490-FIGURE-CREW-DAYS.
           COMPUTE C-WK-WORK = C-CUR-CREW-SIZE * C-GAL-PER-DAY.
           DIVIDE C-EST-GAL BY C-WK-WORK
               GIVING C-CREW-DAYS REMAINDER C-CD-REM.
           IF C-CREW-DAYS = 0
               MOVE 1 TO C-CREW-DAYS.

       2500-BOOK-JOB.
           PERFORM 2490-FIGURE-CREW-DAYS.

           MOVE C-NEXT-MONDAY-INT TO C-TRY-WEEK-INT.
           MOVE 'N' TO C-PLACED.
           PERFORM 2550-TRY-ONE-WEEK
           MOVE C-NEW-JOB-CTR TO O-NEW-JOB-CTR.
           MOVE C-CLEAR-JOB-CTR TO O-CLEAR-JOB-CTR.
           MOVE C-FULL-CTR TO O-FULL-CTR.
           MOVE C-RESIZE-CTR TO O-RESIZE-CTR.
           WRITE PRTLINE FROM GT-COUNTERS
               AFTER ADVANCING 3 LINES.

