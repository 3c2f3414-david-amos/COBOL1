      *|    ROOM/SURFACE (SURFACE TYPE, SQUARE FOOTAGE,      |
      *|    COATS, PRICE PER GALLON).  EACH SURFACE IS       |
      *|    PRICED ON ITS OWN AND TOTALED TO THE ESTIMATE.   |
      *|    THE FIRST TIME AN ESTIMATE IS QUOTED, ITS TOTAL  |
      *|    IS FROZEN ON THE QUOTE REGISTER (PAINTQTE.DAT)   |
      *|    SO COBDOA48 CAN SHOW WHICH QUOTES A PRICE        |
      *|    CHANGE ON PAINTPRM.DAT HAS MOVED.                |
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ASSIGN TO "C:\IHCC\COBOL\PAINTPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAINT-QUOTES
               ASSIGN TO "C:\IHCC\COBOL\PAINTQTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QTE-STATUS.

           SELECT CUST-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
           05  PP-CREW-SIZE            PIC 9.
           05  PP-LABOR-RATE           PIC 99V99.

      *    ONE RECORD PER ESTIMATE EVER QUOTED: THE TOTAL AS FIRST
      *    ISSUED, MOVED ONLY BY A COBDOA46 CHANGE ORDER OR A
      *    COBDOA48 RE-QUOTE.
       FD  PAINT-QUOTES
           LABEL RECORD IS STANDARD
           DATA RECORD IS QT-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  QT-REC.
           05  QT-EST-NO               PIC X(4).
           05  QT-ISSUE-DATE           PIC 9(8).
           05  QT-FROZEN-TOTAL         PIC 9(6)V99.
           05  QT-REQUOTE-DATE         PIC 9(8).
           05  QT-REQUOTE-CTR          PIC 99.

       FD  CUST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           05  PD-SQ-FT                PIC 9(5).
           05  PD-NUM-COATS            PIC 9.
           05  PD-PRICE-GAL            PIC 99V99.
           05  PD-LINE-STATUS          PIC X.
               88  PD-LINE-SUPERSEDED      VALUE 'S'.
           05  FILLER                  PIC X(64).

       01  PAINT-PARM-TABLE.
           05  PP-TABLE-CTR            PIC 99          VALUE 0.
               10  PP-T-CREW-SIZE      PIC 9.
               10  PP-T-LABOR-RATE     PIC 99V99.

       01  FROZEN-QUOTE-TABLE.
           05  FQ-TABLE-CTR            PIC 9(4)        VALUE 0.
           05  FQ-ENTRY OCCURS 5000 TIMES INDEXED BY FQ-IDX.
               10  FQ-T-EST-NO         PIC X(4).

       01  CTL-SEQ-WORK.
           05 C-CTL-STATUS         PIC XX.
           05 C-CTL-RUN-SEQ        PIC 9(3)        VALUE 0.

       01  WORK-AREA.
           05  MORE-PARMS              PIC X           VALUE 'Y'.
           05  MORE-QTE                PIC X           VALUE 'Y'.
           05  C-QTE-STATUS            PIC XX.
           05  C-CUST-STATUS           PIC XX.
           05  C-CUST-FILE-OK          PIC X           VALUE 'N'.
           05  C-CUST-OK               PIC X           VALUE 'Y'.
           PERFORM 1020-LOAD-YTD-TOTALS.
           PERFORM 1030-LOAD-PAINT-PARMS.
           PERFORM 1040-OPEN-CUSTOMERS.
           PERFORM 1050-LOAD-FROZEN-QUOTES.

           SORT SORT-WORK
               ON ASCENDING KEY SW-EST-NO
               MOVE 'Y' TO C-CUST-FILE-OK
           END-IF.

      *    THE REGISTER IS LOADED ONLY TO KNOW WHICH ESTIMATES
      *    HAVE ALREADY BEEN ISSUED; NEW ONES ARE ADDED TO THE END.
       1050-LOAD-FROZEN-QUOTES.
           OPEN INPUT PAINT-QUOTES.
           IF C-QTE-STATUS = '00'
               PERFORM UNTIL MORE-QTE = 'N'
                   READ PAINT-QUOTES
                       AT END
                           MOVE 'N' TO MORE-QTE
                       NOT AT END
                           IF FQ-TABLE-CTR < 5000
                               ADD 1 TO FQ-TABLE-CTR
                               MOVE QT-EST-NO
                                   TO FQ-T-EST-NO(FQ-TABLE-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAINT-QUOTES
           END-IF.
           OPEN EXTEND PAINT-QUOTES.
           IF C-QTE-STATUS = '35'
               OPEN OUTPUT PAINT-QUOTES
           END-IF.

      *    THE CUSTOMER NUMBER ON THE ESTIMATE HEADER IS CHECKED
      *    AGAINST THE SHARED CUSTOMER MASTER.  A MISS IS LOGGED
      *    TO THE EXCEPTION REPORT BUT THE ESTIMATE STILL PRICES.
               PERFORM 9175-EXC-EMPTY-ESTIMATE
           END-IF.

      *    A SURFACE LINE SUPERSEDED BY A COBDOA46 CHANGE ORDER
      *    STAYS ON THE MASTER AS HISTORY BUT IS NO LONGER PART
      *    OF THE JOB.
       2000-MAINLINE.
           IF IS-EST-HEADER
               PERFORM 2400-END-ESTIMATE
               PERFORM 1070-CHECK-CUSTOMER
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
           WRITE QLINE FROM Q-BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *    AN ESTIMATE NOT YET ON THE QUOTE REGISTER IS BEING
      *    ISSUED FOR THE FIRST TIME: ITS TOTAL IS FROZEN AS OF
      *    THE RUN DATE.
       2260-FREEZE-QUOTE.
           SET FQ-IDX TO 1.
           SEARCH FQ-ENTRY
               AT END
                   PERFORM 2270-WRITE-FROZEN-QUOTE
               WHEN FQ-IDX > FQ-TABLE-CTR
                   PERFORM 2270-WRITE-FROZEN-QUOTE
               WHEN FQ-T-EST-NO(FQ-IDX) = C-CUR-EST-NO
                   CONTINUE
           END-SEARCH.

       2270-WRITE-FROZEN-QUOTE.
           MOVE C-CUR-EST-NO TO QT-EST-NO.
           MOVE C-RUN-DATE-NUM TO QT-ISSUE-DATE.
           MOVE C-EST-TOTAL-EST TO QT-FROZEN-TOTAL.
           MOVE 0 TO QT-REQUOTE-DATE.
           MOVE 0 TO QT-REQUOTE-CTR.
           WRITE QT-REC.
           IF FQ-TABLE-CTR < 5000
               ADD 1 TO FQ-TABLE-CTR
               MOVE C-CUR-EST-NO TO FQ-T-EST-NO(FQ-TABLE-CTR)
           END-IF.

       2300-START-ESTIMATE.
           MOVE PH-EST-NO TO C-CUR-EST-NO.
           MOVE PH-YY TO C-CUR-EST-YY.
                   PERFORM 2150-CALC-VALID-THRU
                   PERFORM 2200-OUTPUT
                   PERFORM 2250-PRINT-QUOTE
                   PERFORM 2260-FREEZE-QUOTE
               ELSE
                   MOVE 'NO DETAIL RECORDS FOR ESTIMATE'
                       TO O-EXC-REASON
           CLOSE PRTOUT.
           CLOSE EXCEPT-RPT.
           CLOSE QUOTE-OUT.
           CLOSE PAINT-QUOTES.
           IF C-CUST-FILE-OK = 'Y'
               CLOSE CUST-MASTER.

