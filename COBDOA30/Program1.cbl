      *LODGING TAX THE BILLING RUN APPLIES.  WHEN THE REQUESTED
      *CONDO IS TAKEN, EVERY OTHER CONDO FREE FOR THOSE DATES
      *IS SUGGESTED WITH ITS PRICE AT THE SAME BEDROOM COUNT.
      *ONLY STAYS THAT MEET THE BOOKING RULES ON BOOKRULE.DAT
      *(BLACKOUTS, MINIMUM NIGHTS, ALLOWED ARRIVAL DAYS - THE
      *SAME CHECK COBDOA04 MAKES) ARE QUOTED.  WHEN THE STAY
      *ASKED FOR CANNOT BE QUOTED, THE NEAREST ARRIVAL WITHIN
      *TWO WEEKS THAT MEETS THE RULES AND IS FREE IS SUGGESTED,
      *LENGTHENED TO THE MINIMUM STAY WHERE NEEDED.
      *AN INQUIRY NO CONDO CAN TAKE GOES ON THE WAITLIST
      *(WAITLIST.DAT) WITH THE GUEST, CALLBACK PHONE, BEDROOMS,
      *DATES AND THE DATE ASKED; COBDOA04 MATCHES IT WHEN A
      *CANCELLATION RELEASES THE NIGHTS.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ASSIGN TO "C:\IHCC\COBOL\CONDORATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOOKING-RULES
               ASSIGN TO "C:\IHCC\COBOL\BOOKRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RULE-STATUS.

           SELECT WAIT-LIST
               ASSIGN TO "C:\IHCC\COBOL\WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WAIT-STATUS.

           SELECT QUOTE-OUT
               ASSIGN TO DYNAMIC C-QUOTE-OUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  CONDO-INQ
           LABEL RECORD IS STANDARD
           DATA RECORD IS IQ-REC
           RECORD CONTAINS 45 CHARACTERS.
       01  IQ-REC.
           05 IQ-CONDO             PIC XX.
           05 IQ-BEDROOMS          PIC 9.
               10 IQ-ARR-MM        PIC 99.
               10 IQ-ARR-DD        PIC 99.
           05 IQ-NIGHTS            PIC 99.
           05 IQ-GUEST             PIC X(20).
           05 IQ-PHONE             PIC X(12).

       FD  RESV-CAL
           LABEL RECORD IS STANDARD
           05 CR-CLEANING-FEE      PIC 9(4)V99.
           05 CR-EFF-DATE          PIC 9(8).

       FD  BOOKING-RULES
           LABEL RECORD IS STANDARD
           DATA RECORD IS BR-REC
           RECORD CONTAINS 29 CHARACTERS.
       01  BR-REC.
           05 BR-CONDO             PIC XX.
           05 BR-KIND              PIC X.
           05 BR-EFF-DATE          PIC 9(8).
           05 BR-THRU-DATE         PIC 9(8).
           05 BR-MIN-NIGHTS        PIC 99.
           05 BR-ARR-DAYS          PIC X(7).
           05 BR-DELETED           PIC X.

      *    ONE ROW PER WAITLISTED INQUIRY IN THE ORDER ASKED.
      *    STATUS 'W' WAITING, 'M' MATCHED BY COBDOA04 TO THE
      *    CONDO AND RUN DATE CARRIED IN WL-MATCH-CONDO/-DATE.
       FD  WAIT-LIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS WL-REC
           RECORD CONTAINS 64 CHARACTERS.
       01  WL-REC.
           05 WL-ASKED-DATE        PIC 9(8).
           05 WL-GUEST             PIC X(20).
           05 WL-PHONE             PIC X(12).
           05 WL-CONDO             PIC XX.
           05 WL-BEDROOMS          PIC 9.
           05 WL-ARR-DATE          PIC 9(8).
           05 WL-NIGHTS            PIC 99.
           05 WL-STATUS            PIC X.
           05 WL-MATCH-CONDO       PIC XX.
           05 WL-MATCH-DATE        PIC 9(8).

       FD  QUOTE-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS

       WORKING-STORAGE SECTION.
       01  CONDO-LIST-TABLE.
           05 CL-ENTRY OCCURS 8 TIMES INDEXED BY CL-IDX CL-NAME-IDX.
               10 CL-CONDO-CODE        PIC XX.
               10 CL-CONDO-NAME        PIC X(15).

               10 CR-T-CLEANING-FEE    PIC 9(4)V99.
               10 CR-T-EFF-DATE        PIC 9(8).

      *    THE BOOKING RULES IN FORCE FOR THE RUN: THE LATEST
      *    SEASON RULE PER CONDO, EVERY HOLIDAY AND BLACKOUT RANGE.
       01  BOOK-RULE-TABLE.
           05 BR-TABLE-CTR         PIC 999         VALUE 0.
           05 BR-ENTRY OCCURS 300 TIMES INDEXED BY BR-IDX BR-HIT-IDX.
               10 BR-T-CONDO           PIC XX.
               10 BR-T-KIND            PIC X.
               10 BR-T-EFF-DATE        PIC 9(8).
               10 BR-T-THRU-DATE       PIC 9(8).
               10 BR-T-FROM-INT        PIC 9(7).
               10 BR-T-THRU-INT        PIC 9(7).
               10 BR-T-MIN-NIGHTS      PIC 99.
               10 BR-T-ARR-DAYS        PIC X(7).
               10 BR-T-DELETED         PIC X.

       01  DAY-NAME-LIST           PIC X(21)
                                   VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-LIST.
           05 DAY-NAME             PIC XXX         OCCURS 7 TIMES.

       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 MORE-RATES           PIC X           VALUE 'Y'.
           05 C-LODGING-TAX-PCT    PIC V9999       VALUE .0600.
           05 C-INQ-CTR            PIC 9(4)        VALUE 0.
           05 C-ALT-CTR            PIC 9.
           05 C-INQ-ARR-DATE       PIC 9(8).
           05 C-INQ-ARR-INT        PIC 9(7).
           05 C-RUN-INT            PIC 9(7).
           05 C-QUOTE-ARR-DATE     PIC 9(8).
           05 C-QUOTE-NIGHTS       PIC 99.
           05 C-SHIFT              PIC 99.
           05 C-MAX-SHIFT          PIC 99          VALUE 14.
           05 C-TRY-INT            PIC 9(7).
           05 C-NEAR-FOUND         PIC X.
           05 C-QUOTED             PIC X.
           05 C-WAIT-STATUS        PIC XX.
           05 C-WAIT-CTR           PIC 9(4)        VALUE 0.
           05 C-RULE-STATUS        PIC XX.
           05 MORE-RULES           PIC X           VALUE 'Y'.
           05 C-RULE-OK            PIC X           VALUE 'Y'.
           05 C-RULE-FOUND         PIC X.
           05 C-RULE-RANK          PIC 9.
           05 C-RULE-BEST-RANK     PIC 9.
           05 C-RULE-CONDO         PIC XX.
           05 C-RULE-ARR-DATE      PIC 9(8).
           05 C-RULE-ARR-INT       PIC 9(7).
           05 C-RULE-LAST-INT      PIC 9(7).
           05 C-RULE-NIGHTS        PIC 99.
           05 C-RULE-SEASON        PIC X.
           05 C-RULE-MIN           PIC 99.
           05 C-RULE-SOURCE        PIC X(7).
           05 C-RULE-QUOT          PIC 9(7).
           05 C-RULE-DOW           PIC 9.
           05 C-RULE-REASON        PIC X(30).
           05 C-RULE-FROM-EDIT.
               10 C-RULE-FROM-MM   PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 C-RULE-FROM-DD   PIC 99.
           05 C-RULE-THRU-EDIT.
               10 C-RULE-THRU-MM   PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 C-RULE-THRU-DD   PIC 99.

       01  CURRENT-DATE-AND-TIME.
           05 THIS-DATE.
           05 FILLER               PIC X(129)      VALUE
               'NO CONDOS OPEN FOR THOSE DATES'.

       01  Q-NEAR-HEADING-LINE.
           05 FILLER               PIC X(132)      VALUE
               'NEAREST DATES THAT MEET THE BOOKING RULES:'.

       01  Q-NEAR-LINE.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 O-Q-NEAR-NAME        PIC X(15).
           05 FILLER               PIC X(11)       VALUE
                                   '  ARRIVAL:'.
           05 O-Q-NEAR-DATE.
               10 O-Q-NEAR-MM      PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-Q-NEAR-DD      PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-Q-NEAR-YY      PIC 9(4).
           05 FILLER               PIC X(10)       VALUE
                                   '  NIGHTS:'.
           05 O-Q-NEAR-NIGHTS      PIC Z9.
           05 FILLER               PIC X(81)       VALUE SPACES.

       01  Q-NO-NEAR-LINE.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 O-Q-NO-NEAR-NAME     PIC X(15).
           05 FILLER               PIC X(114)      VALUE
               '  NOTHING FREE WITHIN TWO WEEKS THAT MEETS THE RULES'.

       01  Q-WAIT-LINE.
           05 O-Q-WAIT-TEXT        PIC X(132).

       01  Q-BLANK-LINE            PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.
           IF C-RESV-CAL-STATUS = '00'
               MOVE 'Y' TO C-CAL-FILE-OK.
           OPEN OUTPUT QUOTE-OUT.
           OPEN EXTEND WAIT-LIST.
           IF C-WAIT-STATUS = '35'
               OPEN OUTPUT WAIT-LIST.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           IF C-RUN-DATE-ARG NOT = 0
           MOVE I-YY TO O-Q-YY.
           COMPUTE C-RUN-DATE-NUM =
               I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE FUNCTION INTEGER-OF-DATE(C-RUN-DATE-NUM)
               TO C-RUN-INT.
           PERFORM 1060-LOAD-BOOKING-RULES.

           IF MORE-RECS = 'Y'
               PERFORM 9000-READ.
           END-PERFORM.
           CLOSE CONDO-RATES.

      *    A SEASON RULE (S/W) IS TAKEN ONLY IF IN FORCE ON THE
      *    RUN DATE, THE LATEST ONE PER CONDO WINNING, THE SAME WAY
      *    THE RATE TABLE IS READ.  A HOLIDAY OR BLACKOUT RANGE IS
      *    KEYED BY ITS FIRST NIGHT; THE LAST ROW KEYED FOR IT WINS.
       1060-LOAD-BOOKING-RULES.
           OPEN INPUT BOOKING-RULES.
           IF C-RULE-STATUS = '00'
               PERFORM UNTIL MORE-RULES = 'N'
                   READ BOOKING-RULES
                       AT END
                           MOVE 'N' TO MORE-RULES
                       NOT AT END
                           IF BR-EFF-DATE IS NUMERIC
                               IF BR-KIND = 'S' OR BR-KIND = 'W'
                                   IF BR-EFF-DATE <= C-RUN-DATE-NUM
                                       PERFORM 1062-STORE-RULE
                                   END-IF
                               ELSE
                               IF (BR-KIND = 'H' OR BR-KIND = 'B')
                                       AND BR-THRU-DATE IS NUMERIC
                                   PERFORM 1062-STORE-RULE
                               END-IF
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE BOOKING-RULES
           END-IF.

       1062-STORE-RULE.
           SET BR-IDX TO 1.
           SEARCH BR-ENTRY
               AT END
                   PERFORM 1064-ADD-RULE
               WHEN BR-IDX > BR-TABLE-CTR
                   PERFORM 1064-ADD-RULE
               WHEN BR-T-CONDO(BR-IDX) = BR-CONDO
                       AND BR-T-KIND(BR-IDX) = BR-KIND
                       AND (BR-KIND = 'S' OR BR-KIND = 'W'
                            OR BR-T-EFF-DATE(BR-IDX) = BR-EFF-DATE)
                   IF BR-EFF-DATE >= BR-T-EFF-DATE(BR-IDX)
                       PERFORM 1066-MOVE-RULE
                   END-IF
           END-SEARCH.

       1064-ADD-RULE.
           IF BR-TABLE-CTR < 300
               ADD 1 TO BR-TABLE-CTR
               SET BR-IDX TO BR-TABLE-CTR
               PERFORM 1066-MOVE-RULE
           END-IF.

       1066-MOVE-RULE.
           MOVE BR-CONDO TO BR-T-CONDO(BR-IDX).
           MOVE BR-KIND TO BR-T-KIND(BR-IDX).
           MOVE BR-EFF-DATE TO BR-T-EFF-DATE(BR-IDX).
           MOVE BR-MIN-NIGHTS TO BR-T-MIN-NIGHTS(BR-IDX).
           MOVE BR-ARR-DAYS TO BR-T-ARR-DAYS(BR-IDX).
           MOVE BR-DELETED TO BR-T-DELETED(BR-IDX).
           IF BR-MIN-NIGHTS IS NOT NUMERIC
               MOVE 0 TO BR-T-MIN-NIGHTS(BR-IDX)
           END-IF.
           IF BR-KIND = 'H' OR BR-KIND = 'B'
               MOVE BR-THRU-DATE TO BR-T-THRU-DATE(BR-IDX)
               MOVE FUNCTION INTEGER-OF-DATE(BR-EFF-DATE)
                   TO BR-T-FROM-INT(BR-IDX)
               MOVE FUNCTION INTEGER-OF-DATE(BR-THRU-DATE)
                   TO BR-T-THRU-INT(BR-IDX)
           ELSE
               MOVE 0 TO BR-T-THRU-DATE(BR-IDX)
               MOVE 0 TO BR-T-FROM-INT(BR-IDX)
               MOVE 0 TO BR-T-THRU-INT(BR-IDX)
           END-IF.

       2000-MAINLINE.
           PERFORM 2100-QUOTE-INQUIRY.
           PERFORM 9000-READ.

       2100-QUOTE-INQUIRY.
           ADD 1 TO C-INQ-CTR.
           COMPUTE C-ARR-DATE-NUM =
               IQ-ARR-YY * 10000 + IQ-ARR-MM * 100 + IQ-ARR-DD.
           MOVE C-ARR-DATE-NUM TO C-INQ-ARR-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(C-ARR-DATE-NUM)
               TO C-ARR-INT.
           MOVE C-ARR-INT TO C-INQ-ARR-INT.
           COMPUTE C-DEP-INT = C-ARR-INT + IQ-NIGHTS.

           WRITE QLINE FROM Q-HEADING-LINE
           WRITE QLINE FROM Q-REQUEST-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'N' TO C-QUOTED.
           MOVE 0 TO C-ALT-CTR.
           IF IQ-CONDO = SPACES
               PERFORM 2500-LIST-ALTERNATIVES
           ELSE
               MOVE IQ-CONDO TO C-CHECK-CONDO
               PERFORM 2200-CHECK-AVAILABILITY
               MOVE 'Y' TO C-RULE-OK
               IF C-CONDO-FREE = 'Y'
                   PERFORM 2260-CHECK-RULES-AS-ASKED
               END-IF
               IF C-CONDO-FREE = 'Y' AND C-RULE-OK = 'Y'
                   MOVE 'AVAILABLE - QUOTED BELOW' TO O-Q-STATUS
                   WRITE QLINE FROM Q-STATUS-LINE
                       AFTER ADVANCING 2 LINES
                   PERFORM 2300-PRICE-ONE-CONDO
                   WRITE QLINE FROM Q-PRICE-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'Y' TO C-QUOTED
               ELSE
                   IF C-RULE-OK = 'N'
                       MOVE SPACES TO O-Q-STATUS
                       STRING 'DOES NOT MEET BOOKING RULES - '
                           C-RULE-REASON DELIMITED BY SIZE
                           INTO O-Q-STATUS
                   ELSE
                       MOVE 'BOOKED FOR THOSE DATES' TO O-Q-STATUS
                   END-IF
                   WRITE QLINE FROM Q-STATUS-LINE
                       AFTER ADVANCING 2 LINES
                   WRITE QLINE FROM Q-NEAR-HEADING-LINE
                       AFTER ADVANCING 2 LINES
                   PERFORM 2800-NEAREST-COMPLIANT
                   PERFORM 2500-LIST-ALTERNATIVES
               END-IF
           END-IF.
           IF C-QUOTED = 'N' AND C-ALT-CTR = 0
               PERFORM 2900-ADD-TO-WAITLIST
           END-IF.
           WRITE QLINE FROM Q-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       2150-CONDO-NAME.
           MOVE IQ-CONDO TO O-Q-PRICE-NAME.
           PERFORM VARYING CL-NAME-IDX FROM 1 BY 1
                   UNTIL CL-NAME-IDX > 8
               IF CL-CONDO-CODE(CL-NAME-IDX) = C-CHECK-CONDO
                   MOVE CL-CONDO-NAME(CL-NAME-IDX) TO O-Q-PRICE-NAME
               END-IF
           END-PERFORM.

               END-IF
           END-IF.

      *    THE RULE CHECK FOR THE STAY EXACTLY AS ASKED; A QUOTE
      *    IS PRICED FOR THOSE DATES.
       2260-CHECK-RULES-AS-ASKED.
           MOVE C-CHECK-CONDO TO C-RULE-CONDO.
           MOVE C-INQ-ARR-DATE TO C-RULE-ARR-DATE.
           MOVE IQ-NIGHTS TO C-RULE-NIGHTS.
           PERFORM 2700-CHECK-BOOKING-RULES.
           MOVE C-INQ-ARR-DATE TO C-QUOTE-ARR-DATE.
           MOVE IQ-NIGHTS TO C-QUOTE-NIGHTS.

      *    PRICED THE WAY COBDOA04 WILL BILL IT: SEASON RATE
      *    TIMES BEDROOMS AND NIGHTS, CLEANING FEE, THE CONDO'S
      *    NIGHTS-BASED DEAL, AND LODGING TAX ON THE SUBTOTAL.
       2300-PRICE-ONE-CONDO.
           IF C-QUOTE-ARR-DATE(5:2) = '06' OR
                   C-QUOTE-ARR-DATE(5:2) = '07' OR
                   C-QUOTE-ARR-DATE(5:2) = '08'
               MOVE 'S' TO C-SEASON
           ELSE
               MOVE 'W' TO C-SEASON
           END-IF.
           PERFORM 2150-CONDO-NAME.
           PERFORM 2350-LOOKUP-RATE.
           MULTIPLY IQ-BEDROOMS BY C-NIGHTLY-FEE.
           MULTIPLY C-NIGHTLY-FEE BY C-QUOTE-NIGHTS GIVING C-CONDO-FEE
               ROUNDED.
           MOVE 0 TO C-DEAL-AMOUNT.
           EVALUATE C-CHECK-CONDO
               WHEN 'OB'
                   IF C-QUOTE-NIGHTS >= 7
                       MULTIPLY -1 BY C-NIGHTLY-FEE
                           GIVING C-DEAL-AMOUNT ROUNDED
                   END-IF
               WHEN 'RB'
                   IF C-QUOTE-NIGHTS > 5
                       MOVE -75 TO C-DEAL-AMOUNT
                   END-IF
               WHEN 'HT'
                   IF C-QUOTE-NIGHTS >= 3
                       MULTIPLY -.5 BY C-NIGHTLY-FEE
                           GIVING C-DEAL-AMOUNT
                   END-IF
               WHEN 'CP'
                   IF C-QUOTE-NIGHTS >= 5
                       MULTIPLY -1 BY C-NIGHTLY-FEE
                           GIVING C-DEAL-AMOUNT
                   END-IF
           IF C-ALT-CTR = 0
               WRITE QLINE FROM Q-NO-ALT-LINE
                   AFTER ADVANCING 1 LINE
               IF IQ-CONDO = SPACES
                   WRITE QLINE FROM Q-NEAR-HEADING-LINE
                       AFTER ADVANCING 2 LINES
                   PERFORM 2850-NEAREST-ONE-CONDO
                       VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > 8
               END-IF
           END-IF.

       2550-TRY-ONE-ALTERNATIVE.
               MOVE CL-CONDO-CODE(CL-IDX) TO C-CHECK-CONDO
               PERFORM 2200-CHECK-AVAILABILITY
               IF C-CONDO-FREE = 'Y'
                   PERFORM 2260-CHECK-RULES-AS-ASKED
                   IF C-RULE-OK = 'Y'
                       ADD 1 TO C-ALT-CTR
                       PERFORM 2300-PRICE-ONE-CONDO
                       WRITE QLINE FROM Q-PRICE-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-IF.

      *    THE SAME RULE CHECK COBDOA04 MAKES BEFORE IT BOOKS.  A
      *    STAY IS REFUSED IF ANY NIGHT FALLS IN A BLACKOUT FOR
      *    THE CONDO (OR FOR EVERY CONDO).  OTHERWISE ONE RULE
      *    GOVERNS THE ARRIVAL: A HOLIDAY RANGE COVERING THE
      *    ARRIVAL DATE IF THERE IS ONE, ELSE THE ARRIVAL SEASON'S
      *    RULE.  A RULE FOR THE CONDO BEATS AN ALL-CONDO RULE.
       2700-CHECK-BOOKING-RULES.
           MOVE 'Y' TO C-RULE-OK.
           MOVE SPACES TO C-RULE-REASON.
           MOVE 0 TO C-RULE-MIN.
           MOVE FUNCTION INTEGER-OF-DATE(C-RULE-ARR-DATE)
               TO C-RULE-ARR-INT.
           COMPUTE C-RULE-LAST-INT = C-RULE-ARR-INT + C-RULE-NIGHTS - 1.
           PERFORM 2710-CHECK-BLACKOUT
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > BR-TABLE-CTR OR C-RULE-OK = 'N'.
           IF C-RULE-OK = 'Y'
               PERFORM 2720-FIND-GOVERNING-RULE
               IF C-RULE-FOUND = 'Y'
                   PERFORM 2730-APPLY-RULE
               END-IF
           END-IF.

       2710-CHECK-BLACKOUT.
           IF BR-T-KIND(BR-IDX) = 'B'
                   AND BR-T-DELETED(BR-IDX) NOT = 'D'
                   AND (BR-T-CONDO(BR-IDX) = C-RULE-CONDO
                        OR BR-T-CONDO(BR-IDX) = SPACES)
                   AND BR-T-FROM-INT(BR-IDX) <= C-RULE-LAST-INT
                   AND BR-T-THRU-INT(BR-IDX) >= C-RULE-ARR-INT
               MOVE 'N' TO C-RULE-OK
               MOVE BR-T-EFF-DATE(BR-IDX)(5:2) TO C-RULE-FROM-MM
               MOVE BR-T-EFF-DATE(BR-IDX)(7:2) TO C-RULE-FROM-DD
               MOVE BR-T-THRU-DATE(BR-IDX)(5:2) TO C-RULE-THRU-MM
               MOVE BR-T-THRU-DATE(BR-IDX)(7:2) TO C-RULE-THRU-DD
               STRING 'IN BLACKOUT ' C-RULE-FROM-EDIT ' THRU '
                   C-RULE-THRU-EDIT DELIMITED BY SIZE
                   INTO C-RULE-REASON
           END-IF.

       2720-FIND-GOVERNING-RULE.
           MOVE 'N' TO C-RULE-FOUND.
           MOVE 0 TO C-RULE-BEST-RANK.
           IF C-RULE-ARR-DATE(5:2) = '06' OR C-RULE-ARR-DATE(5:2) = '07'
                   OR C-RULE-ARR-DATE(5:2) = '08'
               MOVE 'S' TO C-RULE-SEASON
           ELSE
               MOVE 'W' TO C-RULE-SEASON
           END-IF.
           PERFORM 2725-RANK-ONE-RULE
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > BR-TABLE-CTR.

       2725-RANK-ONE-RULE.
           MOVE 0 TO C-RULE-RANK.
           IF BR-T-DELETED(BR-IDX) NOT = 'D'
                   AND (BR-T-CONDO(BR-IDX) = C-RULE-CONDO
                        OR BR-T-CONDO(BR-IDX) = SPACES)
               IF BR-T-KIND(BR-IDX) = 'H'
                       AND BR-T-FROM-INT(BR-IDX) <= C-RULE-ARR-INT
                       AND BR-T-THRU-INT(BR-IDX) >= C-RULE-ARR-INT
                   MOVE 3 TO C-RULE-RANK
               ELSE
               IF BR-T-KIND(BR-IDX) = C-RULE-SEASON
                   MOVE 1 TO C-RULE-RANK
               END-IF
               END-IF
               IF C-RULE-RANK > 0 AND BR-T-CONDO(BR-IDX) NOT = SPACES
                   ADD 1 TO C-RULE-RANK
               END-IF
           END-IF.
           IF C-RULE-RANK > C-RULE-BEST-RANK
               MOVE C-RULE-RANK TO C-RULE-BEST-RANK
               MOVE 'Y' TO C-RULE-FOUND
               SET BR-HIT-IDX TO BR-IDX
           END-IF.

      *    THE ARRIVAL DAY COMES FROM THE DAY NUMBER: DAY 1 OF THE
      *    INTEGER-OF-DATE CALENDAR (1/1/1601) WAS A MONDAY.
       2730-APPLY-RULE.
           EVALUATE BR-T-KIND(BR-HIT-IDX)
               WHEN 'H'
                   MOVE 'HOLIDAY' TO C-RULE-SOURCE
               WHEN 'S'
                   MOVE 'SUMMER' TO C-RULE-SOURCE
               WHEN OTHER
                   MOVE 'WINTER' TO C-RULE-SOURCE
           END-EVALUATE.
           MOVE BR-T-MIN-NIGHTS(BR-HIT-IDX) TO C-RULE-MIN.
           COMPUTE C-RULE-QUOT = C-RULE-ARR-INT - 1.
           DIVIDE C-RULE-QUOT BY 7 GIVING C-RULE-QUOT
               REMAINDER C-RULE-DOW.
           ADD 1 TO C-RULE-DOW.
           IF C-RULE-NIGHTS < C-RULE-MIN
               MOVE 'N' TO C-RULE-OK
               STRING 'UNDER ' C-RULE-MIN ' NIGHT MIN - '
                   C-RULE-SOURCE DELIMITED BY SIZE
                   INTO C-RULE-REASON
           ELSE
           IF BR-T-ARR-DAYS(BR-HIT-IDX)(C-RULE-DOW:1) = 'N'
               MOVE 'N' TO C-RULE-OK
               STRING 'NO ' DAY-NAME(C-RULE-DOW) ' ARRIVALS - '
                   C-RULE-SOURCE DELIMITED BY SIZE
                   INTO C-RULE-REASON
           END-IF
           END-IF.

      *    WORKS OUT FROM THE ARRIVAL ASKED FOR ONE DAY AT A TIME,
      *    EARLIER BEFORE LATER, NEVER BEFORE TODAY, UNTIL A STAY
      *    IN C-CHECK-CONDO MEETS THE RULES AND IS FREE.  A STAY
      *    SHORT OF THE GOVERNING MINIMUM IS LENGTHENED TO IT.
       2800-NEAREST-COMPLIANT.
           MOVE 'N' TO C-NEAR-FOUND.
           PERFORM 2810-TRY-SHIFT
               VARYING C-SHIFT FROM 0 BY 1
               UNTIL C-SHIFT > C-MAX-SHIFT OR C-NEAR-FOUND = 'Y'.
           IF C-NEAR-FOUND = 'Y'
               PERFORM 2300-PRICE-ONE-CONDO
               MOVE O-Q-PRICE-NAME TO O-Q-NEAR-NAME
               MOVE C-QUOTE-ARR-DATE(1:4) TO O-Q-NEAR-YY
               MOVE C-QUOTE-ARR-DATE(5:2) TO O-Q-NEAR-MM
               MOVE C-QUOTE-ARR-DATE(7:2) TO O-Q-NEAR-DD
               MOVE C-QUOTE-NIGHTS TO O-Q-NEAR-NIGHTS
               WRITE QLINE FROM Q-NEAR-LINE
                   AFTER ADVANCING 1 LINE
               WRITE QLINE FROM Q-PRICE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 2150-CONDO-NAME
               MOVE O-Q-PRICE-NAME TO O-Q-NO-NEAR-NAME
               WRITE QLINE FROM Q-NO-NEAR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE C-INQ-ARR-INT TO C-ARR-INT.
           COMPUTE C-DEP-INT = C-ARR-INT + IQ-NIGHTS.

       2810-TRY-SHIFT.
           IF C-INQ-ARR-INT - C-SHIFT >= C-RUN-INT
               COMPUTE C-TRY-INT = C-INQ-ARR-INT - C-SHIFT
               PERFORM 2820-TRY-STAY
           END-IF.
           IF C-NEAR-FOUND = 'N' AND C-SHIFT > 0
               COMPUTE C-TRY-INT = C-INQ-ARR-INT + C-SHIFT
               PERFORM 2820-TRY-STAY
           END-IF.

       2820-TRY-STAY.
           MOVE FUNCTION DATE-OF-INTEGER(C-TRY-INT)
               TO C-RULE-ARR-DATE.
           MOVE C-CHECK-CONDO TO C-RULE-CONDO.
           MOVE IQ-NIGHTS TO C-RULE-NIGHTS.
           PERFORM 2700-CHECK-BOOKING-RULES.
           IF C-RULE-OK = 'N' AND C-RULE-NIGHTS < C-RULE-MIN
               MOVE C-RULE-MIN TO C-RULE-NIGHTS
               PERFORM 2700-CHECK-BOOKING-RULES
           END-IF.
           IF C-RULE-OK = 'Y'
               MOVE C-TRY-INT TO C-ARR-INT
               COMPUTE C-DEP-INT = C-TRY-INT + C-RULE-NIGHTS
               PERFORM 2200-CHECK-AVAILABILITY
               IF C-CONDO-FREE = 'Y'
                   MOVE 'Y' TO C-NEAR-FOUND
                   MOVE C-RULE-ARR-DATE TO C-QUOTE-ARR-DATE
                   MOVE C-RULE-NIGHTS TO C-QUOTE-NIGHTS
               END-IF
           END-IF.

       2850-NEAREST-ONE-CONDO.
           MOVE CL-CONDO-CODE(CL-IDX) TO C-CHECK-CONDO.
           PERFORM 2800-NEAREST-COMPLIANT.

      *    NOTHING COULD BE QUOTED FOR THE DATES ASKED, SO THE
      *    GUEST WAITS IN LINE FOR A CANCELLATION.  THE DATE ASKED
      *    IS THE RUN DATE; FILE ORDER IS FIRST-COME ORDER.
       2900-ADD-TO-WAITLIST.
           IF IQ-GUEST = SPACES
               MOVE 'NO GUEST NAME ON INQUIRY - NOT WAITLISTED'
                   TO O-Q-WAIT-TEXT
           ELSE
               MOVE C-RUN-DATE-NUM TO WL-ASKED-DATE
               MOVE IQ-GUEST TO WL-GUEST
               MOVE IQ-PHONE TO WL-PHONE
               MOVE IQ-CONDO TO WL-CONDO
               MOVE IQ-BEDROOMS TO WL-BEDROOMS
               MOVE C-INQ-ARR-DATE TO WL-ARR-DATE
               MOVE IQ-NIGHTS TO WL-NIGHTS
               MOVE 'W' TO WL-STATUS
               MOVE SPACES TO WL-MATCH-CONDO
               MOVE 0 TO WL-MATCH-DATE
               WRITE WL-REC
               ADD 1 TO C-WAIT-CTR
               MOVE SPACES TO O-Q-WAIT-TEXT
               STRING 'ADDED TO THE WAITLIST FOR ' IQ-GUEST
                   ' - WE WILL CALL IF THESE DATES OPEN UP'
                   DELIMITED BY SIZE INTO O-Q-WAIT-TEXT
           END-IF.
           WRITE QLINE FROM Q-WAIT-LINE
               AFTER ADVANCING 2 LINES.

       3000-CLOSING.
           IF C-INQ-STATUS = '00' OR C-INQ-STATUS = '10'
               CLOSE CONDO-INQ.
           IF C-CAL-FILE-OK = 'Y'
               CLOSE RESV-CAL.
           CLOSE QUOTE-OUT.
           CLOSE WAIT-LIST.

       9000-READ.
           READ CONDO-INQ
