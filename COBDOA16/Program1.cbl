      *---------------------------------------------------------
      *THIS PROGRAM MAINTAINS THE FOUR PRICING TABLES THAT
      *DRIVE THE SYSTEM: CONDORATE.DAT, BOATTYPE.DAT,
      *ACCESSRY.DAT AND STATETAX.DAT, PLUS THE CONDO BOOKING
      *RULES ON BOOKRULE.DAT (MINIMUM NIGHTS AND ALLOWED
      *ARRIVAL DAYS BY CONDO AND SEASON OR BY HOLIDAY DATE
      *RANGE, AND OWNER BLACKOUT PERIODS).  CHANGES ARE KEYED AS
      *TRANSACTIONS ON RATETRAN.DAT, ONE NEW EFFECTIVE-DATED
      *RATE PER RECORD; NOTHING IS EVER CHANGED IN PLACE - THE
      *ENTRY WITH THE LATEST EFFECTIVE DATE NOT AFTER THE RUN
      *BEFORE IT IS WRITTEN; REJECTS GO TO THE EXCEPTION
      *REPORT AND TOUCH NOTHING.  EACH APPLIED CHANGE IS
      *STAMPED TO RATEAUDT.LOG WITH THE DATE, USER, AND THE
      *OLD AND NEW RATES.  A HOLIDAY-RANGE OR BLACKOUT RULE IS
      *KEYED BY ITS FIRST NIGHT (THE EFFECTIVE DATE) AND IS
      *REPLACED BY KEYING IT AGAIN, OR LIFTED WITH ACTION 'D'.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT BOOKING-RULES
               ASSIGN TO "C:\IHCC\COBOL\BOOKRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FILE-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "C:\IHCC\COBOL\RATEAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               88 IS-BOAT-TYPE         VALUE 'BT'.
               88 IS-ACCESSORY         VALUE 'AC'.
               88 IS-STATE-TAX         VALUE 'ST'.
               88 IS-BOOKING-RULE      VALUE 'BR'.
           05 RT-ACTION            PIC X.
               88 IS-NEW-RATE          VALUE 'A'.
               88 IS-DELETE-RULE       VALUE 'D'.
           05 RT-EFF-DATE          PIC 9(8).
           05 RT-USER              PIC X(8).
           05 RT-PAYLOAD           PIC X(21).
           05 RT-ST-STATE          PIC XX.
           05 RT-ST-PCT            PIC V999.
           05 RT-ST-EXEMPT         PIC X.
           05 RT-ST-TRADE-CREDIT   PIC X.
           05 FILLER               PIC X(14).

       01  RT-BR-REC REDEFINES RT-REC.
           05 FILLER               PIC X(19).
           05 RT-BR-CONDO          PIC XX.
           05 RT-BR-KIND           PIC X.
           05 RT-BR-THRU-DATE      PIC 9(8).
           05 RT-BR-MIN-NIGHTS     PIC 99.
           05 RT-BR-ARR-DAYS       PIC X(7).
           05 FILLER               PIC X.

       FD  CONDO-RATES
           LABEL RECORD IS STANDARD
       FD  STATE-TAX-RATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS STR-REC
           RECORD CONTAINS 15 CHARACTERS.
       01  STR-REC.
           05 STR-STATE                PIC XX.
           05 STR-TAX-PCT               PIC V999.
           05 STR-EXEMPT-FLAG          PIC X.
           05 STR-EFF-DATE             PIC 9(8).
      *    'N' WHEN THE STATE TAXES THE PRICE BEFORE THE TRADE-IN
      *    ALLOWANCE; BLANK OR 'Y' LETS THE TRADE COME OFF THE BASE.
           05 STR-TRADE-CREDIT         PIC X.

      *    ONE ROW PER BOOKING RULE.  BLANK CONDO = EVERY CONDO.
      *    KIND S/W IS THE SUMMER/WINTER SEASON RULE, IN FORCE
      *    FROM BR-EFF-DATE.  KIND H (HOLIDAY WEEK) AND B (BLACKOUT)
      *    COVER THE NIGHTS BR-EFF-DATE THRU BR-THRU-DATE.  THE
      *    ARRIVAL DAYS ARE MON THRU SUN, 'N' = NO ARRIVALS THAT
      *    DAY (ALL BLANK = ANY DAY).  THE LAST ROW KEYED FOR A
      *    CONDO/KIND/DATE WINS; BR-DELETED 'D' LIFTS THE RULE.
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

       FD  AUDIT-LOG
           LABEL RECORD IS STANDARD
           05 C-EDIT-NIGHTLY       PIC ZZZZ9.99.
           05 C-EDIT-CLEANING      PIC ZZZ9.99.
           05 C-EDIT-PCT           PIC .999.
           05 C-DAY-WORK           PIC X(7).

       01  CURRENT-DATE-AND-TIME.
           05 THIS-DATE.
                       PERFORM 2300-APPLY-ACCESSORY
                   WHEN IS-STATE-TAX
                       PERFORM 2400-APPLY-STATE-TAX
                   WHEN IS-BOOKING-RULE
                       PERFORM 2500-APPLY-BOOKING-RULE
               END-EVALUATE
               PERFORM 2900-WRITE-AUDIT
           ELSE
       2050-VALIDATE.
           MOVE 'Y' TO C-VALID-REC.
           IF NOT IS-NEW-RATE
                   AND NOT (IS-DELETE-RULE AND IS-BOOKING-RULE)
               MOVE 'N' TO C-VALID-REC
               MOVE 'UNRECOGNIZED ACTION CODE' TO O-EXC-REASON
           ELSE
           IF NOT IS-CONDO-RATE AND NOT IS-BOAT-TYPE
                   AND NOT IS-ACCESSORY AND NOT IS-STATE-TAX
                   AND NOT IS-BOOKING-RULE
               MOVE 'N' TO C-VALID-REC
               MOVE 'UNRECOGNIZED TABLE CODE' TO O-EXC-REASON
           ELSE
                       PERFORM 2080-VALIDATE-ACCESSORY
                   WHEN IS-STATE-TAX
                       PERFORM 2090-VALIDATE-STATE
                   WHEN IS-BOOKING-RULE
                       PERFORM 2095-VALIDATE-RULE
               END-EVALUATE
           END-IF
           END-IF
           IF RT-ST-EXEMPT = 'N' AND RT-ST-PCT = 0
               MOVE 'N' TO C-VALID-REC
               MOVE 'ZERO TAX PERCENT ON TAXED STATE' TO O-EXC-REASON
           ELSE
           IF RT-ST-TRADE-CREDIT NOT = SPACE
                   AND RT-ST-TRADE-CREDIT NOT = 'Y'
                   AND RT-ST-TRADE-CREDIT NOT = 'N'
               MOVE 'N' TO C-VALID-REC
               MOVE 'TRADE CREDIT FLAG MUST BE Y OR N' TO O-EXC-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A RULE THAT ALLOWS NO ARRIVAL DAY AT ALL WOULD CLOSE
      *    THE CONDO; THAT IS WHAT A BLACKOUT IS FOR.
       2095-VALIDATE-RULE.
           MOVE RT-BR-ARR-DAYS TO C-DAY-WORK.
           INSPECT C-DAY-WORK REPLACING ALL 'Y' BY SPACE
                                        ALL 'N' BY SPACE.
           IF RT-BR-KIND NOT = 'S' AND RT-BR-KIND NOT = 'W'
                   AND RT-BR-KIND NOT = 'H' AND RT-BR-KIND NOT = 'B'
               MOVE 'N' TO C-VALID-REC
               MOVE 'RULE TYPE MUST BE S, W, H OR B' TO O-EXC-REASON
           ELSE
           IF (RT-BR-KIND = 'H' OR RT-BR-KIND = 'B')
                   AND (RT-BR-THRU-DATE IS NOT NUMERIC
                        OR RT-BR-THRU-DATE < RT-EFF-DATE)
               MOVE 'N' TO C-VALID-REC
               MOVE 'MISSING OR BAD THRU DATE' TO O-EXC-REASON
           ELSE
           IF IS-DELETE-RULE
               CONTINUE
           ELSE
           IF RT-BR-KIND NOT = 'B'
                   AND RT-BR-MIN-NIGHTS IS NOT NUMERIC
               MOVE 'N' TO C-VALID-REC
               MOVE 'BAD MINIMUM NIGHTS' TO O-EXC-REASON
           ELSE
           IF C-DAY-WORK NOT = SPACES
               MOVE 'N' TO C-VALID-REC
               MOVE 'ARRIVAL DAYS MUST BE Y OR N' TO O-EXC-REASON
           ELSE
           IF RT-BR-ARR-DAYS = 'NNNNNNN'
               MOVE 'N' TO C-VALID-REC
               MOVE 'NO ARRIVAL DAY ALLOWED' TO O-EXC-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
                               MOVE 'Y' TO C-RATE-FOUND
                               MOVE STR-EFF-DATE TO C-BEST-EFF
                               MOVE STR-REC(1:6) TO C-OLD-VALUES
                               MOVE STR-TRADE-CREDIT
                                   TO C-OLD-VALUES(7:1)
                           END-IF
               END-PERFORM
               CLOSE STATE-TAX-RATES
           MOVE RT-ST-PCT TO STR-TAX-PCT.
           MOVE RT-ST-EXEMPT TO STR-EXEMPT-FLAG.
           MOVE RT-EFF-DATE TO STR-EFF-DATE.
           MOVE RT-ST-TRADE-CREDIT TO STR-TRADE-CREDIT.
           WRITE STR-REC.
           CLOSE STATE-TAX-RATES.

           MOVE RT-PAYLOAD(1:7) TO C-NEW-VALUES.
           MOVE RT-ST-STATE TO C-KEY.

      *    THE OLD VALUES ARE THE RULE BEING REPLACED: THE SEASON
      *    RULE IN FORCE ON THE NEW EFFECTIVE DATE, OR THE LAST ROW
      *    KEYED FOR THE SAME HOLIDAY OR BLACKOUT START DATE.
       2500-APPLY-BOOKING-RULE.
           MOVE SPACES TO C-OLD-VALUES.
           MOVE 0 TO C-BEST-EFF.
           MOVE 'N' TO C-RATE-FOUND.
           MOVE 'Y' TO MORE-RATES.
           OPEN INPUT BOOKING-RULES.
           IF C-FILE-STATUS = '00'
               PERFORM UNTIL MORE-RATES = 'N'
                   READ BOOKING-RULES
                       AT END
                           MOVE 'N' TO MORE-RATES
                       NOT AT END
                           IF BR-CONDO = RT-BR-CONDO
                                   AND BR-KIND = RT-BR-KIND
                                   AND BR-EFF-DATE IS NUMERIC
                               PERFORM 2510-CHECK-OLD-RULE
                           END-IF
               END-PERFORM
               CLOSE BOOKING-RULES
           END-IF.

           OPEN EXTEND BOOKING-RULES.
           IF C-FILE-STATUS = '35'
               OPEN OUTPUT BOOKING-RULES.
           MOVE RT-BR-CONDO TO BR-CONDO.
           MOVE RT-BR-KIND TO BR-KIND.
           MOVE RT-EFF-DATE TO BR-EFF-DATE.
           IF RT-BR-KIND = 'H' OR RT-BR-KIND = 'B'
               MOVE RT-BR-THRU-DATE TO BR-THRU-DATE
           ELSE
               MOVE 0 TO BR-THRU-DATE
           END-IF.
           IF RT-BR-MIN-NIGHTS IS NUMERIC AND RT-BR-KIND NOT = 'B'
               MOVE RT-BR-MIN-NIGHTS TO BR-MIN-NIGHTS
           ELSE
               MOVE 0 TO BR-MIN-NIGHTS
           END-IF.
           IF RT-BR-KIND = 'B'
               MOVE SPACES TO BR-ARR-DAYS
           ELSE
               MOVE RT-BR-ARR-DAYS TO BR-ARR-DAYS
           END-IF.
           IF IS-DELETE-RULE
               MOVE 'D' TO BR-DELETED
           ELSE
               MOVE SPACE TO BR-DELETED
           END-IF.
           WRITE BR-REC.
           CLOSE BOOKING-RULES.

           MOVE BR-REC(12:18) TO C-NEW-VALUES.
           MOVE SPACES TO C-KEY.
           STRING RT-BR-CONDO RT-BR-KIND DELIMITED BY SIZE
               INTO C-KEY.

       2510-CHECK-OLD-RULE.
           IF RT-BR-KIND = 'H' OR RT-BR-KIND = 'B'
               IF BR-EFF-DATE = RT-EFF-DATE
                   MOVE 'Y' TO C-RATE-FOUND
                   MOVE BR-REC(12:18) TO C-OLD-VALUES
               END-IF
           ELSE
               IF BR-EFF-DATE <= RT-EFF-DATE
                       AND (C-RATE-FOUND = 'N' OR
                            BR-EFF-DATE >= C-BEST-EFF)
                   MOVE 'Y' TO C-RATE-FOUND
                   MOVE BR-EFF-DATE TO C-BEST-EFF
                   MOVE BR-REC(12:18) TO C-OLD-VALUES
               END-IF
           END-IF.

       2900-WRITE-AUDIT.
           ADD 1 TO C-APPLIED-CTR.
           COMPUTE AUD-DATE = I-YY * 10000 + I-MM * 100 + I-DD.
