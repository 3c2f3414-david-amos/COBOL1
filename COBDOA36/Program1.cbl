       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA36.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *THIS PROGRAM READS THE PAINT RECEIVABLES FILE CARRIED BY
      *COBDOA35 AND PRINTS AN AGED RECEIVABLES REPORT, WITH
      *DUNNING LETTERS, SO PAINT INVOICES GET THE SAME
      *COLLECTIONS FOLLOW-UP COBDOA10 GIVES THE CONDO GUESTS.
      *EACH OPEN BALANCE IS AGED FROM ITS LAST INVOICE DATE
      *INTO CURRENT / 31-60 / 61-90 / OVER 90 DAY BUCKETS
      *AGAINST THE RUN DATE.  CREDIT BALANCES (OVERPAYMENTS)
      *SHOW IN THE CURRENT COLUMN AS NEGATIVE AMOUNTS.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAINT-AR
               ASSIGN TO DYNAMIC C-PAINT-AR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AR-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CTL-LOG
               ASSIGN TO "C:\IHCC\COBOL\CTLTOTAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CTL-STATUS.

           SELECT DUN-LETTERS
               ASSIGN TO "C:\IHCC\COBOL\PDUNLET.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT DUN-HIST
               ASSIGN TO "C:\IHCC\COBOL\PDUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DUN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT-AR
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 51 CHARACTERS.
       01  PR-REC.
           05 PR-CUST-NO           PIC X(6).
           05 PR-CUST-NAME         PIC X(20).
           05 PR-BALANCE           PIC S9(7)V99.
           05 PR-LAST-CHG-DATE     PIC 9(8).
           05 PR-LAST-PAY-DATE     PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       FD  CTL-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-LOG-REC
           RECORD CONTAINS 38 CHARACTERS.
           COPY CTLTOTAL.

       FD  DUN-LETTERS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DLLINE
           LINAGE IS 20.

       01  DLLINE                  PIC X(132).

       FD  DUN-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS DH-REC
           RECORD CONTAINS 15 CHARACTERS.
       01  DH-REC.
           05 DH-CUST-NO           PIC X(6).
           05 DH-LAST-LEVEL        PIC 9.
           05 DH-LAST-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
      *    ONE ROW PER CUSTOMER SENT A NOTICE, CARRIED RUN TO RUN
      *    SO A CUSTOMER ALREADY ON A THIRD NOTICE IS NEVER STARTED
      *    OVER AT A FIRST.  ROWS FOR CUSTOMERS NO LONGER ON
      *    PAINTAR.DAT (PAID OFF AND DROPPED) ARE PURGED AT SAVE
      *    TIME SO THE FILE CANNOT GROW PAST THE TABLE.
       01  DUN-HIST-TABLE.
           05 DH-TABLE-CTR         PIC 9(3)        VALUE 0.
           05 DH-ENTRY OCCURS 500 TIMES INDEXED BY DH-IDX.
               10 DH-T-CUST-NO         PIC X(6).
               10 DH-T-LEVEL           PIC 9.
               10 DH-T-DATE            PIC 9(8).
               10 DH-T-ON-FILE         PIC X.
       01  CTL-SEQ-WORK.
           05 C-CTL-STATUS         PIC XX.
           05 C-CTL-RUN-SEQ        PIC 9(3)        VALUE 0.
           05 MORE-CTL             PIC X           VALUE 'Y'.

       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 C-PAINT-AR-PATH     PIC X(60)
                                   VALUE "C:\IHCC\COBOL\PAINTAR.DAT".
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\PAGERECV.RPT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-AR-STATUS     PIC XX.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-RUN-DATE-INT       PIC 9(7).
           05 C-CHG-INT            PIC 9(7).
           05 C-DAYS-OPEN          PIC S9(5).
           05 C-CUST-CTR          PIC 999         VALUE 0.
           05 C-PCTR               PIC 99          VALUE 0.
           05 C-GT-BALANCE         PIC S9(8)V99    VALUE 0.
           05 C-GT-CURRENT         PIC S9(8)V99    VALUE 0.
           05 C-GT-30              PIC S9(8)V99    VALUE 0.
           05 C-GT-60              PIC S9(8)V99    VALUE 0.
           05 C-GT-90              PIC S9(8)V99    VALUE 0.
           05 MORE-HIST            PIC X           VALUE 'Y'.
           05 C-DUN-STATUS         PIC XX.
           05 C-BUCKET-LEVEL       PIC 9.
           05 C-NOTICE-LEVEL       PIC 9.
           05 C-HIST-OK            PIC X.
           05 C-LETTER-CTR         PIC 999         VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05 THIS-DATE.
               10 I-YY             PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01  COMPANY-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-YY                 PIC 9(4).
           05 FILLER               PIC X(38)       VALUE SPACE.
           05 FILLER               PIC X(70)
                                   VALUE "AMOS'S PAINT ESTIMATOR".
           05 FILLER               PIC X(6)        VALUE 'PAGE:'.
           05 O-PCTR               PIC Z9.

       01  REPORT-LINE.
           05 FILLER               PIC X(50)       VALUE 'COBDOA36'.
           05 FILLER               PIC X(82)
                       VALUE 'AGED PAINT RECEIVABLES'.

       01  COLLUMN-HEADINGS-1.
           05 FILLER               PIC X(8)        VALUE 'CUST'.
           05 FILLER               PIC X(22)       VALUE SPACES.
           05 FILLER               PIC X(12)       VALUE 'LAST'.
           05 FILLER               PIC X(12)       VALUE 'DAYS'.
           05 FILLER               PIC X(14)       VALUE 'OPEN'.
           05 FILLER               PIC X(64)       VALUE SPACES.

       01  COLLUMN-HEADINGS-2.
           05 FILLER               PIC X(8)        VALUE 'NUMBER'.
           05 FILLER               PIC X(22)
                                   VALUE 'CUSTOMER NAME'.
           05 FILLER               PIC X(12)       VALUE 'CHARGE'.
           05 FILLER               PIC X(12)       VALUE 'OPEN'.
           05 FILLER               PIC X(14)       VALUE 'BALANCE'.
           05 FILLER               PIC X(13)       VALUE 'CURRENT'.
           05 FILLER               PIC X(13)       VALUE '31-60'.
           05 FILLER               PIC X(13)       VALUE '61-90'.
           05 FILLER               PIC X(25)       VALUE 'OVER 90'.

       01  BLANK-LINE              PIC X(132)      VALUE SPACES.

       01  DETAIL-LINE.
           05 O-CUST-NO            PIC X(6).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-CUST-NAME          PIC X(20).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-CHG-DATE.
               10 O-CHG-MM         PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-CHG-DD         PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-CHG-YY         PIC 9(4).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-DAYS-OPEN          PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-BALANCE            PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-CURRENT            PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-AGE-30             PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-AGE-60             PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-AGE-90             PIC $$$$,$$9.99-.
           05 FILLER               PIC X(12)       VALUE SPACES.

       01  GRANDTOTALS.
           05 FILLER               PIC X(20)       VALUE
                                   'GRAND TOTALS:'.
           05 FILLER               PIC X(32)       VALUE SPACES.
           05 O-GT-BALANCE         PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-CURRENT         PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-30              PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-60              PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-90              PIC $$$$,$$9.99-.
           05 FILLER               PIC X(12)       VALUE SPACES.

       01  GT-COUNTERS.
           05 FILLER               PIC X(12)       VALUE SPACES.
           05 FILLER               PIC X(21)       VALUE
                                   'OPEN PAINT BALANCES:'.
           05 O-CUST-CTR           PIC ZZ9.
           05 FILLER               PIC X(25)       VALUE
                                   '   DUNNING LETTERS SENT:'.
           05 O-LETTER-CTR         PIC ZZ9.
           05 FILLER               PIC X(68)       VALUE SPACES.

       01  DL-HEADING-LINE.
           05 FILLER               PIC X(30)       VALUE
                                   "AMOS'S PAINT ESTIMATOR".
           05 O-DL-TITLE           PIC X(102).

       01  DL-CUST-LINE.
           05 FILLER               PIC X(10)       VALUE 'CUSTOMER:'.
           05 O-DL-CUST-NAME       PIC X(20).
           05 FILLER               PIC X(15)       VALUE
                                   '   ACCOUNT NO:'.
           05 O-DL-CUST-NO         PIC X(6).
           05 FILLER               PIC X(81)       VALUE SPACES.

       01  DL-BALANCE-LINE.
           05 FILLER               PIC X(18)       VALUE
                                   'BALANCE DUE:'.
           05 O-DL-BALANCE         PIC $$$$,$$9.99.
           05 FILLER               PIC X(13)       VALUE
                                   '  DAYS OPEN:'.
           05 O-DL-DAYS            PIC ZZ,ZZ9.
           05 FILLER               PIC X(84)       VALUE SPACES.

       01  DL-BODY-LINE.
           05 O-DL-BODY            PIC X(132).

       01  DL-BLANK-LINE           PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'N'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1005-GET-PARAMETERS.

           OPEN INPUT PAINT-AR.
           IF C-AR-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           IF C-RUN-DATE-ARG NOT = 0
               MOVE C-RUN-DATE-ARG(1:4) TO I-YY
               MOVE C-RUN-DATE-ARG(5:2) TO I-MM
               MOVE C-RUN-DATE-ARG(7:2) TO I-DD
           END-IF.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           COMPUTE C-RUN-DATE-NUM =
               I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE FUNCTION INTEGER-OF-DATE(C-RUN-DATE-NUM)
               TO C-RUN-DATE-INT.

           PERFORM 1050-LOAD-DUN-HIST.
           OPEN OUTPUT DUN-LETTERS.

           IF MORE-RECS = 'Y'
               PERFORM 9000-READ.
           PERFORM 9100-HEADINGS.

       1050-LOAD-DUN-HIST.
           OPEN INPUT DUN-HIST.
           IF C-DUN-STATUS = '00'
               PERFORM UNTIL MORE-HIST = 'N'
                   READ DUN-HIST
                       AT END
                           MOVE 'N' TO MORE-HIST
                       NOT AT END
                           IF DH-TABLE-CTR < 500
                               ADD 1 TO DH-TABLE-CTR
                               MOVE DH-CUST-NO
                                   TO DH-T-CUST-NO(DH-TABLE-CTR)
                               IF DH-LAST-LEVEL IS NUMERIC
                                   MOVE DH-LAST-LEVEL
                                       TO DH-T-LEVEL(DH-TABLE-CTR)
                               ELSE
                                   MOVE 0
                                       TO DH-T-LEVEL(DH-TABLE-CTR)
                               END-IF
                               MOVE DH-LAST-DATE
                                   TO DH-T-DATE(DH-TABLE-CTR)
                               MOVE 'N'
                                   TO DH-T-ON-FILE(DH-TABLE-CTR)
                           END-IF
               END-PERFORM
               CLOSE DUN-HIST
           END-IF.

       1005-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-PAINT-AR-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-PRTOUT-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-RUN-DATE-ARG
                   END-IF
           END-ACCEPT.

       2000-MAINLINE.
           PERFORM 2100-AGE-BALANCE.
           PERFORM 2200-OUTPUT.
           PERFORM 2250-MARK-HISTORY.
           PERFORM 2300-DUNNING.
           PERFORM 9000-READ.

      *    EVERY CUSTOMER STILL ON THE BALANCE FILE KEEPS THEIR
      *    HISTORY ROW; ROWS LEFT UNMARKED BELONG TO CUSTOMERS WHO
      *    PAID OFF AND DROPPED, AND PURGE AT SAVE TIME.
       2250-MARK-HISTORY.
           SET DH-IDX TO 1.
           SEARCH DH-ENTRY
               AT END
                   CONTINUE
               WHEN DH-T-CUST-NO(DH-IDX) = PR-CUST-NO
                   MOVE 'Y' TO DH-T-ON-FILE(DH-IDX)
           END-SEARCH.

       2100-AGE-BALANCE.
           IF PR-LAST-CHG-DATE IS NUMERIC
                   AND PR-LAST-CHG-DATE NOT = 0
               MOVE FUNCTION INTEGER-OF-DATE(PR-LAST-CHG-DATE)
                   TO C-CHG-INT
               COMPUTE C-DAYS-OPEN = C-RUN-DATE-INT - C-CHG-INT
           ELSE
               MOVE 0 TO C-DAYS-OPEN
           END-IF.
           IF C-DAYS-OPEN < 0
               MOVE 0 TO C-DAYS-OPEN.

           MOVE 0 TO O-CURRENT.
           MOVE 0 TO O-AGE-30.
           MOVE 0 TO O-AGE-60.
           MOVE 0 TO O-AGE-90.
      *    A CREDIT BALANCE IS AN OVERPAYMENT, NOT A PAST-DUE
      *    ITEM, SO IT ALWAYS SHOWS IN THE CURRENT COLUMN.
           EVALUATE TRUE
               WHEN PR-BALANCE < 0
                   MOVE PR-BALANCE TO O-CURRENT
                   ADD PR-BALANCE TO C-GT-CURRENT
               WHEN C-DAYS-OPEN <= 30
                   MOVE PR-BALANCE TO O-CURRENT
                   ADD PR-BALANCE TO C-GT-CURRENT
               WHEN C-DAYS-OPEN <= 60
                   MOVE PR-BALANCE TO O-AGE-30
                   ADD PR-BALANCE TO C-GT-30
               WHEN C-DAYS-OPEN <= 90
                   MOVE PR-BALANCE TO O-AGE-60
                   ADD PR-BALANCE TO C-GT-60
               WHEN OTHER
                   MOVE PR-BALANCE TO O-AGE-90
                   ADD PR-BALANCE TO C-GT-90
           END-EVALUATE.

       2200-OUTPUT.
           ADD 1 TO C-CUST-CTR.
           ADD PR-BALANCE TO C-GT-BALANCE.
           MOVE PR-CUST-NO TO O-CUST-NO.
           MOVE PR-CUST-NAME TO O-CUST-NAME.
           MOVE PR-LAST-CHG-DATE(1:4) TO O-CHG-YY.
           MOVE PR-LAST-CHG-DATE(5:2) TO O-CHG-MM.
           MOVE PR-LAST-CHG-DATE(7:2) TO O-CHG-DD.
           MOVE C-DAYS-OPEN TO O-DAYS-OPEN.
           MOVE PR-BALANCE TO O-BALANCE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *    A DELINQUENT DEBIT BALANCE DRAWS A LETTER WHOSE WORDING
      *    ESCALATES BY AGING BUCKET.  A CUSTOMER ON A LATER
      *    NOTICE NEVER DROPS BACK TO AN EARLIER ONE, AND CREDIT
      *    BALANCES NEVER DRAW A LETTER AT ALL.
       2300-DUNNING.
           MOVE 0 TO C-BUCKET-LEVEL.
           IF PR-BALANCE > 0
               EVALUATE TRUE
                   WHEN C-DAYS-OPEN <= 30
                       CONTINUE
                   WHEN C-DAYS-OPEN <= 60
                       MOVE 1 TO C-BUCKET-LEVEL
                   WHEN C-DAYS-OPEN <= 90
                       MOVE 2 TO C-BUCKET-LEVEL
                   WHEN OTHER
                       MOVE 3 TO C-BUCKET-LEVEL
               END-EVALUATE
           END-IF.
           IF C-BUCKET-LEVEL > 0
               MOVE C-BUCKET-LEVEL TO C-NOTICE-LEVEL
               PERFORM 2350-FIND-HISTORY
               IF C-HIST-OK = 'Y'
                   IF DH-T-LEVEL(DH-IDX) > C-NOTICE-LEVEL
                       MOVE DH-T-LEVEL(DH-IDX) TO C-NOTICE-LEVEL
                   END-IF
               END-IF
               PERFORM 2400-PRINT-LETTER
               IF C-HIST-OK = 'Y'
                   MOVE C-NOTICE-LEVEL TO DH-T-LEVEL(DH-IDX)
                   MOVE C-RUN-DATE-NUM TO DH-T-DATE(DH-IDX)
               END-IF
               ADD 1 TO C-LETTER-CTR
           END-IF.

      *    A FULL TABLE STILL SENDS THE LETTER AT THE BUCKET
      *    LEVEL - ONLY THE HISTORY ROW IS SKIPPED.
       2350-FIND-HISTORY.
           MOVE 'Y' TO C-HIST-OK.
           SET DH-IDX TO 1.
           SEARCH DH-ENTRY
               AT END
                   IF DH-TABLE-CTR < 500
                       ADD 1 TO DH-TABLE-CTR
                       MOVE PR-CUST-NO TO DH-T-CUST-NO(DH-TABLE-CTR)
                       MOVE 0 TO DH-T-LEVEL(DH-TABLE-CTR)
                       MOVE 0 TO DH-T-DATE(DH-TABLE-CTR)
                       MOVE 'Y' TO DH-T-ON-FILE(DH-TABLE-CTR)
                       SET DH-IDX TO DH-TABLE-CTR
                   ELSE
                       MOVE 'N' TO C-HIST-OK
                   END-IF
               WHEN DH-T-CUST-NO(DH-IDX) = PR-CUST-NO
                   CONTINUE
           END-SEARCH.

       2400-PRINT-LETTER.
           EVALUATE C-NOTICE-LEVEL
               WHEN 1
                   MOVE 'PAST DUE REMINDER - FIRST NOTICE'
                       TO O-DL-TITLE
               WHEN 2
                   MOVE 'PAST DUE - SECOND NOTICE' TO O-DL-TITLE
               WHEN OTHER
                   MOVE 'FINAL NOTICE BEFORE COLLECTION'
                       TO O-DL-TITLE
           END-EVALUATE.
           MOVE PR-CUST-NAME TO O-DL-CUST-NAME.
           MOVE PR-CUST-NO TO O-DL-CUST-NO.
           MOVE PR-BALANCE TO O-DL-BALANCE.
           MOVE C-DAYS-OPEN TO O-DL-DAYS.

           WRITE DLLINE FROM DL-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE DLLINE FROM DL-CUST-LINE
               AFTER ADVANCING 2 LINES.
           WRITE DLLINE FROM DL-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           EVALUATE C-NOTICE-LEVEL
               WHEN 1
                   MOVE 'OUR RECORDS SHOW THE BALANCE ABOVE IS PAST DUE.
      -            ' PERHAPS IT' TO O-DL-BODY
                   WRITE DLLINE FROM DL-BODY-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'HAS SLIPPED YOUR MIND - PLEASE SEND PAYMENT AT
      -            'YOUR EARLIEST' TO O-DL-BODY
                   WRITE DLLINE FROM DL-BODY-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'CONVENIENCE.  IF PAYMENT HAS ALREADY BEEN MAILE
      -            'D, THANK YOU.' TO O-DL-BODY
                   WRITE DLLINE FROM DL-BODY-LINE
                       AFTER ADVANCING 1 LINE
               WHEN 2
                   MOVE 'THIS IS OUR SECOND NOTICE.  THE BALANCE ABOVE R
      -            'EMAINS UNPAID' TO O-DL-BODY
                   WRITE DLLINE FROM DL-BODY-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'AND IS NOW SERIOUSLY PAST DUE.  PLEASE REMIT IN
      -            ' FULL WITHIN' TO O-DL-BODY
                   WRITE DLLINE FROM DL-BODY-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'TEN DAYS OR CALL THE OFFICE TO ARRANGE PAYMENT.
      -            '' TO O-DL-BODY
                   WRITE DLLINE FROM DL-BODY-LINE
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   MOVE 'FINAL NOTICE.  DESPITE PRIOR REMINDERS THE BALA
      -            'NCE ABOVE IS' TO O-DL-BODY
                   WRITE DLLINE FROM DL-BODY-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'STILL UNPAID.  UNLESS PAYMENT IN FULL REACHES U
      -            'S WITHIN TEN' TO O-DL-BODY
                   WRITE DLLINE FROM DL-BODY-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'DAYS THE ACCOUNT WILL BE PLACED WITH A COLLECTI
      -            'ON AGENCY.' TO O-DL-BODY
                   WRITE DLLINE FROM DL-BODY-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.
           WRITE DLLINE FROM DL-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           MOVE C-GT-BALANCE TO O-GT-BALANCE.
           MOVE C-GT-CURRENT TO O-GT-CURRENT.
           MOVE C-GT-30 TO O-GT-30.
           MOVE C-GT-60 TO O-GT-60.
           MOVE C-GT-90 TO O-GT-90.
           WRITE PRTLINE FROM GRANDTOTALS
               AFTER ADVANCING 3 LINES.
           MOVE C-CUST-CTR TO O-CUST-CTR.
           MOVE C-LETTER-CTR TO O-LETTER-CTR.
           WRITE PRTLINE FROM GT-COUNTERS
               AFTER ADVANCING 2 LINES.

           IF C-AR-STATUS = '00' OR C-AR-STATUS = '10'
               CLOSE PAINT-AR.
           CLOSE PRTOUT.
           CLOSE DUN-LETTERS.

           PERFORM 3850-SAVE-DUN-HIST.
           PERFORM 3900-LOG-CONTROL-TOTALS.

      *    ONLY CUSTOMERS STILL ON THE BALANCE FILE KEEP A HISTORY
      *    ROW - PAID-OFF CUSTOMERS PURGE SO THE FILE STAYS INSIDE
      *    THE TABLE RUN OVER RUN.
       3850-SAVE-DUN-HIST.
           OPEN OUTPUT DUN-HIST.
           PERFORM VARYING DH-IDX FROM 1 BY 1
                   UNTIL DH-IDX > DH-TABLE-CTR
               IF DH-T-ON-FILE(DH-IDX) = 'Y'
                   MOVE DH-T-CUST-NO(DH-IDX) TO DH-CUST-NO
                   MOVE DH-T-LEVEL(DH-IDX) TO DH-LAST-LEVEL
                   MOVE DH-T-DATE(DH-IDX) TO DH-LAST-DATE
                   WRITE DH-REC
               END-IF
           END-PERFORM.
           CLOSE DUN-HIST.

       3900-LOG-CONTROL-TOTALS.
      *    A PRIOR POSTING FOR THE SAME PROGRAM AND RUN DATE IS
      *    SUPERSEDED: THIS RUN LOGS THE NEXT SEQUENCE NUMBER AND
      *    COBDOA05 RECONCILES ONLY THE HIGHEST ONE.
           MOVE 0 TO C-CTL-RUN-SEQ.
           MOVE 'Y' TO MORE-CTL.
           OPEN INPUT CTL-LOG.
           IF C-CTL-STATUS = '00'
               PERFORM UNTIL MORE-CTL = 'N'
                   READ CTL-LOG
                       AT END
                           MOVE 'N' TO MORE-CTL
                       NOT AT END
                           IF CTL-PROGRAM-ID = "COBDOA36"
                                   AND CTL-RUN-YY = I-YY
                                   AND CTL-RUN-MM = I-MM
                                   AND CTL-RUN-DD = I-DD
                                   AND CTL-RUN-SEQ IS NUMERIC
                                   AND CTL-RUN-SEQ > C-CTL-RUN-SEQ
                               MOVE CTL-RUN-SEQ TO C-CTL-RUN-SEQ
                           END-IF
               END-PERFORM
               CLOSE CTL-LOG
           END-IF.
           OPEN EXTEND CTL-LOG.
           MOVE "COBDOA36"       TO CTL-PROGRAM-ID.
           MOVE I-YY             TO CTL-RUN-YY.
           MOVE I-MM             TO CTL-RUN-MM.
           MOVE I-DD             TO CTL-RUN-DD.
           MOVE C-CUST-CTR      TO CTL-RECORD-COUNT.
           MOVE C-GT-BALANCE     TO CTL-DOLLAR-TOTAL.
           COMPUTE CTL-RUN-SEQ = C-CTL-RUN-SEQ + 1.
           WRITE CTL-LOG-REC.
           CLOSE CTL-LOG.

       9000-READ.
           READ PAINT-AR
               AT END
                   MOVE 'N' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COLLUMN-HEADINGS-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLLUMN-HEADINGS-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM COBDOA36.
