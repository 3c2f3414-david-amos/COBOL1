       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA41.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *MONTHLY GUEST STATEMENTS FROM THE GUEST LEDGER DETAIL
      *(GSTLEDG.DAT) COBDOA04 WRITES FOR EVERY CHARGE,
      *CANCELLATION CREDIT AND PAYMENT IT POSTS TO GSTBAL.DAT.
      *THE STATEMENT MONTH IS THE MONTH OF THE RUN DATE.  EACH
      *GUEST WITH A BALANCE OR ACTIVITY IN THE MONTH GETS A
      *STATEMENT (GSTSTMT.RPT): OPENING BALANCE, THE MONTH'S
      *LINE ITEMS WITH DATE, CONDO AND ARRIVAL DATE, AND THE
      *CLOSING BALANCE.  THE STATEMENT REGISTER PROVES EVERY
      *GUEST: CLOSING BALANCE PLUS ANYTHING POSTED AFTER THE
      *MONTH MUST EQUAL THE BALANCE CARRIED ON GSTBAL.DAT.  A
      *GUEST THAT DOES NOT TIE (OR A GSTBAL.DAT BALANCE WITH NO
      *LEDGER BEHIND IT) IS FLAGGED AND SETS A NONZERO RETURN
      *CODE.  ROWS FROM A RUN THAT WAS RERUN FOR THE SAME DATE
      *ARE SUPERSEDED BY THE RERUN, THE SAME RULE COBDOA05
      *APPLIES TO CTLTOTAL.LOG.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUEST-LEDGER
               ASSIGN TO DYNAMIC C-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LEDG-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "C:\IHCC\COBOL\GSTLSORT.WRK".

           SELECT LEDGER-SORTED
               ASSIGN TO "C:\IHCC\COBOL\GSTLSORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GUEST-BAL
               ASSIGN TO "C:\IHCC\COBOL\GSTBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GST-BAL-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT STATEMENTS
               ASSIGN TO "C:\IHCC\COBOL\GSTSTMT.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GUEST-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS GD-REC
           RECORD CONTAINS 74 CHARACTERS.
       01  GD-REC.
           05 GD-POST-DATE         PIC 9(8).
           05 GD-RUN-SEQ           PIC 9(3).
           05 GD-GUEST             PIC X(20).
           05 GD-TYPE              PIC X.
           05 GD-CONDO             PIC XX.
           05 GD-ARRIVAL-DATE      PIC 9(8).
           05 GD-AMOUNT            PIC S9(7)V99.
           05 FILLER               PIC X(23).

       SD  SORT-WORK
           DATA RECORD IS SW-REC.
       01  SW-REC.
           05 SW-POST-DATE         PIC 9(8).
           05 SW-RUN-SEQ           PIC 9(3).
           05 SW-GUEST             PIC X(20).
           05 FILLER               PIC X(43).

       FD  LEDGER-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS SRT-REC
           RECORD CONTAINS 74 CHARACTERS.
       01  SRT-REC                 PIC X(74).

       FD  GUEST-BAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS GB-REC
           RECORD CONTAINS 37 CHARACTERS.
       01  GB-REC.
           05 GB-GUEST             PIC X(20).
           05 GB-BALANCE           PIC S9(7)V99.
           05 GB-LAST-CHG-DATE     PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       FD  STATEMENTS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  STLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *    HIGHEST RUN SEQUENCE LEDGERED FOR EACH POST DATE.  ONLY
      *    THAT RUN'S ROWS COUNT; AN EARLIER RUN FOR THE SAME DATE
      *    WAS RERUN AND IS SUPERSEDED.
       01  RUN-SEQ-TABLE.
           05 RS-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 RS-ENTRY OCCURS 4000 TIMES INDEXED BY RS-IDX.
               10 RS-T-POST-DATE       PIC 9(8).
               10 RS-T-RUN-SEQ         PIC 9(3).

       01  GUEST-BAL-TABLE.
           05 GB-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 GB-ENTRY OCCURS 1000 TIMES INDEXED BY GB-IDX.
               10 GB-T-GUEST           PIC X(20).
               10 GB-T-BALANCE         PIC S9(7)V99.
               10 GB-T-MATCHED         PIC X.

       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 MORE-BAL             PIC X           VALUE 'Y'.
           05 C-LEDGER-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\GSTLEDG.DAT".
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\GSTSREG.RPT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-LEDG-STATUS        PIC XX.
           05 C-GST-BAL-STATUS     PIC XX.
           05 C-MONTH-START        PIC 9(8).
           05 C-MONTH-END          PIC 9(8).
           05 C-CURR-GUEST         PIC X(20).
           05 C-ROW-COUNTS         PIC X.
           05 C-STMT-OPEN          PIC X.
           05 C-OPENING            PIC S9(8)V99.
           05 C-CHARGES            PIC S9(8)V99.
           05 C-CREDITS            PIC S9(8)V99.
           05 C-PAYMENTS           PIC S9(8)V99.
           05 C-CLOSING            PIC S9(8)V99.
           05 C-RUNNING            PIC S9(8)V99.
           05 C-AFTER              PIC S9(8)V99.
           05 C-LEDGER-BAL         PIC S9(8)V99.
           05 C-FILE-BAL           PIC S9(8)V99.
           05 C-DIFFERENCE         PIC S9(8)V99.
           05 C-STMT-CTR           PIC 9(4)        VALUE 0.
           05 C-GUEST-CTR          PIC 9(4)        VALUE 0.
           05 C-OUT-CTR            PIC 9(4)        VALUE 0.
           05 C-SUPERSEDED-CTR     PIC 9(5)        VALUE 0.
           05 C-GT-OPENING         PIC S9(9)V99    VALUE 0.
           05 C-GT-CHARGES         PIC S9(9)V99    VALUE 0.
           05 C-GT-CREDITS         PIC S9(9)V99    VALUE 0.
           05 C-GT-PAYMENTS        PIC S9(9)V99    VALUE 0.
           05 C-GT-CLOSING         PIC S9(9)V99    VALUE 0.
           05 C-GT-AFTER           PIC S9(9)V99    VALUE 0.
           05 C-GT-FILE-BAL        PIC S9(9)V99    VALUE 0.
           05 C-GT-DIFFERENCE      PIC S9(9)V99    VALUE 0.
           05 C-PCTR               PIC 99          VALUE 0.
           05 C-ST-PCTR            PIC 99          VALUE 0.

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
           05 FILLER               PIC X(42)       VALUE SPACE.
           05 FILLER               PIC X(66)
                                   VALUE 'PMG MANAGEMENT'.
           05 FILLER               PIC X(6)        VALUE 'PAGE:'.
           05 O-PCTR               PIC Z9.

       01  REPORT-LINE.
           05 FILLER               PIC X(50)       VALUE 'COBDOA41'.
           05 FILLER               PIC X(30)
                       VALUE 'GUEST STATEMENT REGISTER - '.
           05 O-MONTH              PIC X(10).
           05 O-MONTH-YY           PIC 9(4).
           05 FILLER               PIC X(38)       VALUE SPACES.

       01  COLLUMN-HEADINGS-1.
           05 FILLER               PIC X(22)       VALUE SPACES.
           05 FILLER               PIC X(13)       VALUE 'OPENING'.
           05 FILLER               PIC X(13)       VALUE 'STAY'.
           05 FILLER               PIC X(13)       VALUE 'CANCEL'.
           05 FILLER               PIC X(13)       VALUE SPACES.
           05 FILLER               PIC X(13)       VALUE 'CLOSING'.
           05 FILLER               PIC X(13)       VALUE 'POSTED'.
           05 FILLER               PIC X(13)       VALUE 'GSTBAL.DAT'.
           05 FILLER               PIC X(19)       VALUE SPACES.

       01  COLLUMN-HEADINGS-2.
           05 FILLER               PIC X(22)       VALUE 'GUEST NAME'.
           05 FILLER               PIC X(13)       VALUE 'BALANCE'.
           05 FILLER               PIC X(13)       VALUE 'CHARGES'.
           05 FILLER               PIC X(13)       VALUE 'CREDITS'.
           05 FILLER               PIC X(13)       VALUE 'PAYMENTS'.
           05 FILLER               PIC X(13)       VALUE 'BALANCE'.
           05 FILLER               PIC X(13)       VALUE 'SINCE'.
           05 FILLER               PIC X(13)       VALUE 'BALANCE'.
           05 FILLER               PIC X(19)       VALUE 'DIFFERENCE'.

       01  BLANK-LINE              PIC X(132)      VALUE SPACES.

       01  DETAIL-LINE.
           05 O-GUEST              PIC X(20).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-OPENING            PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-CHARGES            PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-CREDITS            PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-PAYMENTS           PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-CLOSING            PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-AFTER              PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-FILE-BAL           PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-DIFFERENCE         PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-FLAG               PIC X(5).

       01  GRANDTOTALS.
           05 FILLER               PIC X(22)       VALUE
                                   'GRAND TOTALS:'.
           05 O-GT-OPENING         PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-CHARGES         PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-CREDITS         PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-PAYMENTS        PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-CLOSING         PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-AFTER           PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-FILE-BAL        PIC $$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-GT-DIFFERENCE      PIC $$$$,$$9.99-.
           05 FILLER               PIC X(6)        VALUE SPACES.

       01  GT-COUNTERS.
           05 FILLER               PIC X(12)       VALUE SPACES.
           05 FILLER               PIC X(20)       VALUE
                                   'GUESTS PROVED:'.
           05 O-GUEST-CTR          PIC Z,ZZ9.
           05 FILLER               PIC X(22)       VALUE
                                   '   STATEMENTS PRINTED:'.
           05 O-STMT-CTR           PIC Z,ZZ9.
           05 FILLER               PIC X(20)       VALUE
                                   '   DO NOT TIE:'.
           05 O-OUT-CTR            PIC Z,ZZ9.
           05 FILLER               PIC X(26)       VALUE
                                   '   SUPERSEDED ROWS:'.
           05 O-SUPERSEDED-CTR     PIC ZZ,ZZ9.
           05 FILLER               PIC X(11)       VALUE SPACES.

       01  PROOF-LINE.
           05 FILLER               PIC X(12)       VALUE SPACES.
           05 O-PROOF-TEXT         PIC X(120).

       01  ST-HEADING-LINE.
           05 FILLER               PIC X(20)       VALUE
                                   'PMG MANAGEMENT'.
           05 FILLER               PIC X(26)       VALUE
                                   'GUEST ACCOUNT STATEMENT'.
           05 FILLER               PIC X(10)       VALUE 'MONTH OF '.
           05 O-ST-MONTH           PIC X(10).
           05 O-ST-YY              PIC 9(4).
           05 FILLER               PIC X(50)       VALUE SPACES.
           05 FILLER               PIC X(6)        VALUE 'PAGE:'.
           05 O-ST-PCTR            PIC Z9.
           05 FILLER               PIC X(4)        VALUE SPACES.

       01  ST-GUEST-LINE.
           05 FILLER               PIC X(7)        VALUE 'GUEST:'.
           05 O-ST-GUEST           PIC X(20).
           05 FILLER               PIC X(105)      VALUE SPACES.

       01  ST-COLUMN-LINE.
           05 FILLER               PIC X(12)       VALUE 'POSTED'.
           05 FILLER               PIC X(26)       VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(7)        VALUE 'CONDO'.
           05 FILLER               PIC X(12)       VALUE 'ARRIVAL'.
           05 FILLER               PIC X(14)       VALUE 'AMOUNT'.
           05 FILLER               PIC X(61)       VALUE 'BALANCE'.

       01  ST-ITEM-LINE.
           05 O-ST-POST-DATE.
               10 O-ST-POST-MM     PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-ST-POST-DD     PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-ST-POST-YY     PIC 9(4).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-ST-DESC            PIC X(24).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-ST-CONDO           PIC XX.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 O-ST-ARRIVAL         PIC X(10).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-ST-AMOUNT          PIC $$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-ST-BALANCE         PIC $$$$,$$9.99-.
           05 FILLER               PIC X(47)       VALUE SPACES.

       01  ST-ARRIVAL-EDIT.
           05 O-ST-ARR-MM          PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-ST-ARR-DD          PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-ST-ARR-YY          PIC 9(4).

       01  ST-BALANCE-LINE.
           05 O-ST-BAL-LABEL       PIC X(69).
           05 O-ST-BAL-AMOUNT      PIC $$$$,$$9.99-.
           05 FILLER               PIC X(51)       VALUE SPACES.

       01  ST-BLANK-LINE           PIC X(132)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'N'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1005-GET-PARAMETERS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           IF C-RUN-DATE-ARG NOT = 0
               MOVE C-RUN-DATE-ARG(1:4) TO I-YY
               MOVE C-RUN-DATE-ARG(5:2) TO I-MM
               MOVE C-RUN-DATE-ARG(7:2) TO I-DD
           END-IF.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-YY TO O-MONTH-YY.
           MOVE I-YY TO O-ST-YY.
           COMPUTE C-MONTH-START =
               I-YY * 10000 + I-MM * 100 + 1.
           COMPUTE C-MONTH-END =
               I-YY * 10000 + I-MM * 100 + 31.
           EVALUATE I-MM
               WHEN 01
                   MOVE 'JANUARY' TO O-MONTH
               WHEN 02
                   MOVE 'FEBRUARY' TO O-MONTH
               WHEN 03
                   MOVE 'MARCH' TO O-MONTH
               WHEN 04
                   MOVE 'APRIL' TO O-MONTH
               WHEN 05
                   MOVE 'MAY' TO O-MONTH
               WHEN 06
                   MOVE 'JUNE' TO O-MONTH
               WHEN 07
                   MOVE 'JULY' TO O-MONTH
               WHEN 08
                   MOVE 'AUGUST' TO O-MONTH
               WHEN 09
                   MOVE 'SEPTEMBER' TO O-MONTH
               WHEN 10
                   MOVE 'OCTOBER' TO O-MONTH
               WHEN 11
                   MOVE 'NOVEMBER' TO O-MONTH
               WHEN 12
                   MOVE 'DECEMBER' TO O-MONTH.
           MOVE O-MONTH TO O-ST-MONTH.

           PERFORM 1050-LOAD-RUN-SEQUENCES.
           PERFORM 1060-LOAD-BALANCES.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT STATEMENTS.
           PERFORM 9100-HEADINGS.

      *    THE LEDGER IS SORTED BY GUEST, KEEPING POSTING ORDER
      *    WITHIN A GUEST, SO EACH GUEST'S ROWS ARE WALKED AS ONE
      *    GROUP OLDEST FIRST.
           MOVE 'N' TO MORE-RECS.
           IF C-LEDG-STATUS = '00'
               SORT SORT-WORK
                   ON ASCENDING KEY SW-GUEST
                   ON ASCENDING KEY SW-POST-DATE
                   WITH DUPLICATES IN ORDER
                   USING GUEST-LEDGER
                   GIVING LEDGER-SORTED
               MOVE 'Y' TO MORE-RECS
               OPEN INPUT LEDGER-SORTED
               PERFORM 9000-READ
               MOVE GD-GUEST TO C-CURR-GUEST
               PERFORM 2050-START-GUEST
           END-IF.

       1005-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-LEDGER-PATH
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

       1050-LOAD-RUN-SEQUENCES.
           OPEN INPUT GUEST-LEDGER.
           IF C-LEDG-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ GUEST-LEDGER
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           IF GD-RUN-SEQ IS NUMERIC
                               PERFORM 1055-NOTE-RUN-SEQ
                           END-IF
               END-PERFORM
               CLOSE GUEST-LEDGER
           END-IF.

       1055-NOTE-RUN-SEQ.
           SET RS-IDX TO 1.
           SEARCH RS-ENTRY
               AT END
                   IF RS-TABLE-CTR < 4000
                       ADD 1 TO RS-TABLE-CTR
                       MOVE GD-POST-DATE
                           TO RS-T-POST-DATE(RS-TABLE-CTR)
                       MOVE GD-RUN-SEQ
                           TO RS-T-RUN-SEQ(RS-TABLE-CTR)
                   END-IF
               WHEN RS-IDX > RS-TABLE-CTR
                   IF RS-TABLE-CTR < 4000
                       ADD 1 TO RS-TABLE-CTR
                       MOVE GD-POST-DATE
                           TO RS-T-POST-DATE(RS-TABLE-CTR)
                       MOVE GD-RUN-SEQ
                           TO RS-T-RUN-SEQ(RS-TABLE-CTR)
                   END-IF
               WHEN RS-T-POST-DATE(RS-IDX) = GD-POST-DATE
                   IF GD-RUN-SEQ > RS-T-RUN-SEQ(RS-IDX)
                       MOVE GD-RUN-SEQ TO RS-T-RUN-SEQ(RS-IDX)
                   END-IF
           END-SEARCH.

       1060-LOAD-BALANCES.
           OPEN INPUT GUEST-BAL.
           IF C-GST-BAL-STATUS = '00'
               PERFORM UNTIL MORE-BAL = 'N'
                   READ GUEST-BAL
                       AT END
                           MOVE 'N' TO MORE-BAL
                       NOT AT END
                           IF GB-TABLE-CTR < 1000
                               ADD 1 TO GB-TABLE-CTR
                               MOVE GB-GUEST
                                   TO GB-T-GUEST(GB-TABLE-CTR)
                               MOVE GB-BALANCE
                                   TO GB-T-BALANCE(GB-TABLE-CTR)
                               MOVE 'N'
                                   TO GB-T-MATCHED(GB-TABLE-CTR)
                           END-IF
               END-PERFORM
               CLOSE GUEST-BAL
           END-IF.

       2000-MAINLINE.
           IF GD-GUEST NOT = C-CURR-GUEST
               PERFORM 2500-FINISH-GUEST
               MOVE GD-GUEST TO C-CURR-GUEST
               PERFORM 2050-START-GUEST
           END-IF.
           PERFORM 2100-CHECK-SUPERSEDED.
           IF C-ROW-COUNTS = 'Y'
               EVALUATE TRUE
                   WHEN GD-POST-DATE < C-MONTH-START
                       ADD GD-AMOUNT TO C-OPENING
                   WHEN GD-POST-DATE > C-MONTH-END
                       ADD GD-AMOUNT TO C-AFTER
                   WHEN OTHER
                       PERFORM 2200-MONTH-ITEM
               END-EVALUATE
           END-IF.
           PERFORM 9000-READ.

       2050-START-GUEST.
           MOVE 'N' TO C-STMT-OPEN.
           MOVE 0 TO C-OPENING.
           MOVE 0 TO C-CHARGES.
           MOVE 0 TO C-CREDITS.
           MOVE 0 TO C-PAYMENTS.
           MOVE 0 TO C-AFTER.

      *    RUN HEADERS CARRY NO MONEY.  A BALANCE BROUGHT FORWARD
      *    WHEN THE LEDGER WAS STARTED IS NEVER SUPERSEDED; EVERY
      *    OTHER ROW COUNTS ONLY IF IT CAME FROM THE LAST RUN FOR
      *    ITS POST DATE.
       2100-CHECK-SUPERSEDED.
           MOVE 'Y' TO C-ROW-COUNTS.
           IF GD-TYPE = 'H' OR GD-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO C-ROW-COUNTS
           ELSE
           IF GD-TYPE NOT = 'B'
               SET RS-IDX TO 1
               SEARCH RS-ENTRY
                   AT END
                       CONTINUE
                   WHEN RS-IDX > RS-TABLE-CTR
                       CONTINUE
                   WHEN RS-T-POST-DATE(RS-IDX) = GD-POST-DATE
                       IF GD-RUN-SEQ NOT = RS-T-RUN-SEQ(RS-IDX)
                           MOVE 'N' TO C-ROW-COUNTS
                           ADD 1 TO C-SUPERSEDED-CTR
                       END-IF
               END-SEARCH
           END-IF
           END-IF.

       2200-MONTH-ITEM.
           IF C-STMT-OPEN = 'N'
               PERFORM 2300-OPEN-STATEMENT
           END-IF.
           EVALUATE GD-TYPE
               WHEN 'C'
                   ADD GD-AMOUNT TO C-CHARGES
                   MOVE 'STAY CHARGE' TO O-ST-DESC
               WHEN 'X'
                   ADD GD-AMOUNT TO C-CREDITS
                   MOVE 'CANCELLATION REFUND' TO O-ST-DESC
               WHEN 'P'
                   ADD GD-AMOUNT TO C-PAYMENTS
                   MOVE 'PAYMENT - THANK YOU' TO O-ST-DESC
               WHEN 'B'
                   ADD GD-AMOUNT TO C-CHARGES
                   MOVE 'BALANCE BROUGHT FORWARD' TO O-ST-DESC
               WHEN OTHER
                   ADD GD-AMOUNT TO C-CHARGES
                   MOVE 'ADJUSTMENT' TO O-ST-DESC
           END-EVALUATE.
           ADD GD-AMOUNT TO C-RUNNING.
           MOVE GD-POST-DATE(1:4) TO O-ST-POST-YY.
           MOVE GD-POST-DATE(5:2) TO O-ST-POST-MM.
           MOVE GD-POST-DATE(7:2) TO O-ST-POST-DD.
           MOVE GD-CONDO TO O-ST-CONDO.
           IF GD-ARRIVAL-DATE IS NUMERIC AND GD-ARRIVAL-DATE NOT = 0
               MOVE GD-ARRIVAL-DATE(1:4) TO O-ST-ARR-YY
               MOVE GD-ARRIVAL-DATE(5:2) TO O-ST-ARR-MM
               MOVE GD-ARRIVAL-DATE(7:2) TO O-ST-ARR-DD
               MOVE ST-ARRIVAL-EDIT TO O-ST-ARRIVAL
           ELSE
               MOVE SPACES TO O-ST-ARRIVAL
           END-IF.
           MOVE GD-AMOUNT TO O-ST-AMOUNT.
           MOVE C-RUNNING TO O-ST-BALANCE.
           WRITE STLINE FROM ST-ITEM-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-ST-HEADINGS.

      *    ALL OF THE GUEST'S EARLIER ROWS SORT AHEAD OF THE
      *    MONTH'S, SO THE OPENING BALANCE IS COMPLETE BY THE TIME
      *    THE FIRST LINE ITEM OPENS THE STATEMENT.
       2300-OPEN-STATEMENT.
           MOVE 'Y' TO C-STMT-OPEN.
           ADD 1 TO C-STMT-CTR.
           MOVE 0 TO C-ST-PCTR.
           MOVE C-CURR-GUEST TO O-ST-GUEST.
           PERFORM 9200-ST-HEADINGS.
           MOVE 'OPENING BALANCE' TO O-ST-BAL-LABEL.
           MOVE C-OPENING TO O-ST-BAL-AMOUNT.
           WRITE STLINE FROM ST-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-OPENING TO C-RUNNING.

      *    THE GUEST'S CLOSING BALANCE PLUS ANYTHING POSTED SINCE
      *    THE MONTH ENDED IS WHAT GSTBAL.DAT SHOULD BE CARRYING.
      *    A GUEST WITH AN OPENING BALANCE BUT A QUIET MONTH
      *    STILL GETS A STATEMENT.
       2500-FINISH-GUEST.
           COMPUTE C-CLOSING =
               C-OPENING + C-CHARGES + C-CREDITS + C-PAYMENTS.
           IF C-STMT-OPEN = 'N' AND C-CLOSING NOT = 0
               PERFORM 2300-OPEN-STATEMENT
           END-IF.
           IF C-STMT-OPEN = 'Y'
               MOVE 'CLOSING BALANCE' TO O-ST-BAL-LABEL
               MOVE C-CLOSING TO O-ST-BAL-AMOUNT
               WRITE STLINE FROM ST-BALANCE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           COMPUTE C-LEDGER-BAL = C-CLOSING + C-AFTER.

           MOVE 0 TO C-FILE-BAL.
           SET GB-IDX TO 1.
           SEARCH GB-ENTRY
               AT END
                   CONTINUE
               WHEN GB-IDX > GB-TABLE-CTR
                   CONTINUE
               WHEN GB-T-GUEST(GB-IDX) = C-CURR-GUEST
                   MOVE GB-T-BALANCE(GB-IDX) TO C-FILE-BAL
                   MOVE 'Y' TO GB-T-MATCHED(GB-IDX)
           END-SEARCH.

           IF C-STMT-OPEN = 'Y' OR C-LEDGER-BAL NOT = 0
                   OR C-FILE-BAL NOT = 0
               PERFORM 2600-REGISTER-LINE
           END-IF.

       2600-REGISTER-LINE.
           ADD 1 TO C-GUEST-CTR.
           COMPUTE C-DIFFERENCE = C-LEDGER-BAL - C-FILE-BAL.
           MOVE C-CURR-GUEST TO O-GUEST.
           MOVE C-OPENING TO O-OPENING.
           MOVE C-CHARGES TO O-CHARGES.
           MOVE C-CREDITS TO O-CREDITS.
           MOVE C-PAYMENTS TO O-PAYMENTS.
           MOVE C-CLOSING TO O-CLOSING.
           MOVE C-AFTER TO O-AFTER.
           MOVE C-FILE-BAL TO O-FILE-BAL.
           MOVE C-DIFFERENCE TO O-DIFFERENCE.
           IF C-DIFFERENCE NOT = 0
               MOVE '*****' TO O-FLAG
               ADD 1 TO C-OUT-CTR
           ELSE
               MOVE SPACES TO O-FLAG
           END-IF.
           ADD C-OPENING TO C-GT-OPENING.
           ADD C-CHARGES TO C-GT-CHARGES.
           ADD C-CREDITS TO C-GT-CREDITS.
           ADD C-PAYMENTS TO C-GT-PAYMENTS.
           ADD C-CLOSING TO C-GT-CLOSING.
           ADD C-AFTER TO C-GT-AFTER.
           ADD C-FILE-BAL TO C-GT-FILE-BAL.
           ADD C-DIFFERENCE TO C-GT-DIFFERENCE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *    A BALANCE ON GSTBAL.DAT WITH NO LEDGER ROWS BEHIND IT
      *    CANNOT BE EXPLAINED TO THE GUEST, SO IT FAILS THE PROOF.
       2700-UNLEDGERED-BALANCES.
           PERFORM VARYING GB-IDX FROM 1 BY 1
                   UNTIL GB-IDX > GB-TABLE-CTR
               IF GB-T-MATCHED(GB-IDX) = 'N'
                       AND GB-T-BALANCE(GB-IDX) NOT = 0
                   MOVE GB-T-GUEST(GB-IDX) TO C-CURR-GUEST
                   PERFORM 2050-START-GUEST
                   MOVE 0 TO C-CLOSING
                   MOVE 0 TO C-LEDGER-BAL
                   MOVE GB-T-BALANCE(GB-IDX) TO C-FILE-BAL
                   PERFORM 2600-REGISTER-LINE
               END-IF
           END-PERFORM.

       3000-CLOSING.
           IF C-LEDG-STATUS = '00'
               PERFORM 2500-FINISH-GUEST
               CLOSE LEDGER-SORTED
           END-IF.
           PERFORM 2700-UNLEDGERED-BALANCES.

           MOVE C-GT-OPENING TO O-GT-OPENING.
           MOVE C-GT-CHARGES TO O-GT-CHARGES.
           MOVE C-GT-CREDITS TO O-GT-CREDITS.
           MOVE C-GT-PAYMENTS TO O-GT-PAYMENTS.
           MOVE C-GT-CLOSING TO O-GT-CLOSING.
           MOVE C-GT-AFTER TO O-GT-AFTER.
           MOVE C-GT-FILE-BAL TO O-GT-FILE-BAL.
           MOVE C-GT-DIFFERENCE TO O-GT-DIFFERENCE.
           WRITE PRTLINE FROM GRANDTOTALS
               AFTER ADVANCING 3 LINES.
           MOVE C-GUEST-CTR TO O-GUEST-CTR.
           MOVE C-STMT-CTR TO O-STMT-CTR.
           MOVE C-OUT-CTR TO O-OUT-CTR.
           MOVE C-SUPERSEDED-CTR TO O-SUPERSEDED-CTR.
           WRITE PRTLINE FROM GT-COUNTERS
               AFTER ADVANCING 2 LINES.
           IF C-OUT-CTR = 0
               MOVE 'GUEST LEDGER TIES TO GSTBAL.DAT' TO O-PROOF-TEXT
           ELSE
               MOVE '*** GUEST LEDGER DOES NOT TIE TO GSTBAL.DAT ***'
                   TO O-PROOF-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PRTLINE FROM PROOF-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE PRTOUT.
           CLOSE STATEMENTS.

       9000-READ.
           READ LEDGER-SORTED INTO GD-REC
               AT END
                   MOVE 'N' TO MORE-RECS
                   MOVE HIGH-VALUES TO GD-GUEST.

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

       9200-ST-HEADINGS.
           ADD 1 TO C-ST-PCTR.
           MOVE C-ST-PCTR TO O-ST-PCTR.
           WRITE STLINE FROM ST-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE STLINE FROM ST-GUEST-LINE
               AFTER ADVANCING 2 LINES.
           WRITE STLINE FROM ST-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           WRITE STLINE FROM ST-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM COBDOA41.
