      *---------------------------------------------------------
      *THIS PROGRAM READ RECORDS ABOUT CONDO RENTALS
      *IT WILL CALCULATE AND OUTPUT THE CHARGES FOR THE RENTALS
      *EVERY AMOUNT POSTED TO A GUEST BALANCE IS ALSO WRITTEN TO
      *THE GUEST LEDGER DETAIL (GSTLEDG.DAT) FOR THE MONTHLY
      *GUEST STATEMENTS (COBDOA41)
      *A RENTAL THAT BREAKS A BOOKING RULE ON BOOKRULE.DAT
      *(BLACKOUT, MINIMUM NIGHTS, ALLOWED ARRIVAL DAY) IS NOT
      *BILLED OR BOOKED; IT GOES TO THE EXCEPTION REPORT WITH
      *THE RULE IT BROKE
      *WHEN A CANCELLATION RELEASES NIGHTS, THE WAITLIST FROM THE
      *COBDOA30 INQUIRIES (WAITLIST.DAT) IS MATCHED FIRST-COME
      *AGAINST THEM AND THE GUESTS TO CALL PRINT ON THE CALLBACK
      *LIST (WAITCALL.RPT); WAITLIST ENTRIES WHOSE ARRIVAL DATE
      *HAS PASSED ARE DROPPED
      *EVERY CALENDAR ENTRY ADDED OR RELEASED ON RESVCAL.DAT IS
      *JOURNALED WITH ITS BEFORE AND AFTER IMAGES TO THE COMMON
      *AUDIT JOURNAL (MASTAUDT.LOG)
      *EVERY OZARK TRANSACTION APPLIED IS CHECKPOINTED TO
      *CONDOCKP.DAT.  IF A RUN DIES PART WAY THROUGH THE BATCH,
      *THE NEXT RUN RESUMES IT: IT TAKES THE FAILED RUN'S DATE
      *AND LEDGER RUN SEQUENCE, REBUILDS THE GUEST BALANCES FROM
      *GSTBAL.PRV AND THE CHECKPOINTS, SKIPS THE TRANSACTIONS
      *ALREADY APPLIED AND ADDS TO THE REPORTS ALREADY PRINTED.
      *THE RESTART REPORT (CONDORST.RPT) SHOWS WHERE EACH RUN
      *PICKED UP.  A RUN ASKED FOR A DATE OTHER THAN THE
      *INCOMPLETE RUN'S IS REFUSED WITH RETURN CODE 8.  TO
      *ABANDON A FAILED RUN INSTEAD, RESTORE THE MASTERS FROM
      *COBDOA31 AND DELETE CONDOCKP.DAT.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ASSIGN TO "C:\IHCC\COBOL\RESVCONF.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT WAIT-LIST
               ASSIGN TO "C:\IHCC\COBOL\WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WAIT-STATUS.

           SELECT CALLBACK-RPT
               ASSIGN TO "C:\IHCC\COBOL\WAITCALL.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT LODGE-TAX
               ASSIGN TO "C:\IHCC\COBOL\LODGTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GST-PRV-STATUS.

           SELECT GUEST-LEDGER
               ASSIGN TO "C:\IHCC\COBOL\GSTLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LEDG-STATUS.

           SELECT BOOKING-RULES
               ASSIGN TO "C:\IHCC\COBOL\BOOKRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RULE-STATUS.

           SELECT CUST-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS C-CUST-STATUS.

           SELECT AUDIT-JRNL
               ASSIGN TO "C:\IHCC\COBOL\MASTAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUDIT-STATUS.

           SELECT CHECKPOINT-LOG
               ASSIGN TO "C:\IHCC\COBOL\CONDOCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CKP-STATUS.

           SELECT RESTART-RPT
               ASSIGN TO "C:\IHCC\COBOL\CONDORST.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


       01  CNLINE                  PIC X(132).

      *    ONE ROW PER WAITLISTED INQUIRY IN THE ORDER ASKED.
      *    STATUS 'W' WAITING, 'M' MATCHED TO THE CONDO AND RUN
      *    DATE CARRIED IN WL-MATCH-CONDO/-DATE.
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

       FD  CALLBACK-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CBLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  CBLINE                  PIC X(132).

       FD  LODGE-TAX
           LABEL RECORD IS STANDARD
           DATA RECORD IS LT-REC
           RECORD CONTAINS 37 CHARACTERS.
       01  GBP-REC                 PIC X(37).

      *    ONE ROW PER AMOUNT POSTED TO A GUEST BALANCE, STAMPED
      *    WITH THE RUN DATE AND RUN SEQUENCE.  A RERUN FOR THE
      *    SAME DATE CARRIES THE NEXT SEQUENCE AND SUPERSEDES THE
      *    EARLIER RUN'S ROWS.  GD-TYPE: 'C' STAY CHARGE, 'X'
      *    CANCELLATION CREDIT (THE REFUND), 'P' PAYMENT, 'B'
      *    BALANCE BROUGHT FORWARD WHEN THE LEDGER WAS STARTED
      *    (NEVER SUPERSEDED), 'H' ONE HEADER PER RUN SO A RERUN
      *    WITH NOTHING TO POST STILL SUPERSEDES.  CREDITS ARE
      *    NEGATIVE, THE SAME SIGN THEY CARRY ON GSTBAL.DAT.
      *    A STAY CHARGE ALSO CARRIES ITS LODGING TAX, CLEANING FEE
      *    AND CONDO FEE SO COBDOA19 CAN POST THE STAY AS BILLED,
      *    AND A CANCELLATION THE TAX SHARE OF ITS REFUND (NEGATIVE);
      *    THEY ARE ZERO OTHERWISE.
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
           05 GD-TAX-AMT           PIC S9(5)V99.
           05 GD-CLEAN-AMT         PIC S9(5)V99.
           05 GD-RENT-AMT          PIC S9(7)V99.

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

       FD  CUST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           05 CM-PHONE             PIC X(12).
           05 CM-STATUS            PIC X.

       FD  AUDIT-JRNL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUD-JRNL-REC
           RECORD CONTAINS 223 CHARACTERS.
           COPY AUDJRNL.

      *    ONE 'S' ROW WHEN A RUN STARTS, ONE 'T' ROW PER OZARK
      *    TRANSACTION APPLIED AND ONE 'E' ROW WHEN THE RUN ENDS.
      *    THE LAYOUT IS CKP-WORK-REC IN WORKING-STORAGE.
       FD  CHECKPOINT-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-REC
           RECORD CONTAINS 201 CHARACTERS.
       01  CK-REC                  PIC X(201).

       FD  RESTART-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RSTLINE.

       01  RSTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  CTL-SEQ-WORK.
           05 C-CTL-STATUS         PIC XX.
           05 C-TAX-AMT            PIC 9(5)V99.
           05 C-CXL-TAX-AMT        PIC 9(5)V99.
           05 C-GT-TAX             PIC S9(7)V99    VALUE 0.
           05 C-LEDG-STATUS        PIC XX.
           05 C-LEDG-RUN-SEQ       PIC 9(3)        VALUE 0.
           05 MORE-LEDG            PIC X           VALUE 'Y'.
           05 C-CHECK-CONDO        PIC XX.
           05 C-AUDIT-STATUS       PIC XX.
           05 C-AUDIT-USER         PIC X(8).
           05 C-CKP-STATUS         PIC XX.
           05 MORE-CKP             PIC X           VALUE 'Y'.
           05 C-CKP-TYPE           PIC X.
           05 C-RESTART            PIC X           VALUE 'N'.
           05 C-CKP-MISMATCH       PIC X           VALUE 'N'.
           05 C-CKP-RUN-DATE       PIC 9(8)        VALUE 0.
           05 C-CKP-LEDG-SEQ       PIC 9(3)        VALUE 0.
           05 C-CKP-TRANS-NO       PIC 9(5)        VALUE 0.
           05 C-CKP-IMAGE          PIC X(46).
           05 C-CKP-RL-CTR         PIC 999.
           05 C-CKP-REPLAY-CTR     PIC 9(5)        VALUE 0.
           05 C-ASKED-DATE         PIC 9(8)        VALUE 0.
           05 C-TRANS-NO           PIC 9(5)        VALUE 0.
           05 C-WAIT-STATUS        PIC XX.
           05 MORE-WAIT            PIC X           VALUE 'Y'.
           05 C-WL-ARR-INT         PIC 9(7).
           05 C-WL-DEP-INT         PIC 9(7).
           05 C-WL-MATCHED         PIC X.
           05 C-WL-MATCH-CTR       PIC 999         VALUE 0.
           05 C-WL-DROP-CTR        PIC 999         VALUE 0.
           05 C-WL-WAIT-CTR        PIC 999         VALUE 0.
           05 C-CB-PCTR            PIC 99          VALUE 0.
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

      *    THE CHECKPOINT ROW.  THE GUEST FIELDS CARRY THE BALANCE
      *    THE TRANSACTION LEFT (NOT THE AMOUNT POSTED), THE RELEASE
      *    FIELDS THE NIGHTS A CANCELLATION FREED FOR THE WAITLIST,
      *    AND THE TOTALS THE RUNNING REPORT TOTALS AFTER IT.
       01  CKP-WORK-REC.
           05 CK-RUN-DATE          PIC 9(8).
           05 CK-LEDG-SEQ          PIC 9(3).
           05 CK-TYPE              PIC X.
               88 CK-IS-START      VALUE 'S'.
               88 CK-IS-TRANS      VALUE 'T'.
               88 CK-IS-END        VALUE 'E'.
           05 CK-TRANS-NO          PIC 9(5).
           05 CK-OZARK-IMAGE       PIC X(46).
           05 CK-GUEST             PIC X(20).
           05 CK-GUEST-BAL         PIC S9(7)V99.
           05 CK-GUEST-LAST-CHG    PIC 9(8).
           05 CK-REL-CONDO         PIC XX.
           05 CK-REL-ARR-INT       PIC 9(7).
           05 CK-REL-DEP-INT       PIC 9(7).
           05 CK-TOTALS.
               10 CK-GT-SUBTOTAL       PIC S9(8)V99.
               10 CK-GT-TAX            PIC S9(7)V99.
               10 CK-GT-DEAL-AMOUNT    PIC S9(7)V99.
               10 CK-GT-AMOUNT-DUE     PIC S9(8)V99.
               10 CK-GT-PAYMENTS       PIC 9(8)V99.
               10 CK-RENTAL-CTR        PIC 999.
               10 CK-CANCEL-CTR        PIC 999.
               10 CK-PAYMENT-CTR       PIC 999.
               10 CK-BLOCK-CTR         PIC 99.
               10 CK-EXC-CTR           PIC 999.
               10 CK-FREE-NIGHTS       PIC 99V9.
               10 CK-FREE-CLEANING     PIC 99.
               10 CK-PET-FEES          PIC 9(5)V99.
               10 CK-HOTTUB-FEES       PIC 9(5)V99.
               10 CK-PCTR              PIC 99.
               10 CK-EXC-PCTR          PIC 99.

       01  CONDO-RATE-TABLE.
           05 CR-TABLE-CTR         PIC 99          VALUE 0.
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

      *    NIGHTS RELEASED BY THIS RUN'S CANCELLATIONS, AND THE
      *    NIGHTS ALREADY PROMISED TO AN EARLIER WAITLIST GUEST.
       01  RELEASE-TABLE.
           05 RL-TABLE-CTR         PIC 999         VALUE 0.
           05 RL-ENTRY OCCURS 200 TIMES INDEXED BY RL-IDX.
               10 RL-T-CONDO           PIC XX.
               10 RL-T-ARR-INT         PIC 9(7).
               10 RL-T-DEP-INT         PIC 9(7).

       01  HOLD-TABLE.
           05 HD-TABLE-CTR         PIC 999         VALUE 0.
           05 HD-ENTRY OCCURS 200 TIMES INDEXED BY HD-IDX.
               10 HD-T-CONDO           PIC XX.
               10 HD-T-ARR-INT         PIC 9(7).
               10 HD-T-DEP-INT         PIC 9(7).

       01  WAIT-TABLE.
           05 WL-TABLE-CTR         PIC 999         VALUE 0.
           05 WL-ENTRY OCCURS 500 TIMES INDEXED BY WL-IDX.
               10 WL-T-ASKED-DATE      PIC 9(8).
               10 WL-T-GUEST           PIC X(20).
               10 WL-T-PHONE           PIC X(12).
               10 WL-T-CONDO           PIC XX.
               10 WL-T-BEDROOMS        PIC 9.
               10 WL-T-ARR-DATE        PIC 9(8).
               10 WL-T-NIGHTS          PIC 99.
               10 WL-T-STATUS          PIC X.
               10 WL-T-MATCH-CONDO     PIC XX.
               10 WL-T-MATCH-DATE      PIC 9(8).

       01  DAY-NAME-LIST           PIC X(21)
                                   VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-LIST.
           05 DAY-NAME             PIC XXX         OCCURS 7 TIMES.

       01  GUEST-BAL-TABLE.
           05 GB-TABLE-CTR         PIC 9(3)        VALUE 0.
           05 GB-ENTRY OCCURS 500 TIMES INDEXED BY GB-IDX.

       01  CN-BLANK-LINE           PIC X(132)      VALUE SPACES.

       01  CB-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 O-CB-MM              PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-CB-DD              PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-CB-YY              PIC 9(4).
           05 FILLER               PIC X(42)       VALUE SPACE.
           05 FILLER               PIC X(66)
                       VALUE 'PMG MANAGEMENT - WAITLIST CALLBACKS'.
           05 FILLER               PIC X(6)        VALUE 'PAGE:'.
           05 O-CB-PCTR            PIC Z9.

       01  CB-HEADINGS.
           05 FILLER               PIC X(12)       VALUE 'ASKED'.
           05 FILLER               PIC X(22)       VALUE 'GUEST NAME'.
           05 FILLER               PIC X(14)       VALUE 'PHONE'.
           05 FILLER               PIC X(7)        VALUE 'CONDO'.
           05 FILLER               PIC X(12)       VALUE 'ARRIVAL'.
           05 FILLER               PIC X(8)        VALUE 'NIGHTS'.
           05 FILLER               PIC X(57)       VALUE 'BEDROOMS'.

       01  CB-DETAIL-LINE.
           05 O-CB-ASKED.
               10 O-CB-ASK-MM      PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-CB-ASK-DD      PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-CB-ASK-YY      PIC 9(4).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-CB-GUEST           PIC X(20).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-CB-PHONE           PIC X(12).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-CB-CONDO           PIC XX.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 O-CB-ARRIVAL.
               10 O-CB-ARR-MM      PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-CB-ARR-DD      PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-CB-ARR-YY      PIC 9(4).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-CB-NIGHTS          PIC Z9.
           05 FILLER               PIC X(6)        VALUE SPACES.
           05 O-CB-BEDROOMS        PIC 9.
           05 FILLER               PIC X(56)       VALUE SPACES.

       01  CB-TOTAL-LINE.
           05 FILLER               PIC X(18)       VALUE
                                   'CALLBACKS:'.
           05 O-CB-MATCH-CTR       PIC ZZ9.
           05 FILLER               PIC X(22)       VALUE
                                   '   DROPPED (ARRIVED):'.
           05 O-CB-DROP-CTR        PIC ZZ9.
           05 FILLER               PIC X(20)       VALUE
                                   '   STILL WAITING:'.
           05 O-CB-WAIT-CTR        PIC ZZ9.
           05 FILLER               PIC X(63)       VALUE SPACES.

       01  RST-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 O-RST-MM             PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-RST-DD             PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-RST-YY             PIC 9(4).
           05 FILLER               PIC X(42)       VALUE SPACE.
           05 FILLER               PIC X(17)
                                   VALUE 'PMG MANAGEMENT - '.
           05 FILLER               PIC X(57)
                                   VALUE 'CONDO RESTART REPORT'.

       01  RST-MSG-LINE            PIC X(132).

       01  RST-DATE-LINE.
           05 O-RST-DATE-LABEL     PIC X(40).
           05 O-RST-DATE-MM        PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-RST-DATE-DD        PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-RST-DATE-YY        PIC 9(4).
           05 FILLER               PIC X(82)       VALUE SPACES.

       01  RST-COUNT-LINE.
           05 O-RST-LABEL          PIC X(40).
           05 O-RST-COUNT          PIC ZZ,ZZ9.
           05 FILLER               PIC X(86)       VALUE SPACES.

       01  RST-TRANS-LINE.
           05 FILLER               PIC X(40)       VALUE
                                   'LAST TRANSACTION APPLIED:'.
           05 O-RST-CODE           PIC X.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-RST-GUEST          PIC X(20).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-RST-CONDO          PIC XX.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-RST-ARR-MM         PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-RST-ARR-DD         PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-RST-ARR-YY         PIC 9(4).
           05 FILLER               PIC X(53)       VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           IF C-CKP-MISMATCH = 'N'
               PERFORM 2000-MAINLINE
                   UNTIL MORE-RECS = 'N'
               PERFORM 3000-CLOSING
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1005-GET-PARAMETERS.
           PERFORM 1010-FIND-RESTART-POINT.

           OPEN INPUT OZARK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           IF C-RUN-DATE-ARG NOT = 0
           COMPUTE C-RUN-DATE-NUM =
               I-YY * 10000 + I-MM * 100 + I-DD.

           PERFORM 1015-SKIP-APPLIED.
           IF C-CKP-MISMATCH = 'N'
               PERFORM 1020-OPEN-FILES
           END-IF.

      *    A RESUMED RUN ADDS TO THE REPORTS THE FAILED RUN ALREADY
      *    PRINTED INSTEAD OF REPLACING THEM.
       1020-OPEN-FILES.
           IF C-RESTART = 'Y'
               OPEN EXTEND PRTOUT
           ELSE
               OPEN OUTPUT PRTOUT
           END-IF.
           PERFORM 1050-LOAD-RATE-TABLE.
           PERFORM 1055-OPEN-CALENDAR.
           IF C-RESTART = 'Y'
               PERFORM 1056-RESTORE-BALANCES
               PERFORM 1063-REOPEN-LEDGER
           ELSE
               PERFORM 1057-LOAD-BALANCES
               PERFORM 1062-OPEN-LEDGER
               MOVE 'S' TO C-CKP-TYPE
               MOVE SPACES TO C-FIND-GUEST
               MOVE RL-TABLE-CTR TO C-CKP-RL-CTR
               PERFORM 2950-WRITE-CHECKPOINT
           END-IF.
           PERFORM 1064-LOAD-BOOKING-RULES.
           PERFORM 1058-OPEN-CUSTOMERS.
           IF C-RESTART = 'Y'
               OPEN EXTEND EXCEPT-RPT
               OPEN EXTEND GUEST-INV
               OPEN EXTEND CONF-OUT
           ELSE
               OPEN OUTPUT EXCEPT-RPT
               OPEN OUTPUT GUEST-INV
               OPEN OUTPUT CONF-OUT
           END-IF.
           OPEN EXTEND LODGE-TAX.
           IF C-LODGE-STATUS = '35'
               OPEN OUTPUT LODGE-TAX.
           PERFORM 1070-OPEN-AUDIT.

           EVALUATE I-MM
               WHEN 01
                   END-IF
           END-ACCEPT.

      *    THE JOURNAL IS APPENDED TO; THE USER IS THE SIGNED-ON
      *    USER RUNNING THE BATCH.
       1070-OPEN-AUDIT.
           OPEN EXTEND AUDIT-JRNL.
           IF C-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-JRNL.
           DISPLAY 'USERNAME' UPON ENVIRONMENT-NAME.
           ACCEPT C-AUDIT-USER FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO C-AUDIT-USER
           END-ACCEPT.
           IF C-AUDIT-USER = SPACES
               MOVE 'BATCH' TO C-AUDIT-USER
           END-IF.

      *    THE CHECKPOINT FILE HOLDS ONLY THE LATEST RUN.  IF IT HAS
      *    NO END ROW THAT RUN DIED, AND THIS RUN RESUMES IT UNDER
      *    ITS RUN DATE SO NOTHING IS POSTED TWICE.  A RUN ASKED FOR
      *    A DIFFERENT DATE IS REFUSED: THE INCOMPLETE RUN WAS
      *    EITHER ABANDONED WITHOUT CLEARING CONDOCKP.DAT OR BELONGS
      *    TO ANOTHER NIGHT, AND TONIGHT'S BATCH MUST NOT BE BOOKED
      *    UNDER IT.
       1010-FIND-RESTART-POINT.
           OPEN INPUT CHECKPOINT-LOG.
           IF C-CKP-STATUS = '00'
               PERFORM UNTIL MORE-CKP = 'N'
                   READ CHECKPOINT-LOG INTO CKP-WORK-REC
                       AT END
                           MOVE 'N' TO MORE-CKP
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CK-IS-START
                                   MOVE 'Y' TO C-RESTART
                                   MOVE CK-RUN-DATE TO C-CKP-RUN-DATE
                                   MOVE CK-LEDG-SEQ TO C-CKP-LEDG-SEQ
                                   MOVE 0 TO C-CKP-TRANS-NO
                                   MOVE SPACES TO C-CKP-IMAGE
                               WHEN CK-IS-TRANS
                                   MOVE CK-TRANS-NO TO C-CKP-TRANS-NO
                                   MOVE CK-OZARK-IMAGE TO C-CKP-IMAGE
                               WHEN CK-IS-END
                                   MOVE 'N' TO C-RESTART
                           END-EVALUATE
               END-PERFORM
               CLOSE CHECKPOINT-LOG
           END-IF.
           IF C-RESTART = 'Y'
               IF C-RUN-DATE-ARG NOT = 0
                       AND C-RUN-DATE-ARG NOT = C-CKP-RUN-DATE
                   MOVE C-RUN-DATE-ARG TO C-ASKED-DATE
                   MOVE 'Y' TO C-CKP-MISMATCH
               END-IF
               MOVE C-CKP-RUN-DATE TO C-RUN-DATE-ARG
           END-IF.

      *    THE RESTART REPORT IS PRINTED ON EVERY RUN.  ON A RESUME
      *    THE TRANSACTIONS ALREADY APPLIED ARE READ PAST, AND THE
      *    LAST ONE MUST MATCH ITS CHECKPOINT: IF THE BATCH HAS BEEN
      *    CHANGED OR REPLACED SINCE, OR THE RUN WAS ASKED FOR A
      *    DATE OTHER THAN THE INCOMPLETE RUN'S, NOTHING IS APPLIED
      *    AND THE RUN ENDS WITH RETURN CODE 8.
       1015-SKIP-APPLIED.
           OPEN OUTPUT RESTART-RPT.
           MOVE I-MM TO O-RST-MM.
           MOVE I-DD TO O-RST-DD.
           MOVE I-YY TO O-RST-YY.
           WRITE RSTLINE FROM RST-TITLE
               AFTER ADVANCING PAGE.
           MOVE 'RUN DATE:' TO O-RST-DATE-LABEL.
           MOVE I-MM TO O-RST-DATE-MM.
           MOVE I-DD TO O-RST-DATE-DD.
           MOVE I-YY TO O-RST-DATE-YY.
           WRITE RSTLINE FROM RST-DATE-LINE
               AFTER ADVANCING 2 LINES.
           IF C-RESTART = 'N'
               MOVE 'NEW RUN - NO INCOMPLETE RUN ON CONDOCKP.DAT'
                   TO RST-MSG-LINE
               WRITE RSTLINE FROM RST-MSG-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'RESTART - RESUMING THE INCOMPLETE RUN'
                   TO RST-MSG-LINE
               WRITE RSTLINE FROM RST-MSG-LINE
                   AFTER ADVANCING 2 LINES
               IF C-ASKED-DATE NOT = 0
                   MOVE 'RUN DATE ASKED FOR:'
                       TO O-RST-DATE-LABEL
                   MOVE C-ASKED-DATE(5:2) TO O-RST-DATE-MM
                   MOVE C-ASKED-DATE(7:2) TO O-RST-DATE-DD
                   MOVE C-ASKED-DATE(1:4) TO O-RST-DATE-YY
                   WRITE RSTLINE FROM RST-DATE-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM 9000-READ
                       UNTIL C-TRANS-NO = C-CKP-TRANS-NO
                          OR MORE-RECS = 'N'
                   IF C-TRANS-NO < C-CKP-TRANS-NO
                       MOVE 'Y' TO C-CKP-MISMATCH
                   ELSE
                   IF C-CKP-TRANS-NO > 0
                           AND OZARK-REC NOT = C-CKP-IMAGE
                       MOVE 'Y' TO C-CKP-MISMATCH
                   END-IF
                   END-IF
               END-IF
               MOVE 'TRANSACTIONS ALREADY APPLIED (SKIPPED):'
                   TO O-RST-LABEL
               MOVE C-CKP-TRANS-NO TO O-RST-COUNT
               WRITE RSTLINE FROM RST-COUNT-LINE
                   AFTER ADVANCING 2 LINES
               IF C-CKP-TRANS-NO > 0 AND C-CKP-MISMATCH = 'N'
                   PERFORM 1017-PRINT-LAST-APPLIED
               END-IF
           END-IF.
           IF C-ASKED-DATE NOT = 0
               MOVE 'RUN DATE DIFFERS FROM THE INCOMPLETE RUN ON CONDOCK
      -            'P.DAT - RUN STOPPED, NOTHING APPLIED'
                   TO RST-MSG-LINE
               WRITE RSTLINE FROM RST-MSG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'RESUME THAT RUN UNDER ITS OWN DATE, OR IF IT WAS AB
      -            'ANDONED DELETE CONDOCKP.DAT AND RERUN'
                   TO RST-MSG-LINE
               WRITE RSTLINE FROM RST-MSG-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY 'COBDOA04 - RUN DATE DIFFERS FROM THE INCOMPLETE'
                   ' RUN ON CONDOCKP.DAT - SEE CONDORST.RPT'
           ELSE
           IF C-CKP-MISMATCH = 'Y'
               MOVE 'OZARK BATCH DOES NOT MATCH THE CHECKPOINT - RUN STO
      -            'PPED, NOTHING APPLIED' TO RST-MSG-LINE
               WRITE RSTLINE FROM RST-MSG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           END-IF.
           IF C-CKP-MISMATCH = 'Y'
               CLOSE RESTART-RPT
               CLOSE OZARK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'PICKED UP AT OZARK TRANSACTION:' TO O-RST-LABEL
               COMPUTE O-RST-COUNT = C-CKP-TRANS-NO + 1
               WRITE RSTLINE FROM RST-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       1017-PRINT-LAST-APPLIED.
           MOVE I-TRANS-CODE TO O-RST-CODE.
           IF IS-CANCELLATION
               MOVE CX-GUEST TO O-RST-GUEST
               MOVE CX-CONDO TO O-RST-CONDO
               MOVE CX-ARR-MM TO O-RST-ARR-MM
               MOVE CX-ARR-DD TO O-RST-ARR-DD
               MOVE CX-ARR-YY TO O-RST-ARR-YY
           ELSE
           IF IS-PAYMENT
               MOVE PY-GUEST TO O-RST-GUEST
               MOVE PY-CONDO TO O-RST-CONDO
               MOVE PY-PAY-MM TO O-RST-ARR-MM
               MOVE PY-PAY-DD TO O-RST-ARR-DD
               MOVE PY-PAY-YY TO O-RST-ARR-YY
           ELSE
               MOVE I-GUEST TO O-RST-GUEST
               MOVE I-CONDO TO O-RST-CONDO
               MOVE I-ARR-MM TO O-RST-ARR-MM
               MOVE I-ARR-DD TO O-RST-ARR-DD
               MOVE I-ARR-YY TO O-RST-ARR-YY
           END-IF
           END-IF.
           WRITE RSTLINE FROM RST-TRANS-LINE
               AFTER ADVANCING 1 LINE.

       1050-LOAD-RATE-TABLE.
           OPEN INPUT CONDO-RATES.
           PERFORM UNTIL MORE-RATES = 'N'
               MOVE 'Y' TO C-CAL-FILE-OK
           END-IF.

      *    A RESUMED RUN STARTS FROM THE BALANCES AS THEY STOOD
      *    BEFORE THE FAILED RUN (GSTBAL.PRV, WHICH IS NOT TAKEN
      *    AGAIN) AND REPLAYS THE CHECKPOINTS OVER THEM, WHICH ALSO
      *    BRINGS BACK THE RELEASED NIGHTS AND THE REPORT TOTALS.
       1056-RESTORE-BALANCES.
           OPEN INPUT GUEST-BAL-PRV.
           IF C-GST-PRV-STATUS = '00'
               PERFORM UNTIL MORE-BAL = 'N'
                   READ GUEST-BAL-PRV INTO GB-REC
                       AT END
                           MOVE 'N' TO MORE-BAL
                       NOT AT END
                           ADD 1 TO GB-TABLE-CTR
                           MOVE GB-GUEST
                               TO GB-T-GUEST(GB-TABLE-CTR)
                           MOVE GB-BALANCE
                               TO GB-T-BALANCE(GB-TABLE-CTR)
                           MOVE GB-LAST-CHG-DATE
                               TO GB-T-LAST-CHG(GB-TABLE-CTR)
               END-PERFORM
               CLOSE GUEST-BAL-PRV
           ELSE
               MOVE 'GSTBAL.PRV MISSING - BALANCES REBUILT FROM THE CHEC
      -            'KPOINTS ONLY' TO RST-MSG-LINE
               WRITE RSTLINE FROM RST-MSG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'Y' TO MORE-CKP.
           OPEN INPUT CHECKPOINT-LOG.
           PERFORM UNTIL MORE-CKP = 'N'
               READ CHECKPOINT-LOG INTO CKP-WORK-REC
                   AT END
                       MOVE 'N' TO MORE-CKP
                   NOT AT END
                       IF CK-IS-TRANS
                           PERFORM 1061-REPLAY-CHECKPOINT
                       END-IF
           END-PERFORM.
           CLOSE CHECKPOINT-LOG.
           MOVE 'CHECKPOINTS REPLAYED:' TO O-RST-LABEL.
           MOVE C-CKP-REPLAY-CTR TO O-RST-COUNT.
           WRITE RSTLINE FROM RST-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       1061-REPLAY-CHECKPOINT.
           ADD 1 TO C-CKP-REPLAY-CTR.
           IF CK-GUEST NOT = SPACES
               MOVE CK-GUEST TO C-FIND-GUEST
               PERFORM 1650-FIND-GUEST-BALANCE
               MOVE CK-GUEST-BAL TO GB-T-BALANCE(GB-IDX)
               MOVE CK-GUEST-LAST-CHG TO GB-T-LAST-CHG(GB-IDX)
           END-IF.
           IF CK-REL-CONDO NOT = SPACES AND RL-TABLE-CTR < 200
               ADD 1 TO RL-TABLE-CTR
               MOVE CK-REL-CONDO TO RL-T-CONDO(RL-TABLE-CTR)
               MOVE CK-REL-ARR-INT TO RL-T-ARR-INT(RL-TABLE-CTR)
               MOVE CK-REL-DEP-INT TO RL-T-DEP-INT(RL-TABLE-CTR)
           END-IF.
           MOVE CK-GT-SUBTOTAL TO C-GT-SUBTOTAL.
           MOVE CK-GT-TAX TO C-GT-TAX.
           MOVE CK-GT-DEAL-AMOUNT TO C-GT-DEAL-AMOUNT.
           MOVE CK-GT-AMOUNT-DUE TO C-GT-AMOUNT-DUE.
           MOVE CK-GT-PAYMENTS TO C-GT-PAYMENTS.
           MOVE CK-RENTAL-CTR TO C-RENTAL-CTR.
           MOVE CK-CANCEL-CTR TO C-CANCEL-CTR.
           MOVE CK-PAYMENT-CTR TO C-PAYMENT-CTR.
           MOVE CK-BLOCK-CTR TO C-BLOCK-CTR.
           MOVE CK-EXC-CTR TO C-EXC-CTR.
           MOVE CK-FREE-NIGHTS TO C-FREE-NIGHTS.
           MOVE CK-FREE-CLEANING TO C-FREE-CLEANING.
           MOVE CK-PET-FEES TO C-PET-FEES.
           MOVE CK-HOTTUB-FEES TO C-HOTTUB-FEES.
           MOVE CK-PCTR TO C-PCTR.
           MOVE CK-EXC-PCTR TO C-EXC-PCTR.

      *    A RESUMED RUN KEEPS POSTING UNDER THE FAILED RUN'S
      *    LEDGER SEQUENCE, WHOSE HEADER ROW IS ALREADY WRITTEN.
       1063-REOPEN-LEDGER.
           MOVE C-CKP-LEDG-SEQ TO C-LEDG-RUN-SEQ.
           OPEN EXTEND GUEST-LEDGER.
           IF C-LEDG-STATUS = '35'
               OPEN OUTPUT GUEST-LEDGER
           END-IF.

       1057-LOAD-BALANCES.
           OPEN INPUT GUEST-BAL.
           IF C-GST-BAL-STATUS = '00'
           END-PERFORM.
           CLOSE GUEST-BAL-PRV.

      *    THE LEDGER IS APPENDED TO.  THIS RUN TAKES THE NEXT RUN
      *    SEQUENCE FOR THE RUN DATE, THE SAME SUPERSEDING RULE
      *    COBDOA05 APPLIES TO CTLTOTAL.LOG.  THE RUN THAT STARTS
      *    THE LEDGER BRINGS EVERY OPEN BALANCE FORWARD FIRST SO
      *    THE DETAIL ADDS UP TO GSTBAL.DAT FROM DAY ONE.
       1062-OPEN-LEDGER.
           MOVE 0 TO C-LEDG-RUN-SEQ.
           OPEN INPUT GUEST-LEDGER.
           IF C-LEDG-STATUS = '00'
               PERFORM UNTIL MORE-LEDG = 'N'
                   READ GUEST-LEDGER
                       AT END
                           MOVE 'N' TO MORE-LEDG
                       NOT AT END
                           IF GD-POST-DATE = C-RUN-DATE-NUM
                                   AND GD-RUN-SEQ IS NUMERIC
                                   AND GD-RUN-SEQ > C-LEDG-RUN-SEQ
                               MOVE GD-RUN-SEQ TO C-LEDG-RUN-SEQ
                           END-IF
               END-PERFORM
               CLOSE GUEST-LEDGER
           END-IF.
           ADD 1 TO C-LEDG-RUN-SEQ.
           OPEN EXTEND GUEST-LEDGER.
           IF C-LEDG-STATUS = '35'
               OPEN OUTPUT GUEST-LEDGER
               PERFORM VARYING GB-IDX FROM 1 BY 1
                       UNTIL GB-IDX > GB-TABLE-CTR
                   IF GB-T-BALANCE(GB-IDX) NOT = 0
                       MOVE C-RUN-DATE-NUM TO GD-POST-DATE
                       MOVE C-LEDG-RUN-SEQ TO GD-RUN-SEQ
                       MOVE GB-T-GUEST(GB-IDX) TO GD-GUEST
                       MOVE 'B' TO GD-TYPE
                       MOVE SPACES TO GD-CONDO
                       MOVE 0 TO GD-ARRIVAL-DATE
                       MOVE GB-T-BALANCE(GB-IDX) TO GD-AMOUNT
                       MOVE 0 TO GD-TAX-AMT
                       MOVE 0 TO GD-CLEAN-AMT
                       MOVE 0 TO GD-RENT-AMT
                       WRITE GD-REC
                   END-IF
               END-PERFORM
           END-IF.
           MOVE C-RUN-DATE-NUM TO GD-POST-DATE.
           MOVE C-LEDG-RUN-SEQ TO GD-RUN-SEQ.
           MOVE SPACES TO GD-GUEST.
           MOVE 'H' TO GD-TYPE.
           MOVE SPACES TO GD-CONDO.
           MOVE 0 TO GD-ARRIVAL-DATE.
           MOVE 0 TO GD-AMOUNT.
           MOVE 0 TO GD-TAX-AMT.
           MOVE 0 TO GD-CLEAN-AMT.
           MOVE 0 TO GD-RENT-AMT.
           WRITE GD-REC.

      *    A SEASON RULE (S/W) IS TAKEN ONLY IF IN FORCE ON THE
      *    RUN DATE, THE LATEST ONE PER CONDO WINNING, THE SAME WAY
      *    THE RATE TABLE IS READ.  A HOLIDAY OR BLACKOUT RANGE IS
      *    KEYED BY ITS FIRST NIGHT; THE LAST ROW KEYED FOR IT WINS.
       1064-LOAD-BOOKING-RULES.
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
                                       PERFORM 1066-STORE-RULE
                                   END-IF
                               ELSE
                               IF (BR-KIND = 'H' OR BR-KIND = 'B')
                                       AND BR-THRU-DATE IS NUMERIC
                                   PERFORM 1066-STORE-RULE
                               END-IF
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE BOOKING-RULES
           END-IF.

       1066-STORE-RULE.
           SET BR-IDX TO 1.
           SEARCH BR-ENTRY
               AT END
                   PERFORM 1067-ADD-RULE
               WHEN BR-IDX > BR-TABLE-CTR
                   PERFORM 1067-ADD-RULE
               WHEN BR-T-CONDO(BR-IDX) = BR-CONDO
                       AND BR-T-KIND(BR-IDX) = BR-KIND
                       AND (BR-KIND = 'S' OR BR-KIND = 'W'
                            OR BR-T-EFF-DATE(BR-IDX) = BR-EFF-DATE)
                   IF BR-EFF-DATE >= BR-T-EFF-DATE(BR-IDX)
                       PERFORM 1068-MOVE-RULE
                   END-IF
           END-SEARCH.

       1067-ADD-RULE.
           IF BR-TABLE-CTR < 300
               ADD 1 TO BR-TABLE-CTR
               SET BR-IDX TO BR-TABLE-CTR
               PERFORM 1068-MOVE-RULE
           END-IF.

       1068-MOVE-RULE.
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

      *    THE CUSTOMER MASTER IS INDEXED BY CUSTOMER NUMBER, SO
      *    IT STAYS OPEN FOR KEYED READS INSTEAD OF BEING PRELOADED
      *    INTO A FIXED TABLE THAT A BUSY SEASON COULD OVERFLOW.
               MOVE 'W' TO C-SEASON.

       2000-MAINLINE.
           MOVE SPACES TO C-FIND-GUEST.
           MOVE RL-TABLE-CTR TO C-CKP-RL-CTR.
           IF IS-CANCELLATION
               PERFORM 2400-CANCEL-REFUND
           ELSE
           ELSE
               PERFORM 1700-CHECK-CUSTOMER
               PERFORM 1500-CHECK-CALENDAR
               MOVE 'Y' TO C-RULE-OK
               IF C-BOOKING-OK = 'Y'
                   MOVE I-CONDO TO C-RULE-CONDO
                   MOVE I-ARRIVAL-DATE TO C-RULE-ARR-DATE
                   MOVE I-NIGHTS TO C-RULE-NIGHTS
                   PERFORM 1800-CHECK-BOOKING-RULES
               END-IF
               IF C-RULE-OK = 'N'
                   PERFORM 9175-EXC-BOOKING-RULE
               ELSE
               IF C-BOOKING-OK = 'Y'
                   PERFORM 2100-CALCS
                   IF C-CONDO-VALID = 'Y'
               ELSE
                   PERFORM 9160-EXC-DOUBLE-BOOK
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           MOVE 'T' TO C-CKP-TYPE.
           PERFORM 2950-WRITE-CHECKPOINT.
           PERFORM 9000-READ.

      *    THE CALENDAR IS KEYED BY CONDO AND ARRIVAL DATE, SO THE
               I-ARR-YY * 10000 + I-ARR-MM * 100 + I-ARR-DD.
           MOVE FUNCTION INTEGER-OF-DATE(C-ARR-DATE-NUM) TO C-ARR-INT.
           COMPUTE C-DEP-INT = C-ARR-INT + I-NIGHTS.
           MOVE I-CONDO TO C-CHECK-CONDO.
           PERFORM 1505-SCAN-CALENDAR.

      *    C-BOOKING-OK GOES TO 'N' IF ANY ENTRY FOR C-CHECK-CONDO
      *    OVERLAPS THE NIGHTS C-ARR-INT UP TO C-DEP-INT.
       1505-SCAN-CALENDAR.
           IF C-CAL-FILE-OK = 'Y'
               MOVE C-CHECK-CONDO TO RC-CONDO-CODE
               MOVE ZEROS TO RC-ARRIVAL-DATE
               MOVE 'Y' TO MORE-CAL
               START RESV-CAL KEY IS NOT < RC-RESV-KEY
                   MOVE 'N' TO MORE-CAL
           END-READ.
           IF MORE-CAL = 'Y'
               IF RC-CONDO-CODE NOT = C-CHECK-CONDO
                   MOVE 'N' TO MORE-CAL
               ELSE
                   COMPUTE C-ARR-DATE-NUM =
           WRITE RC-REC
               INVALID KEY
                   PERFORM 9160-EXC-DOUBLE-BOOK
               NOT INVALID KEY
                   MOVE 'A' TO AJ-ACTION
                   IF C-CAL-TYPE = 'M'
                       MOVE 'BLOCK' TO AJ-EVENT
                   ELSE
                       MOVE 'BOOK' TO AJ-EVENT
                   END-IF
                   MOVE SPACES TO AJ-BEFORE-IMAGE
                   MOVE RC-REC TO AJ-AFTER-IMAGE
                   PERFORM 9400-WRITE-AUDIT
           END-WRITE.

      *    A STAY IS REFUSED IF ANY NIGHT FALLS IN A BLACKOUT FOR
      *    THE CONDO (OR FOR EVERY CONDO).  OTHERWISE ONE RULE
      *    GOVERNS THE ARRIVAL: A HOLIDAY RANGE COVERING THE
      *    ARRIVAL DATE IF THERE IS ONE, ELSE THE ARRIVAL SEASON'S
      *    RULE.  A RULE FOR THE CONDO BEATS AN ALL-CONDO RULE.
       1800-CHECK-BOOKING-RULES.
           MOVE 'Y' TO C-RULE-OK.
           MOVE SPACES TO C-RULE-REASON.
           MOVE 0 TO C-RULE-MIN.
           MOVE FUNCTION INTEGER-OF-DATE(C-RULE-ARR-DATE)
               TO C-RULE-ARR-INT.
           COMPUTE C-RULE-LAST-INT = C-RULE-ARR-INT + C-RULE-NIGHTS - 1.
           PERFORM 1810-CHECK-BLACKOUT
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > BR-TABLE-CTR OR C-RULE-OK = 'N'.
           IF C-RULE-OK = 'Y'
               PERFORM 1820-FIND-GOVERNING-RULE
               IF C-RULE-FOUND = 'Y'
                   PERFORM 1830-APPLY-RULE
               END-IF
           END-IF.

       1810-CHECK-BLACKOUT.
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

       1820-FIND-GOVERNING-RULE.
           MOVE 'N' TO C-RULE-FOUND.
           MOVE 0 TO C-RULE-BEST-RANK.
           IF C-RULE-ARR-DATE(5:2) = '06' OR C-RULE-ARR-DATE(5:2) = '07'
                   OR C-RULE-ARR-DATE(5:2) = '08'
               MOVE 'S' TO C-RULE-SEASON
           ELSE
               MOVE 'W' TO C-RULE-SEASON
           END-IF.
           PERFORM 1825-RANK-ONE-RULE
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > BR-TABLE-CTR.

       1825-RANK-ONE-RULE.
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
       1830-APPLY-RULE.
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

       1650-FIND-GUEST-BALANCE.
           SET GB-IDX TO 1.
           SEARCH GB-ENTRY
           ADD C-AMOUNT-DUE TO GB-T-BALANCE(GB-IDX).
           COMPUTE GB-T-LAST-CHG(GB-IDX) =
               I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE I-GUEST TO GD-GUEST.
           MOVE 'C' TO GD-TYPE.
           MOVE I-CONDO TO GD-CONDO.
           MOVE I-ARRIVAL-DATE TO GD-ARRIVAL-DATE.
           MOVE C-AMOUNT-DUE TO GD-AMOUNT.
           MOVE C-TAX-AMT TO GD-TAX-AMT.
           MOVE C-CLEANING-FEE TO GD-CLEAN-AMT.
           MOVE C-CONDO-FEE TO GD-RENT-AMT.
           PERFORM 2900-WRITE-LEDGER.

      *    RATES ARE EFFECTIVE-DATED: THE ENTRY IN FORCE ON THE
      *    RUN DATE (LATEST EFFECTIVE DATE NOT AFTER IT) WINS, SO
               MOVE CX-GUEST TO C-FIND-GUEST
               PERFORM 1650-FIND-GUEST-BALANCE
               SUBTRACT CX-REFUND-AMT FROM GB-T-BALANCE(GB-IDX)
               MOVE CX-GUEST TO GD-GUEST
               MOVE 'X' TO GD-TYPE
               MOVE CX-CONDO TO GD-CONDO
               MOVE CX-ARRIVAL-DATE TO GD-ARRIVAL-DATE
               COMPUTE GD-AMOUNT = 0 - CX-REFUND-AMT
               COMPUTE GD-TAX-AMT = 0 - C-CXL-TAX-AMT
               MOVE 0 TO GD-CLEAN-AMT
               MOVE 0 TO GD-RENT-AMT
               PERFORM 2900-WRITE-LEDGER

               MOVE CX-GUEST TO O-RF-GUEST
               MOVE CX-CONDO TO O-RF-CONDO
           END-IF.

      *    THE MATCHED ENTRY IS DELETED SO THE FREED NIGHTS NO
      *    LONGER BLOCK 1500-CHECK-CALENDAR.  THE NIGHTS ARE NOTED
      *    FOR THE WAITLIST MATCH AT THE END OF THE RUN.
       2420-RELEASE-NIGHTS.
           IF RL-TABLE-CTR < 200
               ADD 1 TO RL-TABLE-CTR
               MOVE RC-CONDO-CODE TO RL-T-CONDO(RL-TABLE-CTR)
               MOVE CX-ARRIVAL-DATE TO C-ARR-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE(C-ARR-DATE-NUM)
                   TO RL-T-ARR-INT(RL-TABLE-CTR)
               COMPUTE RL-T-DEP-INT(RL-TABLE-CTR) =
                   RL-T-ARR-INT(RL-TABLE-CTR) + RC-NIGHTS
           END-IF.
           DELETE RESV-CAL RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'D' TO AJ-ACTION
                   MOVE 'RELEASE' TO AJ-EVENT
                   MOVE RC-REC TO AJ-BEFORE-IMAGE
                   MOVE SPACES TO AJ-AFTER-IMAGE
                   PERFORM 9400-WRITE-AUDIT
           END-DELETE.

       2500-PAYMENT.
           MOVE PY-GUEST TO C-FIND-GUEST.
           PERFORM 1650-FIND-GUEST-BALANCE.
           SUBTRACT PY-PAYMENT-AMT FROM GB-T-BALANCE(GB-IDX).
           MOVE PY-GUEST TO GD-GUEST.
           MOVE 'P' TO GD-TYPE.
           MOVE PY-CONDO TO GD-CONDO.
           MOVE 0 TO GD-ARRIVAL-DATE.
           COMPUTE GD-AMOUNT = 0 - PY-PAYMENT-AMT.
           MOVE 0 TO GD-TAX-AMT.
           MOVE 0 TO GD-CLEAN-AMT.
           MOVE 0 TO GD-RENT-AMT.
           PERFORM 2900-WRITE-LEDGER.

           MOVE PY-GUEST TO O-PY-GUEST.
           MOVE PY-CONDO TO O-PY-CONDO.
               PERFORM 9160-EXC-DOUBLE-BOOK
           END-IF.

       2900-WRITE-LEDGER.
           MOVE C-RUN-DATE-NUM TO GD-POST-DATE.
           MOVE C-LEDG-RUN-SEQ TO GD-RUN-SEQ.
           WRITE GD-REC.

      *    THE CALLER SETS THE ROW TYPE.  A START ROW REPLACES THE
      *    FILE (THE RUN BEFORE IT ENDED CLEANLY).  THE FILE IS
      *    CLOSED AFTER EVERY ROW SO THE CHECKPOINT IS ON DISK
      *    BEFORE THE NEXT TRANSACTION IS TOUCHED.
       2950-WRITE-CHECKPOINT.
           MOVE SPACES TO CKP-WORK-REC.
           MOVE C-RUN-DATE-NUM TO CK-RUN-DATE.
           MOVE C-LEDG-RUN-SEQ TO CK-LEDG-SEQ.
           MOVE C-CKP-TYPE TO CK-TYPE.
           MOVE C-TRANS-NO TO CK-TRANS-NO.
           IF CK-IS-TRANS
               MOVE OZARK-REC TO CK-OZARK-IMAGE
           END-IF.
           MOVE 0 TO CK-GUEST-BAL.
           MOVE 0 TO CK-GUEST-LAST-CHG.
           IF C-FIND-GUEST NOT = SPACES
               PERFORM 1650-FIND-GUEST-BALANCE
               MOVE GB-T-GUEST(GB-IDX) TO CK-GUEST
               MOVE GB-T-BALANCE(GB-IDX) TO CK-GUEST-BAL
               MOVE GB-T-LAST-CHG(GB-IDX) TO CK-GUEST-LAST-CHG
           END-IF.
           MOVE 0 TO CK-REL-ARR-INT.
           MOVE 0 TO CK-REL-DEP-INT.
           IF RL-TABLE-CTR > C-CKP-RL-CTR
               MOVE RL-T-CONDO(RL-TABLE-CTR) TO CK-REL-CONDO
               MOVE RL-T-ARR-INT(RL-TABLE-CTR) TO CK-REL-ARR-INT
               MOVE RL-T-DEP-INT(RL-TABLE-CTR) TO CK-REL-DEP-INT
           END-IF.
           MOVE C-GT-SUBTOTAL TO CK-GT-SUBTOTAL.
           MOVE C-GT-TAX TO CK-GT-TAX.
           MOVE C-GT-DEAL-AMOUNT TO CK-GT-DEAL-AMOUNT.
           MOVE C-GT-AMOUNT-DUE TO CK-GT-AMOUNT-DUE.
           MOVE C-GT-PAYMENTS TO CK-GT-PAYMENTS.
           MOVE C-RENTAL-CTR TO CK-RENTAL-CTR.
           MOVE C-CANCEL-CTR TO CK-CANCEL-CTR.
           MOVE C-PAYMENT-CTR TO CK-PAYMENT-CTR.
           MOVE C-BLOCK-CTR TO CK-BLOCK-CTR.
           MOVE C-EXC-CTR TO CK-EXC-CTR.
           MOVE C-FREE-NIGHTS TO CK-FREE-NIGHTS.
           MOVE C-FREE-CLEANING TO CK-FREE-CLEANING.
           MOVE C-PET-FEES TO CK-PET-FEES.
           MOVE C-HOTTUB-FEES TO CK-HOTTUB-FEES.
           MOVE C-PCTR TO CK-PCTR.
           MOVE C-EXC-PCTR TO CK-EXC-PCTR.
           IF CK-IS-START
               OPEN OUTPUT CHECKPOINT-LOG
           ELSE
               OPEN EXTEND CHECKPOINT-LOG
               IF C-CKP-STATUS = '35'
                   OPEN OUTPUT CHECKPOINT-LOG
               END-IF
           END-IF.
           WRITE CK-REC FROM CKP-WORK-REC.
           CLOSE CHECKPOINT-LOG.

       3000-CLOSING.
           MOVE C-GT-SUBTOTAL TO O-GT-SUBTOTAL.
           MOVE C-GT-TAX TO O-GT-TAX.
           CLOSE GUEST-INV.
           CLOSE CONF-OUT.
           CLOSE LODGE-TAX.
           CLOSE GUEST-LEDGER.
           PERFORM 3100-MATCH-WAITLIST.
           IF C-CAL-FILE-OK = 'Y'
               CLOSE RESV-CAL.
           CLOSE AUDIT-JRNL.
           IF C-CUST-FILE-OK = 'Y'
               CLOSE CUST-MASTER.

           PERFORM 3960-SAVE-BALANCES.
           PERFORM 3900-LOG-CONTROL-TOTALS.
           PERFORM 3950-END-CHECKPOINT.

      *    THE WAITLIST IS REWRITTEN EVERY RUN SO ENTRIES WHOSE
      *    ARRIVAL HAS PASSED DROP OFF.  A MATCH MADE BY AN EARLIER
      *    RUN FOR THE SAME DATE IS REOPENED FIRST, SO A RERUN
      *    MATCHES THE SAME WAY.  WAITING ENTRIES ARE TRIED IN
      *    FILE (FIRST-COME) ORDER AGAINST EACH CONDO THAT HAD
      *    NIGHTS RELEASED: THE STAY MUST TOUCH THE RELEASED
      *    NIGHTS, BE FREE ON THE CALENDAR NOW, NOT BE PROMISED TO
      *    AN EARLIER WAITLIST GUEST, AND MEET THE BOOKING RULES.
       3100-MATCH-WAITLIST.
           MOVE 0 TO WL-TABLE-CTR.
           OPEN INPUT WAIT-LIST.
           IF C-WAIT-STATUS = '00'
               PERFORM UNTIL MORE-WAIT = 'N'
                   READ WAIT-LIST
                       AT END
                           MOVE 'N' TO MORE-WAIT
                       NOT AT END
                           IF WL-TABLE-CTR < 500
                                   AND WL-ARR-DATE IS NUMERIC
                               ADD 1 TO WL-TABLE-CTR
                               MOVE WL-REC TO WL-ENTRY(WL-TABLE-CTR)
                           END-IF
               END-PERFORM
               CLOSE WAIT-LIST
           END-IF.

           OPEN OUTPUT CALLBACK-RPT.
           MOVE O-MM TO O-CB-MM.
           MOVE O-DD TO O-CB-DD.
           MOVE O-YY TO O-CB-YY.
           PERFORM 9120-CB-HEADINGS.
           PERFORM 3120-TRY-ONE-ENTRY
               VARYING WL-IDX FROM 1 BY 1
               UNTIL WL-IDX > WL-TABLE-CTR.
           MOVE C-WL-MATCH-CTR TO O-CB-MATCH-CTR.
           MOVE C-WL-DROP-CTR TO O-CB-DROP-CTR.
           MOVE C-WL-WAIT-CTR TO O-CB-WAIT-CTR.
           WRITE CBLINE FROM CB-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE CALLBACK-RPT.

           IF C-WAIT-STATUS = '00' OR C-WAIT-STATUS = '10'
               OPEN OUTPUT WAIT-LIST
               PERFORM VARYING WL-IDX FROM 1 BY 1
                       UNTIL WL-IDX > WL-TABLE-CTR
                   IF WL-T-STATUS(WL-IDX) NOT = 'X'
                       WRITE WL-REC FROM WL-ENTRY(WL-IDX)
                   END-IF
               END-PERFORM
               CLOSE WAIT-LIST
           END-IF.

       3120-TRY-ONE-ENTRY.
           IF WL-T-STATUS(WL-IDX) = 'M'
                   AND WL-T-MATCH-DATE(WL-IDX) = C-RUN-DATE-NUM
               MOVE 'W' TO WL-T-STATUS(WL-IDX)
               MOVE SPACES TO WL-T-MATCH-CONDO(WL-IDX)
               MOVE 0 TO WL-T-MATCH-DATE(WL-IDX)
           END-IF.
           IF WL-T-ARR-DATE(WL-IDX) < C-RUN-DATE-NUM
               MOVE 'X' TO WL-T-STATUS(WL-IDX)
               ADD 1 TO C-WL-DROP-CTR
           ELSE
           IF WL-T-STATUS(WL-IDX) = 'W'
               MOVE FUNCTION INTEGER-OF-DATE(WL-T-ARR-DATE(WL-IDX))
                   TO C-WL-ARR-INT
               COMPUTE C-WL-DEP-INT =
                   C-WL-ARR-INT + WL-T-NIGHTS(WL-IDX)
               MOVE 'N' TO C-WL-MATCHED
               PERFORM 3130-TRY-RELEASE
                   VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > RL-TABLE-CTR
                       OR C-WL-MATCHED = 'Y'
               IF C-WL-MATCHED = 'N'
                   ADD 1 TO C-WL-WAIT-CTR
               END-IF
           END-IF
           END-IF.

       3130-TRY-RELEASE.
           IF (WL-T-CONDO(WL-IDX) = SPACES
                   OR WL-T-CONDO(WL-IDX) = RL-T-CONDO(RL-IDX))
                   AND C-WL-ARR-INT < RL-T-DEP-INT(RL-IDX)
                   AND C-WL-DEP-INT > RL-T-ARR-INT(RL-IDX)
               MOVE RL-T-CONDO(RL-IDX) TO C-CHECK-CONDO
               MOVE C-WL-ARR-INT TO C-ARR-INT
               MOVE C-WL-DEP-INT TO C-DEP-INT
               MOVE 'Y' TO C-BOOKING-OK
               PERFORM 1505-SCAN-CALENDAR
               PERFORM 3140-CHECK-HOLDS
                   VARYING HD-IDX FROM 1 BY 1
                   UNTIL HD-IDX > HD-TABLE-CTR
                       OR C-BOOKING-OK = 'N'
               IF C-BOOKING-OK = 'Y'
                   MOVE C-CHECK-CONDO TO C-RULE-CONDO
                   MOVE WL-T-ARR-DATE(WL-IDX) TO C-RULE-ARR-DATE
                   MOVE WL-T-NIGHTS(WL-IDX) TO C-RULE-NIGHTS
                   PERFORM 1800-CHECK-BOOKING-RULES
                   IF C-RULE-OK = 'Y'
                       PERFORM 3150-CALLBACK
                   END-IF
               END-IF
           END-IF.

       3140-CHECK-HOLDS.
           IF HD-T-CONDO(HD-IDX) = C-CHECK-CONDO
                   AND C-WL-ARR-INT < HD-T-DEP-INT(HD-IDX)
                   AND C-WL-DEP-INT > HD-T-ARR-INT(HD-IDX)
               MOVE 'N' TO C-BOOKING-OK
           END-IF.

       3150-CALLBACK.
           MOVE 'Y' TO C-WL-MATCHED.
           ADD 1 TO C-WL-MATCH-CTR.
           MOVE 'M' TO WL-T-STATUS(WL-IDX).
           MOVE C-CHECK-CONDO TO WL-T-MATCH-CONDO(WL-IDX).
           MOVE C-RUN-DATE-NUM TO WL-T-MATCH-DATE(WL-IDX).
           IF HD-TABLE-CTR < 200
               ADD 1 TO HD-TABLE-CTR
               MOVE C-CHECK-CONDO TO HD-T-CONDO(HD-TABLE-CTR)
               MOVE C-WL-ARR-INT TO HD-T-ARR-INT(HD-TABLE-CTR)
               MOVE C-WL-DEP-INT TO HD-T-DEP-INT(HD-TABLE-CTR)
           END-IF.
           MOVE WL-T-ASKED-DATE(WL-IDX)(5:2) TO O-CB-ASK-MM.
           MOVE WL-T-ASKED-DATE(WL-IDX)(7:2) TO O-CB-ASK-DD.
           MOVE WL-T-ASKED-DATE(WL-IDX)(1:4) TO O-CB-ASK-YY.
           MOVE WL-T-GUEST(WL-IDX) TO O-CB-GUEST.
           MOVE WL-T-PHONE(WL-IDX) TO O-CB-PHONE.
           MOVE C-CHECK-CONDO TO O-CB-CONDO.
           MOVE WL-T-ARR-DATE(WL-IDX)(5:2) TO O-CB-ARR-MM.
           MOVE WL-T-ARR-DATE(WL-IDX)(7:2) TO O-CB-ARR-DD.
           MOVE WL-T-ARR-DATE(WL-IDX)(1:4) TO O-CB-ARR-YY.
           MOVE WL-T-NIGHTS(WL-IDX) TO O-CB-NIGHTS.
           MOVE WL-T-BEDROOMS(WL-IDX) TO O-CB-BEDROOMS.
           WRITE CBLINE FROM CB-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9120-CB-HEADINGS.

      *    ZERO BALANCES ARE DROPPED SO PAID-UP GUESTS FALL OFF
      *    THE FILE AND THE AGED RECEIVABLES REPORT (COBDOA10).
           END-PERFORM.
           CLOSE GUEST-BAL.

      *    THE END ROW GOES ON ONLY AFTER EVERY FILE IS WRITTEN,
      *    SO A RUN THAT DIES IN THE CLOSING IS RESUMED TOO.
       3950-END-CHECKPOINT.
           MOVE 'E' TO C-CKP-TYPE.
           MOVE SPACES TO C-FIND-GUEST.
           MOVE RL-TABLE-CTR TO C-CKP-RL-CTR.
           PERFORM 2950-WRITE-CHECKPOINT.
           MOVE 'LEDGER RUN SEQUENCE:' TO O-RST-LABEL.
           MOVE C-LEDG-RUN-SEQ TO O-RST-COUNT.
           WRITE RSTLINE FROM RST-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'TRANSACTIONS APPLIED THIS RUN:' TO O-RST-LABEL.
           COMPUTE O-RST-COUNT = C-TRANS-NO - C-CKP-TRANS-NO.
           WRITE RSTLINE FROM RST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS IN THE OZARK BATCH:' TO O-RST-LABEL.
           MOVE C-TRANS-NO TO O-RST-COUNT.
           WRITE RSTLINE FROM RST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RUN COMPLETED - CHECKPOINT CLOSED' TO RST-MSG-LINE.
           WRITE RSTLINE FROM RST-MSG-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE RESTART-RPT.

       3900-LOG-CONTROL-TOTALS.
      *    A PRIOR POSTING FOR THE SAME PROGRAM AND RUN DATE IS
      *    SUPERSEDED: THIS RUN LOGS THE NEXT SEQUENCE NUMBER AND
       9000-READ.
           READ OZARK
               AT END
                   MOVE 'N' TO MORE-RECS
               NOT AT END
                   ADD 1 TO C-TRANS-NO
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       9120-CB-HEADINGS.
           ADD 1 TO C-CB-PCTR.
           MOVE C-CB-PCTR TO O-CB-PCTR.
           WRITE CBLINE FROM CB-TITLE
               AFTER ADVANCING PAGE.
           WRITE CBLINE FROM CB-HEADINGS
               AFTER ADVANCING 2 LINES.

       9150-EXC-HEADINGS.
           ADD 1 TO C-EXC-PCTR.
           MOVE C-EXC-PCTR TO O-EXC-PCTR.
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

       9175-EXC-BOOKING-RULE.
           ADD 1 TO C-EXC-CTR.
           MOVE I-GUEST TO O-EXC-GUEST.
           MOVE I-CONDO TO O-EXC-CONDO.
           MOVE I-ARR-MM TO O-EXC-ARR-MM.
           MOVE I-ARR-DD TO O-EXC-ARR-DD.
           MOVE I-ARR-YY TO O-EXC-ARR-YY.
           MOVE I-NIGHTS TO O-EXC-NIGHTS.
           MOVE C-RULE-REASON TO O-EXC-REASON.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

       9180-EXC-CANCEL-NO-MATCH.
           ADD 1 TO C-EXC-CTR.
           MOVE CX-GUEST TO O-EXC-GUEST.
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

      *    THE CALLER SETS THE ACTION, EVENT AND BOTH IMAGES.
       9400-WRITE-AUDIT.
           COMPUTE AJ-DATE = I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE I-TIME(1:6) TO AJ-TIME.
           MOVE 'COBDOA04' TO AJ-PROGRAM-ID.
           MOVE C-AUDIT-USER TO AJ-USER.
           MOVE 'RESVCAL' TO AJ-FILE.
           MOVE RC-RESV-KEY TO AJ-KEY.
           WRITE AUD-JRNL-REC.

