       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA49.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *THIS PROGRAM IS THE CUSTOMER INQUIRY FOR THE FRONT DESK.
      *IT RUNS AT THE TERMINAL RATHER THAN IN THE NIGHTLY CHAIN:
      *THE CLERK KEYS A CUSTOMER NUMBER, OR LEAVES IT BLANK AND
      *KEYS PART OF A NAME TO PICK FROM A LIST OF MATCHES ON
      *CUSTMAST.DAT.  FOR THE CHOSEN CUSTOMER IT SHOWS, ON PAGED
      *SCREENS OF EIGHTEEN LINES:
      *  - CONTACT INFORMATION AND MASTER STATUS;
      *  - BOAT DEALS FROM CBLBOAT1.DAT WITH STOCK NUMBERS;
      *  - CONDO RESERVATIONS STILL ON RESVCAL.DAT AND STAYS
      *    MOVED TO STAYHIST.DAT.  NEITHER CALENDAR CARRIES A
      *    CUSTOMER NUMBER, SO THE CUSTOMER'S RENTALS ON
      *    OZARK.DAT SUPPLY THE CONDO AND ARRIVAL DATE THAT KEY
      *    THEM;
      *  - PAINT ESTIMATES FROM THE PAINTEST.DAT HEADERS WITH
      *    THEIR STATUS;
      *  - THE GUEST BALANCE FROM GSTBAL.DAT, WHICH IS KEPT BY
      *    GUEST NAME - THE NAMES ON THE CUSTOMER'S RENTALS AND
      *    THE MASTER NAME ARE ALL LOOKED UP.
      *EVERY FILE IS OPENED INPUT ONLY AND CLOSED AGAIN AS SOON
      *AS IT HAS BEEN READ, SO THE INQUIRY CAN BE USED DURING
      *THE DAY WHILE THE FILES ARE LIVE.  NOTHING IS WRITTEN.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS C-CUST-STATUS.

           SELECT BOAT-CONTROL
               ASSIGN TO "C:\IHCC\COBOL\CBLBOAT1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BOAT-STATUS.

           SELECT OZARK
               ASSIGN TO "C:\IHCC\COBOL\OZARK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OZARK-STATUS.

           SELECT RESV-CAL
               ASSIGN TO "C:\IHCC\COBOL\RESVCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RESV-KEY
               FILE STATUS IS C-RESV-CAL-STATUS.

           SELECT STAY-HIST
               ASSIGN TO "C:\IHCC\COBOL\STAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-STAY-STATUS.

           SELECT PAINT-MASTER
               ASSIGN TO "C:\IHCC\COBOL\PAINTEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PAINT-STATUS.

           SELECT GUEST-BAL
               ASSIGN TO "C:\IHCC\COBOL\GSTBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GST-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           RECORD CONTAINS 69 CHARACTERS.
       01  CM-REC.
           05 CM-CUST-NO           PIC X(6).
           05 CM-NAME              PIC X(25).
           05 CM-ADDR              PIC X(25).
           05 CM-PHONE             PIC X(12).
           05 CM-STATUS            PIC X.
               88 CM-ACTIVE            VALUE 'A' SPACE.
               88 CM-INACTIVE          VALUE 'I'.
               88 CM-MERGED            VALUE 'M'.

       FD  BOAT-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS BOAT-REC
           RECORD CONTAINS 82 CHARACTERS.
       01  BOAT-REC.
           05 I-LAST-NAME              PIC X(15).
           05 I-STATE                  PIC XX.
           05 I-BOAT-COST              PIC 9(6)V99.
           05 I-PURCHASE-DATE.
               10 I-P-YY               PIC X(4).
               10 I-P-MM               PIC XX.
               10 I-P-DD               PIC XX.
           05 I-BOAT-TYPE              PIC X.
           05 I-ACCESSORY-PACKAGE      PIC 9.
           05 I-PREP-COST              PIC 9(5)V99.
           05 I-SALESPERSON            PIC X(4).
           05 I-CUST-NO                PIC X(6).
           05 I-STOCK-NO               PIC X(6).
           05 I-TRADE-ALLOW            PIC 9(6)V99.
           05 I-TRADE-DESC             PIC X(15).
           05 I-TRANS-CODE             PIC X.
               88 IS-SALE                  VALUE SPACE 'S'.
               88 IS-VOID                  VALUE 'V'.

       FD  OZARK
           LABEL RECORD IS STANDARD
           DATA RECORD IS OZARK-REC
           RECORD CONTAINS 46 CHARACTERS.
       01  OZARK-REC.
           05 OZ-TRANS-CODE    PIC X.
               88 OZ-IS-RENTAL     VALUE 'R' SPACE.
           05 OZ-GUEST         PIC X(20).
           05 OZ-CONDO         PIC XX.
           05 OZ-BEDROOMS      PIC 9.
           05 OZ-NIGHTS        PIC 99.
           05 OZ-PETS          PIC X.
           05 OZ-HOTTUB        PIC X.
           05 OZ-DOCKSLIP      PIC 99V99.
           05 OZ-ARRIVAL-DATE  PIC 9(8).
           05 OZ-CUST-NO       PIC X(6).

       FD  RESV-CAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 13 CHARACTERS.
       01  RC-REC.
           05 RC-RESV-KEY.
               10 RC-CONDO-CODE    PIC XX.
               10 RC-ARRIVAL-DATE  PIC 9(8).
           05 RC-NIGHTS             PIC 99.
           05 RC-TYPE               PIC X.

      *    STAY HISTORY CARRIES THE CALENDAR LAYOUT UNCHANGED.
       FD  STAY-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 13 CHARACTERS.
       01  SH-REC.
           05 SH-RESV-KEY.
               10 SH-CONDO-CODE    PIC XX.
               10 SH-ARRIVAL-DATE  PIC 9(8).
           05 SH-NIGHTS             PIC 99.
           05 SH-TYPE               PIC X.

       FD  PAINT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-MASTER-REC
           RECORD CONTAINS 81 CHARACTERS.
       01  PAINT-MASTER-REC            PIC X(81).

       FD  GUEST-BAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS GB-REC
           RECORD CONTAINS 37 CHARACTERS.
       01  GB-REC.
           05 GB-GUEST             PIC X(20).
           05 GB-BALANCE           PIC S9(7)V99.
           05 GB-LAST-CHG-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  PAINT-IO-AREA.
           05  PAINT-REC-TYPE          PIC X.
               88  IS-EST-HEADER           VALUE 'H'.
           05  FILLER                  PIC X(80).

       01  PAINT-HDR-REC REDEFINES PAINT-IO-AREA.
           05  FILLER                  PIC X.
           05  PH-EST-NO               PIC X(4).
           05  PH-DATE                 PIC 9(8).
           05  PH-CUST-NAME            PIC X(20).
           05  PH-CUST-ADDR            PIC X(25).
           05  PH-CUST-PHONE           PIC X(12).
           05  PH-GRADE                PIC X.
           05  PH-STATUS               PIC X.
               88  EST-OPEN                VALUE 'O' SPACE.
               88  EST-ACCEPTED            VALUE 'A'.
               88  EST-DECLINED            VALUE 'D'.
               88  EST-COMPLETED           VALUE 'C'.
           05  PH-CUST-NO              PIC X(6).
           05  FILLER                  PIC X(3).

      *    NAME SEARCH MATCHES ARE HELD FOR THE PICK LIST; A NAME
      *    FRAGMENT THAT MATCHES MORE THAN THIS NEEDS NARROWING.
       01  PICK-TABLE.
           05 PK-TABLE-CTR         PIC 99          VALUE 0.
           05 PK-ENTRY OCCURS 15 TIMES INDEXED BY PK-IDX.
               10 PK-T-CUST-NO         PIC X(6).
               10 PK-T-NAME            PIC X(25).
               10 PK-T-PHONE           PIC X(12).
               10 PK-T-STATUS          PIC X.

      *    THE CUSTOMER'S RENTALS FROM OZARK.DAT KEY THE CALENDAR
      *    AND HISTORY LOOKUPS.
       01  RENTAL-TABLE.
           05 RN-TABLE-CTR         PIC 999         VALUE 0.
           05 RN-ENTRY OCCURS 200 TIMES INDEXED BY RN-IDX.
               10 RN-T-KEY.
                   15 RN-T-CONDO           PIC XX.
                   15 RN-T-ARRIVAL         PIC 9(8).
               10 RN-T-NIGHTS          PIC 99.
               10 RN-T-GUEST           PIC X(20).

      *    GUEST NAMES TO LOOK UP ON GSTBAL.DAT, EACH ONCE.
       01  GUEST-NAME-TABLE.
           05 GN-TABLE-CTR         PIC 99          VALUE 0.
           05 GN-ENTRY OCCURS 20 TIMES INDEXED BY GN-IDX.
               10 GN-T-GUEST           PIC X(20).

      *    THE INQUIRY IS BUILT AS LINES FIRST AND THEN PAGED, SO
      *    THE CLERK CAN PAGE BACK AS WELL AS FORWARD.
       01  DISPLAY-LINE-TABLE.
           05 DL-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 DL-ENTRY OCCURS 800 TIMES INDEXED BY DL-IDX.
               10 DL-T-LINE            PIC X(79).

       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 C-CUST-STATUS        PIC XX.
           05 C-BOAT-STATUS        PIC XX.
           05 C-OZARK-STATUS       PIC XX.
           05 C-RESV-CAL-STATUS    PIC XX.
           05 C-STAY-STATUS        PIC XX.
           05 C-PAINT-STATUS       PIC XX.
           05 C-GST-BAL-STATUS     PIC XX.
           05 C-QUIT               PIC X           VALUE 'N'.
           05 C-DONE               PIC X           VALUE 'N'.
           05 C-FOUND              PIC X           VALUE 'N'.
           05 C-REPLY              PIC X(25).
           05 C-REPLY-NUM REDEFINES C-REPLY.
               10 C-REPLY-PICK         PIC 99.
               10 FILLER               PIC X(23).
           05 C-FIND-CUST-NO       PIC X(6).
           05 C-NAME-FRAG          PIC X(25).
           05 C-FRAG-LEN           PIC 99          VALUE 0.
           05 C-HIT-CTR            PIC 99          VALUE 0.
           05 C-MATCH-CTR          PIC 9(4)        VALUE 0.
           05 C-SECTION-CTR        PIC 9(4)        VALUE 0.
           05 C-SALE-NET           PIC 9(7)V99.
           05 C-BAL-TOTAL          PIC S9(8)V99    VALUE 0.
           05 C-NEW-LINE           PIC X(79).
           05 C-PAGE-NO            PIC 999         VALUE 0.
           05 C-PAGE-TOT           PIC 999         VALUE 0.
           05 C-FIRST-LINE         PIC 9(4)        VALUE 0.
           05 C-LAST-LINE          PIC 9(4)        VALUE 0.
           05 C-LINES-PER-PAGE     PIC 99          VALUE 18.
           05 C-YMD                PIC 9(8).
           05 C-YMD-X REDEFINES C-YMD.
               10 C-YMD-YY             PIC 9(4).
               10 C-YMD-MM             PIC 99.
               10 C-YMD-DD             PIC 99.

       01  CURRENT-DATE-AND-TIME.
           05 THIS-DATE.
               10 I-YY             PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

      *    ---------------- SCREEN LINES ----------------
       01  SCREEN-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-YY                 PIC 9(4).
           05 FILLER               PIC X(8)        VALUE SPACES.
           05 FILLER               PIC X(38)
                       VALUE 'CUSTOMER INQUIRY - ALL LINES'.
           05 O-PAGE-LIT           PIC X(6)        VALUE 'PAGE:'.
           05 O-PAGE-NO            PIC ZZ9.
           05 O-PAGE-OF            PIC X(4)        VALUE ' OF'.
           05 O-PAGE-TOT           PIC ZZ9.

       01  DASH-LINE               PIC X(79)       VALUE ALL '-'.

       01  PICK-HEADING.
           05 FILLER               PIC X(5)        VALUE ' NO.'.
           05 FILLER               PIC X(9)        VALUE 'CUST NO'.
           05 FILLER               PIC X(27)       VALUE 'NAME'.
           05 FILLER               PIC X(15)       VALUE 'PHONE'.
           05 FILLER               PIC X(23)       VALUE 'STATUS'.

       01  PICK-LINE.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-PK-NO              PIC Z9.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-PK-CUST-NO         PIC X(6).
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 O-PK-NAME            PIC X(25).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-PK-PHONE           PIC X(12).
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 O-PK-STATUS          PIC X.
           05 FILLER               PIC X(22)       VALUE SPACES.

       01  CUST-LINE-1.
           05 FILLER               PIC X(10)       VALUE 'CUSTOMER:'.
           05 O-CUST-NO            PIC X(6).
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 O-CUST-NAME          PIC X(25).
           05 FILLER               PIC X(35)       VALUE SPACES.

       01  CUST-LINE-2.
           05 FILLER               PIC X(10)       VALUE 'ADDRESS:'.
           05 O-CUST-ADDR          PIC X(25).
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 FILLER               PIC X(7)        VALUE 'PHONE:'.
           05 O-CUST-PHONE         PIC X(12).
           05 FILLER               PIC X(21)       VALUE SPACES.

       01  CUST-LINE-3.
           05 FILLER               PIC X(10)       VALUE 'STATUS:'.
           05 O-CUST-STATUS        PIC X.
           05 FILLER               PIC X(3)        VALUE ' - '.
           05 O-CUST-STAT-DESC     PIC X(65).

       01  SECTION-LINE.
           05 O-SECTION-TITLE      PIC X(79).

       01  BOAT-HEADING.
           05 FILLER               PIC X(13)       VALUE '  PURCHASED'.
           05 FILLER               PIC X(8)        VALUE 'STOCK'.
           05 FILLER               PIC X(6)        VALUE 'TYPE'.
           05 FILLER               PIC X(7)        VALUE 'SALES'.
           05 FILLER               PIC X(16)       VALUE 'TRADE-IN'.
           05 FILLER               PIC X(13)       VALUE '  NET PRICE'.
           05 FILLER               PIC X(16)       VALUE '  DEAL'.

       01  BOAT-LINE.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-BT-MM              PIC XX.
           05 FILLER               PIC X           VALUE '/'.
           05 O-BT-DD              PIC XX.
           05 FILLER               PIC X           VALUE '/'.
           05 O-BT-YY              PIC X(4).
           05 FILLER               PIC X           VALUE SPACES.
           05 O-BT-STOCK-NO        PIC X(6).
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 O-BT-TYPE            PIC X.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-BT-SALESPERSON     PIC X(4).
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 O-BT-TRADE-DESC      PIC X(15).
           05 FILLER               PIC X           VALUE SPACE.
           05 O-BT-NET             PIC $$$$,$$9.99.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-BT-DEAL            PIC X(16).

       01  CONDO-HEADING.
           05 FILLER               PIC X(9)        VALUE '  CONDO'.
           05 FILLER               PIC X(13)       VALUE 'ARRIVAL'.
           05 FILLER               PIC X(8)        VALUE 'NIGHTS'.
           05 FILLER               PIC X(22)       VALUE 'GUEST'.
           05 FILLER               PIC X(27)       VALUE 'TYPE'.

       01  CONDO-LINE.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-CN-CONDO           PIC XX.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 O-CN-MM              PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-CN-DD              PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-CN-YY              PIC 9(4).
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-CN-NIGHTS          PIC Z9.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 O-CN-GUEST           PIC X(20).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-CN-TYPE            PIC X(27).

       01  PAINT-HEADING.
           05 FILLER               PIC X(11)       VALUE '  ESTIMATE'.
           05 FILLER               PIC X(13)       VALUE 'DATED'.
           05 FILLER               PIC X(7)        VALUE 'GRADE'.
           05 FILLER               PIC X(48)       VALUE 'STATUS'.

       01  PAINT-LINE.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-PE-EST-NO          PIC X(4).
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 O-PE-MM              PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-PE-DD              PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-PE-YY              PIC 9(4).
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-PE-GRADE           PIC X.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 O-PE-STATUS          PIC X.
           05 FILLER               PIC X(3)        VALUE ' - '.
           05 O-PE-STAT-DESC       PIC X(44).

       01  BALANCE-HEADING.
           05 FILLER               PIC X(24)       VALUE '  GUEST'.
           05 FILLER               PIC X(16)       VALUE '     BALANCE'.
           05 FILLER               PIC X(39)       VALUE 'LAST CHANGE'.

       01  BALANCE-LINE.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-GB-GUEST           PIC X(20).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-GB-BALANCE         PIC $$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-GB-MM              PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-GB-DD              PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-GB-YY              PIC 9(4).
           05 FILLER               PIC X(29)       VALUE SPACES.

       01  BALANCE-TOTAL-LINE.
           05 FILLER               PIC X(24)
                                   VALUE '  CURRENT GUEST BALANCE'.
           05 O-GB-TOTAL           PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(41)       VALUE SPACES.

       01  NONE-LINE.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-NONE-TEXT          PIC X(75).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-INQUIRY
               UNTIL C-QUIT = 'Y'.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

      *    ONE PASS IS ONE CUSTOMER: FIND THE CUSTOMER, BUILD THE
      *    INQUIRY LINES, THEN PAGE THROUGH THEM.
       2000-INQUIRY.
           MOVE SPACES TO C-FIND-CUST-NO.
           PERFORM 2100-ASK-CUSTOMER.
           IF C-QUIT = 'N' AND C-FIND-CUST-NO NOT = SPACES
               PERFORM 2200-READ-CUSTOMER
               IF C-FOUND = 'Y'
                   PERFORM 3000-BUILD-INQUIRY
                   PERFORM 4000-SHOW-PAGES
               ELSE
                   DISPLAY ' '
                   DISPLAY 'CUSTOMER ' C-FIND-CUST-NO
                           ' IS NOT ON CUSTMAST.DAT'
               END-IF
           END-IF.

       2100-ASK-CUSTOMER.
           DISPLAY ' '.
           DISPLAY SCREEN-TITLE(1:62).
           DISPLAY DASH-LINE.
           DISPLAY 'CUSTOMER NUMBER (BLANK TO SEARCH BY NAME, '
                   'Q TO QUIT):'.
           MOVE SPACES TO C-REPLY.
           ACCEPT C-REPLY.
           PERFORM 9000-UPPER-CASE-REPLY.
           IF C-REPLY = 'Q'
               MOVE 'Y' TO C-QUIT
           ELSE
               IF C-REPLY NOT = SPACES
                   MOVE C-REPLY TO C-FIND-CUST-NO
               ELSE
                   DISPLAY 'NAME, OR PART OF THE NAME:'
                   MOVE SPACES TO C-REPLY
                   ACCEPT C-REPLY
                   PERFORM 9000-UPPER-CASE-REPLY
                   IF C-REPLY NOT = SPACES
                       MOVE C-REPLY TO C-NAME-FRAG
                       PERFORM 2150-SEARCH-BY-NAME
                   END-IF
               END-IF
           END-IF.

      *    THE NAME SEARCH READS THE MASTER FRONT TO BACK AND
      *    TAKES ANY NAME THAT CONTAINS THE KEYED FRAGMENT.
       2150-SEARCH-BY-NAME.
           MOVE 25 TO C-FRAG-LEN.
           PERFORM UNTIL C-FRAG-LEN = 0
                   OR C-NAME-FRAG(C-FRAG-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM C-FRAG-LEN
           END-PERFORM.
           MOVE 0 TO PK-TABLE-CTR.
           MOVE 0 TO C-MATCH-CTR.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT CUST-MASTER.
           IF C-CUST-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ CUST-MASTER NEXT RECORD
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           PERFORM 2160-TEST-NAME
               END-PERFORM
               CLOSE CUST-MASTER
           END-IF.

           EVALUATE TRUE
               WHEN C-MATCH-CTR = 0
                   DISPLAY 'NO CUSTOMER NAME CONTAINS '
                           C-NAME-FRAG(1:C-FRAG-LEN)
               WHEN C-MATCH-CTR = 1
                   MOVE PK-T-CUST-NO(1) TO C-FIND-CUST-NO
               WHEN OTHER
                   PERFORM 2170-PICK-CUSTOMER
           END-EVALUATE.

       2160-TEST-NAME.
           MOVE 0 TO C-HIT-CTR.
           INSPECT CM-NAME TALLYING C-HIT-CTR
               FOR ALL C-NAME-FRAG(1:C-FRAG-LEN).
           IF C-HIT-CTR > 0
               ADD 1 TO C-MATCH-CTR
               IF PK-TABLE-CTR < 15
                   ADD 1 TO PK-TABLE-CTR
                   MOVE CM-CUST-NO TO PK-T-CUST-NO(PK-TABLE-CTR)
                   MOVE CM-NAME TO PK-T-NAME(PK-TABLE-CTR)
                   MOVE CM-PHONE TO PK-T-PHONE(PK-TABLE-CTR)
                   MOVE CM-STATUS TO PK-T-STATUS(PK-TABLE-CTR)
               END-IF
           END-IF.

       2170-PICK-CUSTOMER.
           DISPLAY ' '.
           DISPLAY PICK-HEADING.
           PERFORM VARYING PK-IDX FROM 1 BY 1
                   UNTIL PK-IDX > PK-TABLE-CTR
               SET C-HIT-CTR TO PK-IDX
               MOVE C-HIT-CTR TO O-PK-NO
               MOVE PK-T-CUST-NO(PK-IDX) TO O-PK-CUST-NO
               MOVE PK-T-NAME(PK-IDX) TO O-PK-NAME
               MOVE PK-T-PHONE(PK-IDX) TO O-PK-PHONE
               MOVE PK-T-STATUS(PK-IDX) TO O-PK-STATUS
               DISPLAY PICK-LINE
           END-PERFORM.
           IF C-MATCH-CTR > PK-TABLE-CTR
               DISPLAY C-MATCH-CTR ' NAMES MATCH - ONLY THE FIRST 15 '
                       'ARE LISTED; KEY MORE OF THE NAME'
           END-IF.
           DISPLAY 'LINE NUMBER OF THE CUSTOMER (BLANK TO RETURN):'.
           MOVE SPACES TO C-REPLY.
           ACCEPT C-REPLY.
           IF C-REPLY(2:1) = SPACE AND C-REPLY(1:1) IS NUMERIC
               MOVE C-REPLY(1:1) TO C-REPLY(2:1)
               MOVE '0' TO C-REPLY(1:1)
           END-IF.
           IF C-REPLY-PICK IS NUMERIC
               IF C-REPLY-PICK > 0 AND C-REPLY-PICK NOT > PK-TABLE-CTR
                   MOVE PK-T-CUST-NO(C-REPLY-PICK) TO C-FIND-CUST-NO
               END-IF
           END-IF.

       2200-READ-CUSTOMER.
           MOVE 'N' TO C-FOUND.
           OPEN INPUT CUST-MASTER.
           IF C-CUST-STATUS = '00'
               MOVE C-FIND-CUST-NO TO CM-CUST-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'N' TO C-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO C-FOUND
               END-READ
               CLOSE CUST-MASTER
           END-IF.

      *    ----------------------------------------------------
      *    BUILD THE INQUIRY LINES FOR THE CUSTOMER IN CM-REC.
      *    ----------------------------------------------------
       3000-BUILD-INQUIRY.
           MOVE 0 TO DL-TABLE-CTR.
           MOVE CM-CUST-NO TO O-CUST-NO.
           MOVE CM-NAME TO O-CUST-NAME.
           MOVE CM-ADDR TO O-CUST-ADDR.
           MOVE CM-PHONE TO O-CUST-PHONE.
           MOVE CM-STATUS TO O-CUST-STATUS.
           EVALUATE TRUE
               WHEN CM-ACTIVE
                   MOVE 'ACTIVE' TO O-CUST-STAT-DESC
               WHEN CM-INACTIVE
                   MOVE 'INACTIVE' TO O-CUST-STAT-DESC
               WHEN CM-MERGED
                   MOVE 'MERGED - HISTORY NOW CARRIED UNDER THE SURVI
      -                 'VING NUMBER' TO O-CUST-STAT-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS CODE' TO O-CUST-STAT-DESC
           END-EVALUATE.
           MOVE CUST-LINE-1 TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           MOVE CUST-LINE-2 TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           MOVE CUST-LINE-3 TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.

           PERFORM 3100-BOAT-DEALS.
           PERFORM 3200-LOAD-RENTALS.
           PERFORM 3300-RESERVATIONS.
           PERFORM 3400-STAYS.
           PERFORM 3500-PAINT-ESTIMATES.
           PERFORM 3600-GUEST-BALANCE.

       3100-BOAT-DEALS.
           MOVE 'BOAT DEALS (CBLBOAT1.DAT)' TO O-SECTION-TITLE.
           PERFORM 3950-ADD-SECTION.
           MOVE BOAT-HEADING TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT BOAT-CONTROL.
           IF C-BOAT-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ BOAT-CONTROL
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           IF I-CUST-NO = CM-CUST-NO
                               PERFORM 3110-BOAT-LINE
                           END-IF
               END-PERFORM
               CLOSE BOAT-CONTROL
           END-IF.
           IF C-SECTION-CTR = 0
               MOVE 'NO BOAT DEALS ON FILE' TO O-NONE-TEXT
               MOVE NONE-LINE TO C-NEW-LINE
               PERFORM 3900-ADD-LINE
           END-IF.

      *    NET PRICE IS FIGURED THE WAY THE CROSS-LINE ACTIVITY
      *    REPORT FIGURES IT: COST PLUS PREP LESS THE TRADE.
       3110-BOAT-LINE.
           IF I-TRADE-ALLOW IS NOT NUMERIC
               MOVE 0 TO I-TRADE-ALLOW
           END-IF.
           ADD I-BOAT-COST TO I-PREP-COST GIVING C-SALE-NET.
           IF I-TRADE-ALLOW > C-SALE-NET
               MOVE 0 TO C-SALE-NET
           ELSE
               SUBTRACT I-TRADE-ALLOW FROM C-SALE-NET
           END-IF.
           MOVE I-P-MM TO O-BT-MM.
           MOVE I-P-DD TO O-BT-DD.
           MOVE I-P-YY TO O-BT-YY.
           MOVE I-STOCK-NO TO O-BT-STOCK-NO.
           MOVE I-BOAT-TYPE TO O-BT-TYPE.
           MOVE I-SALESPERSON TO O-BT-SALESPERSON.
           IF I-TRADE-ALLOW > 0
               MOVE I-TRADE-DESC TO O-BT-TRADE-DESC
           ELSE
               MOVE SPACES TO O-BT-TRADE-DESC
           END-IF.
           MOVE C-SALE-NET TO O-BT-NET.
           IF IS-VOID
               MOVE 'VOIDED' TO O-BT-DEAL
           ELSE
               MOVE 'SALE' TO O-BT-DEAL
           END-IF.
           MOVE BOAT-LINE TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           ADD 1 TO C-SECTION-CTR.

      *    THE CUSTOMER'S RENTALS ON OZARK.DAT GIVE THE CONDO AND
      *    ARRIVAL DATE OF EACH BOOKING, AND THE GUEST NAMES THE
      *    BALANCE FILE IS KEPT UNDER.
       3200-LOAD-RENTALS.
           MOVE 0 TO RN-TABLE-CTR.
           MOVE 0 TO GN-TABLE-CTR.
           MOVE CM-NAME TO C-NEW-LINE.
           PERFORM 3250-ADD-GUEST-NAME.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT OZARK.
           IF C-OZARK-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ OZARK
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           IF OZ-IS-RENTAL AND OZ-CUST-NO = CM-CUST-NO
                               PERFORM 3210-SAVE-RENTAL
                           END-IF
               END-PERFORM
               CLOSE OZARK
           END-IF.

       3210-SAVE-RENTAL.
           IF RN-TABLE-CTR < 200
               ADD 1 TO RN-TABLE-CTR
               MOVE OZ-CONDO TO RN-T-CONDO(RN-TABLE-CTR)
               MOVE OZ-ARRIVAL-DATE TO RN-T-ARRIVAL(RN-TABLE-CTR)
               MOVE OZ-NIGHTS TO RN-T-NIGHTS(RN-TABLE-CTR)
               MOVE OZ-GUEST TO RN-T-GUEST(RN-TABLE-CTR)
           END-IF.
           MOVE OZ-GUEST TO C-NEW-LINE.
           PERFORM 3250-ADD-GUEST-NAME.

      *    THE GUEST NAME TO ADD IS PASSED IN C-NEW-LINE.
       3250-ADD-GUEST-NAME.
           SET GN-IDX TO 1.
           SEARCH GN-ENTRY
               AT END
                   CONTINUE
               WHEN GN-IDX > GN-TABLE-CTR
                   IF GN-TABLE-CTR < 20
                       ADD 1 TO GN-TABLE-CTR
                       MOVE C-NEW-LINE(1:20)
                           TO GN-T-GUEST(GN-TABLE-CTR)
                   END-IF
               WHEN GN-T-GUEST(GN-IDX) = C-NEW-LINE(1:20)
                   CONTINUE
           END-SEARCH.

       3300-RESERVATIONS.
           MOVE 'CONDO RESERVATIONS (RESVCAL.DAT)' TO O-SECTION-TITLE.
           PERFORM 3950-ADD-SECTION.
           MOVE CONDO-HEADING TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           OPEN INPUT RESV-CAL.
           IF C-RESV-CAL-STATUS = '00'
               PERFORM 3310-LOOK-UP-RESERVATION
                   VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > RN-TABLE-CTR
               CLOSE RESV-CAL
           END-IF.
           IF C-SECTION-CTR = 0
               MOVE 'NO RESERVATIONS ON THE CALENDAR'
                   TO O-NONE-TEXT
               MOVE NONE-LINE TO C-NEW-LINE
               PERFORM 3900-ADD-LINE
           END-IF.

       3310-LOOK-UP-RESERVATION.
           MOVE RN-T-KEY(RN-IDX) TO RC-RESV-KEY.
           READ RESV-CAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RC-CONDO-CODE TO O-CN-CONDO
                   MOVE RC-ARRIVAL-DATE TO C-YMD
                   MOVE RC-NIGHTS TO O-CN-NIGHTS
                   IF RC-TYPE = 'M'
                       MOVE 'MAINTENANCE BLOCK' TO O-CN-TYPE
                   ELSE
                       MOVE 'RESERVED' TO O-CN-TYPE
                   END-IF
                   PERFORM 3320-CONDO-LINE
           END-READ.

       3320-CONDO-LINE.
           MOVE C-YMD-MM TO O-CN-MM.
           MOVE C-YMD-DD TO O-CN-DD.
           MOVE C-YMD-YY TO O-CN-YY.
           MOVE RN-T-GUEST(RN-IDX) TO O-CN-GUEST.
           MOVE CONDO-LINE TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           ADD 1 TO C-SECTION-CTR.

       3400-STAYS.
           MOVE 'CONDO STAYS (STAYHIST.DAT)' TO O-SECTION-TITLE.
           PERFORM 3950-ADD-SECTION.
           MOVE CONDO-HEADING TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT STAY-HIST.
           IF C-STAY-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ STAY-HIST
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           PERFORM 3410-MATCH-STAY
               END-PERFORM
               CLOSE STAY-HIST
           END-IF.
           IF C-SECTION-CTR = 0
               MOVE 'NO COMPLETED STAYS IN HISTORY' TO O-NONE-TEXT
               MOVE NONE-LINE TO C-NEW-LINE
               PERFORM 3900-ADD-LINE
           END-IF.

       3410-MATCH-STAY.
           SET RN-IDX TO 1.
           SEARCH RN-ENTRY
               AT END
                   CONTINUE
               WHEN RN-IDX > RN-TABLE-CTR
                   CONTINUE
               WHEN RN-T-KEY(RN-IDX) = SH-RESV-KEY
                   MOVE SH-CONDO-CODE TO O-CN-CONDO
                   MOVE SH-ARRIVAL-DATE TO C-YMD
                   MOVE SH-NIGHTS TO O-CN-NIGHTS
                   MOVE 'STAYED' TO O-CN-TYPE
                   PERFORM 3320-CONDO-LINE
           END-SEARCH.

       3500-PAINT-ESTIMATES.
           MOVE 'PAINT ESTIMATES (PAINTEST.DAT)' TO O-SECTION-TITLE.
           PERFORM 3950-ADD-SECTION.
           MOVE PAINT-HEADING TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT PAINT-MASTER.
           IF C-PAINT-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ PAINT-MASTER INTO PAINT-IO-AREA
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           IF IS-EST-HEADER
                                   AND PH-CUST-NO = CM-CUST-NO
                               PERFORM 3510-PAINT-LINE
                           END-IF
               END-PERFORM
               CLOSE PAINT-MASTER
           END-IF.
           IF C-SECTION-CTR = 0
               MOVE 'NO PAINT ESTIMATES ON FILE' TO O-NONE-TEXT
               MOVE NONE-LINE TO C-NEW-LINE
               PERFORM 3900-ADD-LINE
           END-IF.

       3510-PAINT-LINE.
           MOVE PH-EST-NO TO O-PE-EST-NO.
           MOVE PH-DATE TO C-YMD.
           MOVE C-YMD-MM TO O-PE-MM.
           MOVE C-YMD-DD TO O-PE-DD.
           MOVE C-YMD-YY TO O-PE-YY.
           MOVE PH-GRADE TO O-PE-GRADE.
           MOVE PH-STATUS TO O-PE-STATUS.
           EVALUATE TRUE
               WHEN EST-OPEN
                   MOVE 'OPEN' TO O-PE-STAT-DESC
               WHEN EST-ACCEPTED
                   MOVE 'ACCEPTED' TO O-PE-STAT-DESC
               WHEN EST-DECLINED
                   MOVE 'DECLINED' TO O-PE-STAT-DESC
               WHEN EST-COMPLETED
                   MOVE 'COMPLETED' TO O-PE-STAT-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS CODE' TO O-PE-STAT-DESC
           END-EVALUATE.
           MOVE PAINT-LINE TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           ADD 1 TO C-SECTION-CTR.

       3600-GUEST-BALANCE.
           MOVE 'GUEST BALANCE (GSTBAL.DAT)' TO O-SECTION-TITLE.
           PERFORM 3950-ADD-SECTION.
           MOVE BALANCE-HEADING TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           MOVE 0 TO C-BAL-TOTAL.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT GUEST-BAL.
           IF C-GST-BAL-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ GUEST-BAL
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           PERFORM 3610-MATCH-BALANCE
               END-PERFORM
               CLOSE GUEST-BAL
           END-IF.
           IF C-SECTION-CTR = 0
               MOVE 'NO GUEST BALANCE ON FILE' TO O-NONE-TEXT
               MOVE NONE-LINE TO C-NEW-LINE
               PERFORM 3900-ADD-LINE
           END-IF.
           MOVE C-BAL-TOTAL TO O-GB-TOTAL.
           MOVE BALANCE-TOTAL-LINE TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.

       3610-MATCH-BALANCE.
           SET GN-IDX TO 1.
           SEARCH GN-ENTRY
               AT END
                   CONTINUE
               WHEN GN-IDX > GN-TABLE-CTR
                   CONTINUE
               WHEN GN-T-GUEST(GN-IDX) = GB-GUEST
                   IF GB-BALANCE IS NOT NUMERIC
                       MOVE 0 TO GB-BALANCE
                   END-IF
                   IF GB-LAST-CHG-DATE IS NOT NUMERIC
                       MOVE 0 TO GB-LAST-CHG-DATE
                   END-IF
                   MOVE GB-GUEST TO O-GB-GUEST
                   MOVE GB-BALANCE TO O-GB-BALANCE
                   MOVE GB-LAST-CHG-DATE TO C-YMD
                   MOVE C-YMD-MM TO O-GB-MM
                   MOVE C-YMD-DD TO O-GB-DD
                   MOVE C-YMD-YY TO O-GB-YY
                   MOVE BALANCE-LINE TO C-NEW-LINE
                   PERFORM 3900-ADD-LINE
                   ADD GB-BALANCE TO C-BAL-TOTAL
                   ADD 1 TO C-SECTION-CTR
           END-SEARCH.

       3900-ADD-LINE.
           IF DL-TABLE-CTR < 800
               ADD 1 TO DL-TABLE-CTR
               MOVE C-NEW-LINE TO DL-T-LINE(DL-TABLE-CTR)
           END-IF.

      *    EACH SECTION STARTS WITH A BLANK LINE AND ITS TITLE AND
      *    RESETS THE COUNT USED FOR THE 'NONE ON FILE' LINE.
       3950-ADD-SECTION.
           MOVE 0 TO C-SECTION-CTR.
           MOVE SPACES TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.
           MOVE SECTION-LINE TO C-NEW-LINE.
           PERFORM 3900-ADD-LINE.

      *    ----------------------------------------------------
      *    PAGE THROUGH THE INQUIRY LINES.
      *    ----------------------------------------------------
       4000-SHOW-PAGES.
           DIVIDE DL-TABLE-CTR BY C-LINES-PER-PAGE
               GIVING C-PAGE-TOT REMAINDER C-FIRST-LINE.
           IF C-FIRST-LINE > 0
               ADD 1 TO C-PAGE-TOT
           END-IF.
           MOVE 1 TO C-PAGE-NO.
           MOVE 'N' TO C-DONE.
           PERFORM 4100-SHOW-ONE-PAGE
               UNTIL C-DONE = 'Y'.

       4100-SHOW-ONE-PAGE.
           COMPUTE C-FIRST-LINE =
               (C-PAGE-NO - 1) * C-LINES-PER-PAGE + 1.
           COMPUTE C-LAST-LINE = C-FIRST-LINE + C-LINES-PER-PAGE - 1.
           IF C-LAST-LINE > DL-TABLE-CTR
               MOVE DL-TABLE-CTR TO C-LAST-LINE
           END-IF.
           MOVE C-PAGE-NO TO O-PAGE-NO.
           MOVE C-PAGE-TOT TO O-PAGE-TOT.
           DISPLAY ' '.
           DISPLAY SCREEN-TITLE.
           DISPLAY DASH-LINE.
           PERFORM VARYING DL-IDX FROM C-FIRST-LINE BY 1
                   UNTIL DL-IDX > C-LAST-LINE
               DISPLAY DL-T-LINE(DL-IDX)
           END-PERFORM.
           DISPLAY DASH-LINE.
           DISPLAY 'ENTER=NEXT PAGE  P=PREVIOUS PAGE  '
                   'N=NEW CUSTOMER  Q=QUIT'.
           MOVE SPACES TO C-REPLY.
           ACCEPT C-REPLY.
           PERFORM 9000-UPPER-CASE-REPLY.
           EVALUATE C-REPLY(1:1)
               WHEN 'Q'
                   MOVE 'Y' TO C-QUIT
                   MOVE 'Y' TO C-DONE
               WHEN 'N'
                   MOVE 'Y' TO C-DONE
               WHEN 'P'
                   IF C-PAGE-NO > 1
                       SUBTRACT 1 FROM C-PAGE-NO
                   END-IF
               WHEN OTHER
                   IF C-PAGE-NO < C-PAGE-TOT
                       ADD 1 TO C-PAGE-NO
                   ELSE
                       MOVE 'Y' TO C-DONE
                   END-IF
           END-EVALUATE.

       9000-UPPER-CASE-REPLY.
           INSPECT C-REPLY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       END PROGRAM COBDOA49.
