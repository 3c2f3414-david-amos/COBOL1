       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA42.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *THIS PROGRAM KEEPS THE CONDO MAINTENANCE WORK ORDERS.
      *WORKORD.DAT HOLDS ONE ROW PER WORK ORDER, KEYED BY CONDO
      *CODE AND WORK-ORDER NUMBER, WITH WHAT THE WORK IS, THE
      *VENDOR DOING IT, THE DATES, THE LABOR AND MATERIAL COST
      *AND WHETHER THE COST IS CHARGED BACK TO THE OWNER.  THE
      *DAY'S TRANSACTIONS (WORKTRAN.DAT) OPEN A WORK ORDER ('O'),
      *UPDATE ITS VENDOR, COSTS OR DATES ('U'), COMPLETE IT ('C')
      *OR CANCEL IT ('X').  A WORK ORDER OPENED WITH OUT-OF-
      *SERVICE DATES PUTS AN 'M' MAINTENANCE BLOCK TRANSACTION
      *INTO THE OZARK BATCH SO COBDOA04 BLOCKS THE CALENDAR,
      *ONCE PER WORK ORDER.  COBDOA11 DEDUCTS THE CHARGEABLE
      *COST OF EVERY WORK ORDER COMPLETED IN THE STATEMENT MONTH
      *FROM THE OWNER'S STATEMENT.  THE REGISTER LISTS EVERY
      *CHANGE MADE; THE AGING LIST SHOWS EVERY WORK ORDER STILL
      *OPEN AND HOW LONG IT HAS BEEN OPEN.  RERUNNING THE SAME
      *TRANSACTIONS DOES NOT OPEN, BLOCK OR CLOSE ANYTHING TWICE.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WO-TRANS
               ASSIGN TO DYNAMIC C-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRANS-STATUS.

           SELECT WO-MASTER
               ASSIGN TO "C:\IHCC\COBOL\WORKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WO-STATUS.

           SELECT WO-MASTER-PRV
               ASSIGN TO "C:\IHCC\COBOL\WORKORD.PRV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONDO-RATES
               ASSIGN TO "C:\IHCC\COBOL\CONDORATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RATE-STATUS.

           SELECT OZARK
               ASSIGN TO DYNAMIC C-OZARK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OZARK-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AGING-RPT
               ASSIGN TO "C:\IHCC\COBOL\WORKOAGE.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\WORKOEXC.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CTL-LOG
               ASSIGN TO "C:\IHCC\COBOL\CTLTOTAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    WT-TRANS-CODE: 'O' OPEN, 'U' UPDATE, 'C' COMPLETE,
      *    'X' CANCEL.  ON AN UPDATE OR COMPLETION A BLANK OR ZERO
      *    FIELD LEAVES WHAT IS ON FILE ALONE.  WT-TRANS-DATE IS
      *    THE OPEN OR COMPLETION DATE (RUN DATE IF ZERO).
       FD  WO-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS WT-REC
           RECORD CONTAINS 91 CHARACTERS.
       01  WT-REC.
           05 WT-TRANS-CODE        PIC X.
           05 WT-CONDO             PIC XX.
           05 WT-WO-NO             PIC 9(5).
           05 WT-DESC              PIC X(30).
           05 WT-VENDOR            PIC X(20).
           05 WT-TRANS-DATE        PIC 9(8).
           05 WT-OOS-DATE          PIC 9(8).
           05 WT-OOS-NIGHTS        PIC 99.
           05 WT-LABOR-COST        PIC 9(5)V99.
           05 WT-MATERIAL-COST     PIC 9(5)V99.
           05 WT-CHARGE-OWNER      PIC X.

      *    WO-STATUS: 'O' OPEN, 'C' COMPLETED, 'X' CANCELLED.
      *    WO-OOS-DATE/-NIGHTS ARE THE OUT-OF-SERVICE DATES AND
      *    WO-BLOCK-SENT IS 'Y' ONCE THE CALENDAR BLOCK FOR THEM
      *    HAS GONE INTO THE OZARK BATCH.
       FD  WO-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS WO-REC
           RECORD CONTAINS 100 CHARACTERS.
       01  WO-REC.
           05 WO-CONDO             PIC XX.
           05 WO-WO-NO             PIC 9(5).
           05 WO-DESC              PIC X(30).
           05 WO-VENDOR            PIC X(20).
           05 WO-OPEN-DATE         PIC 9(8).
           05 WO-OOS-DATE          PIC 9(8).
           05 WO-OOS-NIGHTS        PIC 99.
           05 WO-BLOCK-SENT        PIC X.
           05 WO-LABOR-COST        PIC 9(5)V99.
           05 WO-MATERIAL-COST     PIC 9(5)V99.
           05 WO-CHARGE-OWNER      PIC X.
           05 WO-STATUS            PIC X.
           05 WO-CLOSE-DATE        PIC 9(8).

       FD  WO-MASTER-PRV
           LABEL RECORD IS STANDARD
           DATA RECORD IS WOP-REC
           RECORD CONTAINS 100 CHARACTERS.
       01  WOP-REC                 PIC X(100).

       FD  CONDO-RATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS CR-REC
           RECORD CONTAINS 24 CHARACTERS.
       01  CR-REC.
           05 CR-CONDO-CODE        PIC XX.
           05 CR-SEASON            PIC X.
           05 CR-NIGHTLY-RATE      PIC 9(5)V99.
           05 CR-CLEANING-FEE      PIC 9(4)V99.
           05 CR-EFF-DATE          PIC 9(8).

      *    THE MAINTENANCE BLOCK GOES IN THE LAYOUT COBDOA04 READS:
      *    THE GUEST NAME CARRIES THE REASON FOR THE BLOCK.
       FD  OZARK
           LABEL RECORD IS STANDARD
           DATA RECORD IS OZARK-REC
           RECORD CONTAINS 46 CHARACTERS.
       01  OZARK-REC.
           05 I-TRANS-CODE     PIC X.
           05 I-GUEST          PIC X(20).
           05 I-CONDO          PIC XX.
           05 I-BEDROOMS       PIC 9.
           05 I-NIGHTS         PIC 99.
           05 I-PETS           PIC X.
           05 I-HOTTUB         PIC X.
           05 I-DOCKSLIP       PIC 99V99.
           05 I-ARRIVAL-DATE   PIC 9(8).
           05 I-CUST-NO        PIC X(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       FD  AGING-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  AGLINE                  PIC X(132).

       FD  EXCEPT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCLINE                 PIC X(132).

       FD  CTL-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-LOG-REC
           RECORD CONTAINS 38 CHARACTERS.
           COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01  CTL-SEQ-WORK.
           05 C-CTL-STATUS         PIC XX.
           05 C-CTL-RUN-SEQ        PIC 9(3)        VALUE 0.
           05 MORE-CTL             PIC X           VALUE 'Y'.

       01  WORK-ORDER-TABLE.
           05 WO-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 WO-ENTRY OCCURS 2000 TIMES INDEXED BY WO-IDX.
               10 WO-T-CONDO           PIC XX.
               10 WO-T-WO-NO           PIC 9(5).
               10 WO-T-DESC            PIC X(30).
               10 WO-T-VENDOR          PIC X(20).
               10 WO-T-OPEN-DATE       PIC 9(8).
               10 WO-T-OOS-DATE        PIC 9(8).
               10 WO-T-OOS-NIGHTS      PIC 99.
               10 WO-T-BLOCK-SENT      PIC X.
               10 WO-T-LABOR-COST      PIC 9(5)V99.
               10 WO-T-MATERIAL-COST   PIC 9(5)V99.
               10 WO-T-CHARGE-OWNER    PIC X.
               10 WO-T-STATUS          PIC X.
               10 WO-T-CLOSE-DATE      PIC 9(8).

       01  CONDO-CODE-TABLE.
           05 CC-TABLE-CTR         PIC 99          VALUE 0.
           05 CC-ENTRY OCCURS 40 TIMES INDEXED BY CC-IDX.
               10 CC-T-CONDO           PIC XX.

       01  WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 MORE-WO              PIC X           VALUE 'Y'.
           05 MORE-RATES           PIC X           VALUE 'Y'.
           05 C-TRANS-STATUS       PIC XX.
           05 C-WO-STATUS          PIC XX.
           05 C-RATE-STATUS        PIC XX.
           05 C-OZARK-STATUS       PIC XX.
           05 C-OZARK-OPEN         PIC X           VALUE 'N'.
           05 C-TRANS-PATH         PIC X(60)
                                   VALUE "C:\IHCC\COBOL\WORKTRAN.DAT".
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\WORKOREG.RPT".
           05 C-OZARK-PATH         PIC X(60)
                                   VALUE "C:\IHCC\COBOL\OZARK.DAT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-RUN-DATE-INT       PIC 9(7).
           05 C-OPEN-DATE-INT      PIC 9(7).
           05 C-DAYS-OPEN          PIC S9(5).
           05 C-TRANS-DATE         PIC 9(8).
           05 C-WO-FOUND           PIC X.
           05 C-CONDO-FOUND        PIC X.
           05 C-DATES-GIVEN        PIC X.
           05 C-WO-COST            PIC 9(6)V99.
           05 C-ACTION             PIC X(24).
           05 C-TRANS-CTR          PIC 9(5)        VALUE 0.
           05 C-OPENED-CTR         PIC 9(4)        VALUE 0.
           05 C-UPDATED-CTR        PIC 9(4)        VALUE 0.
           05 C-COMPLETED-CTR      PIC 9(4)        VALUE 0.
           05 C-COMPLETED-AMT      PIC 9(8)V99     VALUE 0.
           05 C-CHARGED-AMT        PIC 9(8)V99     VALUE 0.
           05 C-CANCELLED-CTR      PIC 9(4)        VALUE 0.
           05 C-BLOCK-CTR          PIC 9(4)        VALUE 0.
           05 C-REPLAY-CTR         PIC 9(4)        VALUE 0.
           05 C-OPEN-CTR           PIC 9(4)        VALUE 0.
           05 C-OPEN-AMT           PIC 9(8)V99     VALUE 0.
           05 C-AGE-30-CTR         PIC 9(4)        VALUE 0.
           05 C-AGE-60-CTR         PIC 9(4)        VALUE 0.
           05 C-AGE-90-CTR         PIC 9(4)        VALUE 0.
           05 C-AGE-OVER-CTR       PIC 9(4)        VALUE 0.
           05 C-EXC-CTR            PIC 999         VALUE 0.
           05 C-PCTR               PIC 99          VALUE 0.
           05 C-AG-PCTR            PIC 99          VALUE 0.
           05 C-EXC-PCTR           PIC 99          VALUE 0.

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
           05 FILLER               PIC X(50)       VALUE 'COBDOA42'.
           05 O-REPORT-NAME        PIC X(82).

       01  COLLUMN-HEADINGS1.
           05 FILLER               PIC X(7)        VALUE 'CONDO'.
           05 FILLER               PIC X(7)        VALUE 'WORK'.
           05 FILLER               PIC X(32)       VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(22)       VALUE 'VENDOR'.
           05 FILLER               PIC X(12)       VALUE 'OPENED'.
           05 FILLER               PIC X(11)       VALUE 'LABOR'.
           05 FILLER               PIC X(11)       VALUE 'MATERIAL'.
           05 FILLER               PIC X(6)        VALUE 'OWNER'.
           05 FILLER               PIC X(24)       VALUE SPACES.

       01  COLLUMN-HEADINGS2.
           05 FILLER               PIC X(7)        VALUE SPACES.
           05 FILLER               PIC X(7)        VALUE 'ORDER'.
           05 FILLER               PIC X(32)       VALUE SPACES.
           05 FILLER               PIC X(22)       VALUE SPACES.
           05 FILLER               PIC X(12)       VALUE 'DATE'.
           05 FILLER               PIC X(11)       VALUE 'COST'.
           05 FILLER               PIC X(11)       VALUE 'COST'.
           05 FILLER               PIC X(6)        VALUE 'CHG'.
           05 FILLER               PIC X(24)       VALUE 'ACTION'.

       01  BLANK-LINE              PIC X(132)      VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-CONDO              PIC XX.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-WO-NO              PIC 9(5).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-DESC               PIC X(30).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-VENDOR             PIC X(20).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-OPEN-DATE.
               10 O-OPEN-MM        PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-OPEN-DD        PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-OPEN-YY        PIC 9(4).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-LABOR-COST         PIC ZZ,ZZZ.99.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-MATERIAL-COST      PIC ZZ,ZZZ.99.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 O-CHARGE-OWNER       PIC X.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-ACTION             PIC X(24).

       01  REG-TOTAL-LINE1.
           05 FILLER               PIC X(20)       VALUE
                                   'WORK ORDERS OPENED:'.
           05 O-OPENED-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(12)       VALUE
                                   '   UPDATED:'.
           05 O-UPDATED-CTR        PIC Z,ZZ9.
           05 FILLER               PIC X(14)       VALUE
                                   '   CANCELLED:'.
           05 O-CANCELLED-CTR      PIC Z,ZZ9.
           05 FILLER               PIC X(24)       VALUE
                                   '   CALENDAR BLOCKS SENT:'.
           05 O-BLOCK-CTR          PIC Z,ZZ9.
           05 FILLER               PIC X(42)       VALUE SPACES.

       01  REG-TOTAL-LINE2.
           05 FILLER               PIC X(20)       VALUE
                                   'COMPLETED:'.
           05 O-COMPLETED-CTR      PIC Z,ZZ9.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-COMPLETED-AMT      PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(25)       VALUE
                                   '   CHARGEABLE TO OWNERS:'.
           05 O-CHARGED-AMT        PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(52)       VALUE SPACES.

       01  REG-TOTAL-LINE3.
           05 FILLER               PIC X(20)       VALUE
                                   'TRANSACTIONS READ:'.
           05 O-TRANS-CTR          PIC ZZ,ZZ9.
           05 FILLER               PIC X(20)       VALUE
                                   '   ALREADY ON FILE:'.
           05 O-REPLAY-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(15)       VALUE
                                   '   EXCEPTIONS:'.
           05 O-EXC-CTR            PIC ZZ9.
           05 FILLER               PIC X(63)       VALUE SPACES.

       01  AG-HEADINGS1.
           05 FILLER               PIC X(7)        VALUE 'CONDO'.
           05 FILLER               PIC X(7)        VALUE 'WORK'.
           05 FILLER               PIC X(32)       VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(22)       VALUE 'VENDOR'.
           05 FILLER               PIC X(12)       VALUE 'OPENED'.
           05 FILLER               PIC X(7)        VALUE 'DAYS'.
           05 FILLER               PIC X(19)       VALUE
                                   'OUT OF SERVICE'.
           05 FILLER               PIC X(13)       VALUE 'COST TO'.
           05 FILLER               PIC X(13)       VALUE SPACES.

       01  AG-HEADINGS2.
           05 FILLER               PIC X(7)        VALUE SPACES.
           05 FILLER               PIC X(7)        VALUE 'ORDER'.
           05 FILLER               PIC X(32)       VALUE SPACES.
           05 FILLER               PIC X(22)       VALUE SPACES.
           05 FILLER               PIC X(12)       VALUE 'DATE'.
           05 FILLER               PIC X(7)        VALUE 'OPEN'.
           05 FILLER               PIC X(19)       VALUE
                                   'FROM       NIGHTS'.
           05 FILLER               PIC X(13)       VALUE 'DATE'.
           05 FILLER               PIC X(13)       VALUE SPACES.

       01  AG-DETAIL-LINE.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-AG-CONDO           PIC XX.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-AG-WO-NO           PIC 9(5).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-AG-DESC            PIC X(30).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-AG-VENDOR          PIC X(20).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-AG-OPEN-DATE.
               10 O-AG-OPEN-MM     PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-AG-OPEN-DD     PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-AG-OPEN-YY     PIC 9(4).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-AG-DAYS-OPEN       PIC Z,ZZ9.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-AG-OOS-DATE.
               10 O-AG-OOS-MM      PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-AG-OOS-DD      PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-AG-OOS-YY      PIC 9(4).
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-AG-OOS-NIGHTS      PIC Z9.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-AG-COST            PIC ZZZ,ZZZ.99.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-AG-FLAG            PIC X(11).

       01  AG-TOTAL-LINE1.
           05 FILLER               PIC X(20)       VALUE
                                   'OPEN WORK ORDERS:'.
           05 O-OPEN-CTR           PIC Z,ZZ9.
           05 FILLER               PIC X(17)       VALUE
                                   '   COST TO DATE:'.
           05 O-OPEN-AMT           PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(76)       VALUE SPACES.

       01  AG-TOTAL-LINE2.
           05 FILLER               PIC X(20)       VALUE
                                   'OPEN 0-30 DAYS:'.
           05 O-AGE-30-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(10)       VALUE
                                   '   31-60:'.
           05 O-AGE-60-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(10)       VALUE
                                   '   61-90:'.
           05 O-AGE-90-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(12)       VALUE
                                   '   OVER 90:'.
           05 O-AGE-OVER-CTR       PIC Z,ZZ9.
           05 FILLER               PIC X(60)       VALUE SPACES.

       01  EXC-HEADINGS.
           05 FILLER               PIC X(6)        VALUE 'CODE'.
           05 FILLER               PIC X(7)        VALUE 'CONDO'.
           05 FILLER               PIC X(7)        VALUE 'WORK'.
           05 FILLER               PIC X(32)       VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(80)       VALUE 'REASON'.

       01  EXC-DETAIL-LINE.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-EXC-CODE           PIC X.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 O-EXC-CONDO          PIC XX.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-EXC-WO-NO          PIC X(5).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-DESC           PIC X(30).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-REASON         PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-GET-PARAMETERS.

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

           PERFORM 1050-LOAD-WORK-ORDERS.
           PERFORM 1060-LOAD-CONDO-CODES.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT AGING-RPT.
           OPEN OUTPUT EXCEPT-RPT.
           PERFORM 9200-HEADINGS.
           PERFORM 9150-EXC-HEADINGS.

           OPEN INPUT WO-TRANS.
           IF C-TRANS-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 9100-READ
           END-IF.

       1010-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-TRANS-PATH
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

           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-OZARK-PATH
                   END-IF
           END-ACCEPT.

       1050-LOAD-WORK-ORDERS.
           OPEN INPUT WO-MASTER.
           IF C-WO-STATUS = '00'
               PERFORM UNTIL MORE-WO = 'N'
                   READ WO-MASTER
                       AT END
                           MOVE 'N' TO MORE-WO
                       NOT AT END
                           IF WO-TABLE-CTR < 2000
                               ADD 1 TO WO-TABLE-CTR
                               MOVE WO-REC
                                   TO WO-ENTRY(WO-TABLE-CTR)
                               IF WO-CLOSE-DATE IS NOT NUMERIC
                                   MOVE 0 TO
                                       WO-T-CLOSE-DATE(WO-TABLE-CTR)
                               END-IF
                               IF WO-OOS-DATE IS NOT NUMERIC
                                   MOVE 0 TO
                                       WO-T-OOS-DATE(WO-TABLE-CTR)
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE WO-MASTER
           END-IF.
           PERFORM 1055-SNAPSHOT-WORK-ORDERS.

      *    THE PRE-RUN FILE GOES TO WORKORD.PRV THE WAY COBDOA04
      *    SNAPSHOTS GSTBAL.DAT, SO A BAD RUN CAN BE BACKED OUT.
       1055-SNAPSHOT-WORK-ORDERS.
           OPEN OUTPUT WO-MASTER-PRV.
           PERFORM VARYING WO-IDX FROM 1 BY 1
                   UNTIL WO-IDX > WO-TABLE-CTR
               MOVE WO-ENTRY(WO-IDX) TO WOP-REC
               WRITE WOP-REC
           END-PERFORM.
           CLOSE WO-MASTER-PRV.

      *    ANY CONDO WITH A RATE ON CONDORATE.DAT IS ONE WE RENT.
       1060-LOAD-CONDO-CODES.
           OPEN INPUT CONDO-RATES.
           IF C-RATE-STATUS = '00'
               PERFORM UNTIL MORE-RATES = 'N'
                   READ CONDO-RATES
                       AT END
                           MOVE 'N' TO MORE-RATES
                       NOT AT END
                           PERFORM 1065-ADD-CONDO-CODE
               END-PERFORM
               CLOSE CONDO-RATES
           END-IF.

       1065-ADD-CONDO-CODE.
           MOVE CR-CONDO-CODE TO WT-CONDO.
           PERFORM 2060-FIND-CONDO.
           IF C-CONDO-FOUND = 'N' AND CC-TABLE-CTR < 40
               ADD 1 TO CC-TABLE-CTR
               MOVE CR-CONDO-CODE TO CC-T-CONDO(CC-TABLE-CTR)
           END-IF.

       2000-MAINLINE.
           ADD 1 TO C-TRANS-CTR.
           IF WT-TRANS-DATE IS NUMERIC AND WT-TRANS-DATE NOT = 0
               MOVE WT-TRANS-DATE TO C-TRANS-DATE
           ELSE
               MOVE C-RUN-DATE-NUM TO C-TRANS-DATE
           END-IF.
           PERFORM 2050-FIND-WORK-ORDER.
           EVALUATE WT-TRANS-CODE
               WHEN 'O'
                   PERFORM 2100-OPEN-WORK-ORDER
               WHEN 'U'
                   PERFORM 2200-UPDATE-WORK-ORDER
               WHEN 'C'
                   PERFORM 2300-COMPLETE-WORK-ORDER
               WHEN 'X'
                   PERFORM 2400-CANCEL-WORK-ORDER
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
           END-EVALUATE.
           PERFORM 9100-READ.

       2050-FIND-WORK-ORDER.
           MOVE 'N' TO C-WO-FOUND.
           SET WO-IDX TO 1.
           SEARCH WO-ENTRY
               AT END
                   CONTINUE
               WHEN WO-IDX > WO-TABLE-CTR
                   CONTINUE
               WHEN WO-T-CONDO(WO-IDX) = WT-CONDO
                       AND WO-T-WO-NO(WO-IDX) = WT-WO-NO
                   MOVE 'Y' TO C-WO-FOUND
           END-SEARCH.

       2060-FIND-CONDO.
           MOVE 'N' TO C-CONDO-FOUND.
           SET CC-IDX TO 1.
           SEARCH CC-ENTRY
               AT END
                   CONTINUE
               WHEN CC-IDX > CC-TABLE-CTR
                   CONTINUE
               WHEN CC-T-CONDO(CC-IDX) = WT-CONDO
                   MOVE 'Y' TO C-CONDO-FOUND
           END-SEARCH.

      *    CONDO PLUS WORK-ORDER NUMBER IS THE KEY.  THE SAME ORDER
      *    OPENED AGAIN WITH THE SAME DESCRIPTION AND DATE IS A
      *    RERUN AND IS SKIPPED, SO NO SECOND BLOCK GOES OUT.
       2100-OPEN-WORK-ORDER.
           PERFORM 2060-FIND-CONDO.
           PERFORM 2150-CHECK-DATES.
           IF WT-WO-NO = 0
               MOVE 'WORK ORDER NUMBER MISSING' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF C-WO-FOUND = 'Y'
               IF WO-T-DESC(WO-IDX) = WT-DESC
                       AND WO-T-OPEN-DATE(WO-IDX) = C-TRANS-DATE
                   ADD 1 TO C-REPLAY-CTR
               ELSE
                   MOVE 'WORK ORDER NUMBER ALREADY ON FILE'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               END-IF
           ELSE
           IF C-CONDO-FOUND = 'N'
               MOVE 'CONDO NOT ON CONDORATE.DAT' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF WT-DESC = SPACES
               MOVE 'NO DESCRIPTION OF THE WORK' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF C-DATES-GIVEN = 'E'
               MOVE 'OUT-OF-SERVICE DATE OR NIGHTS INVALID'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF WO-TABLE-CTR NOT < 2000
               MOVE 'WORK ORDER FILE FULL - NOT OPENED'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               ADD 1 TO WO-TABLE-CTR
               SET WO-IDX TO WO-TABLE-CTR
               MOVE WT-CONDO TO WO-T-CONDO(WO-IDX)
               MOVE WT-WO-NO TO WO-T-WO-NO(WO-IDX)
               MOVE WT-DESC TO WO-T-DESC(WO-IDX)
               MOVE WT-VENDOR TO WO-T-VENDOR(WO-IDX)
               MOVE C-TRANS-DATE TO WO-T-OPEN-DATE(WO-IDX)
               MOVE 0 TO WO-T-OOS-DATE(WO-IDX)
               MOVE 0 TO WO-T-OOS-NIGHTS(WO-IDX)
               MOVE 'N' TO WO-T-BLOCK-SENT(WO-IDX)
               MOVE WT-LABOR-COST TO WO-T-LABOR-COST(WO-IDX)
               MOVE WT-MATERIAL-COST TO WO-T-MATERIAL-COST(WO-IDX)
               IF WT-CHARGE-OWNER = 'Y'
                   MOVE 'Y' TO WO-T-CHARGE-OWNER(WO-IDX)
               ELSE
                   MOVE 'N' TO WO-T-CHARGE-OWNER(WO-IDX)
               END-IF
               MOVE 'O' TO WO-T-STATUS(WO-IDX)
               MOVE 0 TO WO-T-CLOSE-DATE(WO-IDX)
               ADD 1 TO C-OPENED-CTR
               MOVE 'OPENED' TO C-ACTION
               PERFORM 2950-PRINT-REGISTER
               IF C-DATES-GIVEN = 'Y'
                   PERFORM 2800-BLOCK-CALENDAR
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    C-DATES-GIVEN: 'Y' A GOOD OUT-OF-SERVICE DATE AND NIGHTS
      *    ARE ON THE TRANSACTION, 'N' NONE, 'E' ONLY HALF OF THEM
      *    OR A DATE THAT IS NOT A DATE.
       2150-CHECK-DATES.
           IF WT-OOS-NIGHTS IS NOT NUMERIC
               MOVE 0 TO WT-OOS-NIGHTS
           END-IF.
           IF WT-OOS-DATE IS NOT NUMERIC
               MOVE 0 TO WT-OOS-DATE
           END-IF.
           IF WT-OOS-DATE = 0 AND WT-OOS-NIGHTS = 0
               MOVE 'N' TO C-DATES-GIVEN
           ELSE
           IF WT-OOS-DATE = 0 OR WT-OOS-NIGHTS = 0
               MOVE 'E' TO C-DATES-GIVEN
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WT-OOS-DATE) NOT = 0
               MOVE 'E' TO C-DATES-GIVEN
           ELSE
               MOVE 'Y' TO C-DATES-GIVEN
           END-IF
           END-IF
           END-IF.

      *    VENDOR, DESCRIPTION, COSTS AND THE OWNER-CHARGE FLAG CAN
      *    CHANGE WHILE THE ORDER IS OPEN.  OUT-OF-SERVICE DATES CAN
      *    BE ADDED UNTIL A BLOCK HAS GONE OUT; AFTER THAT A CHANGE
      *    HAS TO BE MADE ON THE CALENDAR ITSELF.
       2200-UPDATE-WORK-ORDER.
           PERFORM 2150-CHECK-DATES.
           IF C-WO-FOUND = 'N'
               MOVE 'WORK ORDER NOT ON FILE' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF WO-T-STATUS(WO-IDX) NOT = 'O'
               MOVE 'WORK ORDER NO LONGER OPEN' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF C-DATES-GIVEN = 'E'
               MOVE 'OUT-OF-SERVICE DATE OR NIGHTS INVALID'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF C-DATES-GIVEN = 'Y'
                   AND WO-T-BLOCK-SENT(WO-IDX) = 'Y'
                   AND (WT-OOS-DATE NOT = WO-T-OOS-DATE(WO-IDX)
                     OR WT-OOS-NIGHTS NOT = WO-T-OOS-NIGHTS(WO-IDX))
               MOVE 'CALENDAR ALREADY BLOCKED - CHANGE IT ON RESVCAL'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               PERFORM 2250-APPLY-CHANGES
               ADD 1 TO C-UPDATED-CTR
               MOVE 'UPDATED' TO C-ACTION
               PERFORM 2950-PRINT-REGISTER
               IF C-DATES-GIVEN = 'Y'
                       AND WO-T-BLOCK-SENT(WO-IDX) = 'N'
                   PERFORM 2800-BLOCK-CALENDAR
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2250-APPLY-CHANGES.
           IF WT-DESC NOT = SPACES
               MOVE WT-DESC TO WO-T-DESC(WO-IDX)
           END-IF.
           IF WT-VENDOR NOT = SPACES
               MOVE WT-VENDOR TO WO-T-VENDOR(WO-IDX)
           END-IF.
           IF WT-LABOR-COST NOT = 0
               MOVE WT-LABOR-COST TO WO-T-LABOR-COST(WO-IDX)
           END-IF.
           IF WT-MATERIAL-COST NOT = 0
               MOVE WT-MATERIAL-COST TO WO-T-MATERIAL-COST(WO-IDX)
           END-IF.
           IF WT-CHARGE-OWNER = 'Y' OR WT-CHARGE-OWNER = 'N'
               MOVE WT-CHARGE-OWNER TO WO-T-CHARGE-OWNER(WO-IDX)
           END-IF.

      *    THE COMPLETION CARRIES THE FINAL COSTS.  THE COMPLETION
      *    DATE DECIDES WHICH MONTH'S OWNER STATEMENT A CHARGEABLE
      *    ORDER IS DEDUCTED ON.
       2300-COMPLETE-WORK-ORDER.
           IF C-WO-FOUND = 'N'
               MOVE 'WORK ORDER NOT ON FILE' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF WO-T-STATUS(WO-IDX) = 'C'
                   AND WO-T-CLOSE-DATE(WO-IDX) = C-TRANS-DATE
               ADD 1 TO C-REPLAY-CTR
           ELSE
           IF WO-T-STATUS(WO-IDX) NOT = 'O'
               MOVE 'WORK ORDER ALREADY CLOSED' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF C-TRANS-DATE < WO-T-OPEN-DATE(WO-IDX)
               MOVE 'COMPLETED BEFORE IT WAS OPENED' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               PERFORM 2250-APPLY-CHANGES
               MOVE 'C' TO WO-T-STATUS(WO-IDX)
               MOVE C-TRANS-DATE TO WO-T-CLOSE-DATE(WO-IDX)
               ADD WO-T-LABOR-COST(WO-IDX) WO-T-MATERIAL-COST(WO-IDX)
                   GIVING C-WO-COST
               ADD 1 TO C-COMPLETED-CTR
               ADD C-WO-COST TO C-COMPLETED-AMT
               IF WO-T-CHARGE-OWNER(WO-IDX) = 'Y'
                   ADD C-WO-COST TO C-CHARGED-AMT
               END-IF
               MOVE 'COMPLETED' TO C-ACTION
               PERFORM 2950-PRINT-REGISTER
           END-IF
           END-IF
           END-IF
           END-IF.

       2400-CANCEL-WORK-ORDER.
           IF C-WO-FOUND = 'N'
               MOVE 'WORK ORDER NOT ON FILE' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF WO-T-STATUS(WO-IDX) = 'X'
               ADD 1 TO C-REPLAY-CTR
           ELSE
           IF WO-T-STATUS(WO-IDX) NOT = 'O'
               MOVE 'WORK ORDER ALREADY COMPLETED' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               MOVE 'X' TO WO-T-STATUS(WO-IDX)
               MOVE C-TRANS-DATE TO WO-T-CLOSE-DATE(WO-IDX)
               ADD 1 TO C-CANCELLED-CTR
               MOVE 'CANCELLED' TO C-ACTION
               PERFORM 2950-PRINT-REGISTER
           END-IF
           END-IF
           END-IF.

      *    THE BLOCK IS AN 'M' TRANSACTION APPENDED TO THE OZARK
      *    BATCH.  COBDOA04 CHECKS IT AGAINST THE CALENDAR LIKE ANY
      *    OTHER BLOCK AND REPORTS A CLASH AS A DOUBLE BOOKING.
       2800-BLOCK-CALENDAR.
           IF C-OZARK-OPEN = 'N'
               OPEN EXTEND OZARK
               IF C-OZARK-STATUS = '35'
                   OPEN OUTPUT OZARK
               END-IF
               MOVE 'Y' TO C-OZARK-OPEN
           END-IF.
           MOVE WT-OOS-DATE TO WO-T-OOS-DATE(WO-IDX).
           MOVE WT-OOS-NIGHTS TO WO-T-OOS-NIGHTS(WO-IDX).
           MOVE 'Y' TO WO-T-BLOCK-SENT(WO-IDX).
           MOVE SPACES TO OZARK-REC.
           MOVE 'M' TO I-TRANS-CODE.
           STRING 'WO ' WO-T-WO-NO(WO-IDX) ' '
                  WO-T-DESC(WO-IDX) DELIMITED BY SIZE
               INTO I-GUEST.
           MOVE WO-T-CONDO(WO-IDX) TO I-CONDO.
           MOVE 0 TO I-BEDROOMS.
           MOVE WT-OOS-NIGHTS TO I-NIGHTS.
           MOVE 'N' TO I-PETS.
           MOVE 'N' TO I-HOTTUB.
           MOVE 0 TO I-DOCKSLIP.
           MOVE WT-OOS-DATE TO I-ARRIVAL-DATE.
           WRITE OZARK-REC.
           ADD 1 TO C-BLOCK-CTR.
           MOVE 'CALENDAR BLOCK SENT' TO C-ACTION.
           PERFORM 2950-PRINT-REGISTER.

       2950-PRINT-REGISTER.
           MOVE WO-T-CONDO(WO-IDX) TO O-CONDO.
           MOVE WO-T-WO-NO(WO-IDX) TO O-WO-NO.
           MOVE WO-T-DESC(WO-IDX) TO O-DESC.
           MOVE WO-T-VENDOR(WO-IDX) TO O-VENDOR.
           MOVE WO-T-OPEN-DATE(WO-IDX)(1:4) TO O-OPEN-YY.
           MOVE WO-T-OPEN-DATE(WO-IDX)(5:2) TO O-OPEN-MM.
           MOVE WO-T-OPEN-DATE(WO-IDX)(7:2) TO O-OPEN-DD.
           MOVE WO-T-LABOR-COST(WO-IDX) TO O-LABOR-COST.
           MOVE WO-T-MATERIAL-COST(WO-IDX) TO O-MATERIAL-COST.
           MOVE WO-T-CHARGE-OWNER(WO-IDX) TO O-CHARGE-OWNER.
           MOVE C-ACTION TO O-ACTION.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HEADINGS.

       3000-CLOSING.
           MOVE C-OPENED-CTR TO O-OPENED-CTR.
           MOVE C-UPDATED-CTR TO O-UPDATED-CTR.
           MOVE C-CANCELLED-CTR TO O-CANCELLED-CTR.
           MOVE C-BLOCK-CTR TO O-BLOCK-CTR.
           WRITE PRTLINE FROM REG-TOTAL-LINE1
               AFTER ADVANCING 3 LINES.
           MOVE C-COMPLETED-CTR TO O-COMPLETED-CTR.
           MOVE C-COMPLETED-AMT TO O-COMPLETED-AMT.
           MOVE C-CHARGED-AMT TO O-CHARGED-AMT.
           WRITE PRTLINE FROM REG-TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-TRANS-CTR TO O-TRANS-CTR.
           MOVE C-REPLAY-CTR TO O-REPLAY-CTR.
           MOVE C-EXC-CTR TO O-EXC-CTR.
           WRITE PRTLINE FROM REG-TOTAL-LINE3
               AFTER ADVANCING 1 LINE.

           PERFORM 9250-AG-HEADINGS.
           PERFORM 3300-PRINT-AGING
               VARYING WO-IDX FROM 1 BY 1
                   UNTIL WO-IDX > WO-TABLE-CTR.
           MOVE C-OPEN-CTR TO O-OPEN-CTR.
           MOVE C-OPEN-AMT TO O-OPEN-AMT.
           WRITE AGLINE FROM AG-TOTAL-LINE1
               AFTER ADVANCING 3 LINES.
           MOVE C-AGE-30-CTR TO O-AGE-30-CTR.
           MOVE C-AGE-60-CTR TO O-AGE-60-CTR.
           MOVE C-AGE-90-CTR TO O-AGE-90-CTR.
           MOVE C-AGE-OVER-CTR TO O-AGE-OVER-CTR.
           WRITE AGLINE FROM AG-TOTAL-LINE2
               AFTER ADVANCING 1 LINE.

           IF C-TRANS-STATUS = '00'
               CLOSE WO-TRANS.
           IF C-OZARK-OPEN = 'Y'
               CLOSE OZARK.
           CLOSE PRTOUT.
           CLOSE AGING-RPT.
           CLOSE EXCEPT-RPT.

           PERFORM 3800-SAVE-WORK-ORDERS.
           PERFORM 3900-LOG-CONTROL-TOTALS.

      *    EVERY ORDER STILL OPEN, WITH ITS AGE FROM THE OPEN DATE.
      *    ONE OPEN MORE THAN 30 DAYS IS FLAGGED FOR FOLLOW-UP, AND
      *    ONE WHOSE OUT-OF-SERVICE NIGHTS HAVE ALREADY ENDED IS
      *    FLAGGED AS OVERDUE.
       3300-PRINT-AGING.
           IF WO-T-STATUS(WO-IDX) = 'O'
               ADD 1 TO C-OPEN-CTR
               ADD WO-T-LABOR-COST(WO-IDX) WO-T-MATERIAL-COST(WO-IDX)
                   GIVING C-WO-COST
               ADD C-WO-COST TO C-OPEN-AMT
               MOVE WO-T-CONDO(WO-IDX) TO O-AG-CONDO
               MOVE WO-T-WO-NO(WO-IDX) TO O-AG-WO-NO
               MOVE WO-T-DESC(WO-IDX) TO O-AG-DESC
               MOVE WO-T-VENDOR(WO-IDX) TO O-AG-VENDOR
               MOVE WO-T-OPEN-DATE(WO-IDX)(1:4) TO O-AG-OPEN-YY
               MOVE WO-T-OPEN-DATE(WO-IDX)(5:2) TO O-AG-OPEN-MM
               MOVE WO-T-OPEN-DATE(WO-IDX)(7:2) TO O-AG-OPEN-DD
               MOVE FUNCTION INTEGER-OF-DATE(WO-T-OPEN-DATE(WO-IDX))
                   TO C-OPEN-DATE-INT
               COMPUTE C-DAYS-OPEN = C-RUN-DATE-INT - C-OPEN-DATE-INT
               IF C-DAYS-OPEN < 0
                   MOVE 0 TO C-DAYS-OPEN
               END-IF
               MOVE C-DAYS-OPEN TO O-AG-DAYS-OPEN
               MOVE SPACES TO O-AG-FLAG
               IF C-DAYS-OPEN > 90
                   ADD 1 TO C-AGE-OVER-CTR
               ELSE
               IF C-DAYS-OPEN > 60
                   ADD 1 TO C-AGE-90-CTR
               ELSE
               IF C-DAYS-OPEN > 30
                   ADD 1 TO C-AGE-60-CTR
               ELSE
                   ADD 1 TO C-AGE-30-CTR
               END-IF
               END-IF
               END-IF
               IF C-DAYS-OPEN > 30
                   MOVE '*FOLLOW UP*' TO O-AG-FLAG
               END-IF
               IF WO-T-OOS-DATE(WO-IDX) NOT = 0
                   MOVE WO-T-OOS-DATE(WO-IDX)(1:4) TO O-AG-OOS-YY
                   MOVE WO-T-OOS-DATE(WO-IDX)(5:2) TO O-AG-OOS-MM
                   MOVE WO-T-OOS-DATE(WO-IDX)(7:2) TO O-AG-OOS-DD
                   MOVE WO-T-OOS-NIGHTS(WO-IDX) TO O-AG-OOS-NIGHTS
                   IF FUNCTION INTEGER-OF-DATE(WO-T-OOS-DATE(WO-IDX))
                           + WO-T-OOS-NIGHTS(WO-IDX) <= C-RUN-DATE-INT
                       MOVE '*OVERDUE*' TO O-AG-FLAG
                   END-IF
               ELSE
                   MOVE SPACES TO O-AG-OOS-DATE
                   MOVE 0 TO O-AG-OOS-NIGHTS
               END-IF
               MOVE C-WO-COST TO O-AG-COST
               WRITE AGLINE FROM AG-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9250-AG-HEADINGS
           END-IF.

      *    CLOSED ORDERS STAY ON FILE: COBDOA11 READS THE COMPLETED
      *    ONES FOR THE OWNER CHARGE-BACKS.
       3800-SAVE-WORK-ORDERS.
           OPEN OUTPUT WO-MASTER.
           PERFORM VARYING WO-IDX FROM 1 BY 1
                   UNTIL WO-IDX > WO-TABLE-CTR
               MOVE WO-ENTRY(WO-IDX) TO WO-REC
               WRITE WO-REC
           END-PERFORM.
           CLOSE WO-MASTER.

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
                           IF CTL-PROGRAM-ID = "COBDOA42"
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
           MOVE "COBDOA42"       TO CTL-PROGRAM-ID.
           MOVE I-YY             TO CTL-RUN-YY.
           MOVE I-MM             TO CTL-RUN-MM.
           MOVE I-DD             TO CTL-RUN-DD.
           MOVE C-COMPLETED-CTR  TO CTL-RECORD-COUNT.
           MOVE C-COMPLETED-AMT  TO CTL-DOLLAR-TOTAL.
           COMPUTE CTL-RUN-SEQ = C-CTL-RUN-SEQ + 1.
           WRITE CTL-LOG-REC.
           CLOSE CTL-LOG.

       9100-READ.
           READ WO-TRANS
               AT END
                   MOVE 'NO' TO MORE-RECS.
           IF WT-WO-NO IS NOT NUMERIC
               MOVE 0 TO WT-WO-NO.
           IF WT-LABOR-COST IS NOT NUMERIC
               MOVE 0 TO WT-LABOR-COST.
           IF WT-MATERIAL-COST IS NOT NUMERIC
               MOVE 0 TO WT-MATERIAL-COST.

       9150-EXC-HEADINGS.
           ADD 1 TO C-EXC-PCTR.
           MOVE C-EXC-PCTR TO O-PCTR.
           MOVE 'WORK ORDER EXCEPTIONS' TO O-REPORT-NAME.
           WRITE EXCLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE EXCLINE FROM EXC-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE EXCLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       9170-EXC-LINE.
           ADD 1 TO C-EXC-CTR.
           MOVE WT-TRANS-CODE TO O-EXC-CODE.
           MOVE WT-CONDO TO O-EXC-CONDO.
           MOVE WT-WO-NO TO O-EXC-WO-NO.
           MOVE WT-DESC TO O-EXC-DESC.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

       9200-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE 'WORK ORDER REGISTER' TO O-REPORT-NAME.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COLLUMN-HEADINGS1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLLUMN-HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       9250-AG-HEADINGS.
           ADD 1 TO C-AG-PCTR.
           MOVE C-AG-PCTR TO O-PCTR.
           MOVE 'OPEN WORK ORDER AGING' TO O-REPORT-NAME.
           WRITE AGLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE AGLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AGLINE FROM AG-HEADINGS1
               AFTER ADVANCING 2 LINES.
           WRITE AGLINE FROM AG-HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE AGLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM COBDOA42.
