       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA52.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *THIS PROGRAM IMPORTS THE ONLINE BOOKING CHANNEL'S
      *RESERVATION AND CANCELLATION EXPORT (CHNLEXP.DAT) INTO
      *THE NIGHT'S CONDO BATCH (OZARK.DAT) AHEAD OF COBDOA04.
      *  N - NEW BOOKING: THE LISTING IS MAPPED TO OUR CONDO
      *      CODE THROUGH CHNLMAP.DAT, THE GUEST IS MATCHED TO AN
      *      ACTIVE CUSTOMER ON CUSTMAST.DAT BY NAME AND PHONE
      *      (OR ADDED UNDER THE NEXT FREE CUSTOMER NUMBER), AND
      *      AN 'R' RENTAL IS APPENDED TO OZARK.DAT.
      *  X - CANCELLED BOOKING: THE ORIGINAL IMPORT IS FOUND ON
      *      THE IMPORT HISTORY AND A 'C' CANCELLATION CARRYING
      *      ITS GUEST, CONDO AND ARRIVAL AND THE CHANNEL'S
      *      REFUND IS APPENDED TO OZARK.DAT.
      *A BOOKING ALREADY IMPORTED, A NEW BOOKING WHOSE NIGHTS
      *ARE TAKEN ON RESVCAL.DAT OR BY A STAY ALREADY IN TONIGHT'S
      *BATCH, AND ANY RECORD THAT FAILS ITS EDITS IS REJECTED TO
      *THE EXCEPTION REPORT (CHNLEXC.RPT).  EVERY ACCEPTED
      *RECORD IS LOGGED ON THE IMPORT HISTORY (CHNLHIST.DAT) AND
      *EVERY RECORD READ GETS A LINE ON THE ACKNOWLEDGMENT FILE
      *(CHNLACK.DAT) RETURNED TO THE CHANNEL: OUR CONFIRMATION
      *NUMBER (CONDO CODE AND ARRIVAL DATE) OR THE REJECT REASON.
      *A BOOKING IMPORTED BY AN EARLIER RUN THE SAME DAY (A
      *RESTARTED CHAIN) IS ACKNOWLEDGED AGAIN WITH ITS ORIGINAL
      *CONFIRMATION AND NOT WRITTEN TO THE BATCH A SECOND TIME.
      *CUSTOMERS ADDED HERE ARE JOURNALED TO MASTAUDT.LOG.
      *NO EXPORT FILE MEANS THE CHANNEL SENT NOTHING TONIGHT.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHNL-EXPORT
               ASSIGN TO DYNAMIC C-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-EXPORT-STATUS.

           SELECT CHNL-ACK
               ASSIGN TO DYNAMIC C-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LISTING-MAP
               ASSIGN TO "C:\IHCC\COBOL\CHNLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MAP-STATUS.

           SELECT IMPORT-HIST
               ASSIGN TO "C:\IHCC\COBOL\CHNLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT CUST-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS C-CUST-STATUS.

           SELECT RESV-CAL
               ASSIGN TO "C:\IHCC\COBOL\RESVCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RESV-KEY
               FILE STATUS IS C-RESV-CAL-STATUS.

           SELECT OZARK
               ASSIGN TO "C:\IHCC\COBOL\OZARK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OZARK-STATUS.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\CHNLEXC.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDIT-JRNL
               ASSIGN TO "C:\IHCC\COBOL\MASTAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHNL-EXPORT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-REC
           RECORD CONTAINS 107 CHARACTERS.
       01  CH-REC.
           05 CH-REC-TYPE          PIC X.
               88 CH-IS-NEW            VALUE 'N'.
               88 CH-IS-CANCEL         VALUE 'X'.
           05 CH-BOOKING-ID        PIC X(12).
           05 CH-LISTING-ID        PIC X(10).
           05 CH-LAST-NAME         PIC X(15).
           05 CH-FIRST-NAME        PIC X(12).
           05 CH-ADDR              PIC X(25).
           05 CH-PHONE             PIC X(12).
           05 CH-ARRIVAL-DATE.
               10 CH-ARR-YY        PIC 9(4).
               10 CH-ARR-MM        PIC 99.
               10 CH-ARR-DD        PIC 99.
           05 CH-NIGHTS            PIC 99.
           05 CH-PETS              PIC X.
           05 CH-HOTTUB            PIC X.
           05 CH-REFUND-AMT        PIC 9(6)V99.

       FD  CHNL-ACK
           LABEL RECORD IS STANDARD
           DATA RECORD IS AK-REC
           RECORD CONTAINS 68 CHARACTERS.
       01  AK-REC.
           05 AK-BOOKING-ID        PIC X(12).
           05 AK-REC-TYPE          PIC X.
           05 AK-STATUS            PIC X.
           05 AK-CONFIRM-NO        PIC X(10).
           05 AK-CUST-NO           PIC X(6).
           05 AK-REASON            PIC X(30).
           05 AK-RUN-DATE          PIC 9(8).

       FD  LISTING-MAP
           LABEL RECORD IS STANDARD
           DATA RECORD IS LM-REC
           RECORD CONTAINS 13 CHARACTERS.
       01  LM-REC.
           05 LM-LISTING-ID        PIC X(10).
           05 LM-CONDO             PIC XX.
           05 LM-BEDROOMS          PIC 9.

       FD  IMPORT-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HS-REC
           RECORD CONTAINS 75 CHARACTERS.
       01  HS-REC.
           05 HS-BOOKING-ID        PIC X(12).
           05 HS-REC-TYPE          PIC X.
           05 HS-IMPORT-DATE       PIC 9(8).
           05 HS-RUN-TIME          PIC X(6).
           05 HS-CUST-NO           PIC X(6).
           05 HS-GUEST             PIC X(20).
           05 HS-CONDO             PIC XX.
           05 HS-ARRIVAL-DATE      PIC 9(8).
           05 HS-NIGHTS            PIC 99.
           05 HS-CONFIRM-NO        PIC X(10).

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

       FD  RESV-CAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 13 CHARACTERS.
       01  RC-REC.
           05 RC-RESV-KEY.
               10 RC-CONDO-CODE    PIC XX.
               10 RC-ARRIVAL-DATE.
                   15 RC-ARR-YY    PIC 9(4).
                   15 RC-ARR-MM    PIC 99.
                   15 RC-ARR-DD    PIC 99.
           05 RC-NIGHTS             PIC 99.
           05 RC-TYPE               PIC X.

       FD  OZARK
           LABEL RECORD IS STANDARD
           DATA RECORD IS OZARK-REC
           RECORD CONTAINS 46 CHARACTERS.
       01  OZARK-REC.
           05 OZ-TRANS-CODE        PIC X.
               88 OZ-IS-STAY           VALUE 'R' SPACE 'M'.
           05 OZ-GUEST             PIC X(20).
           05 OZ-CONDO             PIC XX.
           05 OZ-BEDROOMS          PIC 9.
           05 OZ-NIGHTS            PIC 99.
           05 OZ-PETS              PIC X.
           05 OZ-HOTTUB            PIC X.
           05 OZ-DOCKSLIP          PIC 99V99.
           05 OZ-ARRIVAL-DATE      PIC 9(8).
           05 OZ-CUST-NO           PIC X(6).

       01  CANCEL-REC REDEFINES OZARK-REC.
           05 CX-TRANS-CODE        PIC X.
           05 CX-GUEST             PIC X(20).
           05 CX-CONDO             PIC XX.
           05 CX-REFUND-AMT        PIC 9(6)V99.
           05 CX-ARRIVAL-DATE      PIC 9(8).
           05 FILLER               PIC X(7).

       FD  EXCEPT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCLINE                 PIC X(132).

       FD  AUDIT-JRNL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUD-JRNL-REC
           RECORD CONTAINS 223 CHARACTERS.
           COPY AUDJRNL.

       WORKING-STORAGE SECTION.
       01  LISTING-TABLE.
           05 LM-TABLE-CTR         PIC 999         VALUE 0.
           05 LM-ENTRY OCCURS 200 TIMES INDEXED BY LM-IDX.
               10 LM-T-LISTING-ID      PIC X(10).
               10 LM-T-CONDO           PIC XX.
               10 LM-T-BEDROOMS        PIC 9.

      *    EVERY STAY ALREADY IN TONIGHT'S BATCH, PLUS EACH ONE THIS
      *    RUN ADDS, AS INTEGER ARRIVAL AND DEPARTURE DAYS.
       01  BATCH-TABLE.
           05 BT-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 BT-ENTRY OCCURS 2000 TIMES INDEXED BY BT-IDX.
               10 BT-T-CONDO           PIC XX.
               10 BT-T-ARR-INT         PIC 9(7).
               10 BT-T-DEP-INT         PIC 9(7).

       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 MORE-CAL             PIC X.
           05 MORE-CUST            PIC X.
           05 MORE-HIST            PIC X.
           05 C-EXPORT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\CHNLEXP.DAT".
           05 C-ACK-PATH           PIC X(60)
                                   VALUE "C:\IHCC\COBOL\CHNLACK.DAT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-RUN-TIME           PIC X(6).
           05 C-RUN-INT            PIC 9(7).
           05 C-EXPORT-STATUS      PIC XX.
           05 C-MAP-STATUS         PIC XX.
           05 C-HIST-STATUS        PIC XX.
           05 C-CUST-STATUS        PIC XX.
           05 C-RESV-CAL-STATUS    PIC XX.
           05 C-OZARK-STATUS       PIC XX.
           05 C-AUDIT-STATUS       PIC XX.
           05 C-AUDIT-USER         PIC X(8).
           05 C-NO-EXPORT          PIC X           VALUE 'N'.
           05 C-CAL-FILE-OK        PIC X           VALUE 'N'.
           05 C-BATCH-FULL         PIC X           VALUE 'N'.
           05 C-MAP-FOUND          PIC X.
           05 C-CUST-FOUND         PIC X.
           05 C-NEW-FOUND          PIC X.
           05 C-CXL-FOUND          PIC X.
           05 C-REASON             PIC X(30).
           05 C-GUEST-NAME         PIC X(25).
           05 C-CONDO              PIC XX.
           05 C-BEDROOMS           PIC 9.
           05 C-CUST-NO            PIC X(6).
           05 C-CONFIRM-NO         PIC X(10).
           05 C-HIGH-CUST-NO       PIC 9(6)        VALUE 0.
           05 C-ARR-INT            PIC 9(7).
           05 C-DEP-INT            PIC 9(7).
           05 C-CAL-ARR-INT        PIC 9(7).
           05 C-CAL-DEP-INT        PIC 9(7).
           05 C-ARR-DATE-NUM       PIC 9(8).
           05 C-READ-CTR           PIC 9(5)        VALUE 0.
           05 C-BOOKED-CTR         PIC 9(5)        VALUE 0.
           05 C-CANCELLED-CTR      PIC 9(5)        VALUE 0.
           05 C-REACK-CTR          PIC 9(5)        VALUE 0.
           05 C-REJECT-CTR         PIC 9(5)        VALUE 0.
           05 C-MATCHED-CTR        PIC 9(5)        VALUE 0.
           05 C-CREATED-CTR        PIC 9(5)        VALUE 0.
           05 C-EXC-PCTR           PIC 99          VALUE 0.

      *    THE HISTORY RECORDS OF THE BOOKING BEING IMPORTED: ITS
      *    ORIGINAL NEW BOOKING AND ANY CANCELLATION ALREADY TAKEN.
       01  NEW-HIST.
           05 NH-BOOKING-ID        PIC X(12).
           05 NH-REC-TYPE          PIC X.
           05 NH-IMPORT-DATE       PIC 9(8).
           05 NH-RUN-TIME          PIC X(6).
           05 NH-CUST-NO           PIC X(6).
           05 NH-GUEST             PIC X(20).
           05 NH-CONDO             PIC XX.
           05 NH-ARRIVAL-DATE      PIC 9(8).
           05 NH-NIGHTS            PIC 99.
           05 NH-CONFIRM-NO        PIC X(10).

       01  CXL-HIST.
           05 XH-BOOKING-ID        PIC X(12).
           05 XH-REC-TYPE          PIC X.
           05 XH-IMPORT-DATE       PIC 9(8).
           05 XH-RUN-TIME          PIC X(6).
           05 XH-CUST-NO           PIC X(6).
           05 XH-GUEST             PIC X(20).
           05 XH-CONDO             PIC XX.
           05 XH-ARRIVAL-DATE      PIC 9(8).
           05 XH-NIGHTS            PIC 99.
           05 XH-CONFIRM-NO        PIC X(10).

       01  CURRENT-DATE-AND-TIME.
           05 THIS-DATE.
               10 I-YY             PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01  EXC-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 O-EXC-MM             PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-EXC-DD             PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-EXC-YY             PIC 9(4).
           05 FILLER               PIC X(24)       VALUE SPACES.
           05 FILLER               PIC X(46)
               VALUE 'ONLINE BOOKING IMPORT - EXCEPTIONS'.
           05 FILLER               PIC X(38)       VALUE SPACES.
           05 FILLER               PIC X(6)        VALUE 'PAGE:'.
           05 O-EXC-PCTR           PIC Z9.

       01  EXC-HEADINGS.
           05 FILLER               PIC X(14)       VALUE 'BOOKING ID'.
           05 FILLER               PIC X(6)        VALUE 'TYPE'.
           05 FILLER               PIC X(12)       VALUE 'LISTING'.
           05 FILLER               PIC X(27)       VALUE 'GUEST'.
           05 FILLER               PIC X(12)       VALUE 'ARRIVAL'.
           05 FILLER               PIC X(30)       VALUE 'REASON'.

       01  BLANK-LINE              PIC X(132)      VALUE SPACES.

       01  EXC-DETAIL-LINE.
           05 O-EXC-BOOKING-ID     PIC X(12).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-TYPE           PIC X.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 O-EXC-LISTING-ID     PIC X(10).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-GUEST          PIC X(25).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-ARR-MM         PIC XX.
           05 FILLER               PIC X           VALUE '/'.
           05 O-EXC-ARR-DD         PIC XX.
           05 FILLER               PIC X           VALUE '/'.
           05 O-EXC-ARR-YY         PIC X(4).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-REASON         PIC X(30).

       01  NO-EXPORT-LINE.
           05 FILLER               PIC X(50)       VALUE
               'NO CHANNEL EXPORT FILE - NOTHING IMPORTED'.

       01  GT-COUNTERS.
           05 FILLER               PIC X(15)       VALUE
                                   'BOOKINGS READ:'.
           05 O-READ-CTR           PIC ZZ,ZZ9.
           05 FILLER               PIC X(10)       VALUE '  BOOKED:'.
           05 O-BOOKED-CTR         PIC ZZ,ZZ9.
           05 FILLER               PIC X(13)       VALUE
                                   '  CANCELLED:'.
           05 O-CANCELLED-CTR      PIC ZZ,ZZ9.
           05 FILLER               PIC X(19)       VALUE
                                   '  RE-ACKNOWLEDGED:'.
           05 O-REACK-CTR          PIC ZZ,ZZ9.
           05 FILLER               PIC X(12)       VALUE
                                   '  REJECTED:'.
           05 O-REJECT-CTR         PIC ZZ,ZZ9.

       01  CUST-COUNTERS.
           05 FILLER               PIC X(20)       VALUE
                                   'CUSTOMERS MATCHED:'.
           05 O-MATCHED-CTR        PIC ZZ,ZZ9.
           05 FILLER               PIC X(11)       VALUE '  CREATED:'.
           05 O-CREATED-CTR        PIC ZZ,ZZ9.

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
           COMPUTE C-RUN-DATE-NUM = I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE FUNCTION INTEGER-OF-DATE(C-RUN-DATE-NUM) TO C-RUN-INT.
           MOVE I-TIME(1:6) TO C-RUN-TIME.
           MOVE I-MM TO O-EXC-MM.
           MOVE I-DD TO O-EXC-DD.
           MOVE I-YY TO O-EXC-YY.

           OPEN INPUT CHNL-EXPORT.
           IF C-EXPORT-STATUS = '35'
               MOVE 'Y' TO C-NO-EXPORT
               MOVE 'N' TO MORE-RECS
           ELSE
               IF C-EXPORT-STATUS NOT = '00'
                   DISPLAY 'CHANNEL EXPORT WILL NOT OPEN - STATUS '
                           C-EXPORT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT CHNL-ACK.
           OPEN OUTPUT EXCEPT-RPT.
           PERFORM 9150-EXC-HEADINGS.

           IF C-NO-EXPORT = 'N'
               PERFORM 1010-LOAD-LISTING-MAP
               PERFORM 1020-LOAD-BATCH
               PERFORM 1050-OPEN-CUSTOMERS
               PERFORM 1060-OPEN-CALENDAR
               PERFORM 1070-OPEN-AUDIT
               PERFORM 9000-READ
           END-IF.

       1005-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-EXPORT-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-ACK-PATH
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

      *    A LISTING MISSING FROM THE MAP REJECTS EVERY BOOKING FOR
      *    IT, SO A MISSING MAP LEAVES THE TABLE EMPTY RATHER THAN
      *    STOPPING THE RUN.
       1010-LOAD-LISTING-MAP.
           OPEN INPUT LISTING-MAP.
           IF C-MAP-STATUS = '00'
               MOVE 'Y' TO MORE-CUST
               PERFORM UNTIL MORE-CUST = 'N'
                   READ LISTING-MAP
                       AT END
                           MOVE 'N' TO MORE-CUST
                       NOT AT END
                           IF LM-TABLE-CTR < 200
                               ADD 1 TO LM-TABLE-CTR
                               MOVE LM-LISTING-ID
                                   TO LM-T-LISTING-ID(LM-TABLE-CTR)
                               MOVE LM-CONDO
                                   TO LM-T-CONDO(LM-TABLE-CTR)
                               MOVE LM-BEDROOMS
                                   TO LM-T-BEDROOMS(LM-TABLE-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTING-MAP
           END-IF.

      *    THE STAYS AND BLOCKS THE OFFICE ALREADY KEYED INTO
      *    TONIGHT'S BATCH ARE NOT ON THE CALENDAR UNTIL COBDOA04
      *    RUNS, SO THEY ARE TABLED FOR THE CONFLICT CHECK.  A
      *    STAY GONE BY THE RUN DATE CANNOT CLASH WITH AN IMPORTED
      *    ONE, WHICH NEVER ARRIVES IN THE PAST, SO ONLY STAYS
      *    STILL TO DEPART ARE TABLED.  THE BATCH IS THEN REOPENED
      *    TO HAVE THE IMPORT APPENDED.
       1020-LOAD-BATCH.
           OPEN INPUT OZARK.
           IF C-OZARK-STATUS = '00'
               MOVE 'Y' TO MORE-CUST
               PERFORM UNTIL MORE-CUST = 'N'
                   READ OZARK
                       AT END
                           MOVE 'N' TO MORE-CUST
                       NOT AT END
                           IF OZ-IS-STAY
                                   AND OZ-ARRIVAL-DATE NUMERIC
                                   AND OZ-NIGHTS NUMERIC
                               MOVE OZ-CONDO TO C-CONDO
                               MOVE OZ-ARRIVAL-DATE TO C-ARR-DATE-NUM
                               MOVE FUNCTION INTEGER-OF-DATE
                                   (C-ARR-DATE-NUM) TO C-ARR-INT
                               COMPUTE C-DEP-INT =
                                   C-ARR-INT + OZ-NIGHTS
                               IF C-DEP-INT > C-RUN-INT
                                   PERFORM 9300-ADD-TO-BATCH-TABLE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OZARK
           END-IF.

           OPEN EXTEND OZARK.
           IF C-OZARK-STATUS = '35'
               OPEN OUTPUT OZARK.

      *    THE MASTER IS READ ONCE FOR THE HIGHEST NUMERIC CUSTOMER
      *    NUMBER ON FILE; CUSTOMERS ADDED HERE TAKE THE NEXT ONES.
       1050-OPEN-CUSTOMERS.
           OPEN I-O CUST-MASTER.
           IF C-CUST-STATUS = '35'
               OPEN OUTPUT CUST-MASTER
               CLOSE CUST-MASTER
               OPEN I-O CUST-MASTER
           END-IF.
           IF C-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER WILL NOT OPEN - STATUS '
                       C-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'Y' TO MORE-CUST.
           PERFORM UNTIL MORE-CUST = 'N'
               READ CUST-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-CUST
                   NOT AT END
                       IF CM-CUST-NO NUMERIC
                               AND CM-CUST-NO > C-HIGH-CUST-NO
                           MOVE CM-CUST-NO TO C-HIGH-CUST-NO
                       END-IF
               END-READ
           END-PERFORM.

      *    NO CALENDAR YET MEANS NOTHING IS BOOKED ON IT.
       1060-OPEN-CALENDAR.
           OPEN INPUT RESV-CAL.
           IF C-RESV-CAL-STATUS = '00'
               MOVE 'Y' TO C-CAL-FILE-OK
           END-IF.

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

       2000-MAINLINE.
           MOVE SPACES TO C-REASON.
           MOVE SPACES TO C-CONFIRM-NO.
           MOVE SPACES TO C-CUST-NO.
           MOVE SPACES TO C-GUEST-NAME.
           IF CH-FIRST-NAME = SPACES
               MOVE CH-LAST-NAME TO C-GUEST-NAME
           ELSE
               STRING CH-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      CH-LAST-NAME  DELIMITED BY '  '
                   INTO C-GUEST-NAME
           END-IF.
           PERFORM 2100-SCAN-HISTORY.
           EVALUATE TRUE
               WHEN CH-IS-NEW
                   PERFORM 2200-NEW-BOOKING
               WHEN CH-IS-CANCEL
                   PERFORM 2300-CANCEL-BOOKING
               WHEN OTHER
                   MOVE 'UNRECOGNIZED RECORD TYPE' TO C-REASON
                   PERFORM 9170-REJECT
           END-EVALUATE.
           PERFORM 9000-READ.

      *    THE IMPORT HISTORY IS READ FRONT TO BACK FOR THE
      *    BOOKING'S EARLIER NEW AND CANCEL RECORDS.
       2100-SCAN-HISTORY.
           MOVE 'N' TO C-NEW-FOUND.
           MOVE 'N' TO C-CXL-FOUND.
           OPEN INPUT IMPORT-HIST.
           IF C-HIST-STATUS = '00'
               MOVE 'Y' TO MORE-HIST
               PERFORM UNTIL MORE-HIST = 'N'
                   READ IMPORT-HIST
                       AT END
                           MOVE 'N' TO MORE-HIST
                       NOT AT END
                           IF HS-BOOKING-ID = CH-BOOKING-ID
                               IF HS-REC-TYPE = 'N'
                                   MOVE 'Y' TO C-NEW-FOUND
                                   MOVE HS-REC TO NEW-HIST
                               ELSE
                                   MOVE 'Y' TO C-CXL-FOUND
                                   MOVE HS-REC TO CXL-HIST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPORT-HIST
           END-IF.

      *    A BOOKING IMPORTED BY AN EARLIER RUN TODAY IS ALREADY IN
      *    THE BATCH FROM THAT RUN, SO IT IS ONLY ACKNOWLEDGED AGAIN.
       2200-NEW-BOOKING.
           IF C-NEW-FOUND = 'Y'
               IF NH-IMPORT-DATE = C-RUN-DATE-NUM
                       AND NH-RUN-TIME NOT = C-RUN-TIME
                   MOVE NH-CONFIRM-NO TO C-CONFIRM-NO
                   MOVE NH-CUST-NO TO C-CUST-NO
                   MOVE 'ACCEPTED BY EARLIER RUN TODAY' TO C-REASON
                   ADD 1 TO C-REACK-CTR
                   PERFORM 9200-ACCEPT
               ELSE
                   MOVE 'BOOKING ALREADY IMPORTED' TO C-REASON
                   PERFORM 9170-REJECT
               END-IF
           ELSE
               PERFORM 2210-EDIT-NEW
               IF C-REASON = SPACES
                   PERFORM 2220-CHECK-CONFLICTS
               END-IF
               IF C-REASON = SPACES
                   PERFORM 2230-MATCH-CUSTOMER
               END-IF
               IF C-REASON = SPACES
                   PERFORM 2240-WRITE-RENTAL
               ELSE
                   PERFORM 9170-REJECT
               END-IF
           END-IF.

       2210-EDIT-NEW.
           MOVE 'N' TO C-MAP-FOUND.
           PERFORM VARYING LM-IDX FROM 1 BY 1
                   UNTIL LM-IDX > LM-TABLE-CTR OR C-MAP-FOUND = 'Y'
               IF LM-T-LISTING-ID(LM-IDX) = CH-LISTING-ID
                   MOVE 'Y' TO C-MAP-FOUND
                   MOVE LM-T-CONDO(LM-IDX) TO C-CONDO
                   MOVE LM-T-BEDROOMS(LM-IDX) TO C-BEDROOMS
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN C-MAP-FOUND = 'N'
                   MOVE 'LISTING NOT MAPPED TO A CONDO' TO C-REASON
               WHEN CH-LAST-NAME = SPACES
                   MOVE 'GUEST NAME MISSING' TO C-REASON
               WHEN CH-ARRIVAL-DATE NOT NUMERIC
                   MOVE 'INVALID ARRIVAL DATE' TO C-REASON
               WHEN CH-ARR-MM < 1 OR CH-ARR-MM > 12
                       OR CH-ARR-DD < 1 OR CH-ARR-DD > 31
                   MOVE 'INVALID ARRIVAL DATE' TO C-REASON
               WHEN CH-NIGHTS NOT NUMERIC OR CH-NIGHTS = 0
                   MOVE 'INVALID NUMBER OF NIGHTS' TO C-REASON
           END-EVALUATE.

           IF C-REASON = SPACES
               MOVE CH-ARRIVAL-DATE TO C-ARR-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE(C-ARR-DATE-NUM)
                   TO C-ARR-INT
               IF C-ARR-INT = 0
                   MOVE 'INVALID ARRIVAL DATE' TO C-REASON
               ELSE
                   IF C-ARR-INT < C-RUN-INT
                       MOVE 'ARRIVAL DATE HAS PASSED' TO C-REASON
                   END-IF
               END-IF
           END-IF.

      *    THE STAY MAY NOT OVERLAP A CALENDAR ENTRY FOR THE CONDO
      *    (SAME RULE COBDOA04 BOOKS BY) OR A STAY IN TONIGHT'S BATCH.
       2220-CHECK-CONFLICTS.
           COMPUTE C-DEP-INT = C-ARR-INT + CH-NIGHTS.
           IF C-CAL-FILE-OK = 'Y'
               MOVE C-CONDO TO RC-CONDO-CODE
               MOVE ZEROS TO RC-ARRIVAL-DATE
               MOVE 'Y' TO MORE-CAL
               START RESV-CAL KEY IS NOT < RC-RESV-KEY
                   INVALID KEY
                       MOVE 'N' TO MORE-CAL
               END-START
               PERFORM 2225-SCAN-ONE-ENTRY
                   UNTIL MORE-CAL = 'N'
           END-IF.

           IF C-REASON = SPACES
               PERFORM VARYING BT-IDX FROM 1 BY 1
                       UNTIL BT-IDX > BT-TABLE-CTR
                          OR C-REASON NOT = SPACES
                   IF BT-T-CONDO(BT-IDX) = C-CONDO
                           AND C-ARR-INT < BT-T-DEP-INT(BT-IDX)
                           AND C-DEP-INT > BT-T-ARR-INT(BT-IDX)
                       MOVE 'DATES TAKEN IN TONIGHTS BATCH'
                           TO C-REASON
                   END-IF
               END-PERFORM
           END-IF.

           IF C-REASON = SPACES AND C-BATCH-FULL = 'Y'
               MOVE 'BATCH TABLE FULL - RESUBMIT' TO C-REASON
           END-IF.

       2225-SCAN-ONE-ENTRY.
           READ RESV-CAL NEXT RECORD
               AT END
                   MOVE 'N' TO MORE-CAL
           END-READ.
           IF MORE-CAL = 'Y'
               IF RC-CONDO-CODE NOT = C-CONDO
                   MOVE 'N' TO MORE-CAL
               ELSE
                   COMPUTE C-ARR-DATE-NUM =
                       RC-ARR-YY * 10000 + RC-ARR-MM * 100 + RC-ARR-DD
                   MOVE FUNCTION INTEGER-OF-DATE(C-ARR-DATE-NUM)
                       TO C-CAL-ARR-INT
                   COMPUTE C-CAL-DEP-INT = C-CAL-ARR-INT + RC-NIGHTS
                   IF C-ARR-INT < C-CAL-DEP-INT
                           AND C-DEP-INT > C-CAL-ARR-INT
                       MOVE 'DATES TAKEN ON THE CALENDAR' TO C-REASON
                       MOVE 'N' TO MORE-CAL
                   END-IF
               END-IF
           END-IF.

      *    ONLY AN ACTIVE CUSTOMER WITH THE SAME NAME AND PHONE IS
      *    TAKEN AS THE GUEST; ANYONE ELSE IS ADDED AS NEW.
       2230-MATCH-CUSTOMER.
           MOVE 'N' TO C-CUST-FOUND.
           MOVE LOW-VALUES TO CM-CUST-NO.
           MOVE 'Y' TO MORE-CUST.
           START CUST-MASTER KEY IS NOT < CM-CUST-NO
               INVALID KEY
                   MOVE 'N' TO MORE-CUST
           END-START.
           PERFORM UNTIL MORE-CUST = 'N'
               READ CUST-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-CUST
                   NOT AT END
                       IF CM-STATUS = 'A'
                               AND CM-NAME = C-GUEST-NAME
                               AND CM-PHONE = CH-PHONE
                           MOVE 'Y' TO C-CUST-FOUND
                           MOVE 'N' TO MORE-CUST
                           MOVE CM-CUST-NO TO C-CUST-NO
                       END-IF
               END-READ
           END-PERFORM.

           IF C-CUST-FOUND = 'Y'
               ADD 1 TO C-MATCHED-CTR
           ELSE
               PERFORM 2235-ADD-CUSTOMER
           END-IF.

       2235-ADD-CUSTOMER.
           ADD 1 TO C-HIGH-CUST-NO.
           MOVE C-HIGH-CUST-NO TO CM-CUST-NO.
           MOVE C-GUEST-NAME TO CM-NAME.
           MOVE CH-ADDR TO CM-ADDR.
           MOVE CH-PHONE TO CM-PHONE.
           MOVE 'A' TO CM-STATUS.
           WRITE CM-REC
               INVALID KEY
                   MOVE 'CUSTOMER NUMBER ALREADY IN USE' TO C-REASON
               NOT INVALID KEY
                   MOVE CM-CUST-NO TO C-CUST-NO
                   ADD 1 TO C-CREATED-CTR
                   MOVE 'A' TO AJ-ACTION
                   MOVE 'CHNLADD' TO AJ-EVENT
                   MOVE 'CUSTMAST' TO AJ-FILE
                   MOVE CM-CUST-NO TO AJ-KEY
                   MOVE SPACES TO AJ-BEFORE-IMAGE
                   MOVE CM-REC TO AJ-AFTER-IMAGE
                   PERFORM 9400-WRITE-AUDIT
           END-WRITE.

       2240-WRITE-RENTAL.
           MOVE SPACES TO OZARK-REC.
           MOVE 'R' TO OZ-TRANS-CODE.
           MOVE C-GUEST-NAME TO OZ-GUEST.
           MOVE C-CONDO TO OZ-CONDO.
           MOVE C-BEDROOMS TO OZ-BEDROOMS.
           MOVE CH-NIGHTS TO OZ-NIGHTS.
           MOVE 'N' TO OZ-PETS.
           IF CH-PETS = 'Y'
               MOVE 'Y' TO OZ-PETS
           END-IF.
           MOVE 'N' TO OZ-HOTTUB.
           IF CH-HOTTUB = 'Y'
               MOVE 'Y' TO OZ-HOTTUB
           END-IF.
           MOVE 0 TO OZ-DOCKSLIP.
           MOVE CH-ARRIVAL-DATE TO OZ-ARRIVAL-DATE.
           MOVE C-CUST-NO TO OZ-CUST-NO.
           WRITE OZARK-REC.
           PERFORM 9300-ADD-TO-BATCH-TABLE.

           STRING C-CONDO CH-ARRIVAL-DATE DELIMITED BY SIZE
               INTO C-CONFIRM-NO.
           MOVE SPACES TO HS-REC.
           MOVE C-GUEST-NAME TO HS-GUEST.
           MOVE C-CONDO TO HS-CONDO.
           MOVE CH-ARRIVAL-DATE TO HS-ARRIVAL-DATE.
           MOVE CH-NIGHTS TO HS-NIGHTS.
           PERFORM 9250-WRITE-HISTORY.
           ADD 1 TO C-BOOKED-CTR.
           PERFORM 9200-ACCEPT.

      *    A CANCELLATION CARRIES THE GUEST, CONDO AND ARRIVAL OF THE
      *    IMPORTED BOOKING SO COBDOA04 RELEASES THE RIGHT NIGHTS.
       2300-CANCEL-BOOKING.
           EVALUATE TRUE
               WHEN C-CXL-FOUND = 'Y'
                   IF XH-IMPORT-DATE = C-RUN-DATE-NUM
                           AND XH-RUN-TIME NOT = C-RUN-TIME
                       MOVE XH-CONFIRM-NO TO C-CONFIRM-NO
                       MOVE XH-CUST-NO TO C-CUST-NO
                       MOVE 'ACCEPTED BY EARLIER RUN TODAY'
                           TO C-REASON
                       ADD 1 TO C-REACK-CTR
                       PERFORM 9200-ACCEPT
                   ELSE
                       MOVE 'CANCELLATION ALREADY IMPORTED'
                           TO C-REASON
                       PERFORM 9170-REJECT
                   END-IF
               WHEN C-NEW-FOUND = 'N'
                   MOVE 'BOOKING WAS NEVER IMPORTED' TO C-REASON
                   PERFORM 9170-REJECT
               WHEN CH-REFUND-AMT NOT NUMERIC
                   MOVE 'INVALID REFUND AMOUNT' TO C-REASON
                   PERFORM 9170-REJECT
               WHEN OTHER
                   PERFORM 2310-WRITE-CANCEL
           END-EVALUATE.

       2310-WRITE-CANCEL.
           MOVE SPACES TO CANCEL-REC.
           MOVE 'C' TO CX-TRANS-CODE.
           MOVE NH-GUEST TO CX-GUEST.
           MOVE NH-CONDO TO CX-CONDO.
           MOVE CH-REFUND-AMT TO CX-REFUND-AMT.
           MOVE NH-ARRIVAL-DATE TO CX-ARRIVAL-DATE.
           WRITE OZARK-REC.

           MOVE NH-CONFIRM-NO TO C-CONFIRM-NO.
           MOVE NH-CUST-NO TO C-CUST-NO.
           MOVE SPACES TO HS-REC.
           MOVE NH-GUEST TO HS-GUEST.
           MOVE NH-CONDO TO HS-CONDO.
           MOVE NH-ARRIVAL-DATE TO HS-ARRIVAL-DATE.
           MOVE NH-NIGHTS TO HS-NIGHTS.
           PERFORM 9250-WRITE-HISTORY.
           ADD 1 TO C-CANCELLED-CTR.
           PERFORM 9200-ACCEPT.

       3000-CLOSING.
           IF C-NO-EXPORT = 'Y'
               WRITE EXCLINE FROM NO-EXPORT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               CLOSE CHNL-EXPORT
               CLOSE CUST-MASTER
               CLOSE OZARK
               CLOSE AUDIT-JRNL
               IF C-CAL-FILE-OK = 'Y'
                   CLOSE RESV-CAL
               END-IF
           END-IF.

           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-BOOKED-CTR TO O-BOOKED-CTR.
           MOVE C-CANCELLED-CTR TO O-CANCELLED-CTR.
           MOVE C-REACK-CTR TO O-REACK-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           MOVE C-MATCHED-CTR TO O-MATCHED-CTR.
           MOVE C-CREATED-CTR TO O-CREATED-CTR.
           WRITE EXCLINE FROM GT-COUNTERS
               AFTER ADVANCING 3 LINES.
           WRITE EXCLINE FROM CUST-COUNTERS
               AFTER ADVANCING 1 LINE.

           CLOSE CHNL-ACK.
           CLOSE EXCEPT-RPT.

       9000-READ.
           READ CHNL-EXPORT
               AT END
                   MOVE 'N' TO MORE-RECS
               NOT AT END
                   ADD 1 TO C-READ-CTR
           END-READ.

       9150-EXC-HEADINGS.
           ADD 1 TO C-EXC-PCTR.
           MOVE C-EXC-PCTR TO O-EXC-PCTR.
           WRITE EXCLINE FROM EXC-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXC-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE EXCLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *    A REJECTED RECORD PRINTS WITH ITS REASON AND IS RETURNED
      *    TO THE CHANNEL WITH THE SAME REASON.
       9170-REJECT.
           ADD 1 TO C-REJECT-CTR.
           MOVE CH-BOOKING-ID TO O-EXC-BOOKING-ID.
           MOVE CH-REC-TYPE TO O-EXC-TYPE.
           MOVE CH-LISTING-ID TO O-EXC-LISTING-ID.
           MOVE C-GUEST-NAME TO O-EXC-GUEST.
           MOVE CH-ARRIVAL-DATE(5:2) TO O-EXC-ARR-MM.
           MOVE CH-ARRIVAL-DATE(7:2) TO O-EXC-ARR-DD.
           MOVE CH-ARRIVAL-DATE(1:4) TO O-EXC-ARR-YY.
           MOVE C-REASON TO O-EXC-REASON.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.
           MOVE 'R' TO AK-STATUS.
           PERFORM 9210-WRITE-ACK.

       9200-ACCEPT.
           MOVE 'A' TO AK-STATUS.
           PERFORM 9210-WRITE-ACK.

       9210-WRITE-ACK.
           MOVE CH-BOOKING-ID TO AK-BOOKING-ID.
           MOVE CH-REC-TYPE TO AK-REC-TYPE.
           MOVE C-CONFIRM-NO TO AK-CONFIRM-NO.
           MOVE C-CUST-NO TO AK-CUST-NO.
           MOVE C-REASON TO AK-REASON.
           MOVE C-RUN-DATE-NUM TO AK-RUN-DATE.
           WRITE AK-REC.

      *    THE CALLER SETS THE GUEST, CONDO, ARRIVAL AND NIGHTS.
      *    THE HISTORY IS CLOSED AFTER EACH RECORD SO A RESTARTED
      *    RUN SEES EVERYTHING THE FAILED ONE IMPORTED.
       9250-WRITE-HISTORY.
           MOVE CH-BOOKING-ID TO HS-BOOKING-ID.
           MOVE CH-REC-TYPE TO HS-REC-TYPE.
           MOVE C-RUN-DATE-NUM TO HS-IMPORT-DATE.
           MOVE C-RUN-TIME TO HS-RUN-TIME.
           MOVE C-CUST-NO TO HS-CUST-NO.
           MOVE C-CONFIRM-NO TO HS-CONFIRM-NO.
           OPEN EXTEND IMPORT-HIST.
           IF C-HIST-STATUS = '35'
               OPEN OUTPUT IMPORT-HIST.
           WRITE HS-REC.
           CLOSE IMPORT-HIST.

       9300-ADD-TO-BATCH-TABLE.
           IF BT-TABLE-CTR < 2000
               ADD 1 TO BT-TABLE-CTR
               MOVE C-CONDO TO BT-T-CONDO(BT-TABLE-CTR)
               MOVE C-ARR-INT TO BT-T-ARR-INT(BT-TABLE-CTR)
               MOVE C-DEP-INT TO BT-T-DEP-INT(BT-TABLE-CTR)
           ELSE
               MOVE 'Y' TO C-BATCH-FULL
           END-IF.

       9400-WRITE-AUDIT.
           MOVE C-RUN-DATE-NUM TO AJ-DATE.
           MOVE C-RUN-TIME TO AJ-TIME.
           MOVE 'COBDOA52' TO AJ-PROGRAM-ID.
           MOVE C-AUDIT-USER TO AJ-USER.
           WRITE AUD-JRNL-REC.

       END PROGRAM COBDOA52.
