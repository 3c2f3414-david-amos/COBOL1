       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA46.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *CHANGE ORDERS AGAINST ACCEPTED PAINT ESTIMATES.  ONCE A
      *CUSTOMER HAS ACCEPTED AN ESTIMATE ('A' ON THE HEADER),
      *ADDED, CHANGED OR DROPPED SURFACES COME IN ON
      *PCHGTRAN.DAT INSTEAD OF AS A NEW ESTIMATE, SO THE
      *ESTIMATE KEEPS ITS NUMBER, ITS WIN/LOSS HISTORY IN
      *COBDOA12 AND ITS CREW BOOKING ON PAINTSCH.DAT.
      *
      *EVERY TRANSACTION CARRIES THE CHANGE ORDER NUMBER THE
      *CLERK IS KEYING (01 FOR THE FIRST ON AN ESTIMATE) AND
      *ACTS ON ONE SURFACE LINE:
      *  A - ADD A NEW SURFACE LINE
      *  C - CHANGE A LINE; BLANK FIELDS KEEP THEIR OLD VALUE
      *  R - REMOVE A LINE
      *A LINE IS NAMED BY ITS LINE NUMBER; AN ESTIMATE THAT HAS
      *NEVER HAD A CHANGE ORDER IS NUMBERED 1, 2, 3... IN THE
      *ORDER ITS SURFACES SIT ON THE MASTER.  NOTHING IS EVER
      *DELETED: A CHANGED OR REMOVED LINE IS MARKED SUPERSEDED
      *(PD-LINE-STATUS 'S') WITH THE CHANGE ORDER THAT VOIDED
      *IT, AND THE REPLACEMENT LINE CARRIES THE CHANGE ORDER
      *THAT ADDED IT, SO THE ORIGINAL QUOTE AND EVERY REVISION
      *CAN BE REBUILT FROM THE MASTER.  EVERY PROGRAM THAT
      *PRICES OR MEASURES THE SURFACES SKIPS SUPERSEDED LINES,
      *SO THE REVISION FLOWS TO THE QUOTE (COBDOA01), THE
      *VARIANCE (COBDOA06), WIN/LOSS (COBDOA12), CREW-DAYS
      *(COBDOA25), GALLONS (COBDOA26) AND THE INVOICE
      *(COBDOA35).
      *
      *A CHANGE ORDER POSTS WHOLE OR NOT AT ALL.  EACH ONE THAT
      *POSTS IS LOGGED ON PCHGHIST.DAT WITH THE TOTAL BEFORE AND
      *AFTER, AND PRINTS A CHANGE ORDER DOCUMENT (PCHGORD.RPT)
      *FOR THE CUSTOMER TO SIGN SHOWING THE PRICE DIFFERENCE.
      *A CHANGE ORDER NUMBER ALREADY ON THE MASTER IS NOT
      *APPLIED AGAIN, SO A RERUN OF THE SAME BATCH IS HARMLESS.
      *THE MASTER IS REWRITTEN THROUGH A WORK FILE THE SAME WAY
      *COBDOA12 DOES IT.  THE FROZEN QUOTE ON THE QUOTE REGISTER
      *(PAINTQTE.DAT) MOVES BY EACH POSTED CHANGE ORDER'S
      *DIFFERENCE, SO COBDOA48 DOES NOT MISTAKE A SIGNED CHANGE
      *ORDER FOR A PRICE INCREASE.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAINT-MASTER
               ASSIGN TO DYNAMIC C-PAINT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MASTER-STATUS.

           SELECT PAINT-UPDATE
               ASSIGN TO "C:\IHCC\COBOL\PCHGUPD.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-UPD-STATUS.

           SELECT CHG-TRANS
               ASSIGN TO "C:\IHCC\COBOL\PCHGTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRANS-STATUS.

           SELECT CHG-HIST
               ASSIGN TO "C:\IHCC\COBOL\PCHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT PAINT-PARMS
               ASSIGN TO "C:\IHCC\COBOL\PAINTPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAINT-QUOTES
               ASSIGN TO "C:\IHCC\COBOL\PAINTQTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QTE-STATUS.

           SELECT QUOTE-UPDATE
               ASSIGN TO "C:\IHCC\COBOL\PCHGQTE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QTEUPD-STATUS.

           SELECT CHGDOC-OUT
               ASSIGN TO DYNAMIC C-CHGDOC-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\PCHGEXC.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-MASTER-REC
           RECORD CONTAINS 81 CHARACTERS.
       01  PAINT-MASTER-REC            PIC X(81).

       FD  PAINT-UPDATE
           LABEL RECORD IS STANDARD
           DATA RECORD IS UPD-REC
           RECORD CONTAINS 81 CHARACTERS.
       01  UPD-REC                     PIC X(81).

       FD  CHG-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-REC
           RECORD CONTAINS 36 CHARACTERS.
       01  CT-REC.
           05  CT-EST-NO               PIC X(4).
           05  CT-CHG-NO               PIC X(2).
           05  CT-CHG-NO-N REDEFINES CT-CHG-NO
                                       PIC 99.
           05  CT-ACTION               PIC X.
           05  CT-LINE-NO              PIC X(2).
           05  CT-LINE-NO-N REDEFINES CT-LINE-NO
                                       PIC 99.
           05  CT-SURFACE              PIC X.
           05  CT-SQ-FT                PIC X(5).
           05  CT-SQ-FT-N REDEFINES CT-SQ-FT
                                       PIC 9(5).
           05  CT-NUM-COATS            PIC X.
           05  CT-NUM-COATS-N REDEFINES CT-NUM-COATS
                                       PIC 9.
           05  CT-REASON               PIC X(20).

       FD  CHG-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-REC
           RECORD CONTAINS 32 CHARACTERS.
       01  CH-REC.
           05  CH-EST-NO               PIC X(4).
           05  CH-CHG-NO               PIC 99.
           05  CH-CHG-DATE             PIC 9(8).
           05  CH-OLD-TOTAL            PIC 9(6)V99.
           05  CH-NEW-TOTAL            PIC 9(6)V99.
           05  CH-LINE-CTR             PIC 99.

       FD  PAINT-PARMS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-REC
           RECORD CONTAINS 23 CHARACTERS.
       01  PP-REC.
           05  PP-GRADE                PIC X.
           05  PP-GRADE-NAME           PIC X(10).
           05  PP-COVERAGE             PIC 9(3).
           05  PP-PRICE-GAL            PIC 99V99.
           05  PP-CREW-SIZE            PIC 9.
           05  PP-LABOR-RATE           PIC 99V99.

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

       FD  QUOTE-UPDATE
           LABEL RECORD IS STANDARD
           DATA RECORD IS QTU-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  QTU-REC                     PIC X(30).

       FD  CHGDOC-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DLINE
           LINAGE IS 60.

       01  DLINE                       PIC X(132).

       FD  EXCEPT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCLINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  PAINT-IO-AREA.
           05  PAINT-REC-TYPE          PIC X.
               88  IS-EST-HEADER           VALUE 'H'.
               88  IS-EST-DETAIL           VALUE 'D'.
           05  FILLER                  PIC X(80).

       01  PAINT-HDR-REC REDEFINES PAINT-IO-AREA.
           05  FILLER                  PIC X.
           05  PH-EST-NO               PIC X(4).
           05  PH-DATE.
               10  PH-YY               PIC 9(4).
               10  PH-MM               PIC 99.
               10  PH-DD               PIC 99.
           05  PH-CUST-NAME            PIC X(20).
           05  PH-CUST-ADDR            PIC X(25).
           05  PH-CUST-PHONE           PIC X(12).
           05  PH-GRADE                PIC X.
           05  PH-STATUS               PIC X.
               88  EST-ACCEPTED            VALUE 'A'.
           05  PH-CUST-NO              PIC X(6).
           05  PH-BILL-METHOD          PIC X.
           05  FILLER                  PIC X(2).

       01  PAINT-DTL-REC REDEFINES PAINT-IO-AREA.
           05  FILLER                  PIC X.
           05  PD-EST-NO               PIC X(4).
           05  PD-SURFACE              PIC X.
               88  VALID-SURFACE           VALUE 'W' 'C' 'T' 'O'.
           05  PD-SQ-FT                PIC 9(5).
           05  PD-NUM-COATS            PIC 9.
           05  PD-PRICE-GAL            PIC 99V99.
           05  PD-LINE-CONTROL.
               10  PD-LINE-STATUS      PIC X.
                   88  PD-LINE-SUPERSEDED  VALUE 'S'.
               10  PD-LINE-NO          PIC 99.
               10  PD-ADD-CHG-NO       PIC 99.
               10  PD-VOID-CHG-NO      PIC 99.
           05  FILLER                  PIC X(58).

       01  PAINT-PARM-TABLE.
           05  PP-TABLE-CTR            PIC 99          VALUE 0.
           05  PP-ENTRY OCCURS 10 TIMES INDEXED BY PP-IDX.
               10  PP-T-GRADE          PIC X.
               10  PP-T-GRADE-NAME     PIC X(10).
               10  PP-T-COVERAGE       PIC 9(3).
               10  PP-T-PRICE-GAL      PIC 99V99.
               10  PP-T-CREW-SIZE      PIC 9.
               10  PP-T-LABOR-RATE     PIC 99V99.

      *    CT-T-STATE: SPACE UNTIL THE TRANSACTION'S ESTIMATE IS
      *    REACHED ON THE MASTER, THEN 'P' ONCE IT HAS BEEN
      *    POSTED OR REJECTED.
       01  CHG-TRANS-TABLE.
           05  CT-TABLE-CTR            PIC 999         VALUE 0.
           05  CT-ENTRY OCCURS 500 TIMES INDEXED BY CT-IDX.
               10  CT-T-EST-NO         PIC X(4).
               10  CT-T-CHG-NO         PIC 99.
               10  CT-T-ACTION         PIC X.
               10  CT-T-LINE-NO        PIC 99.
               10  CT-T-SURFACE        PIC X.
               10  CT-T-SQ-FT          PIC 9(5).
               10  CT-T-NUM-COATS      PIC 9.
               10  CT-T-REASON         PIC X(20).
               10  CT-T-STATE          PIC X.

      *    THE SURFACE LINES OF AN ESTIMATE WITH CHANGES PENDING
      *    ARE HELD HERE UNTIL ITS LAST LINE HAS BEEN READ.  THE
      *    SAVE AREA LETS A REJECTED CHANGE ORDER BE BACKED OUT.
       01  EST-LINE-TABLE.
           05  EL-TABLE-CTR            PIC 99          VALUE 0.
           05  EL-ENTRY OCCURS 99 TIMES INDEXED BY EL-IDX.
               10  EL-T-REC            PIC X(81).

       01  EST-LINE-SAVE               PIC X(8021).

       01  DOC-LINE-TABLE.
           05  DL-TABLE-CTR            PIC 99          VALUE 0.
           05  DL-ENTRY OCCURS 40 TIMES INDEXED BY DL-IDX.
               10  DL-T-LINE-NO        PIC 99.
               10  DL-T-ACTION         PIC X(8).
               10  DL-T-SURFACE        PIC X.
               10  DL-T-SQ-FT          PIC 9(5).
               10  DL-T-NUM-COATS      PIC 9.
               10  DL-T-OLD-PRICE      PIC 9(6)V99.
               10  DL-T-NEW-PRICE      PIC 9(6)V99.
               10  DL-T-REASON         PIC X(20).

      *    NET CHANGE ORDER DIFFERENCE PER ESTIMATE THIS RUN, FOR
      *    THE QUOTE REGISTER.  QA-T-NEW-TOTAL STANDS IN FOR AN
      *    ESTIMATE NEVER YET QUOTED BY COBDOA01.
       01  QUOTE-ADJUST-TABLE.
           05  QA-TABLE-CTR            PIC 999         VALUE 0.
           05  QA-ENTRY OCCURS 500 TIMES INDEXED BY QA-IDX.
               10  QA-T-EST-NO         PIC X(4).
               10  QA-T-DIFF           PIC S9(6)V99.
               10  QA-T-NEW-TOTAL      PIC 9(6)V99.
               10  QA-T-FOUND          PIC X.

       01  WORK-AREA.
           05  MORE-RECS               PIC X           VALUE 'Y'.
           05  MORE-TRANS              PIC X           VALUE 'Y'.
           05  MORE-PARMS              PIC X           VALUE 'Y'.
           05  MORE-UPD                PIC X           VALUE 'Y'.
           05  MORE-QTE                PIC X           VALUE 'Y'.
           05  C-MASTER-STATUS         PIC XX.
           05  C-QTE-STATUS            PIC XX.
           05  C-QTEUPD-STATUS         PIC XX.
           05  C-QTE-EMPTY             PIC X           VALUE 'N'.
           05  C-NEW-FROZEN            PIC S9(7)V99.
           05  C-UPD-STATUS            PIC XX.
           05  C-TRANS-STATUS          PIC XX.
           05  C-HIST-STATUS           PIC XX.
           05  C-MASTER-EMPTY          PIC X           VALUE 'N'.
           05  C-PAINT-MASTER-PATH     PIC X(60)
                                   VALUE "C:\IHCC\COBOL\PAINTEST.DAT".
           05  C-CHGDOC-PATH           PIC X(60)
                                   VALUE "C:\IHCC\COBOL\PCHGORD.RPT".
           05  C-ARG-VALUE             PIC X(60).
           05  C-RUN-DATE-ARG          PIC 9(8)        VALUE 0.
           05  C-RUN-DATE              PIC 9(8).
           05  C-CUR-EST-NO            PIC X(4).
           05  C-CUR-STATUS            PIC X.
           05  C-CUR-CUST-NAME         PIC X(20).
           05  C-CUR-CUST-ADDR         PIC X(25).
           05  C-CUR-CUST-PHONE        PIC X(12).
           05  C-HOLD-HDR              PIC X(81).
           05  C-HOLD-READ             PIC X(81).
           05  C-EST-OPEN-SW           PIC X           VALUE 'N'.
           05  C-EST-OVERFLOW          PIC X           VALUE 'N'.
           05  C-HAS-CHANGES           PIC X.
           05  C-GRADE-OK              PIC X           VALUE 'N'.
           05  C-CUR-GRADE-NAME        PIC X(10).
           05  C-CUR-COVERAGE          PIC 9(3)        VALUE 115.
           05  C-CUR-PRICE-GAL         PIC 99V99.
           05  C-CUR-LABOR-PGAL        PIC 999V99.
           05  C-SURF-SQ-FT            PIC 9(6).
           05  C-GAL-WHOLE             PIC 9(4).
           05  C-GAL-REM               PIC 9(6).
           05  C-LN-PRICE              PIC 9(6)V99.
           05  C-OLD-LN-PRICE          PIC 9(6)V99.
           05  C-EST-TOTAL             PIC 9(6)V99.
           05  C-OLD-TOTAL             PIC 9(6)V99.
           05  C-NEW-TOTAL             PIC 9(6)V99.
           05  C-DIFF                  PIC S9(6)V99.
           05  C-HIGH-LINE-NO          PIC 99.
           05  C-HIGH-CHG-NO           PIC 99.
           05  C-CHG-NO                PIC 99.
           05  C-LINE-SUB              PIC 99.
           05  C-FOUND-SUB             PIC 99.
           05  C-LINE-FOUND            PIC X.
           05  C-CO-FOUND              PIC X.
           05  C-CO-VALID              PIC X.
           05  C-CO-LINE-CTR           PIC 99.
           05  C-NEW-SURFACE           PIC X.
               88  NEW-SURFACE-OK          VALUE 'W' 'C' 'T' 'O'.
           05  C-NEW-SQ-FT             PIC 9(5).
           05  C-NEW-COATS             PIC 9.
           05  C-DOC-ACTION            PIC X(8).
           05  C-CO-CTR                PIC 9(4)        VALUE 0.
           05  C-LINE-CHG-CTR          PIC 9(5)        VALUE 0.
           05  C-REJECT-CTR            PIC 9(4)        VALUE 0.
           05  C-NET-CHANGE            PIC S9(8)V99    VALUE 0.
           05  C-EXC-CTR               PIC 999         VALUE 0.
           05  C-EXC-PCTR              PIC 99          VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
               10  I-YY                PIC 9(4).
               10  I-MM                PIC 99.
               10  I-DD                PIC 99.
           05  I-TIME                  PIC X(11).

       01  D-HEADING-LINE.
           05  FILLER                  PIC X(30)
                                       VALUE "AMOS'S PAINT ESTIMATOR".
           05  FILLER                  PIC X(102)
                                       VALUE "CHANGE ORDER".

       01  D-CUST-LINE.
           05  FILLER                  PIC X(15)
                                       VALUE "PREPARED FOR:".
           05  O-D-CUST-NAME           PIC X(20).
           05  FILLER                  PIC X(97)       VALUE SPACES.

       01  D-ADDR-LINE.
           05  FILLER                  PIC X(15)       VALUE SPACES.
           05  O-D-CUST-ADDR           PIC X(25).
           05  FILLER                  PIC X(92)       VALUE SPACES.

       01  D-PHONE-LINE.
           05  FILLER                  PIC X(15)       VALUE SPACES.
           05  O-D-CUST-PHONE          PIC X(12).
           05  FILLER                  PIC X(105)      VALUE SPACES.

       01  D-EST-LINE.
           05  FILLER                  PIC X(14)
                                       VALUE "ESTIMATE NO:".
           05  O-D-EST-NO              PIC X(4).
           05  FILLER                  PIC X(20)
                                       VALUE "  CHANGE ORDER NO:".
           05  O-D-CHG-NO              PIC Z9.
           05  FILLER                  PIC X(8)        VALUE "  DATE:".
           05  O-D-DATE.
               10  O-D-MM              PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-D-DD              PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-D-YY              PIC 9(4).
           05  FILLER                  PIC X(74)       VALUE SPACES.

       01  D-GRADE-LINE.
           05  FILLER                  PIC X(22)
                                       VALUE "PAINT GRADE:".
           05  O-D-GRADE-NAME          PIC X(10).
           05  FILLER                  PIC X(100)      VALUE SPACES.

       01  D-COL-HEADINGS.
           05  FILLER                  PIC X(6)        VALUE "LINE".
           05  FILLER                  PIC X(10)       VALUE "CHANGE".
           05  FILLER                  PIC X(12)       VALUE "SURFACE".
           05  FILLER                  PIC X(8)        VALUE " SQ FT".
           05  FILLER                  PIC X(8)        VALUE "COATS".
           05  FILLER                  PIC X(14)
                                       VALUE "   WAS PRICE".
           05  FILLER                  PIC X(14)
                                       VALUE "   NEW PRICE".
           05  FILLER                  PIC X(60)       VALUE "REASON".

       01  D-DETAIL-LINE.
           05  O-D-LINE-NO             PIC Z9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-D-ACTION              PIC X(8).
           05  FILLER                  PIC X(2)        VALUE SPACES.
           05  O-D-SURFACE             PIC X(10).
           05  FILLER                  PIC X(2)        VALUE SPACES.
           05  O-D-SQ-FT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-D-COATS               PIC 9.
           05  FILLER                  PIC X(3)        VALUE SPACES.
           05  O-D-OLD-PRICE           PIC $$$$,$$9.99.
           05  FILLER                  PIC X(3)        VALUE SPACES.
           05  O-D-NEW-PRICE           PIC $$$$,$$9.99.
           05  FILLER                  PIC X(3)        VALUE SPACES.
           05  O-D-REASON              PIC X(20).
           05  FILLER                  PIC X(42)       VALUE SPACES.

       01  D-PREV-LINE.
           05  FILLER                  PIC X(28)
                                   VALUE "PREVIOUS CONTRACT TOTAL:".
           05  O-D-OLD-TOTAL           PIC $$$$,$$9.99.
           05  FILLER                  PIC X(93)       VALUE SPACES.

       01  D-DIFF-LINE.
           05  FILLER                  PIC X(28)
                                   VALUE "THIS CHANGE ORDER:".
           05  O-D-DIFF                PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(92)       VALUE SPACES.

       01  D-NEW-LINE.
           05  FILLER                  PIC X(28)
                                   VALUE "REVISED CONTRACT TOTAL:".
           05  O-D-NEW-TOTAL           PIC $$$$,$$9.99.
           05  FILLER                  PIC X(93)       VALUE SPACES.

       01  D-TERMS-LINE.
           05  FILLER                  PIC X(60)       VALUE
               "ALL OTHER TERMS OF THE ESTIMATE STAY IN FORCE.".
           05  FILLER                  PIC X(72)       VALUE SPACES.

       01  D-SIGN-LINE.
           05  FILLER                  PIC X(50)       VALUE
               "CUSTOMER SIGNATURE: ______________________________".
           05  FILLER                  PIC X(22)       VALUE
               "   DATE: ____________".
           05  FILLER                  PIC X(60)       VALUE SPACES.

       01  D-BLANK-LINE                PIC X(132)      VALUE SPACES.

       01  EXC-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-EXC-MM                PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-EXC-DD                PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-EXC-YY                PIC 9(4).
           05  FILLER                  PIC X(26)       VALUE SPACES.
           05  FILLER                  PIC X(44)
               VALUE "AMOS'S PAINT CHANGE ORDERS - EXCEPTIONS".
           05  FILLER                  PIC X(37)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE: ".
           05  O-EXC-PCTR              PIC Z9.

       01  EXC-HEADINGS.
           05  FILLER          PIC X(10) VALUE "ESTIMATE".
           05  FILLER          PIC X(8)  VALUE "CHG NO".
           05  FILLER          PIC X(8)  VALUE "ACTION".
           05  FILLER          PIC X(6)  VALUE "LINE".
           05  FILLER          PIC X(6)  VALUE "REASON".

       01  EXC-DETAIL-LINE.
           05  O-EXC-EST-NO            PIC X(4).
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-EXC-CHG-NO            PIC Z9.
           05  FILLER                  PIC X(8)        VALUE SPACES.
           05  O-EXC-ACTION            PIC X.
           05  FILLER                  PIC X(5)        VALUE SPACES.
           05  O-EXC-LINE-NO           PIC Z9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-EXC-REASON            PIC X(40).

       01  EXC-TOTAL-LINE.
           05  FILLER                  PIC X(24)       VALUE
                                       "CHANGE ORDERS POSTED:".
           05  O-CO-CTR                PIC Z,ZZ9.
           05  FILLER                  PIC X(20)       VALUE
                                       "   LINES CHANGED:".
           05  O-LINE-CHG-CTR          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)       VALUE
                                       "   REJECTED:".
           05  O-REJECT-CTR            PIC Z,ZZ9.
           05  FILLER                  PIC X(16)       VALUE
                                       "   NET CHANGE:".
           05  O-NET-CHANGE            PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(21)       VALUE SPACES.

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
           MOVE THIS-DATE TO C-RUN-DATE.
           MOVE I-MM TO O-EXC-MM.
           MOVE I-DD TO O-EXC-DD.
           MOVE I-YY TO O-EXC-YY.

           OPEN OUTPUT EXCEPT-RPT.
           OPEN OUTPUT CHGDOC-OUT.
           PERFORM 9150-EXC-HEADINGS.

           PERFORM 1030-LOAD-PAINT-PARMS.
           PERFORM 1040-LOAD-TRANS.
           PERFORM 1060-RECOVER-MASTER.
           PERFORM 1070-RECOVER-QUOTES.

           OPEN EXTEND CHG-HIST.
           IF C-HIST-STATUS = '35'
               OPEN OUTPUT CHG-HIST
           END-IF.
           OPEN INPUT PAINT-MASTER.
           IF C-MASTER-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS
               MOVE SPACES TO O-EXC-EST-NO
               MOVE 0 TO O-EXC-CHG-NO
               MOVE SPACE TO O-EXC-ACTION
               MOVE 0 TO O-EXC-LINE-NO
               MOVE 'PAINT ESTIMATE MASTER NOT AVAILABLE'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PAINT-UPDATE
               PERFORM 9000-READ
           END-IF.

       1005-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-PAINT-MASTER-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-CHGDOC-PATH
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

       1030-LOAD-PAINT-PARMS.
           OPEN INPUT PAINT-PARMS.
           PERFORM UNTIL MORE-PARMS = 'N'
               READ PAINT-PARMS
                   AT END
                       MOVE 'N' TO MORE-PARMS
                   NOT AT END
                       ADD 1 TO PP-TABLE-CTR
                       MOVE PP-GRADE
                           TO PP-T-GRADE(PP-TABLE-CTR)
                       MOVE PP-GRADE-NAME
                           TO PP-T-GRADE-NAME(PP-TABLE-CTR)
                       MOVE PP-COVERAGE
                           TO PP-T-COVERAGE(PP-TABLE-CTR)
                       MOVE PP-PRICE-GAL
                           TO PP-T-PRICE-GAL(PP-TABLE-CTR)
                       MOVE PP-CREW-SIZE
                           TO PP-T-CREW-SIZE(PP-TABLE-CTR)
                       MOVE PP-LABOR-RATE
                           TO PP-T-LABOR-RATE(PP-TABLE-CTR)
               END-READ
           END-PERFORM.
           CLOSE PAINT-PARMS.

      *    BLANK LINE, FOOTAGE AND COATS LOAD AS ZERO (A CHANGE
      *    KEEPS THE OLD VALUE); ANYTHING ELSE NOT NUMERIC IS
      *    TURNED AWAY HERE.
       1040-LOAD-TRANS.
           OPEN INPUT CHG-TRANS.
           IF C-TRANS-STATUS = '00'
               PERFORM UNTIL MORE-TRANS = 'N'
                   READ CHG-TRANS
                       AT END
                           MOVE 'N' TO MORE-TRANS
                       NOT AT END
                           PERFORM 1045-EDIT-TRANS
               END-PERFORM
               CLOSE CHG-TRANS
           END-IF.

       1045-EDIT-TRANS.
           IF CT-LINE-NO = SPACES
               MOVE '00' TO CT-LINE-NO
           END-IF.
           IF CT-SQ-FT = SPACES
               MOVE '00000' TO CT-SQ-FT
           END-IF.
           IF CT-NUM-COATS = SPACE
               MOVE '0' TO CT-NUM-COATS
           END-IF.
           MOVE CT-EST-NO TO O-EXC-EST-NO.
           MOVE 0 TO O-EXC-CHG-NO.
           MOVE CT-ACTION TO O-EXC-ACTION.
           MOVE 0 TO O-EXC-LINE-NO.
           IF CT-CHG-NO-N IS NOT NUMERIC OR CT-CHG-NO-N = 0
               MOVE 'MISSING OR BAD CHANGE ORDER NUMBER'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF CT-LINE-NO-N IS NOT NUMERIC
                   OR CT-SQ-FT-N IS NOT NUMERIC
                   OR CT-NUM-COATS-N IS NOT NUMERIC
               MOVE CT-CHG-NO-N TO O-EXC-CHG-NO
               MOVE 'LINE, FOOTAGE OR COATS NOT NUMERIC'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF CT-TABLE-CTR >= 500
               MOVE CT-CHG-NO-N TO O-EXC-CHG-NO
               MOVE 'CHANGE TABLE FULL - RESUBMIT NEXT RUN'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               ADD 1 TO CT-TABLE-CTR
               MOVE CT-EST-NO TO CT-T-EST-NO(CT-TABLE-CTR)
               MOVE CT-CHG-NO-N TO CT-T-CHG-NO(CT-TABLE-CTR)
               MOVE CT-ACTION TO CT-T-ACTION(CT-TABLE-CTR)
               MOVE CT-LINE-NO-N TO CT-T-LINE-NO(CT-TABLE-CTR)
               MOVE CT-SURFACE TO CT-T-SURFACE(CT-TABLE-CTR)
               MOVE CT-SQ-FT-N TO CT-T-SQ-FT(CT-TABLE-CTR)
               MOVE CT-NUM-COATS-N TO CT-T-NUM-COATS(CT-TABLE-CTR)
               MOVE CT-REASON TO CT-T-REASON(CT-TABLE-CTR)
               MOVE SPACE TO CT-T-STATE(CT-TABLE-CTR)
           END-IF
           END-IF
           END-IF.

      *    IF A PRIOR RUN DIED AFTER TRUNCATING PAINTEST.DAT BUT
      *    BEFORE THE COPY BACK FROM PCHGUPD.WRK FINISHED, THE
      *    WORK FILE STILL HOLDS THE COMPLETE UPDATED MASTER:
      *    FINISH THAT COPY BEFORE THIS RUN STARTS.
       1060-RECOVER-MASTER.
           MOVE 'Y' TO C-MASTER-EMPTY.
           OPEN INPUT PAINT-MASTER.
           IF C-MASTER-STATUS = '00'
               READ PAINT-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'N' TO C-MASTER-EMPTY
               END-READ
               CLOSE PAINT-MASTER
           END-IF.
           IF C-MASTER-EMPTY = 'Y'
               OPEN INPUT PAINT-UPDATE
               IF C-UPD-STATUS = '00'
                   READ PAINT-UPDATE
                       AT END
                           CLOSE PAINT-UPDATE
                       NOT AT END
                           CLOSE PAINT-UPDATE
                           PERFORM 3800-REWRITE-MASTER
                   END-READ
               END-IF
           END-IF.

      *    SAME RECOVERY FOR THE QUOTE REGISTER AND PCHGQTE.WRK.
       1070-RECOVER-QUOTES.
           MOVE 'Y' TO C-QTE-EMPTY.
           OPEN INPUT PAINT-QUOTES.
           IF C-QTE-STATUS = '00'
               READ PAINT-QUOTES
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'N' TO C-QTE-EMPTY
               END-READ
               CLOSE PAINT-QUOTES
           END-IF.
           IF C-QTE-EMPTY = 'Y'
               OPEN INPUT QUOTE-UPDATE
               IF C-QTEUPD-STATUS = '00'
                   READ QUOTE-UPDATE
                       AT END
                           CLOSE QUOTE-UPDATE
                       NOT AT END
                           CLOSE QUOTE-UPDATE
                           PERFORM 3850-REWRITE-QUOTES
                   END-READ
               END-IF
           END-IF.

      *    AN ESTIMATE WITH NO CHANGES WAITING PASSES STRAIGHT
      *    THROUGH TO THE WORK FILE; ONE WITH CHANGES IS HELD
      *    UNTIL ITS LAST SURFACE LINE HAS BEEN READ.
       2000-MAINLINE.
           IF IS-EST-HEADER
               PERFORM 2400-END-ESTIMATE
               PERFORM 2300-START-ESTIMATE
           ELSE
               IF IS-EST-DETAIL AND C-EST-OPEN-SW = 'Y'
                       AND PD-EST-NO = C-CUR-EST-NO
                   PERFORM 2350-HOLD-LINE
               ELSE
                   PERFORM 9300-WRITE-UPDATE
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2300-START-ESTIMATE.
           MOVE PH-EST-NO TO C-CUR-EST-NO.
           MOVE 'N' TO C-HAS-CHANGES.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-TABLE-CTR
               IF CT-T-EST-NO(CT-IDX) = C-CUR-EST-NO
                       AND CT-T-STATE(CT-IDX) = SPACE
                   MOVE 'Y' TO C-HAS-CHANGES
               END-IF
           END-PERFORM.
           IF C-HAS-CHANGES = 'Y'
               MOVE 'Y' TO C-EST-OPEN-SW
               MOVE 'N' TO C-EST-OVERFLOW
               MOVE 0 TO EL-TABLE-CTR
               MOVE PAINT-IO-AREA TO C-HOLD-HDR
               MOVE PH-STATUS TO C-CUR-STATUS
               MOVE PH-CUST-NAME TO C-CUR-CUST-NAME
               MOVE PH-CUST-ADDR TO C-CUR-CUST-ADDR
               MOVE PH-CUST-PHONE TO C-CUR-CUST-PHONE
               PERFORM 2310-LOOKUP-GRADE
           ELSE
               MOVE 'N' TO C-EST-OPEN-SW
               PERFORM 9300-WRITE-UPDATE
           END-IF.

       2310-LOOKUP-GRADE.
           MOVE 'N' TO C-GRADE-OK.
           MOVE SPACES TO C-CUR-GRADE-NAME.
           SET PP-IDX TO 1.
           SEARCH PP-ENTRY
               AT END
                   MOVE 0 TO C-CUR-PRICE-GAL
                   MOVE 0 TO C-CUR-LABOR-PGAL
               WHEN PP-IDX > PP-TABLE-CTR
                   MOVE 0 TO C-CUR-PRICE-GAL
                   MOVE 0 TO C-CUR-LABOR-PGAL
               WHEN PP-T-GRADE(PP-IDX) = PH-GRADE
                   MOVE 'Y' TO C-GRADE-OK
                   MOVE PP-T-GRADE-NAME(PP-IDX) TO C-CUR-GRADE-NAME
                   MOVE PP-T-COVERAGE(PP-IDX) TO C-CUR-COVERAGE
                   MOVE PP-T-PRICE-GAL(PP-IDX) TO C-CUR-PRICE-GAL
                   COMPUTE C-CUR-LABOR-PGAL =
                       PP-T-CREW-SIZE(PP-IDX) * PP-T-LABOR-RATE(PP-IDX)
           END-SEARCH.

      *    A LINE THAT WILL NOT FIT IS WRITTEN STRAIGHT THROUGH
      *    AFTER THE HELD LINES, SO NOTHING ON THE MASTER IS
      *    LOST; THE ESTIMATE'S CHANGES ARE TURNED AWAY.
       2350-HOLD-LINE.
           IF EL-TABLE-CTR < 99 AND C-EST-OVERFLOW = 'N'
               ADD 1 TO EL-TABLE-CTR
               MOVE PAINT-IO-AREA TO EL-T-REC(EL-TABLE-CTR)
           ELSE
               IF C-EST-OVERFLOW = 'N'
                   MOVE 'Y' TO C-EST-OVERFLOW
                   PERFORM 2900-RELEASE-ESTIMATE
               END-IF
               PERFORM 9300-WRITE-UPDATE
           END-IF.

      *    THE LINES ARE WORKED IN PAINT-IO-AREA, SO THE HEADER
      *    JUST READ FOR THE NEXT ESTIMATE IS PUT BACK AFTERWARD.
       2400-END-ESTIMATE.
           IF C-EST-OPEN-SW = 'Y'
               MOVE PAINT-IO-AREA TO C-HOLD-READ
               PERFORM 2500-APPLY-CHANGES
               IF C-EST-OVERFLOW = 'N'
                   PERFORM 2900-RELEASE-ESTIMATE
               END-IF
               MOVE C-HOLD-READ TO PAINT-IO-AREA
           END-IF.
           MOVE 'N' TO C-EST-OPEN-SW.

      *    CHANGE ORDERS POST IN NUMBER ORDER, EACH ONE ONLY IF
      *    IT IS THE NEXT NUMBER AFTER THE LAST ONE ON THE
      *    ESTIMATE.  WHATEVER IS LEFT OVER IS EITHER ALREADY ON
      *    THE MASTER OR OUT OF SEQUENCE.
       2500-APPLY-CHANGES.
           IF C-CUR-STATUS NOT = 'A'
               MOVE 'ESTIMATE IS NOT ACCEPTED' TO O-EXC-REASON
               PERFORM 2560-REJECT-REST
           ELSE
           IF C-GRADE-OK = 'N'
               MOVE 'ESTIMATE GRADE NOT ON PAINTPRM.DAT'
                   TO O-EXC-REASON
               PERFORM 2560-REJECT-REST
           ELSE
           IF C-EST-OVERFLOW = 'Y'
               MOVE 'MORE THAN 99 SURFACE LINES ON ESTIMATE'
                   TO O-EXC-REASON
               PERFORM 2560-REJECT-REST
           ELSE
               PERFORM 2501-APPLY-IN-ORDER
           END-IF
           END-IF
           END-IF.

       2501-APPLY-IN-ORDER.
           PERFORM 2510-NUMBER-LINES.
           COMPUTE C-CHG-NO = C-HIGH-CHG-NO + 1.
           PERFORM 2505-FIND-CHANGE-ORDER.
           PERFORM 2520-ONE-CHANGE-ORDER
               UNTIL C-CO-FOUND = 'N'.

           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-TABLE-CTR
               IF CT-T-EST-NO(CT-IDX) = C-CUR-EST-NO
                       AND CT-T-STATE(CT-IDX) = SPACE
                   IF CT-T-CHG-NO(CT-IDX) < C-CHG-NO
                       MOVE 'CHANGE ORDER ALREADY APPLIED'
                           TO O-EXC-REASON
                   ELSE
                       MOVE 'CHANGE ORDER OUT OF SEQUENCE'
                           TO O-EXC-REASON
                   END-IF
                   PERFORM 2590-REJECT-TRANS
               END-IF
           END-PERFORM.

       2505-FIND-CHANGE-ORDER.
           MOVE 'N' TO C-CO-FOUND.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-TABLE-CTR
               IF CT-T-EST-NO(CT-IDX) = C-CUR-EST-NO
                       AND CT-T-CHG-NO(CT-IDX) = C-CHG-NO
                       AND CT-T-STATE(CT-IDX) = SPACE
                   MOVE 'Y' TO C-CO-FOUND
               END-IF
           END-PERFORM.

      *    LINES ON AN ESTIMATE THAT HAS NEVER BEEN CHANGED ARE
      *    NUMBERED BY THEIR POSITION ON THE MASTER; AFTER THAT
      *    THE NUMBERS ARE CARRIED ON THE LINES THEMSELVES.
       2510-NUMBER-LINES.
           MOVE 0 TO C-HIGH-LINE-NO.
           MOVE 0 TO C-HIGH-CHG-NO.
           PERFORM VARYING EL-IDX FROM 1 BY 1
                   UNTIL EL-IDX > EL-TABLE-CTR
               MOVE EL-T-REC(EL-IDX) TO PAINT-IO-AREA
               IF PD-LINE-NO IS NUMERIC
                       AND PD-LINE-NO > C-HIGH-LINE-NO
                   MOVE PD-LINE-NO TO C-HIGH-LINE-NO
               END-IF
               IF PD-ADD-CHG-NO IS NUMERIC
                       AND PD-ADD-CHG-NO > C-HIGH-CHG-NO
                   MOVE PD-ADD-CHG-NO TO C-HIGH-CHG-NO
               END-IF
               IF PD-VOID-CHG-NO IS NUMERIC
                       AND PD-VOID-CHG-NO > C-HIGH-CHG-NO
                   MOVE PD-VOID-CHG-NO TO C-HIGH-CHG-NO
               END-IF
           END-PERFORM.
           IF C-HIGH-LINE-NO = 0
               PERFORM VARYING EL-IDX FROM 1 BY 1
                       UNTIL EL-IDX > EL-TABLE-CTR
                   MOVE EL-T-REC(EL-IDX) TO PAINT-IO-AREA
                   SET C-LINE-SUB TO EL-IDX
                   MOVE SPACE TO PD-LINE-STATUS
                   MOVE C-LINE-SUB TO PD-LINE-NO
                   MOVE 0 TO PD-ADD-CHG-NO
                   MOVE 0 TO PD-VOID-CHG-NO
                   MOVE PAINT-IO-AREA TO EL-T-REC(EL-IDX)
               END-PERFORM
               MOVE EL-TABLE-CTR TO C-HIGH-LINE-NO
           END-IF.

      *    ONE CHANGE ORDER: EVERY TRANSACTION CARRYING THIS
      *    NUMBER IS APPLIED IN FILE ORDER.  ANY BAD ONE BACKS
      *    THE WHOLE CHANGE ORDER OUT.
       2520-ONE-CHANGE-ORDER.
           MOVE EST-LINE-TABLE TO EST-LINE-SAVE.
           MOVE C-HIGH-LINE-NO TO C-LINE-SUB.
           PERFORM 2620-TOTAL-ESTIMATE.
           MOVE C-EST-TOTAL TO C-OLD-TOTAL.
           MOVE 'Y' TO C-CO-VALID.
           MOVE 0 TO C-CO-LINE-CTR.
           MOVE 0 TO DL-TABLE-CTR.

           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-TABLE-CTR
               IF CT-T-EST-NO(CT-IDX) = C-CUR-EST-NO
                       AND CT-T-CHG-NO(CT-IDX) = C-CHG-NO
                       AND CT-T-STATE(CT-IDX) = SPACE
                   MOVE 'P' TO CT-T-STATE(CT-IDX)
                   ADD 1 TO C-CO-LINE-CTR
                   EVALUATE CT-T-ACTION(CT-IDX)
                       WHEN 'A'
                           PERFORM 2530-ADD-LINE
                       WHEN 'C'
                           PERFORM 2540-CHANGE-LINE
                       WHEN 'R'
                           PERFORM 2550-REMOVE-LINE
                       WHEN OTHER
                           MOVE 'UNRECOGNIZED CHANGE ACTION'
                               TO O-EXC-REASON
                           PERFORM 2590-REJECT-TRANS
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF C-CO-VALID = 'N'
               MOVE EST-LINE-SAVE TO EST-LINE-TABLE
               ADD 1 TO C-REJECT-CTR
               MOVE C-CUR-EST-NO TO O-EXC-EST-NO
               MOVE C-CHG-NO TO O-EXC-CHG-NO
               MOVE SPACE TO O-EXC-ACTION
               MOVE 0 TO O-EXC-LINE-NO
               MOVE 'WHOLE CHANGE ORDER REJECTED'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
               MOVE 'N' TO C-CO-FOUND
           ELSE
               PERFORM 2525-POST-CHANGE-ORDER
           END-IF.

       2525-POST-CHANGE-ORDER.
           MOVE C-LINE-SUB TO C-HIGH-LINE-NO.
           PERFORM 2620-TOTAL-ESTIMATE.
           MOVE C-EST-TOTAL TO C-NEW-TOTAL.
           COMPUTE C-DIFF = C-NEW-TOTAL - C-OLD-TOTAL.
           ADD C-DIFF TO C-NET-CHANGE.
           ADD 1 TO C-CO-CTR.
           ADD C-CO-LINE-CTR TO C-LINE-CHG-CTR.

           MOVE C-CUR-EST-NO TO CH-EST-NO.
           MOVE C-CHG-NO TO CH-CHG-NO.
           MOVE C-RUN-DATE TO CH-CHG-DATE.
           MOVE C-OLD-TOTAL TO CH-OLD-TOTAL.
           MOVE C-NEW-TOTAL TO CH-NEW-TOTAL.
           MOVE C-CO-LINE-CTR TO CH-LINE-CTR.
           WRITE CH-REC.
           PERFORM 2650-NOTE-QUOTE-CHANGE.

           PERFORM 2700-PRINT-DOCUMENT.

           ADD 1 TO C-CHG-NO.
           PERFORM 2505-FIND-CHANGE-ORDER.

       2530-ADD-LINE.
           MOVE CT-T-SURFACE(CT-IDX) TO C-NEW-SURFACE.
           MOVE CT-T-SQ-FT(CT-IDX) TO C-NEW-SQ-FT.
           MOVE CT-T-NUM-COATS(CT-IDX) TO C-NEW-COATS.
           PERFORM 2580-EDIT-SURFACE.
           IF C-CO-VALID = 'Y'
               IF EL-TABLE-CTR >= 99 OR C-LINE-SUB >= 99
                   MOVE 'NO ROOM FOR ANOTHER SURFACE LINE'
                       TO O-EXC-REASON
                   PERFORM 2590-REJECT-TRANS
               ELSE
                   ADD 1 TO C-LINE-SUB
                   PERFORM 2600-APPEND-LINE
                   MOVE 0 TO C-OLD-LN-PRICE
                   MOVE 'ADDED' TO C-DOC-ACTION
                   PERFORM 2680-SAVE-DOC-LINE
               END-IF
           END-IF.

      *    THE CHANGED LINE KEEPS ITS LINE NUMBER: THE OLD
      *    VERSION IS SUPERSEDED AND THE NEW ONE ADDED BEHIND IT.
       2540-CHANGE-LINE.
           PERFORM 2570-FIND-LINE.
           IF C-LINE-FOUND = 'N'
               MOVE 'LINE NOT ON ESTIMATE OR ALREADY REMOVED'
                   TO O-EXC-REASON
               PERFORM 2590-REJECT-TRANS
           ELSE
               MOVE EL-T-REC(C-FOUND-SUB) TO PAINT-IO-AREA
               PERFORM 2610-PRICE-LINE
               MOVE C-LN-PRICE TO C-OLD-LN-PRICE
               MOVE PD-SURFACE TO C-NEW-SURFACE
               MOVE PD-SQ-FT TO C-NEW-SQ-FT
               MOVE PD-NUM-COATS TO C-NEW-COATS
               IF CT-T-SURFACE(CT-IDX) NOT = SPACE
                   MOVE CT-T-SURFACE(CT-IDX) TO C-NEW-SURFACE
               END-IF
               IF CT-T-SQ-FT(CT-IDX) > 0
                   MOVE CT-T-SQ-FT(CT-IDX) TO C-NEW-SQ-FT
               END-IF
               IF CT-T-NUM-COATS(CT-IDX) > 0
                   MOVE CT-T-NUM-COATS(CT-IDX) TO C-NEW-COATS
               END-IF
               PERFORM 2580-EDIT-SURFACE
               IF C-CO-VALID = 'Y'
                   IF EL-TABLE-CTR >= 99
                       MOVE 'NO ROOM FOR ANOTHER SURFACE LINE'
                           TO O-EXC-REASON
                       PERFORM 2590-REJECT-TRANS
                   ELSE
                       PERFORM 2575-SUPERSEDE-LINE
                       MOVE CT-T-LINE-NO(CT-IDX) TO PD-LINE-NO
                       PERFORM 2600-APPEND-LINE
                       MOVE 'CHANGED' TO C-DOC-ACTION
                       PERFORM 2680-SAVE-DOC-LINE
                   END-IF
               END-IF
           END-IF.

       2550-REMOVE-LINE.
           PERFORM 2570-FIND-LINE.
           IF C-LINE-FOUND = 'N'
               MOVE 'LINE NOT ON ESTIMATE OR ALREADY REMOVED'
                   TO O-EXC-REASON
               PERFORM 2590-REJECT-TRANS
           ELSE
               MOVE EL-T-REC(C-FOUND-SUB) TO PAINT-IO-AREA
               PERFORM 2610-PRICE-LINE
               MOVE C-LN-PRICE TO C-OLD-LN-PRICE
               MOVE PD-SURFACE TO C-NEW-SURFACE
               MOVE PD-SQ-FT TO C-NEW-SQ-FT
               MOVE PD-NUM-COATS TO C-NEW-COATS
               PERFORM 2575-SUPERSEDE-LINE
               MOVE 0 TO C-LN-PRICE
               MOVE 'REMOVED' TO C-DOC-ACTION
               PERFORM 2680-SAVE-DOC-LINE
           END-IF.

      *    EVERY TRANSACTION STILL WAITING FOR THIS ESTIMATE IS
      *    TURNED AWAY FOR THE SAME REASON.
       2560-REJECT-REST.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-TABLE-CTR
               IF CT-T-EST-NO(CT-IDX) = C-CUR-EST-NO
                       AND CT-T-STATE(CT-IDX) = SPACE
                   PERFORM 2590-REJECT-TRANS
               END-IF
           END-PERFORM.

       2570-FIND-LINE.
           MOVE 'N' TO C-LINE-FOUND.
           PERFORM VARYING EL-IDX FROM 1 BY 1
                   UNTIL EL-IDX > EL-TABLE-CTR
               MOVE EL-T-REC(EL-IDX) TO PAINT-IO-AREA
               IF PD-LINE-NO = CT-T-LINE-NO(CT-IDX)
                       AND NOT PD-LINE-SUPERSEDED
                   MOVE 'Y' TO C-LINE-FOUND
                   SET C-FOUND-SUB TO EL-IDX
               END-IF
           END-PERFORM.

      *    THE OLD LINE STAYS ON THE MASTER AS HISTORY, STAMPED
      *    WITH THE CHANGE ORDER THAT VOIDED IT.  THE RECORD IS
      *    LEFT IN PAINT-IO-AREA FOR A REPLACEMENT LINE TO REUSE.
       2575-SUPERSEDE-LINE.
           MOVE EL-T-REC(C-FOUND-SUB) TO PAINT-IO-AREA.
           MOVE 'S' TO PD-LINE-STATUS.
           MOVE C-CHG-NO TO PD-VOID-CHG-NO.
           MOVE PAINT-IO-AREA TO EL-T-REC(C-FOUND-SUB).

       2580-EDIT-SURFACE.
           IF NOT NEW-SURFACE-OK
               MOVE 'UNRECOGNIZED SURFACE TYPE CODE' TO O-EXC-REASON
               PERFORM 2590-REJECT-TRANS
           ELSE
           IF C-NEW-SQ-FT = 0
               MOVE 'ZERO OR MISSING SQUARE FOOTAGE' TO O-EXC-REASON
               PERFORM 2590-REJECT-TRANS
           ELSE
           IF C-NEW-COATS = 0
               MOVE 'ZERO OR MISSING NUMBER OF COATS' TO O-EXC-REASON
               PERFORM 2590-REJECT-TRANS
           END-IF
           END-IF
           END-IF.

       2590-REJECT-TRANS.
           MOVE 'N' TO C-CO-VALID.
           MOVE 'P' TO CT-T-STATE(CT-IDX).
           MOVE CT-T-EST-NO(CT-IDX) TO O-EXC-EST-NO.
           MOVE CT-T-CHG-NO(CT-IDX) TO O-EXC-CHG-NO.
           MOVE CT-T-ACTION(CT-IDX) TO O-EXC-ACTION.
           MOVE CT-T-LINE-NO(CT-IDX) TO O-EXC-LINE-NO.
           PERFORM 9170-EXC-LINE.

      *    A NEW LINE IS WRITTEN AT THE GRADE'S CURRENT PRICE PER
      *    GALLON; AN ADDED LINE TAKES THE NEXT LINE NUMBER, A
      *    CHANGED ONE KEEPS THE NUMBER ALREADY IN PD-LINE-NO.
       2600-APPEND-LINE.
           IF CT-T-ACTION(CT-IDX) = 'A'
               MOVE SPACES TO PAINT-IO-AREA
               MOVE 'D' TO PAINT-REC-TYPE
               MOVE C-CUR-EST-NO TO PD-EST-NO
               MOVE C-LINE-SUB TO PD-LINE-NO
           END-IF.
           MOVE C-NEW-SURFACE TO PD-SURFACE.
           MOVE C-NEW-SQ-FT TO PD-SQ-FT.
           MOVE C-NEW-COATS TO PD-NUM-COATS.
           MOVE C-CUR-PRICE-GAL TO PD-PRICE-GAL.
           MOVE SPACE TO PD-LINE-STATUS.
           MOVE C-CHG-NO TO PD-ADD-CHG-NO.
           MOVE 0 TO PD-VOID-CHG-NO.
           PERFORM 2610-PRICE-LINE.
           ADD 1 TO EL-TABLE-CTR.
           MOVE PAINT-IO-AREA TO EL-T-REC(EL-TABLE-CTR).

      *    PRICED THE WAY COBDOA01 QUOTES A SURFACE: WHOLE
      *    GALLONS AT THE GRADE'S COVERAGE, PAINT AT THE GRADE'S
      *    PRICE PER GALLON AND THE CREW LABOR RATE ON TOP.
       2610-PRICE-LINE.
           MOVE 0 TO C-LN-PRICE.
           IF PD-SQ-FT IS NUMERIC AND PD-NUM-COATS IS NUMERIC
                   AND PD-SQ-FT > 0 AND PD-NUM-COATS > 0
               MULTIPLY PD-SQ-FT BY PD-NUM-COATS
                   GIVING C-SURF-SQ-FT
               DIVIDE C-SURF-SQ-FT BY C-CUR-COVERAGE
                   GIVING C-GAL-WHOLE REMAINDER C-GAL-REM
               IF C-GAL-REM > 0
                   ADD 1 TO C-GAL-WHOLE
               END-IF
               COMPUTE C-LN-PRICE =
                   (C-GAL-WHOLE * C-CUR-PRICE-GAL)
                   + (C-GAL-WHOLE * C-CUR-LABOR-PGAL)
           END-IF.

       2620-TOTAL-ESTIMATE.
           MOVE 0 TO C-EST-TOTAL.
           PERFORM VARYING EL-IDX FROM 1 BY 1
                   UNTIL EL-IDX > EL-TABLE-CTR
               MOVE EL-T-REC(EL-IDX) TO PAINT-IO-AREA
               IF NOT PD-LINE-SUPERSEDED
                   PERFORM 2610-PRICE-LINE
                   ADD C-LN-PRICE TO C-EST-TOTAL
               END-IF
           END-PERFORM.

       2650-NOTE-QUOTE-CHANGE.
           SET QA-IDX TO 1.
           SEARCH QA-ENTRY
               AT END
                   MOVE C-CUR-EST-NO TO O-EXC-EST-NO
                   MOVE C-CHG-NO TO O-EXC-CHG-NO
                   MOVE SPACE TO O-EXC-ACTION
                   MOVE 0 TO O-EXC-LINE-NO
                   MOVE 'POSTED - FROZEN QUOTE NOT ADJUSTED'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               WHEN QA-IDX > QA-TABLE-CTR
                   ADD 1 TO QA-TABLE-CTR
                   MOVE C-CUR-EST-NO TO QA-T-EST-NO(QA-TABLE-CTR)
                   MOVE C-DIFF TO QA-T-DIFF(QA-TABLE-CTR)
                   MOVE C-NEW-TOTAL TO QA-T-NEW-TOTAL(QA-TABLE-CTR)
                   MOVE 'N' TO QA-T-FOUND(QA-TABLE-CTR)
               WHEN QA-T-EST-NO(QA-IDX) = C-CUR-EST-NO
                   ADD C-DIFF TO QA-T-DIFF(QA-IDX)
                   MOVE C-NEW-TOTAL TO QA-T-NEW-TOTAL(QA-IDX)
           END-SEARCH.

       2680-SAVE-DOC-LINE.
           IF DL-TABLE-CTR < 40
               ADD 1 TO DL-TABLE-CTR
               MOVE PD-LINE-NO TO DL-T-LINE-NO(DL-TABLE-CTR)
               MOVE C-DOC-ACTION TO DL-T-ACTION(DL-TABLE-CTR)
               MOVE C-NEW-SURFACE TO DL-T-SURFACE(DL-TABLE-CTR)
               MOVE C-NEW-SQ-FT TO DL-T-SQ-FT(DL-TABLE-CTR)
               MOVE C-NEW-COATS TO DL-T-NUM-COATS(DL-TABLE-CTR)
               MOVE C-OLD-LN-PRICE TO DL-T-OLD-PRICE(DL-TABLE-CTR)
               MOVE C-LN-PRICE TO DL-T-NEW-PRICE(DL-TABLE-CTR)
               MOVE CT-T-REASON(CT-IDX) TO DL-T-REASON(DL-TABLE-CTR)
           END-IF.

      *    ONE PAGE PER CHANGE ORDER FOR THE CUSTOMER TO SIGN.
       2700-PRINT-DOCUMENT.
           MOVE C-CUR-CUST-NAME TO O-D-CUST-NAME.
           MOVE C-CUR-CUST-ADDR TO O-D-CUST-ADDR.
           MOVE C-CUR-CUST-PHONE TO O-D-CUST-PHONE.
           MOVE C-CUR-EST-NO TO O-D-EST-NO.
           MOVE C-CHG-NO TO O-D-CHG-NO.
           MOVE I-MM TO O-D-MM.
           MOVE I-DD TO O-D-DD.
           MOVE I-YY TO O-D-YY.
           MOVE C-CUR-GRADE-NAME TO O-D-GRADE-NAME.
           MOVE C-OLD-TOTAL TO O-D-OLD-TOTAL.
           MOVE C-DIFF TO O-D-DIFF.
           MOVE C-NEW-TOTAL TO O-D-NEW-TOTAL.

           WRITE DLINE FROM D-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE DLINE FROM D-CUST-LINE
               AFTER ADVANCING 2 LINES.
           WRITE DLINE FROM D-ADDR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DLINE FROM D-PHONE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DLINE FROM D-EST-LINE
               AFTER ADVANCING 2 LINES.
           WRITE DLINE FROM D-GRADE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DLINE FROM D-COL-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM 2710-PRINT-DOC-LINE
               VARYING DL-IDX FROM 1 BY 1
               UNTIL DL-IDX > DL-TABLE-CTR.
           WRITE DLINE FROM D-PREV-LINE
               AFTER ADVANCING 2 LINES.
           WRITE DLINE FROM D-DIFF-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DLINE FROM D-NEW-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DLINE FROM D-TERMS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE DLINE FROM D-SIGN-LINE
               AFTER ADVANCING 3 LINES.
           WRITE DLINE FROM D-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       2710-PRINT-DOC-LINE.
           MOVE DL-T-LINE-NO(DL-IDX) TO O-D-LINE-NO.
           MOVE DL-T-ACTION(DL-IDX) TO O-D-ACTION.
           EVALUATE DL-T-SURFACE(DL-IDX)
               WHEN 'W'  MOVE 'WALLS'    TO O-D-SURFACE
               WHEN 'C'  MOVE 'CEILING'  TO O-D-SURFACE
               WHEN 'T'  MOVE 'TRIM'     TO O-D-SURFACE
               WHEN OTHER
                         MOVE 'OTHER'    TO O-D-SURFACE
           END-EVALUATE.
           MOVE DL-T-SQ-FT(DL-IDX) TO O-D-SQ-FT.
           MOVE DL-T-NUM-COATS(DL-IDX) TO O-D-COATS.
           MOVE DL-T-OLD-PRICE(DL-IDX) TO O-D-OLD-PRICE.
           MOVE DL-T-NEW-PRICE(DL-IDX) TO O-D-NEW-PRICE.
           MOVE DL-T-REASON(DL-IDX) TO O-D-REASON.
           WRITE DLINE FROM D-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE HELD HEADER AND ITS LINES GO TO THE WORK FILE IN
      *    THE ORDER THEY CAME OFF THE MASTER, SUPERSEDED LINES
      *    AND ALL, WITH ANY NEW LINES BEHIND THEM.
       2900-RELEASE-ESTIMATE.
           WRITE UPD-REC FROM C-HOLD-HDR.
           PERFORM VARYING EL-IDX FROM 1 BY 1
                   UNTIL EL-IDX > EL-TABLE-CTR
               WRITE UPD-REC FROM EL-T-REC(EL-IDX)
           END-PERFORM.

       3000-CLOSING.
           IF C-MASTER-STATUS = '00' OR C-MASTER-STATUS = '10'
               PERFORM 2400-END-ESTIMATE
               CLOSE PAINT-MASTER
               CLOSE PAINT-UPDATE
               PERFORM 3800-REWRITE-MASTER
           END-IF.
           IF QA-TABLE-CTR > 0
               PERFORM 3700-ADJUST-QUOTES
           END-IF.

           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-TABLE-CTR
               IF CT-T-STATE(CT-IDX) = SPACE
                   MOVE 'CHANGE ORDER FOR UNKNOWN ESTIMATE'
                       TO O-EXC-REASON
                   PERFORM 2590-REJECT-TRANS
               END-IF
           END-PERFORM.

           MOVE C-CO-CTR TO O-CO-CTR.
           MOVE C-LINE-CHG-CTR TO O-LINE-CHG-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           MOVE C-NET-CHANGE TO O-NET-CHANGE.
           WRITE EXCLINE FROM EXC-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE CHG-HIST.
           CLOSE CHGDOC-OUT.
           CLOSE EXCEPT-RPT.

      *    THE UPDATED MASTER IS COPIED BACK FROM THE WORK FILE
      *    ONLY AFTER THE WHOLE PASS COMPLETED CLEANLY.
       3800-REWRITE-MASTER.
           MOVE 'Y' TO MORE-UPD.
           OPEN INPUT PAINT-UPDATE.
           OPEN OUTPUT PAINT-MASTER.
           PERFORM UNTIL MORE-UPD = 'N'
               READ PAINT-UPDATE
                   AT END
                       MOVE 'N' TO MORE-UPD
                   NOT AT END
                       WRITE PAINT-MASTER-REC FROM UPD-REC
               END-READ
           END-PERFORM.
           CLOSE PAINT-UPDATE.
           CLOSE PAINT-MASTER.

      *    A FROZEN QUOTE MOVES BY THE NET OF THIS RUN'S CHANGE
      *    ORDERS; AN ESTIMATE NOT YET ON THE REGISTER GOES ON AT
      *    ITS REVISED TOTAL.
       3700-ADJUST-QUOTES.
           MOVE 'Y' TO MORE-QTE.
           OPEN OUTPUT QUOTE-UPDATE.
           OPEN INPUT PAINT-QUOTES.
           IF C-QTE-STATUS = '00'
               PERFORM UNTIL MORE-QTE = 'N'
                   READ PAINT-QUOTES
                       AT END
                           MOVE 'N' TO MORE-QTE
                       NOT AT END
                           PERFORM 3710-ADJUST-ONE-QUOTE
                           WRITE QTU-REC FROM QT-REC
                   END-READ
               END-PERFORM
               CLOSE PAINT-QUOTES
           END-IF.
           PERFORM VARYING QA-IDX FROM 1 BY 1
                   UNTIL QA-IDX > QA-TABLE-CTR
               IF QA-T-FOUND(QA-IDX) = 'N'
                   MOVE QA-T-EST-NO(QA-IDX) TO QT-EST-NO
                   MOVE C-RUN-DATE TO QT-ISSUE-DATE
                   MOVE QA-T-NEW-TOTAL(QA-IDX) TO QT-FROZEN-TOTAL
                   MOVE 0 TO QT-REQUOTE-DATE
                   MOVE 0 TO QT-REQUOTE-CTR
                   WRITE QTU-REC FROM QT-REC
               END-IF
           END-PERFORM.
           CLOSE QUOTE-UPDATE.
           PERFORM 3850-REWRITE-QUOTES.

       3710-ADJUST-ONE-QUOTE.
           SET QA-IDX TO 1.
           SEARCH QA-ENTRY
               AT END
                   CONTINUE
               WHEN QA-IDX > QA-TABLE-CTR
                   CONTINUE
               WHEN QA-T-EST-NO(QA-IDX) = QT-EST-NO
                   MOVE 'Y' TO QA-T-FOUND(QA-IDX)
                   COMPUTE C-NEW-FROZEN =
                       QT-FROZEN-TOTAL + QA-T-DIFF(QA-IDX)
                   IF C-NEW-FROZEN < 0
                       MOVE 0 TO C-NEW-FROZEN
                   END-IF
                   MOVE C-NEW-FROZEN TO QT-FROZEN-TOTAL
           END-SEARCH.

       3850-REWRITE-QUOTES.
           MOVE 'Y' TO MORE-QTE.
           OPEN INPUT QUOTE-UPDATE.
           OPEN OUTPUT PAINT-QUOTES.
           PERFORM UNTIL MORE-QTE = 'N'
               READ QUOTE-UPDATE
                   AT END
                       MOVE 'N' TO MORE-QTE
                   NOT AT END
                       WRITE QT-REC FROM QTU-REC
               END-READ
           END-PERFORM.
           CLOSE QUOTE-UPDATE.
           CLOSE PAINT-QUOTES.

       9000-READ.
           READ PAINT-MASTER INTO PAINT-IO-AREA
               AT END
                   MOVE 'N' TO MORE-RECS.

       9150-EXC-HEADINGS.
           ADD 1 TO C-EXC-PCTR.
           MOVE C-EXC-PCTR TO O-EXC-PCTR.
           WRITE EXCLINE FROM EXC-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXC-HEADINGS
               AFTER ADVANCING 2 LINES.

       9170-EXC-LINE.
           ADD 1 TO C-EXC-CTR.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

       9300-WRITE-UPDATE.
           WRITE UPD-REC FROM PAINT-IO-AREA.

       END PROGRAM COBDOA46.
