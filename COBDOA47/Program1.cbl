       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA47.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *PAINT CREW TIMESHEETS AND CREW PRODUCTIVITY.  EACH DAY'S
      *HOURS COME IN ON PAINTTS.DAT, ONE RECORD PER PAINTER PER
      *JOB PER DAY, AND ARE COSTED AT THE PAINTER'S PAY RATE
      *FROM THE PAINTER MASTER (PNTRMAST.DAT).  EVERY ROW
      *COSTED IS ADDED, WITH ITS COST, TO THE TIMESHEET HISTORY
      *(PAINTTSH.DAT), AND EACH RUN REBUILDS THE JOB FIGURES
      *FROM THE WHOLE HISTORY, SO PAINTTS.DAT ONLY EVER HOLDS
      *THE NEW DAYS.  A PAINTER/ESTIMATE/WORK DATE ALREADY IN
      *THE HISTORY (OR TWICE ON THE SAME FILE) IS A DUPLICATE.
      *
      *  - THE LABOR COST OF EVERY JOB WITH TIMESHEET HOURS IS
      *    WRITTEN INTO ACT-LABOR-COST ON PAINTACT.DAT IN PLACE
      *    OF THE KEYED FIGURE, SO THE VARIANCE (COBDOA06) AND
      *    T&M INVOICE (COBDOA35) USE WHAT THE CREW REALLY COST.
      *    A JOB WITH NO TIMESHEET HOURS KEEPS ITS KEYED FIGURE.
      *    THE FIRST TIME A JOB'S KEYED FIGURE IS REPLACED IT IS
      *    SAVED ON PAINTKLB.DAT, SO THE JOB LISTING CAN KEEP
      *    SHOWING IT AGAINST THE TIMESHEET COST.
      *  - THE CREW PRODUCTIVITY REPORT (CREWPROD.RPT) SHOWS,
      *    BY PAINTER AND BY PAINT GRADE, THE GALLONS APPLIED
      *    PER PAINTER-DAY ON COMPLETED JOBS AGAINST COBDOA25'S
      *    HOUSE FIGURE OF EIGHT.  A JOB'S GALLONS ARE ITS
      *    ESTIMATE'S CURRENT SURFACES PRICED THE COBDOA01 WAY,
      *    SHARED OUT TO ITS PAINTERS BY THEIR HOURS ON IT; AN
      *    EIGHT-HOUR DAY IS ONE PAINTER-DAY.
      *  - EVERY JOB WITH HOURS IS LISTED WITH ITS SCHEDULED
      *    CREW-DAYS (FIGURED THE WAY COBDOA25 BOOKS THEM) AND
      *    THE CREW-DAYS ITS HOURS ACTUALLY CAME TO, AND THE
      *    JOBS THAT RAN OVER ARE LISTED AGAIN ON THEIR OWN.
      *HOURS FOR AN UNKNOWN PAINTER, AN ESTIMATE THAT IS NOT
      *ACCEPTED OR COMPLETED, A BAD DATE OR HOUR FIGURE, OR A
      *DUPLICATE DAY GO TO THE EXCEPTION REPORT (CREWEXC.RPT)
      *AND ARE NOT COSTED.
      *PAINTACT.DAT IS REWRITTEN THROUGH A WORK FILE THE SAME
      *WAY COBDOA12 REWRITES THE ESTIMATE MASTER.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAINT-MASTER
               ASSIGN TO DYNAMIC C-PAINT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MASTER-STATUS.

           SELECT PAINT-ACTUAL
               ASSIGN TO DYNAMIC C-PAINT-ACTUAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ACT-STATUS.

           SELECT ACTUAL-UPDATE
               ASSIGN TO "C:\IHCC\COBOL\PAINTACT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ACTUPD-STATUS.

           SELECT PAINT-PARMS
               ASSIGN TO "C:\IHCC\COBOL\PAINTPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAINTER-MAST
               ASSIGN TO "C:\IHCC\COBOL\PNTRMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PNTR-STATUS.

           SELECT TIME-SHEET
               ASSIGN TO "C:\IHCC\COBOL\PAINTTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TS-STATUS.

           SELECT TS-HISTORY
               ASSIGN TO "C:\IHCC\COBOL\PAINTTSH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TSH-STATUS.

           SELECT KEYED-LABOR
               ASSIGN TO "C:\IHCC\COBOL\PAINTKLB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-KLB-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\CREWEXC.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-MASTER-REC
           RECORD CONTAINS 81 CHARACTERS.
       01  PAINT-MASTER-REC            PIC X(81).

       FD  PAINT-ACTUAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACT-REC
           RECORD CONTAINS 22 CHARACTERS.
       01  ACT-REC.
           05  ACT-EST-NO              PIC X(4).
           05  ACT-PAINT-COST          PIC 9999999V99.
           05  ACT-LABOR-COST          PIC 9999999V99.

       FD  ACTUAL-UPDATE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACTUPD-REC
           RECORD CONTAINS 22 CHARACTERS.
       01  ACTUPD-REC                  PIC X(22).

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

      *    ONE RECORD PER PAINTER ON THE CREW.  PT-PAY-RATE IS
      *    THE HOURLY WAGE; PT-STATUS 'I' IS A PAINTER WHO HAS
      *    LEFT (OLD TIMESHEETS STILL COST AT THE LAST RATE).
       FD  PAINTER-MAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 29 CHARACTERS.
       01  PT-REC.
           05  PT-PAINTER-ID           PIC X(4).
           05  PT-NAME                 PIC X(20).
           05  PT-PAY-RATE             PIC 99V99.
           05  PT-STATUS               PIC X.

       FD  TIME-SHEET
           LABEL RECORD IS STANDARD
           DATA RECORD IS TS-REC
           RECORD CONTAINS 19 CHARACTERS.
       01  TS-FILE-REC                 PIC X(19).

      *    TH-TS-ROW IS THE PAINTTS.DAT ROW AS IT WAS COSTED.
       FD  TS-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS TH-REC
           RECORD CONTAINS 34 CHARACTERS.
       01  TH-REC.
           05  TH-TS-ROW               PIC X(19).
           05  TH-LABOR-COST           PIC 9(5)V99.
           05  TH-POSTED-DATE          PIC 9(8).

      *    ONE RECORD PER JOB WHOSE KEYED ACT-LABOR-COST HAS BEEN
      *    REPLACED BY ITS TIMESHEET COST: THE FIGURE AS KEYED.
       FD  KEYED-LABOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS KL-REC
           RECORD CONTAINS 13 CHARACTERS.
       01  KL-REC.
           05  KL-EST-NO               PIC X(4).
           05  KL-LABOR-COST           PIC 9(7)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       FD  EXCEPT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCLINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    A TIMESHEET ROW, FROM PAINTTS.DAT OR FROM THE HISTORY.
       01  TS-REC.
           05  TS-KEY.
               10  TS-PAINTER-ID       PIC X(4).
               10  TS-EST-NO           PIC X(4).
               10  TS-WORK-DATE        PIC 9(8).
           05  TS-HOURS                PIC 99V9.

       01  PAINT-IO-AREA.
           05  PAINT-REC-TYPE          PIC X.
               88  IS-EST-HEADER           VALUE 'H'.
               88  IS-EST-DETAIL           VALUE 'D'.
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
               88  EST-WORKABLE            VALUE 'A' 'C'.
           05  PH-CUST-NO              PIC X(6).
           05  FILLER                  PIC X(3).

       01  PAINT-DTL-REC REDEFINES PAINT-IO-AREA.
           05  FILLER                  PIC X.
           05  PD-EST-NO               PIC X(4).
           05  PD-SURFACE              PIC X.
           05  PD-SQ-FT                PIC 9(5).
           05  PD-NUM-COATS            PIC 9.
           05  PD-PRICE-GAL            PIC 99V99.
           05  PD-LINE-STATUS          PIC X.
               88  PD-LINE-SUPERSEDED      VALUE 'S'.
           05  FILLER                  PIC X(64).

      *    THE GRADE ROWS ALSO CARRY THE BY-GRADE TOTALS.
       01  PAINT-PARM-TABLE.
           05  PP-TABLE-CTR            PIC 99          VALUE 0.
           05  PP-ENTRY OCCURS 10 TIMES INDEXED BY PP-IDX.
               10  PP-T-GRADE          PIC X.
               10  PP-T-GRADE-NAME     PIC X(10).
               10  PP-T-COVERAGE       PIC 9(3).
               10  PP-T-CREW-SIZE      PIC 9.
               10  PP-T-JOBS           PIC 9(4).
               10  PP-T-HOURS          PIC 9(6)V9.
               10  PP-T-GALLONS        PIC 9(6).

       01  PAINTER-TABLE.
           05  PN-TABLE-CTR            PIC 999         VALUE 0.
           05  PN-ENTRY OCCURS 100 TIMES INDEXED BY PN-IDX.
               10  PN-T-ID             PIC X(4).
               10  PN-T-NAME           PIC X(20).
               10  PN-T-RATE           PIC 99V99.
               10  PN-T-HOURS          PIC 9(5)V9.
               10  PN-T-DONE-HOURS     PIC 9(5)V9.
               10  PN-T-GALLONS        PIC 9(6)V99.
               10  PN-T-LABOR          PIC 9(7)V99.

      *    ONE ROW PER ACCEPTED OR COMPLETED ESTIMATE - THE ONLY
      *    ONES A CREW CAN BE WORKING.
       01  JOB-TABLE.
           05  JB-TABLE-CTR            PIC 999         VALUE 0.
           05  JB-ENTRY OCCURS 500 TIMES INDEXED BY JB-IDX.
               10  JB-T-EST-NO         PIC X(4).
               10  JB-T-STATUS         PIC X.
               10  JB-T-GRADE-SUB      PIC 99.
               10  JB-T-CREW-SIZE      PIC 9.
               10  JB-T-GALLONS        PIC 9(5).
               10  JB-T-HOURS          PIC 9(5)V9.
               10  JB-T-LABOR          PIC 9(7)V99.
               10  JB-T-KEYED-LABOR    PIC 9(7)V99.
               10  JB-T-KEYED-SAVED    PIC X.
               10  JB-T-COMPLETED      PIC X.
               10  JB-T-SCHED-DAYS     PIC 9(3).
               10  JB-T-ACTUAL-DAYS    PIC 9(4)V9.

      *    HOURS BY PAINTER WITHIN JOB, FOR SHARING OUT GALLONS.
       01  PAINTER-JOB-TABLE.
           05  PJ-TABLE-CTR            PIC 9(4)        VALUE 0.
           05  PJ-ENTRY OCCURS 2000 TIMES INDEXED BY PJ-IDX.
               10  PJ-T-PN-SUB         PIC 999.
               10  PJ-T-JB-SUB         PIC 999.
               10  PJ-T-HOURS          PIC 9(5)V9.

      *    PAINTER/ESTIMATE/WORK DATE OF EVERY DAY ALREADY COSTED
      *    ON A WORKABLE JOB, FOR CATCHING DUPLICATE DAYS.
       01  TS-KEY-TABLE.
           05  TK-TABLE-CTR            PIC 9(5)        VALUE 0.
           05  TK-ENTRY OCCURS 20000 TIMES INDEXED BY TK-IDX.
               10  TK-T-KEY            PIC X(16).

       01  WORK-AREA.
           05  MORE-RECS               PIC X           VALUE 'Y'.
           05  MORE-PARMS              PIC X           VALUE 'Y'.
           05  MORE-PNTR               PIC X           VALUE 'Y'.
           05  MORE-TS                 PIC X           VALUE 'Y'.
           05  MORE-ACT                PIC X           VALUE 'Y'.
           05  MORE-UPD                PIC X           VALUE 'Y'.
           05  MORE-TSH                PIC X           VALUE 'Y'.
           05  MORE-KLB                PIC X           VALUE 'Y'.
           05  C-MASTER-STATUS         PIC XX.
           05  C-ACT-STATUS            PIC XX.
           05  C-ACTUPD-STATUS         PIC XX.
           05  C-PNTR-STATUS           PIC XX.
           05  C-TS-STATUS             PIC XX.
           05  C-TSH-STATUS            PIC XX.
           05  C-KLB-STATUS            PIC XX.
           05  C-ACT-EMPTY             PIC X           VALUE 'N'.
           05  C-PAINT-MASTER-PATH     PIC X(60)
                                   VALUE "C:\IHCC\COBOL\PAINTEST.DAT".
           05  C-PAINT-ACTUAL-PATH     PIC X(60)
                                   VALUE "C:\IHCC\COBOL\PAINTACT.DAT".
           05  C-PRTOUT-PATH           PIC X(60)
                                   VALUE "C:\IHCC\COBOL\CREWPROD.RPT".
           05  C-ARG-VALUE             PIC X(60).
           05  C-RUN-DATE-ARG          PIC 9(8)        VALUE 0.
      *    COBDOA25'S SCHEDULING ASSUMPTION AND THE LENGTH OF A
      *    PAINTER-DAY.
           05  C-GAL-PER-DAY           PIC 99          VALUE 08.
           05  C-HOURS-PER-DAY         PIC 99          VALUE 08.
           05  C-JOB-OPEN              PIC X           VALUE 'N'.
           05  C-JOB-SUB               PIC 999.
           05  C-PN-SUB                PIC 999.
           05  C-GR-SUB                PIC 99.
           05  C-CUR-COVERAGE          PIC 9(3)        VALUE 115.
           05  C-SURF-SQ-FT            PIC 9(6).
           05  C-GAL-WHOLE             PIC 9(4).
           05  C-GAL-REM               PIC 9(6).
           05  C-WK-WORK               PIC 9(4).
           05  C-CD-REM                PIC 9(5).
           05  C-TS-VALID              PIC X.
           05  C-TS-DUP                PIC X.
           05  C-TS-LABOR              PIC 9(5)V99.
           05  C-PNTR-DAYS             PIC 9(5)V99.
           05  C-GAL-PER-PDAY          PIC 9(4)V99.
           05  C-PCT-OF-STD            PIC 9(4)V9.
           05  C-SHARE-GAL             PIC 9(6)V99.
           05  C-TS-CTR                PIC 9(6)        VALUE 0.
           05  C-TS-HOURS              PIC 9(7)V9      VALUE 0.
           05  C-TS-LABOR-TOT          PIC 9(8)V99     VALUE 0.
           05  C-ACT-REPLACED-CTR      PIC 9(4)        VALUE 0.
           05  C-OVER-CTR              PIC 9(4)        VALUE 0.
           05  C-GT-HOURS              PIC 9(7)V9      VALUE 0.
           05  C-GT-DONE-HOURS         PIC 9(7)V9      VALUE 0.
           05  C-GT-GALLONS            PIC 9(7)V99     VALUE 0.
           05  C-GT-LABOR              PIC 9(8)V99     VALUE 0.
           05  C-EXC-CTR               PIC 9(5)        VALUE 0.
           05  C-EXC-PCTR              PIC 99          VALUE 0.
           05  C-PCTR                  PIC 99          VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
               10  I-YY                PIC 9(4).
               10  I-MM                PIC 99.
               10  I-DD                PIC 99.
           05  I-TIME                  PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-MM                    PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-DD                    PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-YY                    PIC 9(4).
           05  FILLER                  PIC X(28)       VALUE SPACES.
           05  FILLER                  PIC X(42)
                   VALUE "AMOS'S PAINT ESTIMATOR - CREW PRODUCTIVITY".
           05  FILLER                  PIC X(37)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE: ".
           05  O-PCTR                  PIC Z9.

       01  BLANK-LINE                  PIC X(132)      VALUE SPACES.

       01  SECTION-LINE.
           05  O-SECTION-TITLE         PIC X(132).

       01  PN-HEADINGS.
           05  FILLER                  PIC X(6)        VALUE "ID".
           05  FILLER                  PIC X(22)       VALUE "PAINTER".
           05  FILLER                  PIC X(11)       VALUE
                                       "  ALL HRS".
           05  FILLER                  PIC X(11)       VALUE
                                       " DONE HRS".
           05  FILLER                  PIC X(11)       VALUE
                                       "PNTR-DAYS".
           05  FILLER                  PIC X(12)       VALUE
                                       "   GALLONS".
           05  FILLER                  PIC X(11)       VALUE
                                       "GAL/DAY".
           05  FILLER                  PIC X(10)       VALUE
                                       "PCT STD".
           05  FILLER                  PIC X(38)       VALUE
                                       "   LABOR COST".

       01  PN-DETAIL-LINE.
           05  O-PN-ID                 PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-PN-NAME               PIC X(20).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-PN-HOURS              PIC ZZ,ZZ9.9.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-PN-DONE-HOURS         PIC ZZ,ZZ9.9.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-PN-PDAYS              PIC Z,ZZ9.99.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-PN-GALLONS            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-PN-GAL-PDAY           PIC Z,ZZ9.99.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-PN-PCT                PIC Z,ZZ9.9.
           05  FILLER                  PIC X           VALUE '%'.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-PN-LABOR              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(24)       VALUE SPACES.

       01  PN-TOTAL-LINE.
           05  FILLER                  PIC X(28)       VALUE
                                       "ALL PAINTERS".
           05  O-PN-TOT-HOURS          PIC ZZ,ZZ9.9.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-PN-TOT-DONE-HOURS     PIC ZZ,ZZ9.9.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-PN-TOT-PDAYS          PIC Z,ZZ9.99.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-PN-TOT-GALLONS        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-PN-TOT-GAL-PDAY       PIC Z,ZZ9.99.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-PN-TOT-PCT            PIC Z,ZZ9.9.
           05  FILLER                  PIC X           VALUE '%'.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-PN-TOT-LABOR          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(24)       VALUE SPACES.

       01  GR-HEADINGS.
           05  FILLER                  PIC X(6)        VALUE "GRADE".
           05  FILLER                  PIC X(14)       VALUE "NAME".
           05  FILLER                  PIC X(8)        VALUE "JOBS".
           05  FILLER                  PIC X(11)       VALUE
                                       "  HOURS".
           05  FILLER                  PIC X(11)       VALUE
                                       "PNTR-DAYS".
           05  FILLER                  PIC X(12)       VALUE
                                       "   GALLONS".
           05  FILLER                  PIC X(11)       VALUE
                                       "GAL/DAY".
           05  FILLER                  PIC X(10)       VALUE
                                       "STANDARD".
           05  FILLER                  PIC X(49)       VALUE
                                       "PCT STD".

       01  GR-DETAIL-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-GR-GRADE              PIC X.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-GR-NAME               PIC X(10).
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-GR-JOBS               PIC Z,ZZ9.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-GR-HOURS              PIC ZZ,ZZ9.9.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-GR-PDAYS              PIC Z,ZZ9.99.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-GR-GALLONS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-GR-GAL-PDAY           PIC Z,ZZ9.99.
           05  FILLER                  PIC X(5)        VALUE SPACES.
           05  O-GR-STD                PIC Z9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-GR-PCT                PIC Z,ZZ9.9.
           05  FILLER                  PIC X           VALUE '%'.
           05  FILLER                  PIC X(40)       VALUE SPACES.

       01  JB-HEADINGS.
           05  FILLER                  PIC X(10)       VALUE "ESTIMATE".
           05  FILLER                  PIC X(8)        VALUE "STATUS".
           05  FILLER                  PIC X(10)       VALUE " GALLONS".
           05  FILLER                  PIC X(7)        VALUE "CREW".
           05  FILLER                  PIC X(11)       VALUE
                                       "SCHED DAYS".
           05  FILLER                  PIC X(13)       VALUE
                                       "ACTUAL DAYS".
           05  FILLER                  PIC X(11)       VALUE
                                       "    HOURS".
           05  FILLER                  PIC X(16)       VALUE
                                       "  TIMESHEET COST".
           05  FILLER                  PIC X(16)       VALUE
                                       "     KEYED COST".
           05  FILLER                  PIC X(30)       VALUE SPACES.

       01  JB-DETAIL-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-JB-EST-NO             PIC X(4).
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-JB-STATUS             PIC X.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-JB-GALLONS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-JB-CREW               PIC 9.
           05  FILLER                  PIC X(7)        VALUE SPACES.
           05  O-JB-SCHED-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-JB-ACTUAL-DAYS        PIC Z,ZZ9.9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-JB-HOURS              PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-JB-LABOR              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(3)        VALUE SPACES.
           05  O-JB-KEYED              PIC X(13).
           05  O-JB-KEYED-N REDEFINES O-JB-KEYED
                                       PIC $$,$$$,$$9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-JB-FLAG               PIC X(16).
           05  FILLER                  PIC X(14)       VALUE SPACES.

       01  OVER-HEADINGS.
           05  FILLER                  PIC X(10)       VALUE "ESTIMATE".
           05  FILLER                  PIC X(8)        VALUE "STATUS".
           05  FILLER                  PIC X(12)       VALUE
                                       "SCHED DAYS".
           05  FILLER                  PIC X(13)       VALUE
                                       "ACTUAL DAYS".
           05  FILLER                  PIC X(89)       VALUE
                                       "   DAYS OVER".

       01  OVER-DETAIL-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-OV-EST-NO             PIC X(4).
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-OV-STATUS             PIC X.
           05  FILLER                  PIC X(9)        VALUE SPACES.
           05  O-OV-SCHED-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-OV-ACTUAL-DAYS        PIC Z,ZZ9.9.
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-OV-OVER-DAYS          PIC Z,ZZ9.9.
           05  FILLER                  PIC X(82)       VALUE SPACES.

       01  GT-COUNTERS.
           05  FILLER                  PIC X(20)       VALUE
                                       'TIMESHEETS COSTED:'.
           05  O-TS-CTR                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10)       VALUE
                                       '   HOURS:'.
           05  O-TS-HOURS              PIC Z,ZZZ,ZZ9.9.
           05  FILLER                  PIC X(15)       VALUE
                                       '   LABOR COST:'.
           05  O-TS-LABOR              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(27)       VALUE
                                       '  PAINTACT.DAT JOBS COSTED:'.
           05  O-ACT-REPLACED-CTR      PIC Z,ZZ9.
           05  FILLER                  PIC X(22)       VALUE SPACES.

       01  OVER-COUNT-LINE.
           05  FILLER                  PIC X(32)       VALUE
                                   'JOBS OVER SCHEDULED CREW-DAYS:'.
           05  O-OVER-CTR              PIC Z,ZZ9.
           05  FILLER                  PIC X(95)       VALUE SPACES.

       01  EXC-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-EXC-MM                PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-EXC-DD                PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-EXC-YY                PIC 9(4).
           05  FILLER                  PIC X(26)       VALUE SPACES.
           05  FILLER                  PIC X(44)
               VALUE "AMOS'S PAINT TIMESHEETS - EXCEPTIONS".
           05  FILLER                  PIC X(37)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE: ".
           05  O-EXC-PCTR              PIC Z9.

       01  EXC-HEADINGS.
           05  FILLER          PIC X(9)  VALUE "PAINTER".
           05  FILLER          PIC X(10) VALUE "ESTIMATE".
           05  FILLER          PIC X(12) VALUE "WORK DATE".
           05  FILLER          PIC X(8)  VALUE "HOURS".
           05  FILLER          PIC X(6)  VALUE "REASON".

       01  EXC-DETAIL-LINE.
           05  O-EXC-PAINTER-ID        PIC X(4).
           05  FILLER                  PIC X(5)        VALUE SPACES.
           05  O-EXC-EST-NO            PIC X(4).
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-EXC-DATE              PIC X(8).
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-EXC-HOURS             PIC X(4).
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-EXC-REASON            PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-LOAD-JOB
               UNTIL MORE-RECS = 'N'.
           PERFORM 2300-LOAD-ACTUALS.
           PERFORM 2350-LOAD-KEYED-LABOR.
           PERFORM 2400-LOAD-TS-HISTORY.
           PERFORM 2500-COST-TIMESHEETS.
           PERFORM 2700-SHARE-GALLONS
               VARYING PJ-IDX FROM 1 BY 1
               UNTIL PJ-IDX > PJ-TABLE-CTR.
           PERFORM 2800-JOB-CREW-DAYS
               VARYING JB-IDX FROM 1 BY 1
               UNTIL JB-IDX > JB-TABLE-CTR.
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
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YY TO O-EXC-YY.
           MOVE I-MM TO O-EXC-MM.
           MOVE I-DD TO O-EXC-DD.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCEPT-RPT.
           PERFORM 9150-EXC-HEADINGS.

           PERFORM 1030-LOAD-PAINT-PARMS.
           PERFORM 1040-LOAD-PAINTERS.
           PERFORM 1060-RECOVER-ACTUALS.

           OPEN INPUT PAINT-MASTER.
           IF C-MASTER-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS
               MOVE SPACES TO EXC-DETAIL-LINE
               MOVE 'PAINT ESTIMATE MASTER NOT AVAILABLE'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
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
                       MOVE C-ARG-VALUE TO C-PAINT-ACTUAL-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-PRTOUT-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 4 UPON ARGUMENT-NUMBER.
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
                       IF PP-TABLE-CTR < 10
                           ADD 1 TO PP-TABLE-CTR
                           MOVE PP-GRADE
                               TO PP-T-GRADE(PP-TABLE-CTR)
                           MOVE PP-GRADE-NAME
                               TO PP-T-GRADE-NAME(PP-TABLE-CTR)
                           MOVE PP-COVERAGE
                               TO PP-T-COVERAGE(PP-TABLE-CTR)
                           MOVE PP-CREW-SIZE
                               TO PP-T-CREW-SIZE(PP-TABLE-CTR)
                           MOVE 0 TO PP-T-JOBS(PP-TABLE-CTR)
                           MOVE 0 TO PP-T-HOURS(PP-TABLE-CTR)
                           MOVE 0 TO PP-T-GALLONS(PP-TABLE-CTR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAINT-PARMS.

       1040-LOAD-PAINTERS.
           OPEN INPUT PAINTER-MAST.
           IF C-PNTR-STATUS = '00'
               PERFORM UNTIL MORE-PNTR = 'N'
                   READ PAINTER-MAST
                       AT END
                           MOVE 'N' TO MORE-PNTR
                       NOT AT END
                           IF PN-TABLE-CTR < 100
                               ADD 1 TO PN-TABLE-CTR
                               MOVE PT-PAINTER-ID
                                   TO PN-T-ID(PN-TABLE-CTR)
                               MOVE PT-NAME
                                   TO PN-T-NAME(PN-TABLE-CTR)
                               MOVE PT-PAY-RATE
                                   TO PN-T-RATE(PN-TABLE-CTR)
                               MOVE 0 TO PN-T-HOURS(PN-TABLE-CTR)
                               MOVE 0
                                   TO PN-T-DONE-HOURS(PN-TABLE-CTR)
                               MOVE 0 TO PN-T-GALLONS(PN-TABLE-CTR)
                               MOVE 0 TO PN-T-LABOR(PN-TABLE-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAINTER-MAST
           END-IF.

      *    IF A PRIOR RUN DIED AFTER TRUNCATING PAINTACT.DAT BUT
      *    BEFORE THE COPY BACK FROM PAINTACT.WRK FINISHED, THE
      *    WORK FILE STILL HOLDS THE COMPLETE UPDATED FILE:
      *    FINISH THAT COPY BEFORE THIS RUN STARTS.
       1060-RECOVER-ACTUALS.
           MOVE 'Y' TO C-ACT-EMPTY.
           OPEN INPUT PAINT-ACTUAL.
           IF C-ACT-STATUS = '00'
               READ PAINT-ACTUAL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'N' TO C-ACT-EMPTY
               END-READ
               CLOSE PAINT-ACTUAL
           END-IF.
           IF C-ACT-EMPTY = 'Y'
               OPEN INPUT ACTUAL-UPDATE
               IF C-ACTUPD-STATUS = '00'
                   READ ACTUAL-UPDATE
                       AT END
                           CLOSE ACTUAL-UPDATE
                       NOT AT END
                           CLOSE ACTUAL-UPDATE
                           PERFORM 3800-COPY-BACK-ACTUALS
                   END-READ
               END-IF
           END-IF.

      *    ONE JOB ROW PER ACCEPTED OR COMPLETED ESTIMATE, WITH
      *    THE WHOLE GALLONS OF ITS CURRENT SURFACE LINES.
       2000-LOAD-JOB.
           IF IS-EST-HEADER
               MOVE 'N' TO C-JOB-OPEN
               IF EST-WORKABLE
                   PERFORM 2100-START-JOB
               END-IF
           ELSE
               IF IS-EST-DETAIL AND C-JOB-OPEN = 'Y'
                       AND PD-EST-NO = JB-T-EST-NO(C-JOB-SUB)
                       AND NOT PD-LINE-SUPERSEDED
                   PERFORM 2200-GALLONS-FOR-SURFACE
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2100-START-JOB.
           IF JB-TABLE-CTR < 500
               ADD 1 TO JB-TABLE-CTR
               MOVE JB-TABLE-CTR TO C-JOB-SUB
               MOVE 'Y' TO C-JOB-OPEN
               MOVE PH-EST-NO TO JB-T-EST-NO(C-JOB-SUB)
               MOVE PH-STATUS TO JB-T-STATUS(C-JOB-SUB)
               MOVE 0 TO JB-T-GALLONS(C-JOB-SUB)
               MOVE 0 TO JB-T-HOURS(C-JOB-SUB)
               MOVE 0 TO JB-T-LABOR(C-JOB-SUB)
               MOVE 0 TO JB-T-KEYED-LABOR(C-JOB-SUB)
               MOVE 'N' TO JB-T-KEYED-SAVED(C-JOB-SUB)
               MOVE 0 TO JB-T-SCHED-DAYS(C-JOB-SUB)
               MOVE 0 TO JB-T-ACTUAL-DAYS(C-JOB-SUB)
               MOVE 'N' TO JB-T-COMPLETED(C-JOB-SUB)
               IF PH-STATUS = 'C'
                   MOVE 'Y' TO JB-T-COMPLETED(C-JOB-SUB)
               END-IF
               MOVE 0 TO JB-T-GRADE-SUB(C-JOB-SUB)
               MOVE 2 TO JB-T-CREW-SIZE(C-JOB-SUB)
               MOVE 115 TO C-CUR-COVERAGE
               PERFORM VARYING PP-IDX FROM 1 BY 1
                       UNTIL PP-IDX > PP-TABLE-CTR
                   IF PP-T-GRADE(PP-IDX) = PH-GRADE
                       SET JB-T-GRADE-SUB(C-JOB-SUB) TO PP-IDX
                       MOVE PP-T-CREW-SIZE(PP-IDX)
                           TO JB-T-CREW-SIZE(C-JOB-SUB)
                       MOVE PP-T-COVERAGE(PP-IDX) TO C-CUR-COVERAGE
                   END-IF
               END-PERFORM
           END-IF.

       2200-GALLONS-FOR-SURFACE.
           IF PD-SQ-FT IS NUMERIC AND PD-NUM-COATS IS NUMERIC
                   AND PD-SQ-FT > 0 AND PD-NUM-COATS > 0
               MULTIPLY PD-SQ-FT BY PD-NUM-COATS
                   GIVING C-SURF-SQ-FT
               DIVIDE C-SURF-SQ-FT BY C-CUR-COVERAGE
                   GIVING C-GAL-WHOLE REMAINDER C-GAL-REM
               IF C-GAL-REM > 0
                   ADD 1 TO C-GAL-WHOLE
               END-IF
               ADD C-GAL-WHOLE TO JB-T-GALLONS(C-JOB-SUB)
           END-IF.

      *    A JOB WITH A PAINTACT.DAT RECORD IS FINISHED EVEN IF
      *    COBDOA12 HAS NOT YET FLIPPED ITS HEADER TO COMPLETED.
       2300-LOAD-ACTUALS.
           MOVE 'Y' TO MORE-ACT.
           OPEN INPUT PAINT-ACTUAL.
           IF C-ACT-STATUS = '00'
               PERFORM UNTIL MORE-ACT = 'N'
                   READ PAINT-ACTUAL
                       AT END
                           MOVE 'N' TO MORE-ACT
                       NOT AT END
                           PERFORM 2310-MATCH-ACTUAL
                   END-READ
               END-PERFORM
               CLOSE PAINT-ACTUAL
           END-IF.

       2310-MATCH-ACTUAL.
           SET JB-IDX TO 1.
           SEARCH JB-ENTRY
               AT END
                   CONTINUE
               WHEN JB-IDX > JB-TABLE-CTR
                   CONTINUE
               WHEN JB-T-EST-NO(JB-IDX) = ACT-EST-NO
                   MOVE 'Y' TO JB-T-COMPLETED(JB-IDX)
                   MOVE ACT-LABOR-COST TO JB-T-KEYED-LABOR(JB-IDX)
           END-SEARCH.

      *    ONCE A JOB'S KEYED LABOR HAS BEEN REPLACED, PAINTACT.DAT
      *    CARRIES THE TIMESHEET COST AND THE KEYED FIGURE COMES
      *    FROM PAINTKLB.DAT INSTEAD.
       2350-LOAD-KEYED-LABOR.
           OPEN INPUT KEYED-LABOR.
           IF C-KLB-STATUS = '00'
               PERFORM UNTIL MORE-KLB = 'N'
                   READ KEYED-LABOR
                       AT END
                           MOVE 'N' TO MORE-KLB
                       NOT AT END
                           PERFORM 2360-MATCH-KEYED-LABOR
                   END-READ
               END-PERFORM
               CLOSE KEYED-LABOR
           END-IF.

       2360-MATCH-KEYED-LABOR.
           SET JB-IDX TO 1.
           SEARCH JB-ENTRY
               AT END
                   CONTINUE
               WHEN JB-IDX > JB-TABLE-CTR
                   CONTINUE
               WHEN JB-T-EST-NO(JB-IDX) = KL-EST-NO
                   MOVE KL-LABOR-COST TO JB-T-KEYED-LABOR(JB-IDX)
                   MOVE 'Y' TO JB-T-KEYED-SAVED(JB-IDX)
           END-SEARCH.

      *    EVERY DAY ALREADY COSTED IS POSTED AGAIN AT THE COST IT
      *    WAS GIVEN, SO A JOB'S FIGURES COVER ALL ITS DAYS.  A
      *    ROW FOR AN ESTIMATE NO LONGER ACCEPTED OR COMPLETED IS
      *    PASSED OVER.
       2400-LOAD-TS-HISTORY.
           OPEN INPUT TS-HISTORY.
           IF C-TSH-STATUS = '00'
               PERFORM UNTIL MORE-TSH = 'N'
                   READ TS-HISTORY
                       AT END
                           MOVE 'N' TO MORE-TSH
                       NOT AT END
                           PERFORM 2410-POST-HISTORY
                   END-READ
               END-PERFORM
               CLOSE TS-HISTORY
           END-IF.

       2410-POST-HISTORY.
           MOVE TH-TS-ROW TO TS-REC.
           MOVE TH-LABOR-COST TO C-TS-LABOR.
           PERFORM 2505-FIND-PAINTER-JOB.
           IF C-JOB-SUB > 0
               PERFORM 2540-ADD-TS-KEY
               PERFORM 2530-POST-HOURS
           END-IF.

      *    EACH NEW DAY COSTED GOES ON THE HISTORY AS IT IS POSTED.
       2500-COST-TIMESHEETS.
           OPEN INPUT TIME-SHEET.
           IF C-TS-STATUS = '00'
               OPEN EXTEND TS-HISTORY
               IF C-TSH-STATUS = '35'
                   OPEN OUTPUT TS-HISTORY
               END-IF
               PERFORM UNTIL MORE-TS = 'N'
                   READ TIME-SHEET INTO TS-REC
                       AT END
                           MOVE 'N' TO MORE-TS
                       NOT AT END
                           PERFORM 2510-EDIT-TIMESHEET
                           IF C-TS-VALID = 'Y'
                               PERFORM 2520-POST-TIMESHEET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-SHEET
               CLOSE TS-HISTORY
           END-IF.

       2505-FIND-PAINTER-JOB.
           MOVE 0 TO C-PN-SUB.
           MOVE 0 TO C-JOB-SUB.
           SET PN-IDX TO 1.
           SEARCH PN-ENTRY
               AT END
                   CONTINUE
               WHEN PN-IDX > PN-TABLE-CTR
                   CONTINUE
               WHEN PN-T-ID(PN-IDX) = TS-PAINTER-ID
                   SET C-PN-SUB TO PN-IDX
           END-SEARCH.
           SET JB-IDX TO 1.
           SEARCH JB-ENTRY
               AT END
                   CONTINUE
               WHEN JB-IDX > JB-TABLE-CTR
                   CONTINUE
               WHEN JB-T-EST-NO(JB-IDX) = TS-EST-NO
                   SET C-JOB-SUB TO JB-IDX
           END-SEARCH.

       2510-EDIT-TIMESHEET.
           MOVE 'Y' TO C-TS-VALID.
           PERFORM 2505-FIND-PAINTER-JOB.
           PERFORM 2515-FIND-TS-KEY.

           IF C-PN-SUB = 0
               MOVE 'PAINTER NOT ON PNTRMAST.DAT' TO O-EXC-REASON
               PERFORM 2590-REJECT-TIMESHEET
           ELSE
           IF TS-WORK-DATE IS NOT NUMERIC OR TS-WORK-DATE = 0
               MOVE 'MISSING OR BAD WORK DATE' TO O-EXC-REASON
               PERFORM 2590-REJECT-TIMESHEET
           ELSE
           IF TS-HOURS IS NOT NUMERIC OR TS-HOURS = 0
                   OR TS-HOURS > 24
               MOVE 'HOURS MISSING OR OVER 24' TO O-EXC-REASON
               PERFORM 2590-REJECT-TIMESHEET
           ELSE
           IF C-JOB-SUB = 0
               MOVE 'ESTIMATE NOT ACCEPTED OR NOT ON FILE'
                   TO O-EXC-REASON
               PERFORM 2590-REJECT-TIMESHEET
           ELSE
           IF C-TS-DUP = 'Y'
               MOVE 'DUPLICATE PAINTER/ESTIMATE/WORK DATE'
                   TO O-EXC-REASON
               PERFORM 2590-REJECT-TIMESHEET
           ELSE
           IF TK-TABLE-CTR NOT < 20000
               MOVE 'TIMESHEET KEY TABLE FULL - NOT COSTED'
                   TO O-EXC-REASON
               PERFORM 2590-REJECT-TIMESHEET
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2515-FIND-TS-KEY.
           MOVE 'N' TO C-TS-DUP.
           SET TK-IDX TO 1.
           SEARCH TK-ENTRY
               AT END
                   CONTINUE
               WHEN TK-IDX > TK-TABLE-CTR
                   CONTINUE
               WHEN TK-T-KEY(TK-IDX) = TS-KEY
                   MOVE 'Y' TO C-TS-DUP
           END-SEARCH.

       2520-POST-TIMESHEET.
           COMPUTE C-TS-LABOR ROUNDED =
               TS-HOURS * PN-T-RATE(C-PN-SUB).
           ADD 1 TO C-TS-CTR.
           ADD TS-HOURS TO C-TS-HOURS.
           ADD C-TS-LABOR TO C-TS-LABOR-TOT.
           MOVE TS-REC TO TH-TS-ROW.
           MOVE C-TS-LABOR TO TH-LABOR-COST.
           MOVE THIS-DATE TO TH-POSTED-DATE.
           WRITE TH-REC.
           PERFORM 2540-ADD-TS-KEY.
           PERFORM 2530-POST-HOURS.

      *    A HISTORY ROW FOR A PAINTER SINCE DROPPED FROM THE
      *    PAINTER MASTER STILL COUNTS TOWARD ITS JOB.
       2530-POST-HOURS.
           ADD TS-HOURS TO JB-T-HOURS(C-JOB-SUB).
           ADD C-TS-LABOR TO JB-T-LABOR(C-JOB-SUB).
           IF C-PN-SUB > 0
               ADD TS-HOURS TO PN-T-HOURS(C-PN-SUB)
               ADD C-TS-LABOR TO PN-T-LABOR(C-PN-SUB)
               SET PJ-IDX TO 1
               SEARCH PJ-ENTRY
                   AT END
                       MOVE 'PAINTER/JOB TABLE FULL - HOURS NOT SHARED'
                           TO O-EXC-REASON
                       PERFORM 2590-REJECT-TIMESHEET
                   WHEN PJ-IDX > PJ-TABLE-CTR
                       ADD 1 TO PJ-TABLE-CTR
                       MOVE C-PN-SUB TO PJ-T-PN-SUB(PJ-TABLE-CTR)
                       MOVE C-JOB-SUB TO PJ-T-JB-SUB(PJ-TABLE-CTR)
                       MOVE TS-HOURS TO PJ-T-HOURS(PJ-TABLE-CTR)
                   WHEN PJ-T-PN-SUB(PJ-IDX) = C-PN-SUB
                           AND PJ-T-JB-SUB(PJ-IDX) = C-JOB-SUB
                       ADD TS-HOURS TO PJ-T-HOURS(PJ-IDX)
               END-SEARCH
           END-IF.

       2540-ADD-TS-KEY.
           IF TK-TABLE-CTR < 20000
               ADD 1 TO TK-TABLE-CTR
               MOVE TS-KEY TO TK-T-KEY(TK-TABLE-CTR)
           END-IF.

       2590-REJECT-TIMESHEET.
           MOVE 'N' TO C-TS-VALID.
           MOVE TS-PAINTER-ID TO O-EXC-PAINTER-ID.
           MOVE TS-EST-NO TO O-EXC-EST-NO.
           MOVE TS-REC(9:8) TO O-EXC-DATE.
           MOVE TS-REC(17:3) TO O-EXC-HOURS.
           PERFORM 9170-EXC-LINE.

      *    A COMPLETED JOB'S GALLONS ARE SHARED OUT TO ITS
      *    PAINTERS BY THEIR HOURS ON IT AND COUNT TOWARD THEIR
      *    PRODUCTIVITY; HOURS ON A JOB STILL UNDER WAY DO NOT,
      *    SINCE ITS GALLONS ARE NOT ALL ON THE WALL YET.
       2700-SHARE-GALLONS.
           MOVE PJ-T-JB-SUB(PJ-IDX) TO C-JOB-SUB.
           MOVE PJ-T-PN-SUB(PJ-IDX) TO C-PN-SUB.
           IF JB-T-COMPLETED(C-JOB-SUB) = 'Y'
                   AND JB-T-HOURS(C-JOB-SUB) > 0
               COMPUTE C-SHARE-GAL ROUNDED =
                   JB-T-GALLONS(C-JOB-SUB) * PJ-T-HOURS(PJ-IDX)
                       / JB-T-HOURS(C-JOB-SUB)
               ADD C-SHARE-GAL TO PN-T-GALLONS(C-PN-SUB)
               ADD PJ-T-HOURS(PJ-IDX) TO PN-T-DONE-HOURS(C-PN-SUB)
           END-IF.

      *    SCHEDULED CREW-DAYS ARE FIGURED THE WAY COBDOA25 BOOKS
      *    THEM; ACTUAL CREW-DAYS ARE THE HOURS WORKED OVER AN
      *    EIGHT-HOUR DAY FOR THE GRADE'S WHOLE CREW.
       2800-JOB-CREW-DAYS.
           IF JB-T-CREW-SIZE(JB-IDX) = 0
               MOVE 1 TO JB-T-CREW-SIZE(JB-IDX)
           END-IF.
           COMPUTE C-WK-WORK = JB-T-CREW-SIZE(JB-IDX) * C-GAL-PER-DAY.
           DIVIDE JB-T-GALLONS(JB-IDX) BY C-WK-WORK
               GIVING JB-T-SCHED-DAYS(JB-IDX) REMAINDER C-CD-REM.
           IF C-CD-REM > 0
               ADD 1 TO JB-T-SCHED-DAYS(JB-IDX).
           IF JB-T-SCHED-DAYS(JB-IDX) = 0
               MOVE 1 TO JB-T-SCHED-DAYS(JB-IDX).
           COMPUTE JB-T-ACTUAL-DAYS(JB-IDX) ROUNDED =
               JB-T-HOURS(JB-IDX)
                   / (C-HOURS-PER-DAY * JB-T-CREW-SIZE(JB-IDX)).

           IF JB-T-COMPLETED(JB-IDX) = 'Y'
                   AND JB-T-HOURS(JB-IDX) > 0
                   AND JB-T-GRADE-SUB(JB-IDX) > 0
               MOVE JB-T-GRADE-SUB(JB-IDX) TO C-GR-SUB
               ADD 1 TO PP-T-JOBS(C-GR-SUB)
               ADD JB-T-HOURS(JB-IDX) TO PP-T-HOURS(C-GR-SUB)
               ADD JB-T-GALLONS(JB-IDX) TO PP-T-GALLONS(C-GR-SUB)
           END-IF.

       3000-CLOSING.
           IF C-MASTER-STATUS = '00' OR C-MASTER-STATUS = '10'
               CLOSE PAINT-MASTER
               PERFORM 3700-UPDATE-ACTUALS
           END-IF.

           PERFORM 9100-HEADINGS.
           MOVE 'PRODUCTIVITY BY PAINTER - COMPLETED JOBS'
               TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM PN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3100-PRINT-PAINTER
               VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > PN-TABLE-CTR.
           PERFORM 3150-PRINT-PAINTER-TOTAL.

           PERFORM 9100-HEADINGS.
           MOVE 'PRODUCTIVITY BY PAINT GRADE - COMPLETED JOBS'
               TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM GR-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3200-PRINT-GRADE
               VARYING PP-IDX FROM 1 BY 1
               UNTIL PP-IDX > PP-TABLE-CTR.

           PERFORM 9100-HEADINGS.
           MOVE 'JOB LABOR FROM TIMESHEETS' TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM JB-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3300-PRINT-JOB
               VARYING JB-IDX FROM 1 BY 1
               UNTIL JB-IDX > JB-TABLE-CTR.
           MOVE C-TS-CTR TO O-TS-CTR.
           MOVE C-TS-HOURS TO O-TS-HOURS.
           MOVE C-TS-LABOR-TOT TO O-TS-LABOR.
           MOVE C-ACT-REPLACED-CTR TO O-ACT-REPLACED-CTR.
           WRITE PRTLINE FROM GT-COUNTERS
               AFTER ADVANCING 2 LINES.

           PERFORM 9100-HEADINGS.
           MOVE 'JOBS OVER THEIR SCHEDULED CREW-DAYS'
               TO O-SECTION-TITLE.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM OVER-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3400-PRINT-OVER
               VARYING JB-IDX FROM 1 BY 1
               UNTIL JB-IDX > JB-TABLE-CTR.
           MOVE C-OVER-CTR TO O-OVER-CTR.
           WRITE PRTLINE FROM OVER-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE PRTOUT.
           CLOSE EXCEPT-RPT.

       3100-PRINT-PAINTER.
           IF PN-T-HOURS(PN-IDX) > 0
               MOVE PN-T-ID(PN-IDX) TO O-PN-ID
               MOVE PN-T-NAME(PN-IDX) TO O-PN-NAME
               MOVE PN-T-HOURS(PN-IDX) TO O-PN-HOURS
               MOVE PN-T-DONE-HOURS(PN-IDX) TO O-PN-DONE-HOURS
               MOVE PN-T-GALLONS(PN-IDX) TO O-PN-GALLONS
               MOVE PN-T-LABOR(PN-IDX) TO O-PN-LABOR
               COMPUTE C-PNTR-DAYS ROUNDED =
                   PN-T-DONE-HOURS(PN-IDX) / C-HOURS-PER-DAY
               MOVE PN-T-GALLONS(PN-IDX) TO C-SHARE-GAL
               PERFORM 3500-FIGURE-RATE
               MOVE C-PNTR-DAYS TO O-PN-PDAYS
               MOVE C-GAL-PER-PDAY TO O-PN-GAL-PDAY
               MOVE C-PCT-OF-STD TO O-PN-PCT
               WRITE PRTLINE FROM PN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
               ADD PN-T-HOURS(PN-IDX) TO C-GT-HOURS
               ADD PN-T-DONE-HOURS(PN-IDX) TO C-GT-DONE-HOURS
               ADD PN-T-GALLONS(PN-IDX) TO C-GT-GALLONS
               ADD PN-T-LABOR(PN-IDX) TO C-GT-LABOR
           END-IF.

       3150-PRINT-PAINTER-TOTAL.
           MOVE C-GT-HOURS TO O-PN-TOT-HOURS.
           MOVE C-GT-DONE-HOURS TO O-PN-TOT-DONE-HOURS.
           MOVE C-GT-GALLONS TO O-PN-TOT-GALLONS.
           MOVE C-GT-LABOR TO O-PN-TOT-LABOR.
           COMPUTE C-PNTR-DAYS ROUNDED =
               C-GT-DONE-HOURS / C-HOURS-PER-DAY.
           MOVE C-GT-GALLONS TO C-SHARE-GAL.
           PERFORM 3500-FIGURE-RATE.
           MOVE C-PNTR-DAYS TO O-PN-TOT-PDAYS.
           MOVE C-GAL-PER-PDAY TO O-PN-TOT-GAL-PDAY.
           MOVE C-PCT-OF-STD TO O-PN-TOT-PCT.
           WRITE PRTLINE FROM PN-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       3200-PRINT-GRADE.
           IF PP-T-JOBS(PP-IDX) > 0
               MOVE PP-T-GRADE(PP-IDX) TO O-GR-GRADE
               MOVE PP-T-GRADE-NAME(PP-IDX) TO O-GR-NAME
               MOVE PP-T-JOBS(PP-IDX) TO O-GR-JOBS
               MOVE PP-T-HOURS(PP-IDX) TO O-GR-HOURS
               MOVE PP-T-GALLONS(PP-IDX) TO O-GR-GALLONS
               MOVE C-GAL-PER-DAY TO O-GR-STD
               COMPUTE C-PNTR-DAYS ROUNDED =
                   PP-T-HOURS(PP-IDX) / C-HOURS-PER-DAY
               MOVE PP-T-GALLONS(PP-IDX) TO C-SHARE-GAL
               PERFORM 3500-FIGURE-RATE
               MOVE C-PNTR-DAYS TO O-GR-PDAYS
               MOVE C-GAL-PER-PDAY TO O-GR-GAL-PDAY
               MOVE C-PCT-OF-STD TO O-GR-PCT
               WRITE PRTLINE FROM GR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

       3300-PRINT-JOB.
           IF JB-T-HOURS(JB-IDX) > 0
               MOVE JB-T-EST-NO(JB-IDX) TO O-JB-EST-NO
               MOVE JB-T-STATUS(JB-IDX) TO O-JB-STATUS
               IF JB-T-COMPLETED(JB-IDX) = 'Y'
                   MOVE 'C' TO O-JB-STATUS
               END-IF
               MOVE JB-T-GALLONS(JB-IDX) TO O-JB-GALLONS
               MOVE JB-T-CREW-SIZE(JB-IDX) TO O-JB-CREW
               MOVE JB-T-SCHED-DAYS(JB-IDX) TO O-JB-SCHED-DAYS
               MOVE JB-T-ACTUAL-DAYS(JB-IDX) TO O-JB-ACTUAL-DAYS
               MOVE JB-T-HOURS(JB-IDX) TO O-JB-HOURS
               MOVE JB-T-LABOR(JB-IDX) TO O-JB-LABOR
               IF JB-T-COMPLETED(JB-IDX) = 'Y'
                   MOVE JB-T-KEYED-LABOR(JB-IDX) TO O-JB-KEYED-N
               ELSE
                   MOVE SPACES TO O-JB-KEYED
               END-IF
               IF JB-T-ACTUAL-DAYS(JB-IDX) > JB-T-SCHED-DAYS(JB-IDX)
                   MOVE '*** OVER ***' TO O-JB-FLAG
               ELSE
                   MOVE SPACES TO O-JB-FLAG
               END-IF
               WRITE PRTLINE FROM JB-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

       3400-PRINT-OVER.
           IF JB-T-HOURS(JB-IDX) > 0
                   AND JB-T-ACTUAL-DAYS(JB-IDX)
                       > JB-T-SCHED-DAYS(JB-IDX)
               ADD 1 TO C-OVER-CTR
               MOVE JB-T-EST-NO(JB-IDX) TO O-OV-EST-NO
               MOVE JB-T-STATUS(JB-IDX) TO O-OV-STATUS
               IF JB-T-COMPLETED(JB-IDX) = 'Y'
                   MOVE 'C' TO O-OV-STATUS
               END-IF
               MOVE JB-T-SCHED-DAYS(JB-IDX) TO O-OV-SCHED-DAYS
               MOVE JB-T-ACTUAL-DAYS(JB-IDX) TO O-OV-ACTUAL-DAYS
               COMPUTE O-OV-OVER-DAYS =
                   JB-T-ACTUAL-DAYS(JB-IDX) - JB-T-SCHED-DAYS(JB-IDX)
               WRITE PRTLINE FROM OVER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

      *    GALLONS (C-SHARE-GAL) OVER PAINTER-DAYS, AND THAT RATE AS
      *    A PERCENT OF THE EIGHT GALLONS COBDOA25 SCHEDULES WITH.
       3500-FIGURE-RATE.
           IF C-PNTR-DAYS > 0
               COMPUTE C-GAL-PER-PDAY ROUNDED =
                   C-SHARE-GAL / C-PNTR-DAYS
               COMPUTE C-PCT-OF-STD ROUNDED =
                   C-GAL-PER-PDAY * 100 / C-GAL-PER-DAY
           ELSE
               MOVE 0 TO C-GAL-PER-PDAY
               MOVE 0 TO C-PCT-OF-STD
           END-IF.

      *    EVERY PAINTACT.DAT ROW FOR A JOB WITH TIMESHEET HOURS
      *    TAKES THE TIMESHEET LABOR COST FOR ALL ITS DAYS; THE
      *    OTHERS ARE COPIED AS KEYED.
       3700-UPDATE-ACTUALS.
           MOVE 'Y' TO MORE-ACT.
           OPEN INPUT PAINT-ACTUAL.
           IF C-ACT-STATUS = '00'
               OPEN OUTPUT ACTUAL-UPDATE
               OPEN EXTEND KEYED-LABOR
               IF C-KLB-STATUS = '35'
                   OPEN OUTPUT KEYED-LABOR
               END-IF
               PERFORM UNTIL MORE-ACT = 'N'
                   READ PAINT-ACTUAL
                       AT END
                           MOVE 'N' TO MORE-ACT
                       NOT AT END
                           PERFORM 3710-COST-ACTUAL
                           WRITE ACTUPD-REC FROM ACT-REC
                   END-READ
               END-PERFORM
               CLOSE PAINT-ACTUAL
               CLOSE ACTUAL-UPDATE
               CLOSE KEYED-LABOR
               PERFORM 3800-COPY-BACK-ACTUALS
           END-IF.

       3710-COST-ACTUAL.
           SET JB-IDX TO 1.
           SEARCH JB-ENTRY
               AT END
                   CONTINUE
               WHEN JB-IDX > JB-TABLE-CTR
                   CONTINUE
               WHEN JB-T-EST-NO(JB-IDX) = ACT-EST-NO
                   IF JB-T-HOURS(JB-IDX) > 0
                       IF JB-T-KEYED-SAVED(JB-IDX) = 'N'
                           MOVE ACT-EST-NO TO KL-EST-NO
                           MOVE ACT-LABOR-COST TO KL-LABOR-COST
                           WRITE KL-REC
                           MOVE 'Y' TO JB-T-KEYED-SAVED(JB-IDX)
                       END-IF
                       MOVE JB-T-LABOR(JB-IDX) TO ACT-LABOR-COST
                       ADD 1 TO C-ACT-REPLACED-CTR
                   END-IF
           END-SEARCH.

       3800-COPY-BACK-ACTUALS.
           MOVE 'Y' TO MORE-UPD.
           OPEN INPUT ACTUAL-UPDATE.
           OPEN OUTPUT PAINT-ACTUAL.
           PERFORM UNTIL MORE-UPD = 'N'
               READ ACTUAL-UPDATE
                   AT END
                       MOVE 'N' TO MORE-UPD
                   NOT AT END
                       WRITE ACT-REC FROM ACTUPD-REC
               END-READ
           END-PERFORM.
           CLOSE ACTUAL-UPDATE.
           CLOSE PAINT-ACTUAL.

       9000-READ.
           READ PAINT-MASTER INTO PAINT-IO-AREA
               AT END
                   MOVE 'N' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

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

       END PROGRAM COBDOA47.
