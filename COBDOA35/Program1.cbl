       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA35.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *PAINT BILLING RUN AND RECEIVABLES POSTING.  EVERY
      *ESTIMATE COBDOA12 HAS MARKED COMPLETED ('C') THAT IS NOT
      *YET ON THE INVOICE REGISTER (PAINTINV.DAT) IS BILLED ONCE
      *UNDER THE NEXT INVOICE NUMBER FROM THE PINVNEXT.DAT
      *CONTROL FILE.  A QUOTED JOB BILLS THE TOTAL FROZEN ON
      *PAINTQTE.DAT WHEN IT WAS QUOTED (AS MOVED SINCE BY ANY
      *CHANGE ORDER OR RE-QUOTE), SPLIT BETWEEN PAINT AND LABOR
      *IN PROPORTION TO ITS PD- SURFACES PRICED OFF TODAY'S
      *PAINTPRM.DAT.  A PRICE CHANGE SINCE THE QUOTE IS LISTED
      *ON THE EXCEPTION REPORT BUT NEVER BILLED.  A JOB
      *FLAGGED TIME-AND-MATERIALS (PH-BILL-METHOD 'T') BILLS THE
      *ACTUAL PAINT AND LABOR ON PAINTACT.DAT.  EACH INVOICE
      *POSTS TO THE PAINT RECEIVABLES FILE (PAINTAR.DAT), ONE
      *BALANCE PER PH-CUST-NO THE WAY GSTBAL.DAT CARRIES ONE PER
      *GUEST, AND PRINTS AN INVOICE PAGE FOR MAILING.  CUSTOMER
      *PAYMENTS KEYED ON PAINTPAY.DAT ARE APPLIED AFTER THE
      *BILLING PASS.  EACH PAYMENT APPLIED IS RECORDED WITH THE
      *DATE IT WAS APPLIED ON THE APPLIED-PAYMENT REGISTER
      *(PAINTPAP.DAT), SO A RERUN OR A SECOND BILLING RUN IN THE
      *SAME PERIOD NEVER CREDITS THE SAME PAYMENT TWICE.
      *COBDOA36 AGES THE RESULTING BALANCES.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAINT-MASTER
               ASSIGN TO DYNAMIC C-PAINT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAINT-PARMS
               ASSIGN TO "C:\IHCC\COBOL\PAINTPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAINT-ACTUAL
               ASSIGN TO "C:\IHCC\COBOL\PAINTACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ACT-STATUS.

           SELECT PAINT-QUOTES
               ASSIGN TO "C:\IHCC\COBOL\PAINTQTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QTE-STATUS.

           SELECT INV-REGISTER
               ASSIGN TO "C:\IHCC\COBOL\PAINTINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-INV-STATUS.

           SELECT NEXT-NUMBER
               ASSIGN TO "C:\IHCC\COBOL\PINVNEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-NEXT-STATUS.

           SELECT PAINT-AR
               ASSIGN TO "C:\IHCC\COBOL\PAINTAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AR-STATUS.

           SELECT PAINT-AR-PRV
               ASSIGN TO "C:\IHCC\COBOL\PAINTAR.PRV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAINT-PAY
               ASSIGN TO "C:\IHCC\COBOL\PAINTPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PAY-STATUS.

           SELECT APPLIED-PAY
               ASSIGN TO "C:\IHCC\COBOL\PAINTPAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PAP-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT INVOICE-OUT
               ASSIGN TO "C:\IHCC\COBOL\PINVOICE.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\PBILLEXC.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CTL-LOG
               ASSIGN TO "C:\IHCC\COBOL\CTLTOTAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-MASTER-REC
           RECORD CONTAINS 81 CHARACTERS.
       01  PAINT-MASTER-REC            PIC X(81).

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

       FD  PAINT-ACTUAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACT-REC
           RECORD CONTAINS 22 CHARACTERS.
       01  ACT-REC.
           05  ACT-EST-NO              PIC X(4).
           05  ACT-PAINT-COST          PIC 9999999V99.
           05  ACT-LABOR-COST          PIC 9999999V99.

      *    ONE RECORD PER ESTIMATE EVER QUOTED, WRITTEN BY COBDOA01
      *    AND MOVED ONLY BY A COBDOA46 CHANGE ORDER OR A COBDOA48
      *    RE-QUOTE.
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

       FD  INV-REGISTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PI-REC
           RECORD CONTAINS 52 CHARACTERS.
       01  PI-REC.
           05  PI-INV-NO               PIC 9(6).
           05  PI-EST-NO               PIC X(4).
           05  PI-CUST-NO              PIC X(6).
           05  PI-INV-DATE             PIC 9(8).
           05  PI-BILL-METHOD          PIC X.
           05  PI-PAINT-AMT            PIC 9(7)V99.
           05  PI-LABOR-AMT            PIC 9(7)V99.
           05  PI-TOTAL-AMT            PIC 9(7)V99.

       FD  NEXT-NUMBER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NN-REC
           RECORD CONTAINS 6 CHARACTERS.
       01  NN-REC.
           05  NN-NEXT-INV-NO          PIC 9(6).

       FD  PAINT-AR
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 51 CHARACTERS.
       01  PR-REC.
           05  PR-CUST-NO              PIC X(6).
           05  PR-CUST-NAME            PIC X(20).
           05  PR-BALANCE              PIC S9(7)V99.
           05  PR-LAST-CHG-DATE        PIC 9(8).
           05  PR-LAST-PAY-DATE        PIC 9(8).

       FD  PAINT-AR-PRV
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRP-REC
           RECORD CONTAINS 51 CHARACTERS.
       01  PRP-REC                     PIC X(51).

       FD  PAINT-PAY
           LABEL RECORD IS STANDARD
           DATA RECORD IS PY-REC
           RECORD CONTAINS 28 CHARACTERS.
       01  PY-REC.
           05  PY-CUST-NO              PIC X(6).
           05  PY-INV-NO               PIC X(6).
           05  PY-PAY-DATE             PIC 9(8).
           05  PY-PAY-AMT              PIC 9(6)V99.

      *    PA-PAY-KEY IS THE PAINTPAY.DAT ROW AS IT WAS APPLIED.
       FD  APPLIED-PAY
           LABEL RECORD IS STANDARD
           DATA RECORD IS PA-REC
           RECORD CONTAINS 36 CHARACTERS.
       01  PA-REC.
           05  PA-PAY-KEY.
               10  PA-CUST-NO          PIC X(6).
               10  PA-INV-NO           PIC X(6).
               10  PA-PAY-DATE         PIC 9(8).
               10  PA-PAY-AMT          PIC 9(6)V99.
           05  PA-APPLIED-DATE         PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       FD  INVOICE-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS IVLINE
           LINAGE IS 20.

       01  IVLINE                      PIC X(132).

       FD  EXCEPT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCLINE                     PIC X(132).

       FD  CTL-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-LOG-REC
           RECORD CONTAINS 38 CHARACTERS.
           COPY CTLTOTAL.

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
               88  EST-OPEN                VALUE 'O' SPACE.
               88  EST-ACCEPTED            VALUE 'A'.
               88  EST-DECLINED            VALUE 'D'.
               88  EST-COMPLETED           VALUE 'C'.
           05  PH-CUST-NO              PIC X(6).
           05  PH-BILL-METHOD          PIC X.
               88  BILL-TIME-MATERIALS     VALUE 'T'.
           05  FILLER                  PIC X(2).

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

       01  PAINT-PARM-TABLE.
           05  PP-TABLE-CTR            PIC 99          VALUE 0.
           05  PP-ENTRY OCCURS 10 TIMES INDEXED BY PP-IDX.
               10  PP-T-GRADE          PIC X.
               10  PP-T-GRADE-NAME     PIC X(10).
               10  PP-T-COVERAGE       PIC 9(3).
               10  PP-T-PRICE-GAL      PIC 99V99.
               10  PP-T-CREW-SIZE      PIC 9.
               10  PP-T-LABOR-RATE     PIC 99V99.

       01  ACTUAL-TABLE.
           05  AC-TABLE-CTR            PIC 999         VALUE 0.
           05  AC-ENTRY OCCURS 500 TIMES INDEXED BY AC-IDX.
               10  AC-T-EST-NO         PIC X(4).
               10  AC-T-PAINT-COST     PIC 9(7)V99.
               10  AC-T-LABOR-COST     PIC 9(7)V99.

       01  FROZEN-QUOTE-TABLE.
           05  FQ-TABLE-CTR            PIC 9(4)        VALUE 0.
           05  FQ-ENTRY OCCURS 5000 TIMES INDEXED BY FQ-IDX.
               10  FQ-T-EST-NO         PIC X(4).
               10  FQ-T-FROZEN-TOTAL   PIC 9(6)V99.

      *    ONE ROW PER ESTIMATE ALREADY ON THE INVOICE REGISTER,
      *    SO A COMPLETED JOB IS NEVER BILLED TWICE NO MATTER
      *    HOW MANY TIMES THE RUN IS REPEATED.
       01  BILLED-TABLE.
           05  BL-TABLE-CTR            PIC 9(4)        VALUE 0.
           05  BL-ENTRY OCCURS 2000 TIMES INDEXED BY BL-IDX.
               10  BL-T-EST-NO         PIC X(4).

      *    ONE ROW PER PAYMENT ALREADY ON THE APPLIED-PAYMENT
      *    REGISTER.  EACH ROW CAN EXCUSE ONE PAINTPAY.DAT ROW, SO
      *    TWO IDENTICAL CHECKS KEYED ON PURPOSE ARE BOTH APPLIED
      *    ONCE AND NEITHER IS APPLIED AGAIN.
       01  APPLIED-TABLE.
           05  AP-TABLE-CTR            PIC 9(4)        VALUE 0.
           05  AP-ENTRY OCCURS 5000 TIMES INDEXED BY AP-IDX.
               10  AP-T-PAY-KEY        PIC X(28).
               10  AP-T-MATCHED        PIC X.

       01  AR-BALANCE-TABLE.
           05  AR-TABLE-CTR            PIC 999         VALUE 0.
           05  AR-ENTRY OCCURS 500 TIMES INDEXED BY AR-IDX.
               10  AR-T-CUST-NO        PIC X(6).
               10  AR-T-CUST-NAME      PIC X(20).
               10  AR-T-BALANCE        PIC S9(7)V99.
               10  AR-T-LAST-CHG       PIC 9(8).
               10  AR-T-LAST-PAY       PIC 9(8).

       01  CTL-SEQ-WORK.
           05 C-CTL-STATUS         PIC XX.
           05 C-CTL-RUN-SEQ        PIC 9(3)        VALUE 0.
           05 MORE-CTL             PIC X           VALUE 'Y'.

       01  WORK-AREA.
           05  MORE-RECS               PIC X           VALUE 'Y'.
           05  MORE-PARMS              PIC X           VALUE 'Y'.
           05  MORE-ACTUALS            PIC X           VALUE 'Y'.
           05  MORE-INV                PIC X           VALUE 'Y'.
           05  MORE-AR                 PIC X           VALUE 'Y'.
           05  MORE-PAY                PIC X           VALUE 'Y'.
           05  MORE-PAP                PIC X           VALUE 'Y'.
           05  MORE-QTE                PIC X           VALUE 'Y'.
           05  C-PAINT-MASTER-PATH     PIC X(60)
                                   VALUE "C:\IHCC\COBOL\PAINTEST.DAT".
           05  C-PRTOUT-PATH           PIC X(60)
                                   VALUE "C:\IHCC\COBOL\PBILLREG.RPT".
           05  C-ARG-VALUE             PIC X(60).
           05  C-RUN-DATE-ARG          PIC 9(8)        VALUE 0.
           05  C-RUN-DATE-NUM          PIC 9(8).
           05  C-ACT-STATUS            PIC XX.
           05  C-INV-STATUS            PIC XX.
           05  C-NEXT-STATUS           PIC XX.
           05  C-AR-STATUS             PIC XX.
           05  C-PAY-STATUS            PIC XX.
           05  C-PAP-STATUS            PIC XX.
           05  C-QTE-STATUS            PIC XX.
           05  C-PAP-FULL              PIC X           VALUE 'N'.
           05  C-PAY-APPLIED           PIC X.
           05  C-NEXT-INV-NO           PIC 9(6)        VALUE 1.
           05  C-HIGH-INV-NO           PIC 9(6)        VALUE 0.
           05  C-ASSIGNED-INV-NO       PIC 9(6).
           05  C-EST-OPEN-SW           PIC X           VALUE 'N'.
           05  C-CUR-EST-NO            PIC X(4).
           05  C-CUR-EST-YY            PIC 9(4).
           05  C-CUR-EST-MM            PIC 99.
           05  C-CUR-EST-DD            PIC 99.
           05  C-CUR-CUST-NAME         PIC X(20).
           05  C-CUR-CUST-ADDR         PIC X(25).
           05  C-CUR-CUST-PHONE        PIC X(12).
           05  C-CUR-CUST-NO           PIC X(6).
           05  C-CUR-BILL-METHOD       PIC X.
           05  C-CUR-STATUS            PIC X.
           05  C-CUR-BILLED            PIC X.
           05  C-CUR-GRADE             PIC X.
           05  C-GRADE-OK              PIC X           VALUE 'N'.
           05  C-CUR-COVERAGE          PIC 9(3)        VALUE 115.
           05  C-CUR-PRICE-GAL         PIC 99V99.
           05  C-CUR-LABOR-PGAL        PIC 999V99.
           05  C-SURF-SQ-FT            PIC 9(6).
           05  C-GAL-WHOLE             PIC 99.
           05  C-GAL-REM               PIC 9(6).
           05  C-EST-SURF-CTR          PIC 99          VALUE 0.
           05  C-EST-GAL               PIC 999V99      VALUE 0.
           05  C-INV-PAINT-AMT         PIC 9(7)V99     VALUE 0.
           05  C-INV-LABOR-AMT         PIC 9(7)V99     VALUE 0.
           05  C-INV-TOTAL-AMT         PIC 9(7)V99     VALUE 0.
           05  C-ACT-FOUND             PIC X.
           05  C-QTE-FOUND             PIC X.
           05  C-FROZEN-TOTAL          PIC 9(7)V99     VALUE 0.
           05  C-PRICED-TOTAL          PIC 9(7)V99     VALUE 0.
           05  C-PRIOR-BALANCE         PIC S9(7)V99.
           05  C-AR-OK                 PIC X.
           05  C-FIND-CUST-NO          PIC X(6).
           05  C-INVOICE-CTR           PIC 999         VALUE 0.
           05  C-PAYMENT-CTR           PIC 999         VALUE 0.
           05  C-PAY-SKIP-CTR          PIC 9(4)        VALUE 0.
           05  C-GT-PAINT-AMT          PIC 9(8)V99     VALUE 0.
           05  C-GT-LABOR-AMT          PIC 9(8)V99     VALUE 0.
           05  C-GT-INVOICED           PIC 9(8)V99     VALUE 0.
           05  C-GT-PAYMENTS           PIC 9(8)V99     VALUE 0.
           05  C-EXC-CTR               PIC 999         VALUE 0.
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
                   VALUE "AMOS'S PAINT ESTIMATOR - BILLING REGISTER".
           05  FILLER                  PIC X(37)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE: ".
           05  O-PCTR                  PIC Z9.

       01  COLLUMN-HEADINGS-1.
           05  FILLER                  PIC X(9)        VALUE "INVOICE".
           05  FILLER                  PIC X(10)       VALUE "ESTIMATE".
           05  FILLER                  PIC X(10)       VALUE "CUSTOMER".
           05  FILLER                  PIC X(23)       VALUE "CUSTOMER".
           05  FILLER                  PIC X(8)        VALUE "BILL".
           05  FILLER                  PIC X(72)       VALUE SPACES.

       01  COLLUMN-HEADINGS-2.
           05  FILLER                  PIC X(9)        VALUE "NUMBER".
           05  FILLER                  PIC X(10)       VALUE "NUMBER".
           05  FILLER                  PIC X(10)       VALUE "NUMBER".
           05  FILLER                  PIC X(23)       VALUE "NAME".
           05  FILLER                  PIC X(8)        VALUE "METHOD".
           05  FILLER                  PIC X(14)       VALUE "PAINT".
           05  FILLER                  PIC X(14)       VALUE "LABOR".
           05  FILLER                  PIC X(15)       VALUE "INVOICE".
           05  FILLER                  PIC X(29)       VALUE "BALANCE".

       01  BLANK-LINE                  PIC X(132)      VALUE SPACES.

       01  DETAIL-LINE.
           05  O-INV-NO                PIC 9(6).
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-EST-NO                PIC X(4).
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-CUST-NO               PIC X(6).
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-CUST-NAME             PIC X(20).
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-BILL-METHOD           PIC X(6).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-PAINT-AMT             PIC $$$$,$$9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-LABOR-AMT             PIC $$$$,$$9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-TOTAL-AMT             PIC $$$$,$$9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-BALANCE               PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(14)       VALUE SPACES.

       01  PAYMENT-LINE.
           05  FILLER                  PIC X(9)        VALUE "PAYMENT".
           05  O-PY-INV-NO             PIC X(6).
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-PY-CUST-NO            PIC X(6).
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-PY-CUST-NAME          PIC X(20).
           05  FILLER                  PIC X(37)       VALUE SPACES.
           05  O-PY-AMOUNT             PIC $$$$,$$9.99-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-PY-BALANCE            PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(14)       VALUE SPACES.

       01  GT-LINE.
           05  FILLER                  PIC X(20)
                                       VALUE "GRAND TOTALS:".
           05  FILLER                  PIC X(9)        VALUE
                                       "INVOICES".
           05  O-INVOICE-CTR           PIC ZZ9.
           05  FILLER                  PIC X(38)       VALUE SPACES.
           05  O-GT-PAINT-AMT          PIC $$$$,$$9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-GT-LABOR-AMT          PIC $$$$,$$9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-GT-INVOICED           PIC $$$$,$$9.99.
           05  FILLER                  PIC X(27)       VALUE SPACES.

       01  GT-PAYMENT-LINE.
           05  FILLER                  PIC X(20)       VALUE SPACES.
           05  FILLER                  PIC X(9)        VALUE
                                       "PAYMENTS".
           05  O-PAYMENT-CTR           PIC ZZ9.
           05  FILLER                  PIC X(64)       VALUE SPACES.
           05  O-GT-PAYMENTS           PIC $$$$,$$9.99.
           05  FILLER                  PIC X(25)       VALUE SPACES.

       01  GT-SKIP-LINE.
           05  FILLER                  PIC X(20)       VALUE SPACES.
           05  FILLER                  PIC X(36)       VALUE
                                "PAYMENTS ALREADY APPLIED - SKIPPED:".
           05  O-PAY-SKIP-CTR          PIC Z,ZZ9.
           05  FILLER                  PIC X(71)       VALUE SPACES.

       01  GT-NEXT-LINE.
           05  FILLER                  PIC X(20)       VALUE SPACES.
           05  FILLER                  PIC X(21)       VALUE
                                       "NEXT INVOICE NUMBER:".
           05  O-NEXT-INV-NO           PIC 9(6).
           05  FILLER                  PIC X(85)       VALUE SPACES.

       01  EXC-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-EXC-MM                PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-EXC-DD                PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-EXC-YY                PIC 9(4).
           05  FILLER                  PIC X(24)       VALUE SPACES.
           05  FILLER                  PIC X(46)
               VALUE "AMOS'S PAINT BILLING - EXCEPTIONS".
           05  FILLER                  PIC X(38)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE: ".
           05  O-EXC-PCTR              PIC Z9.

       01  EXC-HEADINGS.
           05  FILLER                  PIC X(10)       VALUE "ESTIMATE".
           05  FILLER                  PIC X(10)       VALUE "CUSTOMER".
           05  FILLER                  PIC X(15)       VALUE "AMOUNT".
           05  FILLER                  PIC X(40)       VALUE "REASON".

       01  EXC-DETAIL-LINE.
           05  O-EXC-EST-NO            PIC X(6).
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-EXC-CUST-NO           PIC X(6).
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-EXC-AMOUNT            PIC $$$$,$$9.99.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-EXC-REASON            PIC X(40).

       01  IV-HEADING-LINE.
           05  FILLER                  PIC X(30)
                                       VALUE "AMOS'S PAINT ESTIMATOR".
           05  FILLER                  PIC X(102)
                                       VALUE "INVOICE".

       01  IV-CUST-LINE.
           05  FILLER                  PIC X(15)       VALUE "BILL TO:".
           05  O-IV-CUST-NAME          PIC X(20).
           05  FILLER                  PIC X(97)       VALUE SPACES.

       01  IV-ADDR-LINE.
           05  FILLER                  PIC X(15)       VALUE SPACES.
           05  O-IV-CUST-ADDR          PIC X(25).
           05  FILLER                  PIC X(92)       VALUE SPACES.

       01  IV-PHONE-LINE.
           05  FILLER                  PIC X(15)       VALUE SPACES.
           05  O-IV-CUST-PHONE         PIC X(12).
           05  FILLER                  PIC X(105)      VALUE SPACES.

       01  IV-NUMBER-LINE.
           05  FILLER                  PIC X(13)
                                       VALUE "INVOICE NO:".
           05  O-IV-INV-NO             PIC 9(6).
           05  FILLER                  PIC X(8)        VALUE "  DATE:".
           05  O-IV-INV-DATE.
               10  O-IV-INV-MM         PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-IV-INV-DD         PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-IV-INV-YY         PIC 9(4).
           05  FILLER                  PIC X(15)
                                       VALUE "  CUSTOMER NO:".
           05  O-IV-CUST-NO            PIC X(6).
           05  FILLER                  PIC X(74)       VALUE SPACES.

       01  IV-EST-LINE.
           05  FILLER                  PIC X(13)
                                       VALUE "ESTIMATE NO:".
           05  O-IV-EST-NO             PIC X(4).
           05  FILLER                  PIC X(10)       VALUE "  DATED:".
           05  O-IV-EST-DATE.
               10  O-IV-EST-MM         PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-IV-EST-DD         PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-IV-EST-YY         PIC 9(4).
           05  FILLER                  PIC X(95)       VALUE SPACES.

       01  IV-METHOD-LINE.
           05  FILLER                  PIC X(22)
                                       VALUE "BILLED AS:".
           05  O-IV-METHOD             PIC X(24).
           05  FILLER                  PIC X(86)       VALUE SPACES.

       01  IV-PAINT-LINE.
           05  FILLER                  PIC X(22)
                                       VALUE "PAINT:".
           05  O-IV-PAINT-AMT          PIC $ZZZ,ZZZ.99.
           05  FILLER                  PIC X(99)       VALUE SPACES.

       01  IV-LABOR-LINE.
           05  FILLER                  PIC X(22)
                                       VALUE "LABOR:".
           05  O-IV-LABOR-AMT          PIC $ZZZ,ZZZ.99.
           05  FILLER                  PIC X(99)       VALUE SPACES.

       01  IV-TOTAL-LINE.
           05  FILLER                  PIC X(22)
                                       VALUE "THIS INVOICE:".
           05  O-IV-TOTAL-AMT          PIC $ZZZ,ZZZ.99.
           05  FILLER                  PIC X(99)       VALUE SPACES.

       01  IV-PRIOR-LINE.
           05  FILLER                  PIC X(22)
                                       VALUE "PREVIOUS BALANCE:".
           05  O-IV-PRIOR-BAL          PIC $ZZZ,ZZZ.99-.
           05  FILLER                  PIC X(98)       VALUE SPACES.

       01  IV-DUE-LINE.
           05  FILLER                  PIC X(22)
                                       VALUE "BALANCE DUE:".
           05  O-IV-BALANCE-DUE        PIC $ZZZ,ZZZ.99-.
           05  FILLER                  PIC X(98)       VALUE SPACES.

       01  IV-TERMS-LINE.
           05  FILLER                  PIC X(132)      VALUE
               "PAYMENT IS DUE WITHIN 30 DAYS OF THE INVOICE DATE.".

       01  IV-BLANK-LINE               PIC X(132)      VALUE SPACES.

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
           MOVE I-MM TO O-EXC-MM.
           MOVE I-DD TO O-EXC-DD.
           MOVE I-YY TO O-EXC-YY.
           COMPUTE C-RUN-DATE-NUM =
               I-YY * 10000 + I-MM * 100 + I-DD.

           PERFORM 1030-LOAD-PAINT-PARMS.
           PERFORM 1040-LOAD-ACTUALS.
           PERFORM 1050-LOAD-REGISTER.
           PERFORM 1060-GET-NEXT-NUMBER.
           PERFORM 1070-LOAD-BALANCES.
           PERFORM 1080-LOAD-APPLIED-PAYMENTS.
           PERFORM 1090-LOAD-FROZEN-QUOTES.

           OPEN INPUT PAINT-MASTER.
           OPEN EXTEND INV-REGISTER.
           IF C-INV-STATUS = '35'
               OPEN OUTPUT INV-REGISTER.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT INVOICE-OUT.
           OPEN OUTPUT EXCEPT-RPT.
           PERFORM 9100-HEADINGS.
           PERFORM 9150-EXC-HEADINGS.

           PERFORM 9000-READ.

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

      *    THE SAME PRICING PARAMETERS COBDOA01 QUOTES WITH.  FOR A
      *    QUOTED JOB THEY ONLY SPLIT THE FROZEN TOTAL BETWEEN PAINT
      *    AND LABOR AND SHOW WHETHER PRICES HAVE MOVED SINCE.
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

       1040-LOAD-ACTUALS.
           OPEN INPUT PAINT-ACTUAL.
           IF C-ACT-STATUS = '00'
               PERFORM UNTIL MORE-ACTUALS = 'N'
                   READ PAINT-ACTUAL
                       AT END
                           MOVE 'N' TO MORE-ACTUALS
                       NOT AT END
                           IF AC-TABLE-CTR < 500
                               ADD 1 TO AC-TABLE-CTR
                               MOVE ACT-EST-NO
                                   TO AC-T-EST-NO(AC-TABLE-CTR)
                               MOVE ACT-PAINT-COST
                                   TO AC-T-PAINT-COST(AC-TABLE-CTR)
                               MOVE ACT-LABOR-COST
                                   TO AC-T-LABOR-COST(AC-TABLE-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAINT-ACTUAL
           END-IF.

      *    EVERY ESTIMATE ALREADY INVOICED IS TABLED, AND THE
      *    HIGHEST INVOICE NUMBER ON THE REGISTER IS KEPT SO THE
      *    NEXT-NUMBER CONTROL FILE CAN BE PROVED AGAINST IT.
       1050-LOAD-REGISTER.
           OPEN INPUT INV-REGISTER.
           IF C-INV-STATUS = '00'
               PERFORM UNTIL MORE-INV = 'N'
                   READ INV-REGISTER
                       AT END
                           MOVE 'N' TO MORE-INV
                       NOT AT END
                           IF BL-TABLE-CTR < 2000
                               ADD 1 TO BL-TABLE-CTR
                               MOVE PI-EST-NO
                                   TO BL-T-EST-NO(BL-TABLE-CTR)
                           END-IF
                           IF PI-INV-NO IS NUMERIC
                                   AND PI-INV-NO > C-HIGH-INV-NO
                               MOVE PI-INV-NO TO C-HIGH-INV-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INV-REGISTER
           END-IF.

      *    THE NEXT INVOICE NUMBER COMES FROM THE CONTROL FILE.
      *    IF THE CONTROL FILE IS MISSING OR HAS FALLEN BEHIND THE
      *    REGISTER (A RESTORED BACKUP), THE HIGHER OF THE TWO
      *    WINS SO AN INVOICE NUMBER IS NEVER ISSUED TWICE.
       1060-GET-NEXT-NUMBER.
           OPEN INPUT NEXT-NUMBER.
           IF C-NEXT-STATUS = '00'
               READ NEXT-NUMBER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NN-NEXT-INV-NO IS NUMERIC
                           MOVE NN-NEXT-INV-NO TO C-NEXT-INV-NO
                       END-IF
               END-READ
               CLOSE NEXT-NUMBER
           END-IF.
           IF C-HIGH-INV-NO >= C-NEXT-INV-NO
               COMPUTE C-NEXT-INV-NO = C-HIGH-INV-NO + 1
           END-IF.

       1070-LOAD-BALANCES.
           OPEN INPUT PAINT-AR.
           IF C-AR-STATUS = '00'
               PERFORM UNTIL MORE-AR = 'N'
                   READ PAINT-AR
                       AT END
                           MOVE 'N' TO MORE-AR
                       NOT AT END
                           ADD 1 TO AR-TABLE-CTR
                           MOVE PR-CUST-NO
                               TO AR-T-CUST-NO(AR-TABLE-CTR)
                           MOVE PR-CUST-NAME
                               TO AR-T-CUST-NAME(AR-TABLE-CTR)
                           MOVE PR-BALANCE
                               TO AR-T-BALANCE(AR-TABLE-CTR)
                           MOVE PR-LAST-CHG-DATE
                               TO AR-T-LAST-CHG(AR-TABLE-CTR)
                           IF PR-LAST-PAY-DATE IS NUMERIC
                               MOVE PR-LAST-PAY-DATE
                                   TO AR-T-LAST-PAY(AR-TABLE-CTR)
                           ELSE
                               MOVE 0 TO AR-T-LAST-PAY(AR-TABLE-CTR)
                           END-IF
               END-PERFORM
               CLOSE PAINT-AR
           END-IF.
           PERFORM 1075-SNAPSHOT-BALANCES.

      *    THE PRE-RUN BALANCES GO TO PAINTAR.PRV THE WAY COBDOA04
      *    SNAPSHOTS GSTBAL.DAT, SO A BAD RUN CAN BE BACKED OUT.
       1075-SNAPSHOT-BALANCES.
           OPEN OUTPUT PAINT-AR-PRV.
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > AR-TABLE-CTR
               MOVE AR-T-CUST-NO(AR-IDX) TO PR-CUST-NO
               MOVE AR-T-CUST-NAME(AR-IDX) TO PR-CUST-NAME
               MOVE AR-T-BALANCE(AR-IDX) TO PR-BALANCE
               MOVE AR-T-LAST-CHG(AR-IDX) TO PR-LAST-CHG-DATE
               MOVE AR-T-LAST-PAY(AR-IDX) TO PR-LAST-PAY-DATE
               WRITE PRP-REC FROM PR-REC
           END-PERFORM.
           CLOSE PAINT-AR-PRV.

      *    EVERY PAYMENT ALREADY APPLIED IS TABLED.  IF THE
      *    REGISTER HAS OUTGROWN THE TABLE NO NEW PAYMENT IS
      *    APPLIED, SINCE ONE PAST THE END COULD BE APPLIED TWICE.
       1080-LOAD-APPLIED-PAYMENTS.
           OPEN INPUT APPLIED-PAY.
           IF C-PAP-STATUS = '00'
               PERFORM UNTIL MORE-PAP = 'N'
                   READ APPLIED-PAY
                       AT END
                           MOVE 'N' TO MORE-PAP
                       NOT AT END
                           IF AP-TABLE-CTR < 5000
                               ADD 1 TO AP-TABLE-CTR
                               MOVE PA-PAY-KEY
                                   TO AP-T-PAY-KEY(AP-TABLE-CTR)
                               MOVE 'N'
                                   TO AP-T-MATCHED(AP-TABLE-CTR)
                           ELSE
                               MOVE 'Y' TO C-PAP-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLIED-PAY
           END-IF.

       1090-LOAD-FROZEN-QUOTES.
           OPEN INPUT PAINT-QUOTES.
           IF C-QTE-STATUS = '00'
               PERFORM UNTIL MORE-QTE = 'N'
                   READ PAINT-QUOTES
                       AT END
                           MOVE 'N' TO MORE-QTE
                       NOT AT END
                           IF FQ-TABLE-CTR < 5000
                               ADD 1 TO FQ-TABLE-CTR
                               MOVE QT-EST-NO
                                   TO FQ-T-EST-NO(FQ-TABLE-CTR)
                               MOVE QT-FROZEN-TOTAL
                                   TO FQ-T-FROZEN-TOTAL(FQ-TABLE-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAINT-QUOTES
           END-IF.

      *    A SURFACE LINE SUPERSEDED BY A COBDOA46 CHANGE ORDER
      *    STAYS ON THE MASTER AS HISTORY BUT IS NO LONGER PART
      *    OF THE JOB.
       2000-MAINLINE.
           IF IS-EST-HEADER
               PERFORM 2400-END-ESTIMATE
               PERFORM 2300-START-ESTIMATE
           ELSE
               IF IS-EST-DETAIL AND C-EST-OPEN-SW = 'Y'
                       AND PD-EST-NO = C-CUR-EST-NO
                       AND NOT PD-LINE-SUPERSEDED
                   PERFORM 2150-PRICE-SURFACE
               END-IF
           END-IF.
           PERFORM 9000-READ.

      *    EACH SURFACE IS PRICED THE WAY COBDOA01 QUOTES IT:
      *    WHOLE GALLONS AT THE GRADE'S COVERAGE, PAINT AT THE
      *    GRADE'S PRICE PER GALLON AND THE CREW LABOR RATE PER
      *    GALLON ON TOP.
       2150-PRICE-SURFACE.
           IF C-GRADE-OK = 'Y' AND PD-SQ-FT > 0 AND PD-NUM-COATS > 0
               MULTIPLY PD-SQ-FT BY PD-NUM-COATS
                   GIVING C-SURF-SQ-FT
               DIVIDE C-SURF-SQ-FT BY C-CUR-COVERAGE
                   GIVING C-GAL-WHOLE REMAINDER C-GAL-REM
               IF C-GAL-REM > 0
                   ADD 1 TO C-GAL-WHOLE
               END-IF
               ADD 1 TO C-EST-SURF-CTR
               ADD C-GAL-WHOLE TO C-EST-GAL
               COMPUTE C-INV-PAINT-AMT = C-INV-PAINT-AMT
                   + (C-GAL-WHOLE * C-CUR-PRICE-GAL)
               COMPUTE C-INV-LABOR-AMT = C-INV-LABOR-AMT
                   + (C-GAL-WHOLE * C-CUR-LABOR-PGAL)
           END-IF.

       2300-START-ESTIMATE.
           MOVE PH-EST-NO TO C-CUR-EST-NO.
           MOVE PH-YY TO C-CUR-EST-YY.
           MOVE PH-MM TO C-CUR-EST-MM.
           MOVE PH-DD TO C-CUR-EST-DD.
           MOVE PH-CUST-NAME TO C-CUR-CUST-NAME.
           MOVE PH-CUST-ADDR TO C-CUR-CUST-ADDR.
           MOVE PH-CUST-PHONE TO C-CUR-CUST-PHONE.
           MOVE PH-CUST-NO TO C-CUR-CUST-NO.
           MOVE PH-STATUS TO C-CUR-STATUS.
           IF BILL-TIME-MATERIALS
               MOVE 'T' TO C-CUR-BILL-METHOD
           ELSE
               MOVE 'Q' TO C-CUR-BILL-METHOD
           END-IF.
           MOVE PH-GRADE TO C-CUR-GRADE.
           PERFORM 2310-LOOKUP-GRADE.
           MOVE 0 TO C-EST-SURF-CTR.
           MOVE 0 TO C-EST-GAL.
           MOVE 0 TO C-INV-PAINT-AMT.
           MOVE 0 TO C-INV-LABOR-AMT.
           MOVE 'N' TO C-CUR-BILLED.
           SET BL-IDX TO 1.
           SEARCH BL-ENTRY
               AT END
                   CONTINUE
               WHEN BL-IDX > BL-TABLE-CTR
                   CONTINUE
               WHEN BL-T-EST-NO(BL-IDX) = C-CUR-EST-NO
                   MOVE 'Y' TO C-CUR-BILLED
           END-SEARCH.
           MOVE 'Y' TO C-EST-OPEN-SW.

       2310-LOOKUP-GRADE.
           MOVE 'N' TO C-GRADE-OK.
           SET PP-IDX TO 1.
           SEARCH PP-ENTRY
               AT END
                   MOVE 0 TO C-CUR-PRICE-GAL
                   MOVE 0 TO C-CUR-LABOR-PGAL
               WHEN PP-T-GRADE(PP-IDX) = C-CUR-GRADE
                   MOVE 'Y' TO C-GRADE-OK
                   MOVE PP-T-COVERAGE(PP-IDX) TO C-CUR-COVERAGE
                   MOVE PP-T-PRICE-GAL(PP-IDX) TO C-CUR-PRICE-GAL
                   COMPUTE C-CUR-LABOR-PGAL =
                       PP-T-CREW-SIZE(PP-IDX) * PP-T-LABOR-RATE(PP-IDX)
           END-SEARCH.

      *    ONLY A COMPLETED JOB NOT ALREADY ON THE REGISTER IS
      *    BILLED.  ONE THAT CANNOT BE BILLED CLEANLY GOES TO THE
      *    EXCEPTION LISTING AND STAYS UNBILLED, SO IT IS PICKED
      *    UP AGAIN BY THE NEXT RUN ONCE THE PROBLEM IS FIXED.
      *    A QUOTED JOB WHOSE PRICES HAVE MOVED IS STILL BILLED;
      *    ITS EXCEPTION LINE IS FOR INFORMATION ONLY.
       2400-END-ESTIMATE.
           IF C-EST-OPEN-SW = 'Y' AND C-CUR-STATUS = 'C'
                   AND C-CUR-BILLED = 'N'
               IF C-CUR-BILL-METHOD = 'T'
                   PERFORM 2410-LOOKUP-ACTUALS
               END-IF
               EVALUATE TRUE
                   WHEN C-CUR-CUST-NO = SPACES
                       MOVE 'NO CUSTOMER NUMBER - NOT BILLED'
                           TO O-EXC-REASON
                       PERFORM 9170-EXC-ESTIMATE
                   WHEN C-CUR-BILL-METHOD = 'T' AND C-ACT-FOUND = 'N'
                       MOVE 'T AND M JOB HAS NO ACTUALS ON FILE'
                           TO O-EXC-REASON
                       PERFORM 9170-EXC-ESTIMATE
                   WHEN C-CUR-BILL-METHOD = 'Q' AND C-GRADE-OK = 'N'
                       MOVE 'UNRECOGNIZED PAINT GRADE CODE'
                           TO O-EXC-REASON
                       PERFORM 9170-EXC-ESTIMATE
                   WHEN C-CUR-BILL-METHOD = 'Q' AND C-EST-SURF-CTR = 0
                       MOVE 'NO PRICED SURFACES ON ESTIMATE'
                           TO O-EXC-REASON
                       PERFORM 9170-EXC-ESTIMATE
                   WHEN OTHER
                       IF C-CUR-BILL-METHOD = 'Q'
                           PERFORM 2420-APPLY-FROZEN-QUOTE
                       END-IF
                       PERFORM 2500-BILL-ESTIMATE
               END-EVALUATE
           END-IF.
           MOVE 'N' TO C-EST-OPEN-SW.

      *    A TIME-AND-MATERIALS JOB BILLS WHAT IT ACTUALLY COST,
      *    NOT WHAT WAS QUOTED.
       2410-LOOKUP-ACTUALS.
           MOVE 'N' TO C-ACT-FOUND.
           SET AC-IDX TO 1.
           SEARCH AC-ENTRY
               AT END
                   CONTINUE
               WHEN AC-IDX > AC-TABLE-CTR
                   CONTINUE
               WHEN AC-T-EST-NO(AC-IDX) = C-CUR-EST-NO
                   MOVE 'Y' TO C-ACT-FOUND
                   MOVE AC-T-PAINT-COST(AC-IDX) TO C-INV-PAINT-AMT
                   MOVE AC-T-LABOR-COST(AC-IDX) TO C-INV-LABOR-AMT
           END-SEARCH.

      *    A QUOTED JOB BILLS WHAT THE CUSTOMER WAS QUOTED.  THE
      *    SURFACES PRICED OFF TODAY'S PAINTPRM.DAT ONLY SET THE
      *    PAINT/LABOR SPLIT; ANY DIFFERENCE FROM THE FROZEN TOTAL
      *    IS LISTED AT TODAY'S PRICE.  A JOB QUOTED BEFORE
      *    PAINTQTE.DAT WAS KEPT HAS NOTHING FROZEN AND IS BILLED
      *    AT TODAY'S PRICE, ALSO LISTED.
       2420-APPLY-FROZEN-QUOTE.
           MOVE 'N' TO C-QTE-FOUND.
           SET FQ-IDX TO 1.
           SEARCH FQ-ENTRY
               AT END
                   CONTINUE
               WHEN FQ-IDX > FQ-TABLE-CTR
                   CONTINUE
               WHEN FQ-T-EST-NO(FQ-IDX) = C-CUR-EST-NO
                   MOVE 'Y' TO C-QTE-FOUND
                   MOVE FQ-T-FROZEN-TOTAL(FQ-IDX) TO C-FROZEN-TOTAL
           END-SEARCH.
           IF C-QTE-FOUND = 'N'
               MOVE 'NO FROZEN QUOTE ON FILE - CURRENT PRICES'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-ESTIMATE
           ELSE
               ADD C-INV-PAINT-AMT C-INV-LABOR-AMT
                   GIVING C-PRICED-TOTAL
               IF C-PRICED-TOTAL NOT = C-FROZEN-TOTAL
                   MOVE 'PAINTPRM PRICE DIFFERS - QUOTE BILLED'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-ESTIMATE
               END-IF
               IF C-PRICED-TOTAL > 0
                   COMPUTE C-INV-PAINT-AMT ROUNDED =
                       C-FROZEN-TOTAL * C-INV-PAINT-AMT
                           / C-PRICED-TOTAL
               ELSE
                   MOVE 0 TO C-INV-PAINT-AMT
               END-IF
               SUBTRACT C-INV-PAINT-AMT FROM C-FROZEN-TOTAL
                   GIVING C-INV-LABOR-AMT
           END-IF.

      *    THE CUSTOMER'S BALANCE IS FOUND (OR ADDED) BEFORE
      *    ANYTHING IS WRITTEN, SO A FULL RECEIVABLES TABLE LEAVES
      *    THE JOB UNBILLED RATHER THAN POSTED TO SOMEONE ELSE.
       2500-BILL-ESTIMATE.
           MOVE C-CUR-CUST-NO TO C-FIND-CUST-NO.
           PERFORM 2650-FIND-BALANCE.
           IF C-AR-OK = 'N'
               MOVE 'BALANCE TABLE FULL - NOT BILLED'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-ESTIMATE
           ELSE
               PERFORM 2510-POST-INVOICE
           END-IF.

       2510-POST-INVOICE.
           MOVE C-NEXT-INV-NO TO C-ASSIGNED-INV-NO.
           ADD 1 TO C-NEXT-INV-NO.
           ADD C-INV-PAINT-AMT C-INV-LABOR-AMT
               GIVING C-INV-TOTAL-AMT.

           MOVE C-ASSIGNED-INV-NO TO PI-INV-NO.
           MOVE C-CUR-EST-NO TO PI-EST-NO.
           MOVE C-CUR-CUST-NO TO PI-CUST-NO.
           MOVE C-RUN-DATE-NUM TO PI-INV-DATE.
           MOVE C-CUR-BILL-METHOD TO PI-BILL-METHOD.
           MOVE C-INV-PAINT-AMT TO PI-PAINT-AMT.
           MOVE C-INV-LABOR-AMT TO PI-LABOR-AMT.
           MOVE C-INV-TOTAL-AMT TO PI-TOTAL-AMT.
           WRITE PI-REC.

           IF BL-TABLE-CTR < 2000
               ADD 1 TO BL-TABLE-CTR
               MOVE C-CUR-EST-NO TO BL-T-EST-NO(BL-TABLE-CTR)
           END-IF.

           MOVE AR-T-BALANCE(AR-IDX) TO C-PRIOR-BALANCE.
           MOVE C-CUR-CUST-NAME TO AR-T-CUST-NAME(AR-IDX).
           ADD C-INV-TOTAL-AMT TO AR-T-BALANCE(AR-IDX).
           MOVE C-RUN-DATE-NUM TO AR-T-LAST-CHG(AR-IDX).

           ADD 1 TO C-INVOICE-CTR.
           ADD C-INV-PAINT-AMT TO C-GT-PAINT-AMT.
           ADD C-INV-LABOR-AMT TO C-GT-LABOR-AMT.
           ADD C-INV-TOTAL-AMT TO C-GT-INVOICED.

           PERFORM 2550-PRINT-REGISTER-LINE.
           PERFORM 2600-PRINT-INVOICE.

       2550-PRINT-REGISTER-LINE.
           MOVE C-ASSIGNED-INV-NO TO O-INV-NO.
           MOVE C-CUR-EST-NO TO O-EST-NO.
           MOVE C-CUR-CUST-NO TO O-CUST-NO.
           MOVE C-CUR-CUST-NAME TO O-CUST-NAME.
           IF C-CUR-BILL-METHOD = 'T'
               MOVE 'T + M' TO O-BILL-METHOD
           ELSE
               MOVE 'QUOTED' TO O-BILL-METHOD
           END-IF.
           MOVE C-INV-PAINT-AMT TO O-PAINT-AMT.
           MOVE C-INV-LABOR-AMT TO O-LABOR-AMT.
           MOVE C-INV-TOTAL-AMT TO O-TOTAL-AMT.
           MOVE AR-T-BALANCE(AR-IDX) TO O-BALANCE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *    ONE INVOICE PAGE PER BILLED JOB FOR MAILING, LAID OUT
      *    LIKE THE QUOTE PAGES OUT OF COBDOA01.  THE BALANCE DUE
      *    TIES TO THE BALANCE JUST POSTED TO PAINTAR.DAT.
       2600-PRINT-INVOICE.
           MOVE C-CUR-CUST-NAME TO O-IV-CUST-NAME.
           MOVE C-CUR-CUST-ADDR TO O-IV-CUST-ADDR.
           MOVE C-CUR-CUST-PHONE TO O-IV-CUST-PHONE.
           MOVE C-ASSIGNED-INV-NO TO O-IV-INV-NO.
           MOVE I-MM TO O-IV-INV-MM.
           MOVE I-DD TO O-IV-INV-DD.
           MOVE I-YY TO O-IV-INV-YY.
           MOVE C-CUR-CUST-NO TO O-IV-CUST-NO.
           MOVE C-CUR-EST-NO TO O-IV-EST-NO.
           MOVE C-CUR-EST-MM TO O-IV-EST-MM.
           MOVE C-CUR-EST-DD TO O-IV-EST-DD.
           MOVE C-CUR-EST-YY TO O-IV-EST-YY.
           IF C-CUR-BILL-METHOD = 'T'
               MOVE 'TIME AND MATERIALS' TO O-IV-METHOD
           ELSE
               MOVE 'QUOTED PRICE' TO O-IV-METHOD
           END-IF.
           MOVE C-INV-PAINT-AMT TO O-IV-PAINT-AMT.
           MOVE C-INV-LABOR-AMT TO O-IV-LABOR-AMT.
           MOVE C-INV-TOTAL-AMT TO O-IV-TOTAL-AMT.
           MOVE C-PRIOR-BALANCE TO O-IV-PRIOR-BAL.
           MOVE AR-T-BALANCE(AR-IDX) TO O-IV-BALANCE-DUE.

           WRITE IVLINE FROM IV-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE IVLINE FROM IV-CUST-LINE
               AFTER ADVANCING 2 LINES.
           WRITE IVLINE FROM IV-ADDR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE IVLINE FROM IV-PHONE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE IVLINE FROM IV-NUMBER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE IVLINE FROM IV-EST-LINE
               AFTER ADVANCING 1 LINE.
           WRITE IVLINE FROM IV-METHOD-LINE
               AFTER ADVANCING 2 LINES.
           WRITE IVLINE FROM IV-PAINT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE IVLINE FROM IV-LABOR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE IVLINE FROM IV-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE IVLINE FROM IV-PRIOR-LINE
               AFTER ADVANCING 2 LINES.
           WRITE IVLINE FROM IV-DUE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE IVLINE FROM IV-TERMS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE IVLINE FROM IV-BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *    A CUSTOMER NOT YET ON THE RECEIVABLES FILE IS ADDED
      *    WITH A ZERO BALANCE.  A FULL TABLE LEAVES C-AR-OK 'N'.
       2650-FIND-BALANCE.
           MOVE 'Y' TO C-AR-OK.
           SET AR-IDX TO 1.
           SEARCH AR-ENTRY
               AT END
                   PERFORM 2660-ADD-BALANCE
               WHEN AR-IDX > AR-TABLE-CTR
                   PERFORM 2660-ADD-BALANCE
               WHEN AR-T-CUST-NO(AR-IDX) = C-FIND-CUST-NO
                   CONTINUE
           END-SEARCH.

       2660-ADD-BALANCE.
           IF AR-TABLE-CTR < 500
               ADD 1 TO AR-TABLE-CTR
               MOVE C-FIND-CUST-NO TO AR-T-CUST-NO(AR-TABLE-CTR)
               MOVE SPACES TO AR-T-CUST-NAME(AR-TABLE-CTR)
               MOVE 0 TO AR-T-BALANCE(AR-TABLE-CTR)
               MOVE 0 TO AR-T-LAST-CHG(AR-TABLE-CTR)
               MOVE 0 TO AR-T-LAST-PAY(AR-TABLE-CTR)
               SET AR-IDX TO AR-TABLE-CTR
           ELSE
               MOVE 'N' TO C-AR-OK
           END-IF.

      *    CUSTOMER PAYMENTS ARE APPLIED AFTER THE BILLING PASS SO
      *    A CHECK THAT ARRIVES WITH TODAY'S COMPLETION COMES OFF
      *    THE INVOICE JUST POSTED.  A PAYMENT FOR A CUSTOMER WITH
      *    NOTHING ON FILE IS NOT GUESSED AT - IT IS LISTED AS AN
      *    EXCEPTION FOR THE OFFICE TO RESEARCH, AND IS TRIED
      *    AGAIN ON THE NEXT RUN.
       2700-APPLY-PAYMENTS.
           OPEN INPUT PAINT-PAY.
           IF C-PAY-STATUS = '00'
               OPEN EXTEND APPLIED-PAY
               IF C-PAP-STATUS = '35'
                   OPEN OUTPUT APPLIED-PAY
               END-IF
               PERFORM UNTIL MORE-PAY = 'N'
                   READ PAINT-PAY
                       AT END
                           MOVE 'N' TO MORE-PAY
                       NOT AT END
                           PERFORM 2710-APPLY-ONE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE PAINT-PAY
               CLOSE APPLIED-PAY
           END-IF.

      *    A PAYMENT ALREADY ON THE APPLIED-PAYMENT REGISTER WAS
      *    CREDITED BY AN EARLIER RUN AND IS ONLY COUNTED.
       2710-APPLY-ONE-PAYMENT.
           MOVE 'N' TO C-PAY-APPLIED.
           SET AP-IDX TO 1.
           SEARCH AP-ENTRY
               AT END
                   CONTINUE
               WHEN AP-IDX > AP-TABLE-CTR
                   CONTINUE
               WHEN AP-T-PAY-KEY(AP-IDX) = PY-REC
                       AND AP-T-MATCHED(AP-IDX) = 'N'
                   MOVE 'Y' TO AP-T-MATCHED(AP-IDX)
                   MOVE 'Y' TO C-PAY-APPLIED
           END-SEARCH.
           IF C-PAY-APPLIED = 'Y'
               ADD 1 TO C-PAY-SKIP-CTR
           ELSE
               IF C-PAP-FULL = 'Y'
                   MOVE PY-INV-NO TO O-EXC-EST-NO
                   MOVE PY-CUST-NO TO O-EXC-CUST-NO
                   MOVE 0 TO O-EXC-AMOUNT
                   IF PY-PAY-AMT IS NUMERIC
                       MOVE PY-PAY-AMT TO O-EXC-AMOUNT
                   END-IF
                   MOVE 'PAYMENT - APPLIED REGISTER FULL'
                       TO O-EXC-REASON
                   PERFORM 9180-EXC-LINE
               ELSE
                   PERFORM 2720-POST-PAYMENT
               END-IF
           END-IF.

       2720-POST-PAYMENT.
           MOVE 'N' TO C-AR-OK.
           IF PY-CUST-NO NOT = SPACES AND PY-PAY-AMT IS NUMERIC
               SET AR-IDX TO 1
               SEARCH AR-ENTRY
                   AT END
                       CONTINUE
                   WHEN AR-IDX > AR-TABLE-CTR
                       CONTINUE
                   WHEN AR-T-CUST-NO(AR-IDX) = PY-CUST-NO
                       MOVE 'Y' TO C-AR-OK
               END-SEARCH
           END-IF.
           IF C-AR-OK = 'Y'
               SUBTRACT PY-PAY-AMT FROM AR-T-BALANCE(AR-IDX)
               IF PY-PAY-DATE IS NUMERIC AND PY-PAY-DATE NOT = 0
                   MOVE PY-PAY-DATE TO AR-T-LAST-PAY(AR-IDX)
               ELSE
                   MOVE C-RUN-DATE-NUM TO AR-T-LAST-PAY(AR-IDX)
               END-IF
               ADD 1 TO C-PAYMENT-CTR
               ADD PY-PAY-AMT TO C-GT-PAYMENTS
               MOVE PY-REC TO PA-PAY-KEY
               MOVE C-RUN-DATE-NUM TO PA-APPLIED-DATE
               WRITE PA-REC
               MOVE PY-INV-NO TO O-PY-INV-NO
               MOVE PY-CUST-NO TO O-PY-CUST-NO
               MOVE AR-T-CUST-NAME(AR-IDX) TO O-PY-CUST-NAME
               MOVE PY-PAY-AMT TO O-PY-AMOUNT
               MOVE AR-T-BALANCE(AR-IDX) TO O-PY-BALANCE
               WRITE PRTLINE FROM PAYMENT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           ELSE
               MOVE PY-INV-NO TO O-EXC-EST-NO
               MOVE PY-CUST-NO TO O-EXC-CUST-NO
               IF PY-PAY-AMT IS NUMERIC
                   MOVE PY-PAY-AMT TO O-EXC-AMOUNT
               ELSE
                   MOVE 0 TO O-EXC-AMOUNT
               END-IF
               MOVE 'PAYMENT - NO PAINT BALANCE ON FILE'
                   TO O-EXC-REASON
               PERFORM 9180-EXC-LINE
           END-IF.

       3000-CLOSING.
           PERFORM 2400-END-ESTIMATE.
           PERFORM 2700-APPLY-PAYMENTS.

           MOVE C-INVOICE-CTR TO O-INVOICE-CTR.
           MOVE C-GT-PAINT-AMT TO O-GT-PAINT-AMT.
           MOVE C-GT-LABOR-AMT TO O-GT-LABOR-AMT.
           MOVE C-GT-INVOICED TO O-GT-INVOICED.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-PAYMENT-CTR TO O-PAYMENT-CTR.
           MOVE C-GT-PAYMENTS TO O-GT-PAYMENTS.
           WRITE PRTLINE FROM GT-PAYMENT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-PAY-SKIP-CTR TO O-PAY-SKIP-CTR.
           WRITE PRTLINE FROM GT-SKIP-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-NEXT-INV-NO TO O-NEXT-INV-NO.
           WRITE PRTLINE FROM GT-NEXT-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE PAINT-MASTER.
           CLOSE INV-REGISTER.
           CLOSE PRTOUT.
           CLOSE INVOICE-OUT.
           CLOSE EXCEPT-RPT.

           PERFORM 3800-SAVE-NEXT-NUMBER.
           PERFORM 3850-SAVE-BALANCES.
           PERFORM 3900-LOG-CONTROL-TOTALS.

       3800-SAVE-NEXT-NUMBER.
           OPEN OUTPUT NEXT-NUMBER.
           MOVE C-NEXT-INV-NO TO NN-NEXT-INV-NO.
           WRITE NN-REC.
           CLOSE NEXT-NUMBER.

      *    ZERO BALANCES ARE DROPPED SO PAID-UP CUSTOMERS FALL OFF
      *    THE FILE AND THE AGED RECEIVABLES REPORT (COBDOA36).
       3850-SAVE-BALANCES.
           OPEN OUTPUT PAINT-AR.
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > AR-TABLE-CTR
               IF AR-T-BALANCE(AR-IDX) NOT = 0
                   MOVE AR-T-CUST-NO(AR-IDX) TO PR-CUST-NO
                   MOVE AR-T-CUST-NAME(AR-IDX) TO PR-CUST-NAME
                   MOVE AR-T-BALANCE(AR-IDX) TO PR-BALANCE
                   MOVE AR-T-LAST-CHG(AR-IDX) TO PR-LAST-CHG-DATE
                   MOVE AR-T-LAST-PAY(AR-IDX) TO PR-LAST-PAY-DATE
                   WRITE PR-REC
               END-IF
           END-PERFORM.
           CLOSE PAINT-AR.

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
                           IF CTL-PROGRAM-ID = "COBDOA35"
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
           MOVE "COBDOA35"       TO CTL-PROGRAM-ID.
           MOVE I-YY             TO CTL-RUN-YY.
           MOVE I-MM             TO CTL-RUN-MM.
           MOVE I-DD             TO CTL-RUN-DD.
           ADD C-INVOICE-CTR C-PAYMENT-CTR GIVING CTL-RECORD-COUNT.
           MOVE C-GT-INVOICED    TO CTL-DOLLAR-TOTAL.
           COMPUTE CTL-RUN-SEQ = C-CTL-RUN-SEQ + 1.
           WRITE CTL-LOG-REC.
           CLOSE CTL-LOG.

       9000-READ.
           READ PAINT-MASTER INTO PAINT-IO-AREA
               AT END
                   MOVE 'N' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLLUMN-HEADINGS-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLLUMN-HEADINGS-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       9150-EXC-HEADINGS.
           ADD 1 TO C-EXC-PCTR.
           MOVE C-EXC-PCTR TO O-EXC-PCTR.
           WRITE EXCLINE FROM EXC-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXC-HEADINGS
               AFTER ADVANCING 2 LINES.

       9170-EXC-ESTIMATE.
           MOVE C-CUR-EST-NO TO O-EXC-EST-NO.
           MOVE C-CUR-CUST-NO TO O-EXC-CUST-NO.
           ADD C-INV-PAINT-AMT C-INV-LABOR-AMT GIVING O-EXC-AMOUNT.
           PERFORM 9180-EXC-LINE.

       9180-EXC-LINE.
           ADD 1 TO C-EXC-CTR.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

       END PROGRAM COBDOA35.
