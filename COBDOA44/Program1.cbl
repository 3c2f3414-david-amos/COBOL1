       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA44.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *YEAR-END 1099 REPORTING.  FOR THE CALENDAR YEAR THIS
      *PROGRAM TOTALS WHAT WAS PAID TO EACH CONDO OWNER ON
      *CONDOOWN.DAT (THE 'P' PAYOUT ROWS COBDOA43 POSTED TO THE
      *OWNER PAYABLES LEDGER, OWNRPAY.DAT, BY DATE PAID) AS RENTS
      *ON A 1099-MISC, AND THE COMMISSIONS PAID TO EACH
      *SALESPERSON FLAGGED ON SLSPMAST.DAT AS NON-EMPLOYEE
      *COMPENSATION (CL-PAID-AMT ON COMMLEDG.DAT BY DATE PAID) ON
      *A 1099-NEC.  TAX ID AND MAILING ADDRESS COME FROM THE TWO
      *MASTERS.  EVERY RECIPIENT AT OR OVER THE REPORTING
      *THRESHOLD GETS A RECIPIENT COPY AND A RECORD ON THE
      *ELECTRONIC FILING EXTRACT (1099FILE.DAT) FOR THE FILING
      *SERVICE, EXCEPT ONE WITH NO TAX ID, WHO IS LISTED ON THE
      *EXCEPTION REPORT INSTEAD UNTIL THE MASTER IS FIXED.  THE
      *TRANSMITTAL SUMMARY GIVES THE FORM COUNTS AND TOTALS BY
      *FORM AND LISTS EVERY PAYEE.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CONDOOWN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OWNER-STATUS.

           SELECT SLSP-MASTER
               ASSIGN TO "C:\IHCC\COBOL\SLSPMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSP-STATUS.

           SELECT OWNER-PAYABLES
               ASSIGN TO "C:\IHCC\COBOL\OWNRPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OP-STATUS.

           SELECT COMM-LEDGER
               ASSIGN TO "C:\IHCC\COBOL\COMMLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LEDGER-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SUMMARY-RPT
               ASSIGN TO "C:\IHCC\COBOL\1099SUM.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\1099EXC.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EFILE
               ASSIGN TO DYNAMIC C-EFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    OW-TAX-ID IS THE OWNER'S SSN (OW-TIN-TYPE 'S') OR EIN
      *    ('E'); OW-MAIL- IS THE ADDRESS THE 1099 GOES TO.
       FD  OWNER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OW-REC
           RECORD CONTAINS 170 CHARACTERS.
       01  OW-REC.
           05 OW-CONDO-CODE        PIC XX.
           05 OW-OWNER-NAME        PIC X(25).
           05 OW-OWNER-ADDR        PIC X(25).
           05 OW-MGMT-FEE-PCT      PIC V999.
           05 OW-HOLDBACK-AMT      PIC 9(5)V99.
           05 OW-RESERVE-CAP       PIC 9(6)V99.
           05 OW-PAY-METHOD        PIC X.
           05 OW-BANK-ROUTING      PIC 9(9).
           05 OW-BANK-ACCOUNT      PIC X(17).
           05 OW-ACCT-TYPE         PIC X.
           05 OW-TAX-ID            PIC 9(9).
           05 OW-TIN-TYPE          PIC X.
           05 OW-MAIL-STREET       PIC X(30).
           05 OW-MAIL-CITY         PIC X(20).
           05 OW-MAIL-STATE        PIC XX.
           05 OW-MAIL-ZIP          PIC X(10).

      *    SP-NEC-FLAG 'Y' FOR A SALESPERSON PAID AS AN INDEPENDENT
      *    CONTRACTOR (NON-EMPLOYEE COMPENSATION); ANYONE ELSE IS ON
      *    PAYROLL AND GETS A W-2 INSTEAD.
       FD  SLSP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SP-REC
           RECORD CONTAINS 111 CHARACTERS.
       01  SP-REC.
           05 SP-CODE              PIC X(4).
           05 SP-NAME              PIC X(20).
           05 SP-BASE-PCT          PIC V999.
           05 SP-TIER-THRESH       PIC 9(6)V99.
           05 SP-TIER-PCT          PIC V999.
           05 SP-NEC-FLAG          PIC X.
           05 SP-TAX-ID            PIC 9(9).
           05 SP-TIN-TYPE          PIC X.
           05 SP-MAIL-STREET       PIC X(30).
           05 SP-MAIL-CITY         PIC X(20).
           05 SP-MAIL-STATE        PIC XX.
           05 SP-MAIL-ZIP          PIC X(10).

      *    OP-TYPE 'P' ROWS ARE THE AMOUNTS ACTUALLY PAID OUT.
       FD  OWNER-PAYABLES
           LABEL RECORD IS STANDARD
           DATA RECORD IS OP-REC
           RECORD CONTAINS 33 CHARACTERS.
       01  OP-REC.
           05 OP-CONDO             PIC XX.
           05 OP-MONTH             PIC 9(6).
           05 OP-POST-DATE         PIC 9(8).
           05 OP-TYPE              PIC X.
           05 OP-METHOD            PIC X.
           05 OP-CHECK-NO          PIC 9(6).
           05 OP-AMOUNT            PIC 9(7)V99.

       FD  COMM-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CL-REC
           RECORD CONTAINS 27 CHARACTERS.
       01  CL-REC.
           05 CL-SLSP              PIC X(4).
           05 CL-PERIOD            PIC 9(6).
           05 CL-PAID-AMT          PIC 9(7)V99.
           05 CL-PAID-DATE         PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       FD  SUMMARY-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SUMLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  SUMLINE                 PIC X(132).

       FD  EXCEPT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCLINE                 PIC X(132).

      *    EF-REC-TYPE 'A' PAYER, 'B' ONE PER FORM, 'C' FORM COUNT
      *    AND TOTAL FOR THE FILE.
       FD  EFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EF-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  EF-REC.
           05 EF-REC-TYPE          PIC X.
           05 EF-TAX-YEAR          PIC 9(4).
           05 EF-FORM              PIC X(4).
           05 EF-BOX               PIC X.
           05 EF-TIN-TYPE          PIC X.
           05 EF-TIN               PIC 9(9).
           05 EF-ACCOUNT           PIC X(6).
           05 EF-NAME              PIC X(40).
           05 EF-STREET            PIC X(30).
           05 EF-CITY              PIC X(20).
           05 EF-STATE             PIC XX.
           05 EF-ZIP               PIC X(10).
           05 EF-AMOUNT            PIC 9(10)V99.
       01  EF-CONTROL-REC.
           05 FILLER               PIC X(9).
           05 EF-FORM-CTR          PIC 9(6).
           05 FILLER               PIC X(113).
           05 EF-TOTAL-AMT         PIC 9(10)V99.

       WORKING-STORAGE SECTION.

      *    ONE ENTRY PER PAYEE.  RC-T-KIND 'O' CONDO OWNER (1099-MISC
      *    BOX 1 RENTS), 'S' SALESPERSON (1099-NEC BOX 1).
       01  RECIPIENT-TABLE.
           05 RC-TABLE-CTR         PIC 999         VALUE 0.
           05 RC-ENTRY OCCURS 100 TIMES INDEXED BY RC-IDX.
               10 RC-T-KIND            PIC X.
               10 RC-T-KEY             PIC X(4).
               10 RC-T-NAME            PIC X(25).
               10 RC-T-TAX-ID          PIC 9(9).
               10 RC-T-TIN-TYPE        PIC X.
               10 RC-T-STREET          PIC X(30).
               10 RC-T-CITY            PIC X(20).
               10 RC-T-STATE           PIC XX.
               10 RC-T-ZIP             PIC X(10).
               10 RC-T-AMOUNT          PIC 9(8)V99.
               10 RC-T-PAY-CTR         PIC 9(4).

       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 C-OWNER-STATUS       PIC XX.
           05 C-SLSP-STATUS        PIC XX.
           05 C-OP-STATUS          PIC XX.
           05 C-LEDGER-STATUS      PIC XX.
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\1099REC.RPT".
           05 C-EFILE-PATH         PIC X(60)
                                   VALUE "C:\IHCC\COBOL\1099FILE.DAT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-TAX-YEAR-ARG       PIC 9(4)        VALUE 0.
           05 C-THRESHOLD-ARG      PIC 9(6)V99     VALUE 0.
           05 C-TAX-YEAR           PIC 9(4).
      *    REPORTING THRESHOLD FOR BOTH FORMS; ARGUMENT 5 OVERRIDES IT
      *    IF THE LIMIT CHANGES.
           05 C-THRESHOLD          PIC 9(6)V99     VALUE 2000.00.
           05 C-FIND-KIND          PIC X.
           05 C-FIND-KEY           PIC X(4).
           05 C-RC-FOUND           PIC X.
           05 C-STATUS-TEXT        PIC X(24).
           05 C-MISC-CTR           PIC 9(4)        VALUE 0.
           05 C-MISC-AMT           PIC 9(9)V99     VALUE 0.
           05 C-NEC-CTR            PIC 9(4)        VALUE 0.
           05 C-NEC-AMT            PIC 9(9)V99     VALUE 0.
           05 C-UNDER-CTR          PIC 9(4)        VALUE 0.
           05 C-UNDER-AMT          PIC 9(9)V99     VALUE 0.
           05 C-NO-TIN-CTR         PIC 9(4)        VALUE 0.
           05 C-NO-TIN-AMT         PIC 9(9)V99     VALUE 0.
           05 C-FORM-CTR           PIC 9(6)        VALUE 0.
           05 C-FORM-AMT           PIC 9(10)V99    VALUE 0.
           05 C-EXC-CTR            PIC 999         VALUE 0.
           05 C-PCTR               PIC 999         VALUE 0.
           05 C-SUM-PCTR           PIC 99          VALUE 0.
           05 C-EXC-PCTR           PIC 99          VALUE 0.

      *    PMG'S OWN FILER DETAILS AS THEY APPEAR ON EVERY FORM.
       01  PAYER-INFO.
           05 C-PAYER-NAME         PIC X(40)
                                   VALUE 'PMG MANAGEMENT'.
           05 C-PAYER-STREET       PIC X(30)
                                   VALUE '1 LAKESHORE DRIVE'.
           05 C-PAYER-CITY         PIC X(20)
                                   VALUE 'OSAGE BEACH'.
           05 C-PAYER-STATE        PIC XX          VALUE 'MO'.
           05 C-PAYER-ZIP          PIC X(10)       VALUE '65065'.
           05 C-PAYER-EIN          PIC 9(9)        VALUE 431234567.

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
           05 FILLER               PIC X(65)
                                   VALUE 'PMG MANAGEMENT'.
           05 FILLER               PIC X(6)        VALUE 'PAGE:'.
           05 O-PCTR               PIC ZZ9.

       01  REPORT-LINE.
           05 FILLER               PIC X(50)       VALUE 'COBDOA44'.
           05 O-REPORT-NAME        PIC X(50).
           05 FILLER               PIC X(10)       VALUE 'TAX YEAR'.
           05 O-TAX-YEAR           PIC 9(4).
           05 FILLER               PIC X(18)       VALUE SPACES.

       01  BLANK-LINE              PIC X(132)      VALUE SPACES.

      *    RECIPIENT COPY - ONE PAGE PER FORM.
       01  RC-FORM-LINE.
           05 FILLER               PIC X(5)        VALUE 'FORM'.
           05 O-RC-FORM            PIC X(10).
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 O-RC-FORM-TITLE      PIC X(40).
           05 FILLER               PIC X(20)
                                   VALUE 'COPY B FOR RECIPIENT'.
           05 FILLER               PIC X(52)       VALUE SPACES.

       01  RC-LABEL-LINE.
           05 O-RC-LABEL-1         PIC X(50).
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 O-RC-LABEL-2         PIC X(77).

       01  RC-TEXT-LINE.
           05 O-RC-TEXT-1          PIC X(50).
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 O-RC-TEXT-2          PIC X(77).

       01  RC-CITY-LINE.
           05 O-RC-CITY            PIC X(20).
           05 FILLER               PIC X           VALUE SPACE.
           05 O-RC-STATE           PIC XX.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-RC-ZIP             PIC X(10).

       01  RC-TIN-LINE.
           05 FILLER               PIC X(21)
                                   VALUE "PAYER'S TIN:".
           05 O-RC-PAYER-TIN.
               10 O-RC-PAYER-TIN-1 PIC 99.
               10 FILLER           PIC X           VALUE '-'.
               10 O-RC-PAYER-TIN-2 PIC 9(7).
           05 FILLER               PIC X(19)       VALUE SPACES.
           05 FILLER               PIC X(21)
                                   VALUE "RECIPIENT'S TIN:".
           05 FILLER               PIC X(5)        VALUE '*****'.
           05 O-RC-TIN-LAST4       PIC X(4).
           05 FILLER               PIC X(52)       VALUE SPACES.

       01  RC-ACCOUNT-LINE.
           05 FILLER               PIC X(21)
                                   VALUE 'ACCOUNT NUMBER:'.
           05 O-RC-ACCOUNT         PIC X(6).
           05 FILLER               PIC X(105)      VALUE SPACES.

       01  RC-AMOUNT-LINE.
           05 O-RC-BOX-TEXT        PIC X(40).
           05 O-RC-AMOUNT          PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(78)       VALUE SPACES.

      *    TRANSMITTAL SUMMARY.
       01  SUM-FORM-LINE.
           05 O-SUM-FORM           PIC X(30).
           05 FILLER               PIC X(7)        VALUE 'FORMS:'.
           05 O-SUM-CTR            PIC Z,ZZ9.
           05 FILLER               PIC X(10)       VALUE '   TOTAL:'.
           05 O-SUM-AMT            PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(66)       VALUE SPACES.

       01  SUM-HEADINGS.
           05 FILLER               PIC X(7)        VALUE 'FORM'.
           05 FILLER               PIC X(8)        VALUE 'ACCOUNT'.
           05 FILLER               PIC X(27)       VALUE 'PAYEE'.
           05 FILLER               PIC X(12)       VALUE 'TAX ID'.
           05 FILLER               PIC X(8)        VALUE 'PAYMENTS'.
           05 FILLER               PIC X(16)       VALUE
                                   '      AMOUNT'.
           05 FILLER               PIC X(54)       VALUE 'STATUS'.

       01  SUM-DETAIL-LINE.
           05 O-SD-FORM            PIC X(5).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-SD-ACCOUNT         PIC X(6).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-SD-NAME            PIC X(25).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-SD-TIN             PIC X(9).
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-SD-PAY-CTR         PIC Z,ZZ9.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-SD-AMOUNT          PIC $$,$$$,$$9.99.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-SD-STATUS          PIC X(24).
           05 FILLER               PIC X(30)       VALUE SPACES.

       01  EXC-HEADINGS.
           05 FILLER               PIC X(7)        VALUE 'FORM'.
           05 FILLER               PIC X(8)        VALUE 'ACCOUNT'.
           05 FILLER               PIC X(27)       VALUE 'PAYEE'.
           05 FILLER               PIC X(16)       VALUE
                                   '      AMOUNT'.
           05 FILLER               PIC X(74)       VALUE 'REASON'.

       01  EXC-DETAIL-LINE.
           05 O-EXC-FORM           PIC X(5).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-ACCOUNT        PIC X(6).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-NAME           PIC X(25).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-AMOUNT         PIC $$,$$$,$$9.99.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-EXC-REASON         PIC X(74).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-OWNER-PAYOUTS.
           PERFORM 2100-COMMISSIONS.
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
      *    RUN IN JANUARY FOR THE YEAR JUST ENDED UNLESS TOLD OTHERWISE.
           IF C-TAX-YEAR-ARG NOT = 0
               MOVE C-TAX-YEAR-ARG TO C-TAX-YEAR
           ELSE
               COMPUTE C-TAX-YEAR = I-YY - 1
           END-IF.
           MOVE C-TAX-YEAR TO O-TAX-YEAR.
           IF C-THRESHOLD-ARG NOT = 0
               MOVE C-THRESHOLD-ARG TO C-THRESHOLD
           END-IF.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT SUMMARY-RPT.
           OPEN OUTPUT EXCEPT-RPT.
           OPEN OUTPUT EFILE.
           PERFORM 9150-EXC-HEADINGS.

           PERFORM 1050-LOAD-OWNERS.
           PERFORM 1060-LOAD-SALESPEOPLE.

      *    ARGUMENTS: 1 TAX YEAR, 2 RECIPIENT COPIES, 3 RUN DATE,
      *    4 ELECTRONIC FILING EXTRACT, 5 REPORTING THRESHOLD.
       1010-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-TAX-YEAR-ARG
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
                       MOVE C-ARG-VALUE TO C-EFILE-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-THRESHOLD-ARG
                   END-IF
           END-ACCEPT.

       1050-LOAD-OWNERS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT OWNER-MASTER.
           IF C-OWNER-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ OWNER-MASTER
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF RC-TABLE-CTR < 100
                           PERFORM 1055-ADD-OWNER
                       END-IF
               END-PERFORM.
           IF C-OWNER-STATUS = '00' OR C-OWNER-STATUS = '10'
               CLOSE OWNER-MASTER.

      *    AN OWNER WITH NO SEPARATE MAILING STREET IS MAILED AT THE
      *    ADDRESS ALREADY ON THE MASTER.
       1055-ADD-OWNER.
           ADD 1 TO RC-TABLE-CTR.
           SET RC-IDX TO RC-TABLE-CTR.
           MOVE 'O' TO RC-T-KIND(RC-IDX).
           MOVE OW-CONDO-CODE TO RC-T-KEY(RC-IDX).
           MOVE OW-OWNER-NAME TO RC-T-NAME(RC-IDX).
           IF OW-TAX-ID IS NUMERIC
               MOVE OW-TAX-ID TO RC-T-TAX-ID(RC-IDX)
           ELSE
               MOVE 0 TO RC-T-TAX-ID(RC-IDX)
           END-IF.
           MOVE OW-TIN-TYPE TO RC-T-TIN-TYPE(RC-IDX).
           IF OW-MAIL-STREET = SPACES
               MOVE OW-OWNER-ADDR TO RC-T-STREET(RC-IDX)
           ELSE
               MOVE OW-MAIL-STREET TO RC-T-STREET(RC-IDX)
           END-IF.
           MOVE OW-MAIL-CITY TO RC-T-CITY(RC-IDX).
           MOVE OW-MAIL-STATE TO RC-T-STATE(RC-IDX).
           MOVE OW-MAIL-ZIP TO RC-T-ZIP(RC-IDX).
           MOVE 0 TO RC-T-AMOUNT(RC-IDX).
           MOVE 0 TO RC-T-PAY-CTR(RC-IDX).

      *    ONLY SALESPEOPLE PAID AS CONTRACTORS ARE 1099 PAYEES.
       1060-LOAD-SALESPEOPLE.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT SLSP-MASTER.
           IF C-SLSP-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ SLSP-MASTER
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF SP-NEC-FLAG = 'Y' AND RC-TABLE-CTR < 100
                           PERFORM 1065-ADD-SALESPERSON
                       END-IF
               END-PERFORM.
           IF C-SLSP-STATUS = '00' OR C-SLSP-STATUS = '10'
               CLOSE SLSP-MASTER.

       1065-ADD-SALESPERSON.
           ADD 1 TO RC-TABLE-CTR.
           SET RC-IDX TO RC-TABLE-CTR.
           MOVE 'S' TO RC-T-KIND(RC-IDX).
           MOVE SP-CODE TO RC-T-KEY(RC-IDX).
           MOVE SP-NAME TO RC-T-NAME(RC-IDX).
           IF SP-TAX-ID IS NUMERIC
               MOVE SP-TAX-ID TO RC-T-TAX-ID(RC-IDX)
           ELSE
               MOVE 0 TO RC-T-TAX-ID(RC-IDX)
           END-IF.
           MOVE SP-TIN-TYPE TO RC-T-TIN-TYPE(RC-IDX).
           MOVE SP-MAIL-STREET TO RC-T-STREET(RC-IDX).
           MOVE SP-MAIL-CITY TO RC-T-CITY(RC-IDX).
           MOVE SP-MAIL-STATE TO RC-T-STATE(RC-IDX).
           MOVE SP-MAIL-ZIP TO RC-T-ZIP(RC-IDX).
           MOVE 0 TO RC-T-AMOUNT(RC-IDX).
           MOVE 0 TO RC-T-PAY-CTR(RC-IDX).

      *    OWNER PAYOUTS COUNT IN THE YEAR THEY WERE PAID, WHATEVER
      *    MONTH'S RENT THEY SETTLED.
       2000-OWNER-PAYOUTS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT OWNER-PAYABLES.
           IF C-OP-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ OWNER-PAYABLES
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF OP-TYPE = 'P'
                               AND OP-POST-DATE(1:4) = C-TAX-YEAR
                               AND OP-AMOUNT IS NUMERIC
                           PERFORM 2010-ONE-PAYOUT
                       END-IF
               END-PERFORM.
           IF C-OP-STATUS = '00' OR C-OP-STATUS = '10'
               CLOSE OWNER-PAYABLES.

       2010-ONE-PAYOUT.
           MOVE 'O' TO C-FIND-KIND.
           MOVE SPACES TO C-FIND-KEY.
           MOVE OP-CONDO TO C-FIND-KEY.
           PERFORM 2500-FIND-RECIPIENT.
           IF C-RC-FOUND = 'Y'
               ADD OP-AMOUNT TO RC-T-AMOUNT(RC-IDX)
               ADD 1 TO RC-T-PAY-CTR(RC-IDX)
           ELSE
               MOVE 'MISC' TO O-EXC-FORM
               MOVE OP-CONDO TO O-EXC-ACCOUNT
               MOVE SPACES TO O-EXC-NAME
               MOVE OP-AMOUNT TO O-EXC-AMOUNT
               MOVE 'PAYOUT TO A CONDO NOT ON CONDOOWN.DAT'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.

      *    COMMISSIONS TO A SALESPERSON NOT FLAGGED AS A CONTRACTOR
      *    ARE WAGES AND ARE LEFT OUT; ONE MISSING FROM THE MASTER
      *    ALTOGETHER IS LISTED.
       2100-COMMISSIONS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT COMM-LEDGER.
           IF C-LEDGER-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ COMM-LEDGER
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF CL-PAID-DATE(1:4) = C-TAX-YEAR
                               AND CL-PAID-AMT IS NUMERIC
                           PERFORM 2110-ONE-COMMISSION
                       END-IF
               END-PERFORM.
           IF C-LEDGER-STATUS = '00' OR C-LEDGER-STATUS = '10'
               CLOSE COMM-LEDGER.

       2110-ONE-COMMISSION.
           MOVE 'S' TO C-FIND-KIND.
           MOVE CL-SLSP TO C-FIND-KEY.
           PERFORM 2500-FIND-RECIPIENT.
           IF C-RC-FOUND = 'Y'
               ADD CL-PAID-AMT TO RC-T-AMOUNT(RC-IDX)
               ADD 1 TO RC-T-PAY-CTR(RC-IDX)
           ELSE
               PERFORM 2120-CHECK-EMPLOYEE
           END-IF.

       2120-CHECK-EMPLOYEE.
           MOVE 'Y' TO C-RC-FOUND.
           OPEN INPUT SLSP-MASTER.
           IF C-SLSP-STATUS = '00'
               MOVE 'N' TO C-RC-FOUND
               PERFORM UNTIL C-SLSP-STATUS NOT = '00'
                       OR C-RC-FOUND = 'Y'
                   READ SLSP-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SP-CODE = CL-SLSP
                               MOVE 'Y' TO C-RC-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLSP-MASTER
           END-IF.
           IF C-RC-FOUND = 'N'
               MOVE 'NEC' TO O-EXC-FORM
               MOVE CL-SLSP TO O-EXC-ACCOUNT
               MOVE SPACES TO O-EXC-NAME
               MOVE CL-PAID-AMT TO O-EXC-AMOUNT
               MOVE 'COMMISSION TO A SALESPERSON NOT ON SLSPMAST.DAT'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.

       2500-FIND-RECIPIENT.
           MOVE 'N' TO C-RC-FOUND.
           SET RC-IDX TO 1.
           SEARCH RC-ENTRY
               AT END
                   CONTINUE
               WHEN RC-IDX > RC-TABLE-CTR
                   CONTINUE
               WHEN RC-T-KIND(RC-IDX) = C-FIND-KIND
                       AND RC-T-KEY(RC-IDX) = C-FIND-KEY
                   MOVE 'Y' TO C-RC-FOUND
           END-SEARCH.

       3000-CLOSING.
           MOVE 'A' TO EF-REC-TYPE.
           MOVE C-TAX-YEAR TO EF-TAX-YEAR.
           MOVE SPACES TO EF-FORM.
           MOVE SPACE TO EF-BOX.
           MOVE 'E' TO EF-TIN-TYPE.
           MOVE C-PAYER-EIN TO EF-TIN.
           MOVE SPACES TO EF-ACCOUNT.
           MOVE C-PAYER-NAME TO EF-NAME.
           MOVE C-PAYER-STREET TO EF-STREET.
           MOVE C-PAYER-CITY TO EF-CITY.
           MOVE C-PAYER-STATE TO EF-STATE.
           MOVE C-PAYER-ZIP TO EF-ZIP.
           MOVE 0 TO EF-AMOUNT.
           WRITE EF-REC.

           PERFORM 9250-SUM-HEADINGS.
           PERFORM 3100-ONE-RECIPIENT
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > RC-TABLE-CTR.

           MOVE SPACES TO EF-CONTROL-REC.
           MOVE 'C' TO EF-REC-TYPE.
           MOVE C-TAX-YEAR TO EF-TAX-YEAR.
           MOVE C-FORM-CTR TO EF-FORM-CTR.
           MOVE C-FORM-AMT TO EF-TOTAL-AMT.
           WRITE EF-CONTROL-REC.

           PERFORM 3500-TRANSMITTAL-TOTALS.

           CLOSE PRTOUT.
           CLOSE SUMMARY-RPT.
           CLOSE EXCEPT-RPT.
           CLOSE EFILE.

      *    A PAYEE UNDER THE THRESHOLD IS ONLY LISTED.  ONE OVER IT
      *    WITHOUT A TAX ID IS HELD OFF THE FILING AND LISTED AS AN
      *    EXCEPTION; EVERYONE ELSE GETS A FORM.
       3100-ONE-RECIPIENT.
           IF RC-T-AMOUNT(RC-IDX) NOT = 0
               IF RC-T-AMOUNT(RC-IDX) < C-THRESHOLD
                   MOVE 'UNDER THRESHOLD' TO C-STATUS-TEXT
                   ADD 1 TO C-UNDER-CTR
                   ADD RC-T-AMOUNT(RC-IDX) TO C-UNDER-AMT
               ELSE
               IF RC-T-TAX-ID(RC-IDX) = 0
                   MOVE 'HELD - NO TAX ID' TO C-STATUS-TEXT
                   ADD 1 TO C-NO-TIN-CTR
                   ADD RC-T-AMOUNT(RC-IDX) TO C-NO-TIN-AMT
                   PERFORM 3150-FORM-NAME
                   MOVE RC-T-KEY(RC-IDX) TO O-EXC-ACCOUNT
                   MOVE RC-T-NAME(RC-IDX) TO O-EXC-NAME
                   MOVE RC-T-AMOUNT(RC-IDX) TO O-EXC-AMOUNT
                   MOVE 'OVER THRESHOLD WITH NO TAX ID ON THE MASTER'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               ELSE
                   MOVE 'FORM ISSUED' TO C-STATUS-TEXT
                   IF RC-T-KIND(RC-IDX) = 'O'
                       ADD 1 TO C-MISC-CTR
                       ADD RC-T-AMOUNT(RC-IDX) TO C-MISC-AMT
                   ELSE
                       ADD 1 TO C-NEC-CTR
                       ADD RC-T-AMOUNT(RC-IDX) TO C-NEC-AMT
                   END-IF
                   PERFORM 3200-RECIPIENT-COPY
                   PERFORM 3300-EFILE-RECORD
               END-IF
               END-IF
               PERFORM 3150-FORM-NAME
               MOVE O-EXC-FORM TO O-SD-FORM
               MOVE RC-T-KEY(RC-IDX) TO O-SD-ACCOUNT
               MOVE RC-T-NAME(RC-IDX) TO O-SD-NAME
               IF RC-T-TAX-ID(RC-IDX) = 0
                   MOVE 'NONE' TO O-SD-TIN
               ELSE
                   MOVE RC-T-TAX-ID(RC-IDX) TO O-SD-TIN
               END-IF
               MOVE RC-T-PAY-CTR(RC-IDX) TO O-SD-PAY-CTR
               MOVE RC-T-AMOUNT(RC-IDX) TO O-SD-AMOUNT
               MOVE C-STATUS-TEXT TO O-SD-STATUS
               WRITE SUMLINE FROM SUM-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9250-SUM-HEADINGS
               END-WRITE
           END-IF.

       3150-FORM-NAME.
           IF RC-T-KIND(RC-IDX) = 'O'
               MOVE 'MISC' TO O-EXC-FORM
           ELSE
               MOVE 'NEC' TO O-EXC-FORM
           END-IF.

       3200-RECIPIENT-COPY.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE '1099 RECIPIENT COPY' TO O-REPORT-NAME.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           IF RC-T-KIND(RC-IDX) = 'O'
               MOVE '1099-MISC' TO O-RC-FORM
               MOVE 'MISCELLANEOUS INFORMATION' TO O-RC-FORM-TITLE
               MOVE 'BOX 1  RENTS' TO O-RC-BOX-TEXT
           ELSE
               MOVE '1099-NEC' TO O-RC-FORM
               MOVE 'NONEMPLOYEE COMPENSATION' TO O-RC-FORM-TITLE
               MOVE 'BOX 1  NONEMPLOYEE COMPENSATION'
                   TO O-RC-BOX-TEXT
           END-IF.
           WRITE PRTLINE FROM RC-FORM-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "PAYER'S NAME AND ADDRESS" TO O-RC-LABEL-1.
           MOVE "RECIPIENT'S NAME AND ADDRESS" TO O-RC-LABEL-2.
           WRITE PRTLINE FROM RC-LABEL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-PAYER-NAME TO O-RC-TEXT-1.
           MOVE RC-T-NAME(RC-IDX) TO O-RC-TEXT-2.
           WRITE PRTLINE FROM RC-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-PAYER-STREET TO O-RC-TEXT-1.
           MOVE RC-T-STREET(RC-IDX) TO O-RC-TEXT-2.
           WRITE PRTLINE FROM RC-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-PAYER-CITY TO O-RC-CITY.
           MOVE C-PAYER-STATE TO O-RC-STATE.
           MOVE C-PAYER-ZIP TO O-RC-ZIP.
           MOVE RC-CITY-LINE TO O-RC-TEXT-1.
           MOVE RC-T-CITY(RC-IDX) TO O-RC-CITY.
           MOVE RC-T-STATE(RC-IDX) TO O-RC-STATE.
           MOVE RC-T-ZIP(RC-IDX) TO O-RC-ZIP.
           MOVE RC-CITY-LINE TO O-RC-TEXT-2.
           WRITE PRTLINE FROM RC-TEXT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE C-PAYER-EIN(1:2) TO O-RC-PAYER-TIN-1.
           MOVE C-PAYER-EIN(3:7) TO O-RC-PAYER-TIN-2.
           MOVE RC-T-TAX-ID(RC-IDX)(6:4) TO O-RC-TIN-LAST4.
           WRITE PRTLINE FROM RC-TIN-LINE
               AFTER ADVANCING 3 LINES.
           MOVE RC-T-KEY(RC-IDX) TO O-RC-ACCOUNT.
           WRITE PRTLINE FROM RC-ACCOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE RC-T-AMOUNT(RC-IDX) TO O-RC-AMOUNT.
           WRITE PRTLINE FROM RC-AMOUNT-LINE
               AFTER ADVANCING 3 LINES.

       3300-EFILE-RECORD.
           MOVE 'B' TO EF-REC-TYPE.
           MOVE C-TAX-YEAR TO EF-TAX-YEAR.
           IF RC-T-KIND(RC-IDX) = 'O'
               MOVE 'MISC' TO EF-FORM
           ELSE
               MOVE 'NEC' TO EF-FORM
           END-IF.
           MOVE '1' TO EF-BOX.
           IF RC-T-TIN-TYPE(RC-IDX) = 'E'
               MOVE 'E' TO EF-TIN-TYPE
           ELSE
               MOVE 'S' TO EF-TIN-TYPE
           END-IF.
           MOVE RC-T-TAX-ID(RC-IDX) TO EF-TIN.
           MOVE RC-T-KEY(RC-IDX) TO EF-ACCOUNT.
           MOVE RC-T-NAME(RC-IDX) TO EF-NAME.
           MOVE RC-T-STREET(RC-IDX) TO EF-STREET.
           MOVE RC-T-CITY(RC-IDX) TO EF-CITY.
           MOVE RC-T-STATE(RC-IDX) TO EF-STATE.
           MOVE RC-T-ZIP(RC-IDX) TO EF-ZIP.
           MOVE RC-T-AMOUNT(RC-IDX) TO EF-AMOUNT.
           WRITE EF-REC.
           ADD 1 TO C-FORM-CTR.
           ADD RC-T-AMOUNT(RC-IDX) TO C-FORM-AMT.

       3500-TRANSMITTAL-TOTALS.
           MOVE '1099-MISC  RENTS' TO O-SUM-FORM.
           MOVE C-MISC-CTR TO O-SUM-CTR.
           MOVE C-MISC-AMT TO O-SUM-AMT.
           WRITE SUMLINE FROM SUM-FORM-LINE
               AFTER ADVANCING 3 LINES.
           MOVE '1099-NEC   NONEMPLOYEE COMP' TO O-SUM-FORM.
           MOVE C-NEC-CTR TO O-SUM-CTR.
           MOVE C-NEC-AMT TO O-SUM-AMT.
           WRITE SUMLINE FROM SUM-FORM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL FORMS TRANSMITTED' TO O-SUM-FORM.
           MOVE C-FORM-CTR TO O-SUM-CTR.
           MOVE C-FORM-AMT TO O-SUM-AMT.
           WRITE SUMLINE FROM SUM-FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'HELD - NO TAX ID' TO O-SUM-FORM.
           MOVE C-NO-TIN-CTR TO O-SUM-CTR.
           MOVE C-NO-TIN-AMT TO O-SUM-AMT.
           WRITE SUMLINE FROM SUM-FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'UNDER THRESHOLD - NO FORM' TO O-SUM-FORM.
           MOVE C-UNDER-CTR TO O-SUM-CTR.
           MOVE C-UNDER-AMT TO O-SUM-AMT.
           WRITE SUMLINE FROM SUM-FORM-LINE
               AFTER ADVANCING 1 LINE.

       9150-EXC-HEADINGS.
           ADD 1 TO C-EXC-PCTR.
           MOVE C-EXC-PCTR TO O-PCTR.
           MOVE '1099 EXCEPTIONS' TO O-REPORT-NAME.
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
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

       9250-SUM-HEADINGS.
           ADD 1 TO C-SUM-PCTR.
           MOVE C-SUM-PCTR TO O-PCTR.
           MOVE '1099 TRANSMITTAL SUMMARY' TO O-REPORT-NAME.
           WRITE SUMLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE SUMLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SUMLINE FROM SUM-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE SUMLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM COBDOA44.
