       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA39.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *MONTHLY BOAT SALES TAX RETURN BY STATE.  EVERY DEAL ON
      *CBLBOAT1.DAT DATED IN THE RUN MONTH IS PRICED THE WAY
      *COBDOA03 AND COBDOA19 PRICE IT (RATES IN FORCE ON THE
      *SALE DATE) AND LANDS ON ITS I-STATE LINE: GROSS SALES,
      *EXEMPT SALES (STR-EXEMPT-FLAG STATES), TRADE-IN CREDIT
      *WHERE THE STATE ALLOWS IT (STR-TRADE-CREDIT NOT 'N'),
      *TAXABLE BASE AND TAX DUE.  A VOID CARRIES ITS SALE'S
      *DATE, SO IT BACKS OUT EXACTLY THE TAX THAT SALE CARRIED
      *IN THE SAME MONTH.
      *THE RECONCILIATION SECTION PROVES THE RETURN AGAINST THE
      *BOAT TAX PAYABLE COBDOA19 POSTED FOR THE MONTH, READ
      *FROM GLHIST.DAT (HIGHEST RUN SEQUENCE PER DATE, THE SAME
      *RULE COBDOA05 RECONCILES BY).  A DIFFERENCE FLAGS THE
      *RETURN AND SETS A NONZERO RETURN CODE.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOAT-CONTROL
               ASSIGN TO DYNAMIC C-BOAT-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BOAT-STATUS.

           SELECT BOATTYPE-RATES
               ASSIGN TO "C:\IHCC\COBOL\BOATTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCESSORY-RATES
               ASSIGN TO "C:\IHCC\COBOL\ACCESSRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATE-TAX-RATES
               ASSIGN TO "C:\IHCC\COBOL\STATETAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-ACCOUNTS
               ASSIGN TO "C:\IHCC\COBOL\GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ACCT-STATUS.

           SELECT GL-HIST
               ASSIGN TO "C:\IHCC\COBOL\GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GH-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  BOATTYPE-RATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS BTR-REC
           RECORD CONTAINS 12 CHARACTERS.
       01  BTR-REC.
           05 BTR-BOAT-TYPE            PIC X.
           05 BTR-MARKUP-PCT           PIC V999.
           05 BTR-EFF-DATE             PIC 9(8).

       FD  ACCESSORY-RATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 15 CHARACTERS.
       01  AR-REC.
           05 AR-PACKAGE-CODE          PIC 9.
           05 AR-PACKAGE-COST          PIC 9(4)V99.
           05 AR-EFF-DATE              PIC 9(8).

       FD  STATE-TAX-RATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS STR-REC
           RECORD CONTAINS 15 CHARACTERS.
       01  STR-REC.
           05 STR-STATE                PIC XX.
           05 STR-TAX-PCT               PIC V999.
           05 STR-EXEMPT-FLAG          PIC X.
           05 STR-EFF-DATE             PIC 9(8).
      *    'N' WHEN THE STATE TAXES THE PRICE BEFORE THE TRADE-IN
      *    ALLOWANCE; BLANK OR 'Y' LETS THE TRADE COME OFF THE BASE.
           05 STR-TRADE-CREDIT         PIC X.

       FD  GL-ACCOUNTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GA-REC
           RECORD CONTAINS 39 CHARACTERS.
       01  GA-REC.
           05 GA-CODE              PIC X(8).
           05 GA-ACCT              PIC X(6).
           05 GA-DESC              PIC X(25).

       FD  GL-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC
           RECORD CONTAINS 74 CHARACTERS.
       01  GH-REC.
           05 GH-RUN-DATE          PIC 9(8).
           05 GH-ACCT              PIC X(6).
           05 GH-DEBIT             PIC S9(10)V99.
           05 GH-CREDIT            PIC S9(10)V99.
           05 GH-DESC              PIC X(25).
           05 GH-SOURCE            PIC X(8).
           05 GH-RUN-SEQ           PIC 9(3).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  BOATTYPE-RATE-TABLE.
           05 BTR-TABLE-CTR        PIC 99          VALUE 0.
           05 BTR-ENTRY OCCURS 20 TIMES INDEXED BY BTR-IDX.
               10 BTR-T-BOAT-TYPE      PIC X.
               10 BTR-T-MARKUP-PCT     PIC V999.
               10 BTR-T-EFF-DATE       PIC 9(8).

       01  ACCESSORY-RATE-TABLE.
           05 AR-TABLE-CTR          PIC 99         VALUE 0.
           05 AR-ENTRY OCCURS 20 TIMES INDEXED BY AR-IDX.
               10 AR-T-PACKAGE-CODE    PIC 9.
               10 AR-T-PACKAGE-COST    PIC 9(4)V99.
               10 AR-T-EFF-DATE        PIC 9(8).

       01  STATE-TAX-TABLE.
           05 STR-TABLE-CTR         PIC 99         VALUE 0.
           05 STR-ENTRY OCCURS 30 TIMES INDEXED BY STR-IDX.
               10 STR-T-STATE           PIC XX.
               10 STR-T-TAX-PCT         PIC V999.
               10 STR-T-EXEMPT-FLAG     PIC X.
               10 STR-T-EFF-DATE        PIC 9(8).
               10 STR-T-TRADE-CREDIT    PIC X.

       01  STATE-RETURN-TABLE.
           05 SR-TABLE-CTR         PIC 99          VALUE 0.
           05 SR-ENTRY OCCURS 30 TIMES INDEXED BY SR-IDX.
               10 SR-T-STATE           PIC XX.
               10 SR-T-DEAL-CTR        PIC S9(5)    VALUE 0.
               10 SR-T-GROSS           PIC S9(9)V99 VALUE 0.
               10 SR-T-EXEMPT          PIC S9(9)V99 VALUE 0.
               10 SR-T-TRADE           PIC S9(9)V99 VALUE 0.
               10 SR-T-TAXABLE         PIC S9(9)V99 VALUE 0.
               10 SR-T-TAX             PIC S9(8)V99 VALUE 0.
               10 SR-T-NO-RATE         PIC X        VALUE 'N'.

      *    COBDOA19'S POSTINGS FOR THE MONTH, HIGHEST SEQUENCE
      *    PER RUN DATE - THE SAME SUPERSEDING RULE COBDOA05 USES.
       01  POSTED-TABLE.
           05 PT-TABLE-CTR         PIC 99          VALUE 0.
           05 PT-ENTRY OCCURS 31 TIMES INDEXED BY PT-IDX.
               10 PT-T-DATE            PIC 9(8).
               10 PT-T-SEQ             PIC 9(3).
               10 PT-T-TOTAL           PIC S9(10)V99.

       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 MORE-PARMS           PIC X           VALUE 'Y'.
           05 C-BOAT-STATUS        PIC XX.
           05 C-ACCT-STATUS        PIC XX.
           05 C-GH-STATUS          PIC XX.
           05 C-BOAT-CONTROL-PATH  PIC X(60)
                                   VALUE "C:\IHCC\COBOL\CBLBOAT1.DAT".
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\BOATSTAX.RPT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-RUN-MONTH          PIC 9(6).
           05 C-REC-MONTH          PIC 9(6).
           05 C-PRICE-DATE         PIC 9(8).
           05 C-TAX-ACCT           PIC X(6)        VALUE '999999'.
           05 C-SIGN               PIC S9          VALUE +1.
           05 C-BEST-EFF           PIC 9(8).
           05 C-RATE-FOUND         PIC X.
           05 C-TAX-FOUND          PIC X.
           05 C-MARKUP             PIC 9(7)V99.
           05 C-ACC-PAC-COST       PIC 9(4)V99.
           05 C-GROSS              PIC S9(7)V99.
           05 C-EXEMPT             PIC S9(7)V99.
           05 C-TRADE-CREDIT       PIC S9(7)V99.
           05 C-TAXABLE-BASE       PIC S9(7)V99.
           05 C-TAX-BASIS          PIC S9(7)V99.
           05 C-TAX-AMT            PIC 9(7)V99.
           05 C-WORK-SEQ           PIC 9(3).
           05 C-WORK-TOTAL         PIC S9(10)V99.
           05 C-GT-DEAL-CTR        PIC S9(5)       VALUE 0.
           05 C-GT-GROSS           PIC S9(9)V99    VALUE 0.
           05 C-GT-EXEMPT          PIC S9(9)V99    VALUE 0.
           05 C-GT-TRADE           PIC S9(9)V99    VALUE 0.
           05 C-GT-TAXABLE         PIC S9(9)V99    VALUE 0.
           05 C-GT-TAX             PIC S9(8)V99    VALUE 0.
           05 C-SALE-CTR           PIC 9(5)        VALUE 0.
           05 C-VOID-CTR           PIC 9(5)        VALUE 0.
           05 C-POSTED-TOTAL       PIC S9(10)V99   VALUE 0.
           05 C-RECON-DIFF         PIC S9(10)V99   VALUE 0.
           05 C-PCTR               PIC 99          VALUE 0.

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
           05 FILLER               PIC X(30)       VALUE SPACES.
           05 FILLER               PIC X(40)
                       VALUE "AMOS'S BOATS INC. - SALES TAX RETURN".
           05 FILLER               PIC X(38)       VALUE SPACES.
           05 FILLER               PIC X(6)        VALUE 'PAGE:'.
           05 O-PCTR               PIC Z9.

       01  PERIOD-LINE.
           05 FILLER               PIC X(18)       VALUE
                                   'FILING PERIOD:'.
           05 O-PERIOD-MM          PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-PERIOD-YY          PIC 9(4).
           05 FILLER               PIC X(107)      VALUE SPACES.

       01  COLLUMN-HEADINGS-1.
           05 FILLER               PIC X(7)        VALUE 'STATE'.
           05 FILLER               PIC X(8)        VALUE 'DEALS'.
           05 FILLER               PIC X(17)       VALUE 'GROSS SALES'.
           05 FILLER               PIC X(17)       VALUE 'EXEMPT SALES'.
           05 FILLER               PIC X(17)       VALUE 'TRADE CREDIT'.
           05 FILLER               PIC X(17)       VALUE 'TAXABLE BASE'.
           05 FILLER               PIC X(15)       VALUE 'TAX DUE'.
           05 FILLER               PIC X(34)       VALUE SPACES.

       01  BLANK-LINE              PIC X(132)      VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-STATE              PIC XX.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-DEAL-CTR           PIC ZZ,ZZ9-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-GROSS              PIC $$,$$$,$$9.99-.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-EXEMPT             PIC $$,$$$,$$9.99-.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-TRADE              PIC $$,$$$,$$9.99-.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-TAXABLE            PIC $$,$$$,$$9.99-.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-TAX                PIC $$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-FLAG               PIC X(22).
           05 FILLER               PIC X(9)        VALUE SPACES.

       01  GT-LINE.
           05 FILLER               PIC X(6)        VALUE 'TOTALS'.
           05 O-GT-DEAL-CTR        PIC ZZ,ZZ9-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-GT-GROSS           PIC $$,$$$,$$9.99-.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-GT-EXEMPT          PIC $$,$$$,$$9.99-.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-GT-TRADE           PIC $$,$$$,$$9.99-.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-GT-TAXABLE         PIC $$,$$$,$$9.99-.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-GT-TAX             PIC $$$$,$$9.99-.
           05 FILLER               PIC X(33)       VALUE SPACES.

       01  GT-COUNTERS.
           05 FILLER               PIC X(20)       VALUE
               'SALES IN PERIOD:'.
           05 O-SALE-CTR           PIC ZZ,ZZ9.
           05 FILLER               PIC X(20)       VALUE
               '   VOIDS BACKED OUT:'.
           05 O-VOID-CTR           PIC ZZ,ZZ9.
           05 FILLER               PIC X(80)       VALUE SPACES.

       01  RECON-HEADING-LINE.
           05 FILLER               PIC X(132)      VALUE
               'RECONCILIATION TO THE GENERAL LEDGER'.

       01  RECON-RETURN-LINE.
           05 FILLER               PIC X(40)       VALUE
               'TAX DUE PER THIS RETURN:'.
           05 O-RETURN-TOTAL       PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(77)       VALUE SPACES.

       01  RECON-POSTED-LINE.
           05 FILLER               PIC X(28)       VALUE
               'BOAT TAX PAYABLE (ACCOUNT '.
           05 O-TAX-ACCT           PIC X(6).
           05 FILLER               PIC X(6)        VALUE ')'.
           05 O-POSTED-TOTAL       PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(77)       VALUE SPACES.

       01  RECON-DIFF-LINE.
           05 FILLER               PIC X(40)       VALUE
               'DIFFERENCE:'.
           05 O-RECON-DIFF         PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-RECON-MSG          PIC X(44).
           05 FILLER               PIC X(31)       VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-SWEEP-SALES.
           PERFORM 2500-SWEEP-GL-HISTORY.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1005-GET-PARAMETERS.
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
           COMPUTE C-RUN-MONTH = I-YY * 100 + I-MM.
           MOVE I-MM TO O-PERIOD-MM.
           MOVE I-YY TO O-PERIOD-YY.

           PERFORM 1030-LOAD-BOAT-RATES.
           PERFORM 1040-LOAD-TAX-ACCOUNT.
           PERFORM 9100-HEADINGS.

       1005-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-BOAT-CONTROL-PATH
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

       1030-LOAD-BOAT-RATES.
           MOVE 'Y' TO MORE-PARMS.
           OPEN INPUT BOATTYPE-RATES.
           PERFORM UNTIL MORE-PARMS = 'N'
               READ BOATTYPE-RATES
                   AT END
                       MOVE 'N' TO MORE-PARMS
                   NOT AT END
                       ADD 1 TO BTR-TABLE-CTR
                       MOVE BTR-BOAT-TYPE
                           TO BTR-T-BOAT-TYPE(BTR-TABLE-CTR)
                       MOVE BTR-MARKUP-PCT
                           TO BTR-T-MARKUP-PCT(BTR-TABLE-CTR)
                       IF BTR-EFF-DATE IS NUMERIC
                           MOVE BTR-EFF-DATE
                               TO BTR-T-EFF-DATE(BTR-TABLE-CTR)
                       ELSE
                           MOVE 0 TO BTR-T-EFF-DATE(BTR-TABLE-CTR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOATTYPE-RATES.

           MOVE 'Y' TO MORE-PARMS.
           OPEN INPUT ACCESSORY-RATES.
           PERFORM UNTIL MORE-PARMS = 'N'
               READ ACCESSORY-RATES
                   AT END
                       MOVE 'N' TO MORE-PARMS
                   NOT AT END
                       ADD 1 TO AR-TABLE-CTR
                       MOVE AR-PACKAGE-CODE
                           TO AR-T-PACKAGE-CODE(AR-TABLE-CTR)
                       MOVE AR-PACKAGE-COST
                           TO AR-T-PACKAGE-COST(AR-TABLE-CTR)
                       IF AR-EFF-DATE IS NUMERIC
                           MOVE AR-EFF-DATE
                               TO AR-T-EFF-DATE(AR-TABLE-CTR)
                       ELSE
                           MOVE 0 TO AR-T-EFF-DATE(AR-TABLE-CTR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCESSORY-RATES.

           MOVE 'Y' TO MORE-PARMS.
           OPEN INPUT STATE-TAX-RATES.
           PERFORM UNTIL MORE-PARMS = 'N'
               READ STATE-TAX-RATES
                   AT END
                       MOVE 'N' TO MORE-PARMS
                   NOT AT END
                       ADD 1 TO STR-TABLE-CTR
                       MOVE STR-STATE
                           TO STR-T-STATE(STR-TABLE-CTR)
                       MOVE STR-TAX-PCT
                           TO STR-T-TAX-PCT(STR-TABLE-CTR)
                       MOVE STR-EXEMPT-FLAG
                           TO STR-T-EXEMPT-FLAG(STR-TABLE-CTR)
                       IF STR-EFF-DATE IS NUMERIC
                           MOVE STR-EFF-DATE
                               TO STR-T-EFF-DATE(STR-TABLE-CTR)
                       ELSE
                           MOVE 0 TO STR-T-EFF-DATE(STR-TABLE-CTR)
                       END-IF
                       MOVE STR-TRADE-CREDIT
                           TO STR-T-TRADE-CREDIT(STR-TABLE-CTR)
               END-READ
           END-PERFORM.
           CLOSE STATE-TAX-RATES.

      *    THE ACCOUNT NUMBER ONLY LABELS THE RECONCILIATION; THE
      *    GL HISTORY IS SWEPT BY SOURCE CODE SO A RECODED ACCOUNT
      *    DOES NOT LOSE THE EARLIER PART OF THE MONTH.
       1040-LOAD-TAX-ACCOUNT.
           MOVE 'Y' TO MORE-PARMS.
           OPEN INPUT GL-ACCOUNTS.
           IF C-ACCT-STATUS = '00'
               PERFORM UNTIL MORE-PARMS = 'N'
                   READ GL-ACCOUNTS
                       AT END
                           MOVE 'N' TO MORE-PARMS
                       NOT AT END
                           IF GA-CODE = 'BOATTAX'
                               MOVE GA-ACCT TO C-TAX-ACCT
                           END-IF
               END-PERFORM
               CLOSE GL-ACCOUNTS
           END-IF.

       2000-SWEEP-SALES.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT BOAT-CONTROL.
           IF C-BOAT-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ BOAT-CONTROL
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF I-TRADE-ALLOW IS NOT NUMERIC
                           MOVE 0 TO I-TRADE-ALLOW
                       END-IF
                       IF I-PURCHASE-DATE IS NUMERIC
                           MOVE I-PURCHASE-DATE TO C-PRICE-DATE
                           COMPUTE C-REC-MONTH = C-PRICE-DATE / 100
                           IF C-REC-MONTH = C-RUN-MONTH
                               PERFORM 2100-ONE-DEAL
                           END-IF
                       END-IF
               END-PERFORM.
           IF C-BOAT-STATUS = '00' OR C-BOAT-STATUS = '10'
               CLOSE BOAT-CONTROL.

       2100-ONE-DEAL.
           IF IS-VOID
               MOVE -1 TO C-SIGN
               ADD 1 TO C-VOID-CTR
           ELSE
               MOVE +1 TO C-SIGN
               ADD 1 TO C-SALE-CTR
           END-IF.
           PERFORM 2110-PRICE-DEAL.
           PERFORM 2200-FIND-STATE-ROW.
           ADD C-SIGN TO SR-T-DEAL-CTR(SR-IDX).
           COMPUTE SR-T-GROSS(SR-IDX) =
               SR-T-GROSS(SR-IDX) + C-SIGN * C-GROSS.
           COMPUTE SR-T-EXEMPT(SR-IDX) =
               SR-T-EXEMPT(SR-IDX) + C-SIGN * C-EXEMPT.
           COMPUTE SR-T-TRADE(SR-IDX) =
               SR-T-TRADE(SR-IDX) + C-SIGN * C-TRADE-CREDIT.
           COMPUTE SR-T-TAXABLE(SR-IDX) =
               SR-T-TAXABLE(SR-IDX) + C-SIGN * C-TAX-BASIS.
           COMPUTE SR-T-TAX(SR-IDX) =
               SR-T-TAX(SR-IDX) + C-SIGN * C-TAX-AMT.
           IF C-TAX-FOUND = 'N'
               MOVE 'Y' TO SR-T-NO-RATE(SR-IDX).

      *    PRICED THE WAY COBDOA03 PRICES A DEAL: EFFECTIVE-DATED
      *    MARKUP AND ACCESSORY COST, TRADE OFF THE TAXABLE BASE
      *    WHERE THE STATE ALLOWS IT, STATE TAX ON TOP.  THE
      *    RETURN'S COLUMNS ARE THE PIECES OF THAT ARITHMETIC:
      *    GROSS - EXEMPT - TRADE CREDIT = TAXABLE BASE.
       2110-PRICE-DEAL.
           MOVE 0 TO C-MARKUP.
           MOVE 0 TO C-BEST-EFF.
           MOVE 'N' TO C-RATE-FOUND.
           PERFORM VARYING BTR-IDX FROM 1 BY 1
                   UNTIL BTR-IDX > BTR-TABLE-CTR
               IF BTR-T-BOAT-TYPE(BTR-IDX) = I-BOAT-TYPE
                       AND BTR-T-EFF-DATE(BTR-IDX) <= C-PRICE-DATE
                       AND (C-RATE-FOUND = 'N' OR
                            BTR-T-EFF-DATE(BTR-IDX) >= C-BEST-EFF)
                   MOVE 'Y' TO C-RATE-FOUND
                   MOVE BTR-T-EFF-DATE(BTR-IDX) TO C-BEST-EFF
                   MULTIPLY BTR-T-MARKUP-PCT(BTR-IDX) BY I-BOAT-COST
                       GIVING C-MARKUP ROUNDED
               END-IF
           END-PERFORM.

           MOVE 0 TO C-ACC-PAC-COST.
           MOVE 0 TO C-BEST-EFF.
           MOVE 'N' TO C-RATE-FOUND.
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > AR-TABLE-CTR
               IF AR-T-PACKAGE-CODE(AR-IDX) = I-ACCESSORY-PACKAGE
                       AND AR-T-EFF-DATE(AR-IDX) <= C-PRICE-DATE
                       AND (C-RATE-FOUND = 'N' OR
                            AR-T-EFF-DATE(AR-IDX) >= C-BEST-EFF)
                   MOVE 'Y' TO C-RATE-FOUND
                   MOVE AR-T-EFF-DATE(AR-IDX) TO C-BEST-EFF
                   MOVE AR-T-PACKAGE-COST(AR-IDX) TO C-ACC-PAC-COST
               END-IF
           END-PERFORM.

           COMPUTE C-GROSS = I-BOAT-COST + C-ACC-PAC-COST
               + C-MARKUP + I-PREP-COST.
           COMPUTE C-TAXABLE-BASE = C-GROSS - I-TRADE-ALLOW.
           IF C-TAXABLE-BASE < 0
               MOVE 0 TO C-TAXABLE-BASE.
           MOVE 0 TO C-EXEMPT.
           COMPUTE C-TRADE-CREDIT = C-GROSS - C-TAXABLE-BASE.
           MOVE C-TAXABLE-BASE TO C-TAX-BASIS.
           MOVE 0 TO C-TAX-AMT.
           MOVE 0 TO C-BEST-EFF.
           MOVE 'N' TO C-TAX-FOUND.
           PERFORM VARYING STR-IDX FROM 1 BY 1
                   UNTIL STR-IDX > STR-TABLE-CTR
               IF STR-T-STATE(STR-IDX) = I-STATE
                       AND STR-T-EFF-DATE(STR-IDX) <= C-PRICE-DATE
                       AND (C-TAX-FOUND = 'N' OR
                            STR-T-EFF-DATE(STR-IDX) >= C-BEST-EFF)
                   MOVE 'Y' TO C-TAX-FOUND
                   MOVE STR-T-EFF-DATE(STR-IDX) TO C-BEST-EFF
                   IF STR-T-EXEMPT-FLAG(STR-IDX) = 'Y'
                       MOVE C-GROSS TO C-EXEMPT
                       MOVE 0 TO C-TRADE-CREDIT
                       MOVE 0 TO C-TAX-BASIS
                       MOVE 0 TO C-TAX-AMT
                   ELSE
                       MOVE 0 TO C-EXEMPT
                       IF STR-T-TRADE-CREDIT(STR-IDX) = 'N'
                           MOVE C-GROSS TO C-TAX-BASIS
                           MOVE 0 TO C-TRADE-CREDIT
                       ELSE
                           MOVE C-TAXABLE-BASE TO C-TAX-BASIS
                           COMPUTE C-TRADE-CREDIT =
                               C-GROSS - C-TAXABLE-BASE
                       END-IF
                       COMPUTE C-TAX-AMT ROUNDED =
                           C-TAX-BASIS * STR-T-TAX-PCT(STR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2200-FIND-STATE-ROW.
           SET SR-IDX TO 1.
           SEARCH SR-ENTRY
               AT END
                   ADD 1 TO SR-TABLE-CTR
                   MOVE I-STATE TO SR-T-STATE(SR-TABLE-CTR)
                   SET SR-IDX TO SR-TABLE-CTR
               WHEN SR-T-STATE(SR-IDX) = I-STATE
                   CONTINUE
           END-SEARCH.

      *    COBDOA19 WRITES ONE SUMMARIZED ROW PER SOURCE CODE PER
      *    RUN.  A LATER RUN SEQUENCE FOR A DATE REPLACES WHATEVER
      *    THE EARLIER RUN POSTED, EVEN IF THE RERUN POSTED NO
      *    BOAT TAX AT ALL.  TAX PAYABLE IS CREDIT-NORMAL.
       2500-SWEEP-GL-HISTORY.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT GL-HIST.
           IF C-GH-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ GL-HIST
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF GH-RUN-DATE IS NUMERIC
                           COMPUTE C-REC-MONTH = GH-RUN-DATE / 100
                           IF C-REC-MONTH = C-RUN-MONTH
                               PERFORM 2600-KEEP-HIGHEST-SEQ
                           END-IF
                       END-IF
               END-PERFORM.
           IF C-GH-STATUS = '00' OR C-GH-STATUS = '10'
               CLOSE GL-HIST.

       2600-KEEP-HIGHEST-SEQ.
           IF GH-RUN-SEQ IS NUMERIC
               MOVE GH-RUN-SEQ TO C-WORK-SEQ
           ELSE
               MOVE 0 TO C-WORK-SEQ
           END-IF.
           IF GH-SOURCE = 'BOATTAX'
               COMPUTE C-WORK-TOTAL = GH-CREDIT - GH-DEBIT
           ELSE
               MOVE 0 TO C-WORK-TOTAL
           END-IF.
           SET PT-IDX TO 1.
           SEARCH PT-ENTRY
               AT END
                   ADD 1 TO PT-TABLE-CTR
                   MOVE GH-RUN-DATE TO PT-T-DATE(PT-TABLE-CTR)
                   MOVE C-WORK-SEQ TO PT-T-SEQ(PT-TABLE-CTR)
                   MOVE C-WORK-TOTAL TO PT-T-TOTAL(PT-TABLE-CTR)
               WHEN PT-T-DATE(PT-IDX) = GH-RUN-DATE
                   IF C-WORK-SEQ > PT-T-SEQ(PT-IDX)
                       MOVE C-WORK-SEQ TO PT-T-SEQ(PT-IDX)
                       MOVE C-WORK-TOTAL TO PT-T-TOTAL(PT-IDX)
                   ELSE
                   IF C-WORK-SEQ = PT-T-SEQ(PT-IDX)
                       ADD C-WORK-TOTAL TO PT-T-TOTAL(PT-IDX)
                   END-IF
                   END-IF
           END-SEARCH.

       3000-CLOSING.
           PERFORM 3100-PRINT-STATE
               VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > SR-TABLE-CTR.

           MOVE C-GT-DEAL-CTR TO O-GT-DEAL-CTR.
           MOVE C-GT-GROSS TO O-GT-GROSS.
           MOVE C-GT-EXEMPT TO O-GT-EXEMPT.
           MOVE C-GT-TRADE TO O-GT-TRADE.
           MOVE C-GT-TAXABLE TO O-GT-TAXABLE.
           MOVE C-GT-TAX TO O-GT-TAX.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-SALE-CTR TO O-SALE-CTR.
           MOVE C-VOID-CTR TO O-VOID-CTR.
           WRITE PRTLINE FROM GT-COUNTERS
               AFTER ADVANCING 1 LINE.

           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-TABLE-CTR
               ADD PT-T-TOTAL(PT-IDX) TO C-POSTED-TOTAL
           END-PERFORM.
           COMPUTE C-RECON-DIFF = C-GT-TAX - C-POSTED-TOTAL.

           WRITE PRTLINE FROM RECON-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-GT-TAX TO O-RETURN-TOTAL.
           WRITE PRTLINE FROM RECON-RETURN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-TAX-ACCT TO O-TAX-ACCT.
           MOVE C-POSTED-TOTAL TO O-POSTED-TOTAL.
           WRITE PRTLINE FROM RECON-POSTED-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-RECON-DIFF TO O-RECON-DIFF.
           IF C-RECON-DIFF = 0
               MOVE 'RETURN MATCHES THE LEDGER' TO O-RECON-MSG
           ELSE
               MOVE '*** RETURN DOES NOT MATCH THE LEDGER ***'
                   TO O-RECON-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PRTLINE FROM RECON-DIFF-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE PRTOUT.

       3100-PRINT-STATE.
           MOVE SR-T-STATE(SR-IDX) TO O-STATE.
           MOVE SR-T-DEAL-CTR(SR-IDX) TO O-DEAL-CTR.
           MOVE SR-T-GROSS(SR-IDX) TO O-GROSS.
           MOVE SR-T-EXEMPT(SR-IDX) TO O-EXEMPT.
           MOVE SR-T-TRADE(SR-IDX) TO O-TRADE.
           MOVE SR-T-TAXABLE(SR-IDX) TO O-TAXABLE.
           MOVE SR-T-TAX(SR-IDX) TO O-TAX.
           IF SR-T-NO-RATE(SR-IDX) = 'Y'
               MOVE '** NO RATE ON FILE' TO O-FLAG
           ELSE
               MOVE SPACES TO O-FLAG
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
           ADD SR-T-DEAL-CTR(SR-IDX) TO C-GT-DEAL-CTR.
           ADD SR-T-GROSS(SR-IDX) TO C-GT-GROSS.
           ADD SR-T-EXEMPT(SR-IDX) TO C-GT-EXEMPT.
           ADD SR-T-TRADE(SR-IDX) TO C-GT-TRADE.
           ADD SR-T-TAXABLE(SR-IDX) TO C-GT-TAXABLE.
           ADD SR-T-TAX(SR-IDX) TO C-GT-TAX.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM PERIOD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COLLUMN-HEADINGS-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM COBDOA39.
