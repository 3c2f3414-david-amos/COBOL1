       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA37.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *THIS PROGRAM PRINTS THE BUYER'S ORDER / BILL OF SALE FOR
      *EVERY BOAT DEAL ON CBLBOAT1.DAT, ONE PAGE PER DEAL: THE
      *BUYER FROM THE CUSTOMER MASTER, THE UNIT BY STOCK NUMBER
      *AND ITS BOATINV.DAT DESCRIPTION, BASE PRICE, MARKUP AND
      *ACCESSORY PACKAGE PRICED THE WAY COBDOA03 PRICES THEM,
      *PREP, THE TRADE-IN AND ITS ALLOWANCE, STATE TAX OR THE
      *EXEMPTION FROM STATETAX.DAT, AND THE SALESPERSON'S NAME
      *FROM SLSPMAST.DAT.  A VOID ('V') PRINTS A CANCELLATION
      *NOTICE REFERENCING THE BILL OF SALE IT CANCELS.
      *CBLBOAT1.DAT IS CUMULATIVE AND REPLAYS EVERY RUN, SO
      *EACH DOCUMENT PRINTED IS REGISTERED ON BOSHIST.DAT WITH
      *ITS DOCUMENT NUMBER; A DEAL ALREADY ON THE REGISTER IS
      *NOT PRINTED AGAIN.  DEALS MISSING THEIR CUSTOMER, UNIT
      *OR SALESPERSON STILL PRINT (THE DEAL WAS STRUCK) BUT ARE
      *LISTED ON THE EXCEPTION REPORT FOR THE OFFICE TO FIX.
      *A SPECIAL-ORDER DEPOSIT THE BUYER PUT DOWN (BOATDEP.DAT,
      *KEPT BY COBDOA40) IS CREDITED BELOW THE TOTAL, LEAVING
      *THE BALANCE DUE AT DELIVERY.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOAT-CONTROL
               ASSIGN TO DYNAMIC C-BOAT-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUST-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS C-CUST-STATUS.

           SELECT BOAT-INV
               ASSIGN TO "C:\IHCC\COBOL\BOATINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BI-STOCK-NO
               FILE STATUS IS C-INV-STATUS.

           SELECT SLSP-MASTER
               ASSIGN TO "C:\IHCC\COBOL\SLSPMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSP-STATUS.

           SELECT BOATTYPE-RATES
               ASSIGN TO "C:\IHCC\COBOL\BOATTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCESSORY-RATES
               ASSIGN TO "C:\IHCC\COBOL\ACCESSRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATE-TAX-RATES
               ASSIGN TO "C:\IHCC\COBOL\STATETAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOC-HIST
               ASSIGN TO "C:\IHCC\COBOL\BOSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT DEP-MASTER
               ASSIGN TO "C:\IHCC\COBOL\BOATDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEP-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\BILLSEXC.RPT"
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

       FD  BOAT-INV
           LABEL RECORD IS STANDARD
           DATA RECORD IS BI-REC
           RECORD CONTAINS 47 CHARACTERS.
       01  BI-REC.
           05 BI-STOCK-NO          PIC X(6).
           05 BI-BOAT-TYPE         PIC X.
           05 BI-PURCH-COST        PIC 9(6)V99.
           05 BI-DATE-RECEIVED     PIC 9(8).
           05 BI-STATUS            PIC X.
           05 BI-SOLD-DATE         PIC 9(8).
           05 BI-DESC              PIC X(15).

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
           05 FILLER               PIC X(73).

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

       FD  DOC-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 44 CHARACTERS.
       01  BH-REC.
           05 BH-DOC-NO            PIC 9(6).
           05 BH-STOCK-NO          PIC X(6).
           05 BH-SALE-DATE         PIC X(8).
           05 BH-TRANS-CODE        PIC X.
           05 BH-CUST-NO           PIC X(6).
           05 BH-PRINT-DATE        PIC 9(8).
           05 BH-TOTAL             PIC 9(7)V99.

       FD  DEP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 57 CHARACTERS.
       01  DP-REC.
           05 DP-DEP-NO            PIC X(6).
           05 DP-CUST-NO           PIC X(6).
           05 DP-PO-NO             PIC X(6).
           05 DP-STOCK-NO          PIC X(6).
           05 DP-DEP-DATE          PIC 9(8).
           05 DP-AMOUNT            PIC 9(6)V99.
           05 DP-STATUS            PIC X.
           05 DP-CLOSE-DATE        PIC 9(8).
           05 DP-SALE-DATE         PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 45.

       01  PRTLINE                     PIC X(132).

       FD  EXCEPT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCLINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    ONE ROW PER DOCUMENT EVER PRINTED.  A SALE AND ITS
      *    VOID ARE SEPARATE ROWS (TRANS CODE 'S' AND 'V') SO THE
      *    CANCELLATION NOTICE CAN QUOTE THE ORIGINAL'S NUMBER.
       01  DOC-HIST-TABLE.
           05 BH-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 BH-ENTRY OCCURS 3000 TIMES INDEXED BY BH-IDX.
               10 BH-T-DOC-NO          PIC 9(6).
               10 BH-T-STOCK-NO        PIC X(6).
               10 BH-T-SALE-DATE       PIC X(8).
               10 BH-T-TRANS-CODE      PIC X.
               10 BH-T-PRINT-DATE      PIC 9(8).
               10 BH-T-TOTAL           PIC 9(7)V99.

      *    DEPOSITS STILL HELD ('O') OR ALREADY APPLIED ('A') -
      *    THE ONLY ONES A BILL OF SALE CAN CREDIT.
       01  DEPOSIT-TABLE.
           05 DP-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 DP-ENTRY OCCURS 1000 TIMES INDEXED BY DP-IDX.
               10 DP-T-DEP-NO          PIC X(6).
               10 DP-T-CUST-NO         PIC X(6).
               10 DP-T-STOCK-NO        PIC X(6).
               10 DP-T-DEP-DATE        PIC 9(8).
               10 DP-T-AMOUNT          PIC 9(6)V99.
               10 DP-T-STATUS          PIC X.
               10 DP-T-SALE-DATE       PIC 9(8).

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

       01  SLSP-MASTER-TABLE.
           05 SP-TABLE-CTR         PIC 99          VALUE 0.
           05 SP-ENTRY OCCURS 20 TIMES INDEXED BY SP-IDX.
               10 SP-T-CODE            PIC X(4).
               10 SP-T-NAME            PIC X(20).

       01  WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 MORE-PARMS           PIC X           VALUE 'Y'.
           05 MORE-HIST            PIC X           VALUE 'Y'.
           05 MORE-DEP             PIC X           VALUE 'Y'.
           05 C-BOAT-CONTROL-PATH  PIC X(60)
                                   VALUE "C:\IHCC\COBOL\CBLBOAT1.DAT".
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\BILLSALE.RPT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-CUST-STATUS        PIC XX.
           05 C-INV-STATUS         PIC XX.
           05 C-SLSP-STATUS        PIC XX.
           05 C-HIST-STATUS        PIC XX.
           05 C-DEP-STATUS         PIC XX.
           05 C-SALE-DATE          PIC 9(8).
           05 C-DEP-CREDIT         PIC 9(7)V99.
           05 C-BALANCE-DUE        PIC S9(7)V99.
           05 C-DEP-MATCHED        PIC X.
           05 C-CUST-FILE-OK       PIC X           VALUE 'N'.
           05 C-INV-FILE-OK        PIC X           VALUE 'N'.
           05 C-HIGH-DOC-NO        PIC 9(6)        VALUE 0.
           05 C-DOC-NO             PIC 9(6).
           05 C-DEAL-CODE          PIC X.
           05 C-ON-FILE            PIC X.
           05 C-ORIG-FOUND         PIC X.
           05 C-ORIG-DOC-NO        PIC 9(6).
           05 C-ORIG-TOTAL         PIC 9(7)V99.
           05 C-CUST-FOUND         PIC X.
           05 C-UNIT-FOUND         PIC X.
           05 C-SLSP-FOUND         PIC X.
           05 C-PRICE-DATE         PIC 9(8).
           05 C-BEST-EFF           PIC 9(8).
           05 C-RATE-FOUND         PIC X.
           05 C-TAX-FOUND          PIC X.
           05 C-TAX-EXEMPT         PIC X.
           05 C-TAX-PCT            PIC V999.
           05 C-MARKUP             PIC 9(7)V99.
           05 C-ACC-PAC-COST       PIC 9(4)V99.
           05 C-TAXABLE-BASE       PIC S9(7)V99.
           05 C-TAX-BASIS          PIC S9(7)V99.
           05 C-TAX-AMT            PIC 9(7)V99.
           05 C-TOTAL-COST         PIC 9(7)V99.
           05 C-BOAT-TYPE          PIC X(13).
           05 C-SALE-CTR           PIC 9(4)        VALUE 0.
           05 C-VOID-CTR           PIC 9(4)        VALUE 0.
           05 C-GT-SALES           PIC 9(9)V99     VALUE 0.
           05 C-GT-VOIDS           PIC 9(9)V99     VALUE 0.
           05 C-EXC-CTR            PIC 999         VALUE 0.
           05 C-EXC-PCTR           PIC 99          VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
               10 I-YY             PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01  BS-TITLE-LINE.
           05  FILLER                  PIC X(40)
                                       VALUE "AMOS'S BOATS INC.".
           05  O-BS-TITLE              PIC X(30).
           05  FILLER                  PIC X(5)        VALUE "NO.".
           05  O-BS-DOC-NO             PIC 9(6).
           05  FILLER                  PIC X(51)       VALUE SPACES.

       01  BS-DATE-LINE.
           05  FILLER                  PIC X(15)
                                       VALUE "DATE OF SALE:".
           05  O-BS-SALE-DATE.
               10 O-BS-SALE-MM         PIC XX.
               10 FILLER               PIC X       VALUE '/'.
               10 O-BS-SALE-DD         PIC XX.
               10 FILLER               PIC X       VALUE '/'.
               10 O-BS-SALE-YY         PIC X(4).
           05  FILLER                  PIC X(15)
                                       VALUE "   SALESPERSON:".
           05  O-BS-SLSP-NAME          PIC X(20).
           05  FILLER                  PIC X(2)        VALUE " (".
           05  O-BS-SLSP-CODE          PIC X(4).
           05  FILLER                  PIC X           VALUE ")".
           05  FILLER                  PIC X(65)       VALUE SPACES.

       01  BS-BUYER-LINE.
           05  FILLER                  PIC X(15)       VALUE "BUYER:".
           05  O-BS-BUYER-NAME         PIC X(25).
           05  FILLER                  PIC X(15)
                                       VALUE "   CUSTOMER NO:".
           05  O-BS-CUST-NO            PIC X(6).
           05  FILLER                  PIC X(71)       VALUE SPACES.

       01  BS-ADDR-LINE.
           05  FILLER                  PIC X(15)       VALUE SPACES.
           05  O-BS-BUYER-ADDR         PIC X(25).
           05  FILLER                  PIC X(92)       VALUE SPACES.

       01  BS-PHONE-LINE.
           05  FILLER                  PIC X(15)       VALUE SPACES.
           05  O-BS-BUYER-PHONE        PIC X(12).
           05  FILLER                  PIC X(105)      VALUE SPACES.

       01  BS-UNIT-LINE.
           05  FILLER                  PIC X(15)       VALUE "UNIT:".
           05  FILLER                  PIC X(10)       VALUE "STOCK NO".
           05  O-BS-STOCK-NO           PIC X(6).
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-BS-BOAT-TYPE          PIC X(13).
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  O-BS-UNIT-DESC          PIC X(15).
           05  FILLER                  PIC X(67)       VALUE SPACES.

       01  BS-AMOUNT-LINE.
           05  FILLER                  PIC X(5)        VALUE SPACES.
           05  O-BS-LABEL              PIC X(45).
           05  O-BS-AMOUNT             PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(68)       VALUE SPACES.

       01  BS-RULE-LINE.
           05  FILLER                  PIC X(50)       VALUE SPACES.
           05  FILLER                  PIC X(14)
                                       VALUE "--------------".
           05  FILLER                  PIC X(68)       VALUE SPACES.

       01  BS-TEXT-LINE.
           05  O-BS-TEXT               PIC X(132).

       01  BS-SIGN-LINE.
           05  FILLER                  PIC X(40)
               VALUE "BUYER: ______________________________".
           05  FILLER                  PIC X(92)
               VALUE "DEALER: ______________________________".

       01  BLANK-LINE                  PIC X(132)      VALUE SPACES.

       01  EXC-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-EXC-MM                PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-EXC-DD                PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-EXC-YY                PIC 9(4).
           05  FILLER                  PIC X(26)       VALUE SPACES.
           05  FILLER                  PIC X(42)
                   VALUE "AMOS'S BOATS BILL OF SALE - EXCEPTIONS".
           05  FILLER                  PIC X(39)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE: ".
           05  O-EXC-PCTR              PIC Z9.

       01  EXC-HEADINGS.
           05  FILLER                  PIC X(9)   VALUE "DOC NO".
           05  FILLER                  PIC X(17)  VALUE "LAST NAME".
           05  FILLER                  PIC X(8)   VALUE "STOCK".
           05  FILLER                  PIC X(8)   VALUE "CUST".
           05  FILLER                  PIC X(7)   VALUE "SLSP".
           05  FILLER                  PIC X(40)  VALUE "REASON".

       01  EXC-DETAIL-LINE.
           05  O-EXC-DOC-NO            PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  O-EXC-LAST-NAME         PIC X(15).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  O-EXC-STOCK-NO          PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  O-EXC-CUST-NO           PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  O-EXC-SLSP              PIC X(4).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  O-EXC-REASON            PIC X(40).

       01  EXC-TOTAL-LINE.
           05  FILLER                  PIC X(18)  VALUE
                                       "BILLS OF SALE:".
           05  O-GT-SALE-CTR           PIC Z,ZZ9.
           05  FILLER                  PIC XX     VALUE SPACES.
           05  O-GT-SALES              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(22)  VALUE
                                       "   CANCELLATIONS:".
           05  O-GT-VOID-CTR           PIC Z,ZZ9.
           05  FILLER                  PIC XX     VALUE SPACES.
           05  O-GT-VOIDS              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(17)  VALUE
                                       "   EXCEPTIONS:".
           05  O-GT-EXC-CTR            PIC ZZ9.
           05  FILLER                  PIC X(30)  VALUE SPACES.

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
           MOVE I-MM TO O-EXC-MM.
           MOVE I-DD TO O-EXC-DD.
           MOVE I-YY TO O-EXC-YY.
           COMPUTE C-RUN-DATE-NUM =
               I-YY * 10000 + I-MM * 100 + I-DD.

           PERFORM 1050-LOAD-BOATTYPE-RATES.
           PERFORM 1055-LOAD-ACCESSORY-RATES.
           PERFORM 1060-LOAD-STATE-TAX-RATES.
           PERFORM 1065-LOAD-SLSP-MASTER.
           PERFORM 1070-LOAD-DOC-HIST.
           PERFORM 1075-LOAD-DEPOSITS.

           OPEN INPUT CUST-MASTER.
           IF C-CUST-STATUS = '00'
               MOVE 'Y' TO C-CUST-FILE-OK.
           OPEN INPUT BOAT-INV.
           IF C-INV-STATUS = '00'
               MOVE 'Y' TO C-INV-FILE-OK.

           OPEN INPUT BOAT-CONTROL.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCEPT-RPT.
           OPEN EXTEND DOC-HIST.
           IF C-HIST-STATUS = '35'
               OPEN OUTPUT DOC-HIST.
           PERFORM 9150-EXC-HEADINGS.

           PERFORM 9200-READ.

       1010-GET-PARAMETERS.
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

       1050-LOAD-BOATTYPE-RATES.
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

       1055-LOAD-ACCESSORY-RATES.
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

       1060-LOAD-STATE-TAX-RATES.
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

       1065-LOAD-SLSP-MASTER.
           MOVE 'Y' TO MORE-PARMS.
           OPEN INPUT SLSP-MASTER.
           IF C-SLSP-STATUS = '00'
               PERFORM UNTIL MORE-PARMS = 'N'
                   READ SLSP-MASTER
                       AT END
                           MOVE 'N' TO MORE-PARMS
                       NOT AT END
                           ADD 1 TO SP-TABLE-CTR
                           MOVE SP-CODE
                               TO SP-T-CODE(SP-TABLE-CTR)
                           MOVE SP-NAME
                               TO SP-T-NAME(SP-TABLE-CTR)
               END-PERFORM
               CLOSE SLSP-MASTER
           END-IF.

       1070-LOAD-DOC-HIST.
           OPEN INPUT DOC-HIST.
           IF C-HIST-STATUS = '00'
               PERFORM UNTIL MORE-HIST = 'N'
                   READ DOC-HIST
                       AT END
                           MOVE 'N' TO MORE-HIST
                       NOT AT END
                           IF BH-TABLE-CTR < 3000
                               ADD 1 TO BH-TABLE-CTR
                               MOVE BH-DOC-NO
                                   TO BH-T-DOC-NO(BH-TABLE-CTR)
                               MOVE BH-STOCK-NO
                                   TO BH-T-STOCK-NO(BH-TABLE-CTR)
                               MOVE BH-SALE-DATE
                                   TO BH-T-SALE-DATE(BH-TABLE-CTR)
                               MOVE BH-TRANS-CODE
                                   TO BH-T-TRANS-CODE(BH-TABLE-CTR)
                               MOVE BH-PRINT-DATE
                                   TO BH-T-PRINT-DATE(BH-TABLE-CTR)
                               MOVE BH-TOTAL
                                   TO BH-T-TOTAL(BH-TABLE-CTR)
                           END-IF
                           IF BH-DOC-NO IS NUMERIC
                                   AND BH-DOC-NO > C-HIGH-DOC-NO
                               MOVE BH-DOC-NO TO C-HIGH-DOC-NO
                           END-IF
               END-PERFORM
               CLOSE DOC-HIST
           END-IF.

       1075-LOAD-DEPOSITS.
           OPEN INPUT DEP-MASTER.
           IF C-DEP-STATUS = '00'
               PERFORM UNTIL MORE-DEP = 'N'
                   READ DEP-MASTER
                       AT END
                           MOVE 'N' TO MORE-DEP
                       NOT AT END
                           IF (DP-STATUS = 'O' OR DP-STATUS = 'A')
                                   AND DP-AMOUNT IS NUMERIC
                                   AND DP-TABLE-CTR < 1000
                               ADD 1 TO DP-TABLE-CTR
                               MOVE DP-DEP-NO
                                   TO DP-T-DEP-NO(DP-TABLE-CTR)
                               MOVE DP-CUST-NO
                                   TO DP-T-CUST-NO(DP-TABLE-CTR)
                               MOVE DP-STOCK-NO
                                   TO DP-T-STOCK-NO(DP-TABLE-CTR)
                               MOVE DP-DEP-DATE
                                   TO DP-T-DEP-DATE(DP-TABLE-CTR)
                               MOVE DP-AMOUNT
                                   TO DP-T-AMOUNT(DP-TABLE-CTR)
                               MOVE DP-STATUS
                                   TO DP-T-STATUS(DP-TABLE-CTR)
                               MOVE DP-SALE-DATE
                                   TO DP-T-SALE-DATE(DP-TABLE-CTR)
                           END-IF
               END-PERFORM
               CLOSE DEP-MASTER
           END-IF.

      *    A DEAL IS IDENTIFIED BY STOCK NUMBER, SALE DATE AND
      *    TRANS CODE - THE SAME MARKS COBDOA15 USES TO MATCH A
      *    VOID TO ITS SALE.  ONLY DEALS NOT YET ON THE REGISTER
      *    PRINT.
       2000-MAINLINE.
           IF IS-VOID
               MOVE 'V' TO C-DEAL-CODE
           ELSE
               MOVE 'S' TO C-DEAL-CODE
           END-IF.
           PERFORM 2050-CHECK-REGISTER.
           IF C-ON-FILE = 'N'
               PERFORM 2100-PRICE-DEAL
               PERFORM 2200-LOOKUP-PARTIES
               ADD 1 TO C-HIGH-DOC-NO
               MOVE C-HIGH-DOC-NO TO C-DOC-NO
               IF IS-VOID
                   PERFORM 2400-PRINT-CANCELLATION
                   ADD 1 TO C-VOID-CTR
                   ADD C-TOTAL-COST TO C-GT-VOIDS
               ELSE
                   PERFORM 2300-PRINT-BILL-OF-SALE
                   ADD 1 TO C-SALE-CTR
                   ADD C-TOTAL-COST TO C-GT-SALES
               END-IF
               PERFORM 2500-REGISTER-DOCUMENT
               PERFORM 2600-CHECK-EXCEPTIONS
           END-IF.
           PERFORM 9200-READ.

       2050-CHECK-REGISTER.
           MOVE 'N' TO C-ON-FILE.
           PERFORM VARYING BH-IDX FROM 1 BY 1
                   UNTIL BH-IDX > BH-TABLE-CTR OR C-ON-FILE = 'Y'
               IF BH-T-STOCK-NO(BH-IDX) = I-STOCK-NO
                       AND BH-T-SALE-DATE(BH-IDX) = I-PURCHASE-DATE
                       AND BH-T-TRANS-CODE(BH-IDX) = C-DEAL-CODE
                   MOVE 'Y' TO C-ON-FILE
               END-IF
           END-PERFORM.

      *    PRICED THE WAY COBDOA03 PRICES A DEAL: EFFECTIVE-DATED
      *    MARKUP AND ACCESSORY COST, TRADE OFF THE TAXABLE BASE,
      *    STATE TAX ON TOP.  THE RATES ARE THOSE IN FORCE ON THE
      *    SALE DATE, SO A VOID KEYED LATER STILL QUOTES THE
      *    FIGURES THE BUYER SIGNED FOR.
       2100-PRICE-DEAL.
           IF I-PURCHASE-DATE IS NUMERIC
               MOVE I-PURCHASE-DATE TO C-PRICE-DATE
           ELSE
               MOVE C-RUN-DATE-NUM TO C-PRICE-DATE
           END-IF.

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

           COMPUTE C-TAXABLE-BASE =
               I-BOAT-COST + C-ACC-PAC-COST + C-MARKUP
                   + I-PREP-COST - I-TRADE-ALLOW.
           IF C-TAXABLE-BASE < 0
               MOVE 0 TO C-TAXABLE-BASE.
           MOVE C-TAXABLE-BASE TO C-TAX-BASIS.
           MOVE 0 TO C-TAX-AMT.
           MOVE 0 TO C-TAX-PCT.
           MOVE 'N' TO C-TAX-EXEMPT.
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
                       MOVE 'Y' TO C-TAX-EXEMPT
                       MOVE 0 TO C-TAX-PCT
                       MOVE 0 TO C-TAX-AMT
                   ELSE
                       MOVE 'N' TO C-TAX-EXEMPT
                       MOVE STR-T-TAX-PCT(STR-IDX) TO C-TAX-PCT
                       IF STR-T-TRADE-CREDIT(STR-IDX) = 'N'
                           COMPUTE C-TAX-BASIS = I-BOAT-COST
                               + C-ACC-PAC-COST + C-MARKUP + I-PREP-COST
                       ELSE
                           MOVE C-TAXABLE-BASE TO C-TAX-BASIS
                       END-IF
                       COMPUTE C-TAX-AMT ROUNDED =
                           C-TAX-BASIS * STR-T-TAX-PCT(STR-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE C-TOTAL-COST ROUNDED =
               C-TAXABLE-BASE + C-TAX-AMT.

      *    BUYER, UNIT AND SALESPERSON.  A MISS FALLS BACK TO WHAT
      *    THE SALES RECORD ITSELF CARRIES SO THE PAGE STILL PRINTS.
       2200-LOOKUP-PARTIES.
           MOVE 'N' TO C-CUST-FOUND.
           MOVE I-LAST-NAME TO O-BS-BUYER-NAME.
           MOVE SPACES TO O-BS-BUYER-ADDR.
           MOVE SPACES TO O-BS-BUYER-PHONE.
           IF C-CUST-FILE-OK = 'Y' AND I-CUST-NO NOT = SPACES
               MOVE I-CUST-NO TO CM-CUST-NO
               READ CUST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-CUST-FOUND
                       MOVE CM-NAME TO O-BS-BUYER-NAME
                       MOVE CM-ADDR TO O-BS-BUYER-ADDR
                       MOVE CM-PHONE TO O-BS-BUYER-PHONE
               END-READ
           END-IF.

           MOVE 'N' TO C-UNIT-FOUND.
           MOVE SPACES TO O-BS-UNIT-DESC.
           IF C-INV-FILE-OK = 'Y' AND I-STOCK-NO NOT = SPACES
               MOVE I-STOCK-NO TO BI-STOCK-NO
               READ BOAT-INV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-UNIT-FOUND
                       MOVE BI-DESC TO O-BS-UNIT-DESC
               END-READ
           END-IF.

           MOVE 'N' TO C-SLSP-FOUND.
           MOVE 'NOT ON FILE' TO O-BS-SLSP-NAME.
           SET SP-IDX TO 1.
           SEARCH SP-ENTRY
               AT END
                   CONTINUE
               WHEN SP-T-CODE(SP-IDX) = I-SALESPERSON
                   MOVE 'Y' TO C-SLSP-FOUND
                   MOVE SP-T-NAME(SP-IDX) TO O-BS-SLSP-NAME
           END-SEARCH.

       2300-PRINT-BILL-OF-SALE.
           MOVE "BUYER'S ORDER / BILL OF SALE" TO O-BS-TITLE.
           PERFORM 2310-PRINT-DEAL-HEADING.

           MOVE 'BASE PRICE' TO O-BS-LABEL.
           MOVE I-BOAT-COST TO O-BS-AMOUNT.
           WRITE PRTLINE FROM BS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'DEALER MARKUP' TO O-BS-LABEL.
           MOVE C-MARKUP TO O-BS-AMOUNT.
           WRITE PRTLINE FROM BS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO O-BS-LABEL.
           EVALUATE I-ACCESSORY-PACKAGE
               WHEN 1
                   STRING 'ACCESSORY PACKAGE - ELECTRONICS'
                       DELIMITED BY SIZE INTO O-BS-LABEL
               WHEN 2
                   STRING 'ACCESSORY PACKAGE - SKI PACKAGE'
                       DELIMITED BY SIZE INTO O-BS-LABEL
               WHEN 3
                   STRING 'ACCESSORY PACKAGE - FISHING PACKAGE'
                       DELIMITED BY SIZE INTO O-BS-LABEL
               WHEN OTHER
                   MOVE 'ACCESSORY PACKAGE' TO O-BS-LABEL
           END-EVALUATE.
           MOVE C-ACC-PAC-COST TO O-BS-AMOUNT.
           WRITE PRTLINE FROM BS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PREP AND DELIVERY' TO O-BS-LABEL.
           MOVE I-PREP-COST TO O-BS-AMOUNT.
           WRITE PRTLINE FROM BS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF I-TRADE-ALLOW > 0
               MOVE SPACES TO O-BS-LABEL
               STRING 'LESS TRADE-IN ALLOWANCE - ' DELIMITED BY SIZE
                   I-TRADE-DESC DELIMITED BY SIZE
                   INTO O-BS-LABEL
               COMPUTE O-BS-AMOUNT = 0 - I-TRADE-ALLOW
               WRITE PRTLINE FROM BS-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRTLINE FROM BS-RULE-LINE
               AFTER ADVANCING 1 LINE.
           IF C-TAX-BASIS NOT = C-TAXABLE-BASE
               MOVE 'NET PRICE AFTER TRADE-IN' TO O-BS-LABEL
               MOVE C-TAXABLE-BASE TO O-BS-AMOUNT
               WRITE PRTLINE FROM BS-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO O-BS-LABEL
               STRING 'TAX BASIS - NO TRADE-IN CREDIT IN '
                       DELIMITED BY SIZE
                   I-STATE DELIMITED BY SIZE
                   INTO O-BS-LABEL
               MOVE C-TAX-BASIS TO O-BS-AMOUNT
           ELSE
               MOVE 'TAXABLE AMOUNT' TO O-BS-LABEL
               MOVE C-TAXABLE-BASE TO O-BS-AMOUNT
           END-IF.
           WRITE PRTLINE FROM BS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2320-TAX-LABEL.
           MOVE C-TAX-AMT TO O-BS-AMOUNT.
           WRITE PRTLINE FROM BS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BS-RULE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL DUE' TO O-BS-LABEL.
           MOVE C-TOTAL-COST TO O-BS-AMOUNT.
           WRITE PRTLINE FROM BS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2330-PRINT-DEPOSITS.

           MOVE 'THE BUYER ACKNOWLEDGES RECEIPT OF THE UNIT DESCRIBED AB
      -        'OVE IN THE CONDITION INSPECTED.' TO O-BS-TEXT.
           WRITE PRTLINE FROM BS-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM BS-SIGN-LINE
               AFTER ADVANCING 3 LINES.

       2310-PRINT-DEAL-HEADING.
           MOVE C-DOC-NO TO O-BS-DOC-NO.
           MOVE I-P-MM TO O-BS-SALE-MM.
           MOVE I-P-DD TO O-BS-SALE-DD.
           MOVE I-P-YY TO O-BS-SALE-YY.
           MOVE I-SALESPERSON TO O-BS-SLSP-CODE.
           MOVE I-CUST-NO TO O-BS-CUST-NO.
           MOVE I-STOCK-NO TO O-BS-STOCK-NO.
           PERFORM 9300-TYPE-NAME.
           MOVE C-BOAT-TYPE TO O-BS-BOAT-TYPE.

           WRITE PRTLINE FROM BS-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BS-DATE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BS-BUYER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BS-ADDR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BS-PHONE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BS-UNIT-LINE
               AFTER ADVANCING 2 LINES.

       2320-TAX-LABEL.
           MOVE SPACES TO O-BS-LABEL.
           EVALUATE TRUE
               WHEN C-TAX-FOUND = 'N'
                   STRING 'SALES TAX - ' DELIMITED BY SIZE
                       I-STATE DELIMITED BY SIZE
                       ' NOT ON RATE FILE' DELIMITED BY SIZE
                       INTO O-BS-LABEL
               WHEN C-TAX-EXEMPT = 'Y'
                   STRING 'SALES TAX - ' DELIMITED BY SIZE
                       I-STATE DELIMITED BY SIZE
                       ' EXEMPT' DELIMITED BY SIZE
                       INTO O-BS-LABEL
               WHEN OTHER
                   STRING 'SALES TAX - ' DELIMITED BY SIZE
                       I-STATE DELIMITED BY SIZE
                       INTO O-BS-LABEL
           END-EVALUATE.

      *    THE CANCELLATION NOTICE QUOTES THE BILL OF SALE IT
      *    CANCELS BY DOCUMENT NUMBER AND THE AMOUNT THAT COMES
      *    OFF THE BUYER'S ACCOUNT.
      *    THE DEPOSITS CREDITED ARE THE ONES COBDOA40 APPLIES TO
      *    THIS SALE: THOSE LINKED TO THE UNIT SOLD - ALREADY
      *    APPLIED TO IT OR STILL HELD - OR, WHEN NONE WAS LINKED,
      *    THE BUYER'S OLDEST UNLINKED DEPOSIT.  A DEPOSIT TAKEN
      *    AFTER THE SALE DATE IS NEVER CREDITED.
       2330-PRINT-DEPOSITS.
           MOVE 0 TO C-DEP-CREDIT.
           MOVE 'N' TO C-DEP-MATCHED.
           IF I-PURCHASE-DATE IS NUMERIC
               MOVE I-PURCHASE-DATE TO C-SALE-DATE
           ELSE
               MOVE C-RUN-DATE-NUM TO C-SALE-DATE
           END-IF.
           IF I-CUST-NO NOT = SPACES AND I-STOCK-NO NOT = SPACES
               PERFORM VARYING DP-IDX FROM 1 BY 1
                       UNTIL DP-IDX > DP-TABLE-CTR
                   IF DP-T-CUST-NO(DP-IDX) = I-CUST-NO
                           AND DP-T-STOCK-NO(DP-IDX) = I-STOCK-NO
                       IF (DP-T-STATUS(DP-IDX) = 'A'
                               AND DP-T-SALE-DATE(DP-IDX)
                                   = C-SALE-DATE)
                         OR (DP-T-STATUS(DP-IDX) = 'O'
                               AND DP-T-DEP-DATE(DP-IDX)
                                   <= C-SALE-DATE)
                           PERFORM 2340-PRINT-ONE-DEPOSIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF C-DEP-MATCHED = 'N' AND I-CUST-NO NOT = SPACES
               PERFORM VARYING DP-IDX FROM 1 BY 1
                       UNTIL DP-IDX > DP-TABLE-CTR
                          OR C-DEP-MATCHED = 'Y'
                   IF DP-T-CUST-NO(DP-IDX) = I-CUST-NO
                           AND DP-T-STATUS(DP-IDX) = 'O'
                           AND DP-T-STOCK-NO(DP-IDX) = SPACES
                           AND DP-T-DEP-DATE(DP-IDX) <= C-SALE-DATE
                       PERFORM 2340-PRINT-ONE-DEPOSIT
                   END-IF
               END-PERFORM
           END-IF.
           IF C-DEP-MATCHED = 'Y'
               WRITE PRTLINE FROM BS-RULE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'BALANCE DUE AT DELIVERY' TO O-BS-LABEL
               COMPUTE C-BALANCE-DUE = C-TOTAL-COST - C-DEP-CREDIT
               MOVE C-BALANCE-DUE TO O-BS-AMOUNT
               WRITE PRTLINE FROM BS-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       2340-PRINT-ONE-DEPOSIT.
           MOVE 'Y' TO C-DEP-MATCHED.
           ADD DP-T-AMOUNT(DP-IDX) TO C-DEP-CREDIT.
           MOVE SPACES TO O-BS-LABEL.
           STRING 'LESS CUSTOMER DEPOSIT - RECEIPT NO. '
                   DELIMITED BY SIZE
               DP-T-DEP-NO(DP-IDX) DELIMITED BY SIZE
               INTO O-BS-LABEL.
           COMPUTE O-BS-AMOUNT = 0 - DP-T-AMOUNT(DP-IDX).
           WRITE PRTLINE FROM BS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

       2400-PRINT-CANCELLATION.
           MOVE 'N' TO C-ORIG-FOUND.
           MOVE 0 TO C-ORIG-DOC-NO.
           MOVE C-TOTAL-COST TO C-ORIG-TOTAL.
           PERFORM VARYING BH-IDX FROM 1 BY 1
                   UNTIL BH-IDX > BH-TABLE-CTR OR C-ORIG-FOUND = 'Y'
               IF BH-T-STOCK-NO(BH-IDX) = I-STOCK-NO
                       AND BH-T-SALE-DATE(BH-IDX) = I-PURCHASE-DATE
                       AND BH-T-TRANS-CODE(BH-IDX) = 'S'
                   MOVE 'Y' TO C-ORIG-FOUND
                   MOVE BH-T-DOC-NO(BH-IDX) TO C-ORIG-DOC-NO
                   MOVE BH-T-TOTAL(BH-IDX) TO C-ORIG-TOTAL
               END-IF
           END-PERFORM.

           MOVE "NOTICE OF CANCELLATION" TO O-BS-TITLE.
           PERFORM 2310-PRINT-DEAL-HEADING.

           MOVE SPACES TO O-BS-TEXT.
           IF C-ORIG-FOUND = 'Y'
               STRING 'THIS NOTICE CANCELS BILL OF SALE NO. '
                       DELIMITED BY SIZE
                   C-ORIG-DOC-NO DELIMITED BY SIZE
                   ' DATED ' DELIMITED BY SIZE
                   I-P-MM '/' I-P-DD '/' I-P-YY DELIMITED BY SIZE
                   ' FOR THE UNIT ABOVE.' DELIMITED BY SIZE
                   INTO O-BS-TEXT
           ELSE
               STRING 'THIS NOTICE CANCELS THE SALE DATED '
                       DELIMITED BY SIZE
                   I-P-MM '/' I-P-DD '/' I-P-YY DELIMITED BY SIZE
                   ' OF THE UNIT ABOVE.' DELIMITED BY SIZE
                   INTO O-BS-TEXT
           END-IF.
           WRITE PRTLINE FROM BS-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'THE DEAL IS VOID.  THE UNIT RETURNS TO DEALER STOCK AN
      -        'D ANY TRADE-IN IS RETURNED TO THE BUYER.' TO O-BS-TEXT.
           WRITE PRTLINE FROM BS-TEXT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'ORIGINAL DEAL TOTAL' TO O-BS-LABEL.
           MOVE C-ORIG-TOTAL TO O-BS-AMOUNT.
           WRITE PRTLINE FROM BS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           IF I-TRADE-ALLOW > 0
               MOVE SPACES TO O-BS-LABEL
               STRING 'TRADE-IN RETURNED - ' DELIMITED BY SIZE
                   I-TRADE-DESC DELIMITED BY SIZE
                   INTO O-BS-LABEL
               MOVE I-TRADE-ALLOW TO O-BS-AMOUNT
               WRITE PRTLINE FROM BS-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO O-BS-LABEL.
           STRING 'SALES TAX REVERSED - ' DELIMITED BY SIZE
               I-STATE DELIMITED BY SIZE
               INTO O-BS-LABEL.
           MOVE C-TAX-AMT TO O-BS-AMOUNT.
           WRITE PRTLINE FROM BS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BS-SIGN-LINE
               AFTER ADVANCING 4 LINES.

       2500-REGISTER-DOCUMENT.
           MOVE C-DOC-NO TO BH-DOC-NO.
           MOVE I-STOCK-NO TO BH-STOCK-NO.
           MOVE I-PURCHASE-DATE TO BH-SALE-DATE.
           MOVE C-DEAL-CODE TO BH-TRANS-CODE.
           MOVE I-CUST-NO TO BH-CUST-NO.
           MOVE C-RUN-DATE-NUM TO BH-PRINT-DATE.
           MOVE C-TOTAL-COST TO BH-TOTAL.
           WRITE BH-REC.
           IF BH-TABLE-CTR < 3000
               ADD 1 TO BH-TABLE-CTR
               MOVE C-DOC-NO TO BH-T-DOC-NO(BH-TABLE-CTR)
               MOVE I-STOCK-NO TO BH-T-STOCK-NO(BH-TABLE-CTR)
               MOVE I-PURCHASE-DATE TO BH-T-SALE-DATE(BH-TABLE-CTR)
               MOVE C-DEAL-CODE TO BH-T-TRANS-CODE(BH-TABLE-CTR)
               MOVE C-RUN-DATE-NUM TO BH-T-PRINT-DATE(BH-TABLE-CTR)
               MOVE C-TOTAL-COST TO BH-T-TOTAL(BH-TABLE-CTR)
           END-IF.

       2600-CHECK-EXCEPTIONS.
           IF C-CUST-FOUND = 'N'
               MOVE 'CUSTOMER NUMBER NOT ON MASTER' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.
           IF C-UNIT-FOUND = 'N'
               MOVE 'STOCK NUMBER NOT ON INVENTORY' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.
           IF C-SLSP-FOUND = 'N'
               MOVE 'SALESPERSON NOT ON SLSPMAST' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.
           IF C-TAX-FOUND = 'N'
               MOVE 'STATE NOT ON TAX RATE FILE' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.
           IF IS-VOID AND C-ORIG-FOUND = 'N'
               MOVE 'VOID - ORIGINAL BILL OF SALE NOT ON FILE'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.

       3000-CLOSING.
           MOVE C-SALE-CTR TO O-GT-SALE-CTR.
           MOVE C-GT-SALES TO O-GT-SALES.
           MOVE C-VOID-CTR TO O-GT-VOID-CTR.
           MOVE C-GT-VOIDS TO O-GT-VOIDS.
           MOVE C-EXC-CTR TO O-GT-EXC-CTR.
           WRITE EXCLINE FROM EXC-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE BOAT-CONTROL.
           CLOSE PRTOUT.
           CLOSE EXCEPT-RPT.
           CLOSE DOC-HIST.
           IF C-CUST-FILE-OK = 'Y'
               CLOSE CUST-MASTER.
           IF C-INV-FILE-OK = 'Y'
               CLOSE BOAT-INV.

      *    UNCONVERTED SHORT CBLBOAT1 RECORDS READ THE TRADE
      *    FIELDS AS SPACES (NO TRADE-IN) AND THE TRANS CODE AS
      *    SPACE (A NORMAL SALE).
       9200-READ.
           READ BOAT-CONTROL
               AT END
                   MOVE 'NO' TO MORE-RECS.
           IF I-TRADE-ALLOW IS NOT NUMERIC
               MOVE 0 TO I-TRADE-ALLOW.

       9150-EXC-HEADINGS.
           ADD 1 TO C-EXC-PCTR.
           MOVE C-EXC-PCTR TO O-EXC-PCTR.
           WRITE EXCLINE FROM EXC-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXC-HEADINGS
               AFTER ADVANCING 2 LINES.

       9170-EXC-LINE.
           ADD 1 TO C-EXC-CTR.
           MOVE C-DOC-NO TO O-EXC-DOC-NO.
           MOVE I-LAST-NAME TO O-EXC-LAST-NAME.
           MOVE I-STOCK-NO TO O-EXC-STOCK-NO.
           MOVE I-CUST-NO TO O-EXC-CUST-NO.
           MOVE I-SALESPERSON TO O-EXC-SLSP.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

       9300-TYPE-NAME.
           EVALUATE I-BOAT-TYPE
               WHEN 'B'
                   MOVE 'BASS BOAT' TO C-BOAT-TYPE
               WHEN 'P'
                   MOVE 'PONTOON' TO C-BOAT-TYPE
               WHEN 'S'
                   MOVE 'SKI BOAT' TO C-BOAT-TYPE
               WHEN 'J'
                   MOVE 'JOHN BOAT' TO C-BOAT-TYPE
               WHEN 'C'
                   MOVE 'CANOE' TO C-BOAT-TYPE
               WHEN 'R'
                   MOVE 'CABIN CRUISER' TO C-BOAT-TYPE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO C-BOAT-TYPE
           END-EVALUATE.

       END PROGRAM COBDOA37.
