      *    COBDOA03 PRICES THEM (MARKUP, ACCESSORY, STATE TAX):
      *    DEBIT RECEIVABLE, CREDIT REVENUE AND TAX PAYABLE;
      *    VOIDS REVERSE THE SAME WAY THEY WENT IN.
      *  - CONDO STAYS, CANCELS AND PAYMENTS AS COBDOA04 POSTED
      *    THEM TO THE GUEST LEDGER (GSTLEDG.DAT) TONIGHT - ONLY
      *    THE RUN DATE'S LATEST RUN SEQUENCE, SO A RENTAL
      *    COBDOA04 REJECTED NEVER REACHES THE BOOKS - WITH THE
      *    OWNER SHARE SPLIT AT THE CONDOOWN.DAT FEE PERCENTAGE
      *    THE WAY COBDOA11 SPLITS IT.
      *  - COMMISSION EXPENSE ON THE DAY'S SALES, EARNED AT THE
      *    SAME BASE/TIER RATES COBDOA07 PAYS.
      *  - SPECIAL-ORDER DEPOSITS COBDOA40 RECOGNIZED TONIGHT
      *    (BOATDACT.DAT): CASH RECEIVED IS HELD AS A CUSTOMER
      *    DEPOSIT LIABILITY UNTIL IT IS APPLIED AGAINST THE
      *    SALE'S RECEIVABLE, REFUNDED, OR FORFEITED TO INCOME.
      *  - OWNER SETTLEMENTS COBDOA43 POSTED TONIGHT TO THE OWNER
      *    PAYABLES LEDGER (OWNRPAY.DAT): CHECKS AND ACH PAYMENTS
      *    ARE CASH DISBURSEMENTS AGAINST THE OWNER PAYABLE,
      *    CHARGE-BACKS RECOVER MAINTENANCE FROM IT, AND RESERVE
      *    HOLDBACKS MOVE IT TO THE OWNER RESERVE LIABILITY.
      *  - COMMISSIONS COBDOA07 PAID TONIGHT (COMMLEDG.DAT) CLEAR
      *    THE COMMISSION PAYABLE AGAINST CASH.
      *  - BOAT INVENTORY AT COST, FROM THE UNIT CHANGES
      *    JOURNALED FOR THE RUN DATE (MASTAUDT.LOG): A UNIT
      *    COBDOA38 RECEIVED GOES ON THE BOOKS OWED TO THE
      *    MANUFACTURER, WHATEVER DATE THE YARD RECEIVED IT; A
      *    SALE COBDOA15 RECORDED TAKES THE UNIT OFF TO COST OF
      *    BOATS SOLD AND A VOID PUTS IT BACK, WHATEVER THE SALE
      *    DATE; A TRADE-IN COMES ON AT ITS ALLOWANCE AGAINST THE
      *    TRADE-IN ALLOWANCE ACCOUNT AND GOES BACK OFF THE SAME
      *    WAY WHEN THE DEAL IS VOIDED.
      *ACCOUNT NUMBERS COME FROM THE GLACCTS.DAT CODING FILE.
      *EACH NIGHT'S POSTINGS ARE ALSO APPENDED TO GLHIST.DAT SO
      *THE MONTH CAN BE PROVED AFTER GLTRANS.DAT IS REPLACED.
      *THE POSTING SUMMARY (GLPOST.RPT) PROVES DEBITS EQUAL
      *CREDITS; AN OUT-OF-BALANCE RUN SETS A NONZERO RETURN
      *CODE SO THE CHAIN STOPS BEFORE ANYTHING LEAVES THE
               ASSIGN TO "C:\IHCC\COBOL\GLEXSORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GUEST-LEDGER
               ASSIGN TO DYNAMIC C-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GD-STATUS.

           SELECT GL-ACCOUNTS
               ASSIGN TO "C:\IHCC\COBOL\GLACCTS.DAT"
               ASSIGN TO "C:\IHCC\COBOL\GLTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-HIST
               ASSIGN TO "C:\IHCC\COBOL\GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GH-STATUS.

           SELECT DEP-ACTIVITY
               ASSIGN TO "C:\IHCC\COBOL\BOATDACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEP-STATUS.

           SELECT OWNER-PAYABLES
               ASSIGN TO "C:\IHCC\COBOL\OWNRPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OP-STATUS.

           SELECT COMM-LEDGER
               ASSIGN TO "C:\IHCC\COBOL\COMMLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LEDGER-STATUS.

           SELECT AUDIT-JRNL
               ASSIGN TO "C:\IHCC\COBOL\MASTAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUDIT-STATUS.

           SELECT BOATTYPE-RATES
               ASSIGN TO "C:\IHCC\COBOL\BOATTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "C:\IHCC\COBOL\STATETAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OWNER-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CONDOOWN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 82 CHARACTERS.
       01  SRT-REC                     PIC X(82).

      *    ONE ROW PER AMOUNT COBDOA04 POSTED TO A GUEST BALANCE.
      *    GD-TYPE: 'C' STAY CHARGE, 'X' CANCELLATION REFUND, 'P'
      *    PAYMENT (CREDITS NEGATIVE), 'B' BALANCE BROUGHT FORWARD,
      *    'H' RUN HEADER.  A RERUN FOR THE SAME DATE CARRIES THE
      *    NEXT RUN SEQUENCE AND SUPERSEDES THE EARLIER ROWS.
       FD  GUEST-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS GD-REC
           RECORD CONTAINS 74 CHARACTERS.
       01  GD-REC.
           05 GD-POST-DATE         PIC 9(8).
           05 GD-RUN-SEQ           PIC 9(3).
           05 GD-GUEST             PIC X(20).
           05 GD-TYPE              PIC X.
               88 IS-STAY-CHARGE       VALUE 'C'.
               88 IS-CANCELLATION      VALUE 'X'.
               88 IS-PAYMENT           VALUE 'P'.
           05 GD-CONDO             PIC XX.
           05 GD-ARRIVAL-DATE      PIC 9(8).
           05 GD-AMOUNT            PIC S9(7)V99.
           05 GD-TAX-AMT           PIC S9(5)V99.
           05 GD-CLEAN-AMT         PIC S9(5)V99.
           05 GD-RENT-AMT          PIC S9(7)V99.

       FD  GL-ACCOUNTS
           LABEL RECORD IS STANDARD
           05 GL-DESC              PIC X(25).
           05 GL-SOURCE            PIC X(8).

      *    EVERY NIGHT'S EXTRACT, KEPT.  A RERUN FOR THE SAME DATE
      *    CARRIES THE NEXT RUN SEQUENCE AND SUPERSEDES THE EARLIER
      *    ONE - THE SAME RULE COBDOA05 APPLIES TO CTLTOTAL.LOG.
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

      *    DA-EVENT: 'D' RECEIVED, 'A' APPLIED, 'U' UNAPPLIED (THE
      *    SALE WAS VOIDED), 'R' REFUNDED, 'F' FORFEITED.
       FD  DEP-ACTIVITY
           LABEL RECORD IS STANDARD
           DATA RECORD IS DA-REC
           RECORD CONTAINS 35 CHARACTERS.
       01  DA-REC.
           05 DA-POST-DATE         PIC 9(8).
           05 DA-DEP-NO            PIC X(6).
           05 DA-CUST-NO           PIC X(6).
           05 DA-STOCK-NO          PIC X(6).
           05 DA-EVENT             PIC X.
           05 DA-AMOUNT            PIC 9(6)V99.

      *    OP-TYPE: 'S' MONTH'S NET SETTLEMENT, 'K' CHARGE-BACKS,
      *    'H' RESERVE HOLDBACK, 'P' PAID BY CHECK OR ACH.
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

       FD  AUDIT-JRNL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUD-JRNL-REC
           RECORD CONTAINS 223 CHARACTERS.
           COPY AUDJRNL.

       FD  BOATTYPE-RATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS BTR-REC
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

       FD  OWNER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OW-REC
           RECORD CONTAINS 170 CHARACTERS.
       01  OW-REC.
           05 OW-CONDO-CODE        PIC XX.
           05 OW-OWNER-NAME        PIC X(25).
           05 OW-OWNER-ADDR        PIC X(25).
           05 OW-MGMT-FEE-PCT      PIC V999.
           05 FILLER               PIC X(115).

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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
               10 STR-T-TAX-PCT         PIC V999.
               10 STR-T-EXEMPT-FLAG     PIC X.
               10 STR-T-EFF-DATE        PIC 9(8).
               10 STR-T-TRADE-CREDIT    PIC X.

       01  OWNER-TABLE.
           05 OW-TABLE-CTR         PIC 99          VALUE 0.
               10 MV-T-MM              PIC XX.
               10 MV-T-VOL             PIC 9(9)V99  VALUE 0.

      *    THE BOATINV.DAT RECORD AS COBDOA15 AND COBDOA38 JOURNAL
      *    IT IN THE BEFORE AND AFTER IMAGES.
       01  AUD-UNIT-IMAGE.
           05 AU-STOCK-NO          PIC X(6).
           05 AU-BOAT-TYPE         PIC X.
           05 AU-PURCH-COST        PIC 9(6)V99.
           05 AU-DATE-RECEIVED     PIC 9(8).
           05 AU-STATUS            PIC X.
           05 AU-SOLD-DATE         PIC 9(8).
           05 AU-DESC              PIC X(15).
           05 FILLER               PIC X(35).

       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 MORE-PARMS           PIC X           VALUE 'Y'.
           05 C-BOAT-CONTROL-PATH  PIC X(60)
                                   VALUE "C:\IHCC\COBOL\CBLBOAT1.DAT".
           05 C-LEDGER-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\GSTLEDG.DAT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-BOAT-STATUS        PIC XX.
           05 C-GD-STATUS          PIC XX.
           05 C-AUDIT-STATUS       PIC XX.
           05 C-ACCT-STATUS        PIC XX.
           05 C-OWNER-STATUS       PIC XX.
           05 C-SLSP-STATUS        PIC XX.
           05 C-GH-STATUS          PIC XX.
           05 C-DEP-STATUS         PIC XX.
           05 C-OP-STATUS          PIC XX.
           05 C-LEDGER-STATUS      PIC XX.
           05 C-GH-RUN-SEQ         PIC 9(3)        VALUE 0.
           05 C-LEDG-RUN-SEQ       PIC 9(3)        VALUE 0.
           05 MORE-GH              PIC X           VALUE 'Y'.
           05 C-RUN-DATE-NUM       PIC 9(8)        VALUE 0.
           05 C-RUN-DATE-X         PIC X(8).
           05 C-POST-SIGN          PIC S9          VALUE +1.
           05 C-ACC-PAC-COST       PIC 9(4)V99.
           05 C-TAX-AMT            PIC 9(7)V99.
           05 C-TAXABLE-BASE       PIC S9(7)V99.
           05 C-TAX-BASIS          PIC S9(7)V99.
           05 C-TOTAL-COST         PIC 9(7)V99.
           05 C-SLSP-FOUND         PIC X           VALUE 'N'.
           05 C-BASE-PCT           PIC V999.
           05 C-VOL-AFTER          PIC 9(9)V99.
           05 C-MV-SUB             PIC 99.
           05 C-COMMISSION         PIC 9(6)V99.
           05 C-AMOUNT-DUE         PIC S9(7)V99.
           05 C-LODGE-TAX-AMT      PIC S9(5)V99.
           05 C-CLEANING-FEE       PIC S9(5)V99.
           05 C-CONDO-FEE          PIC S9(7)V99.
           05 C-MGMT-FEE-PCT       PIC V999.
           05 C-OWNER-FOUND        PIC X.
           05 C-OWNER-SHARE        PIC 9(6)V99.
           05 C-CXL-REFUND         PIC S9(7)V99.
           05 C-CXL-TAX-AMT        PIC S9(5)V99.
           05 C-CXL-NET            PIC S9(7)V99.
           05 C-CXL-FEE            PIC S9(5)V99.
           05 C-CXL-OWNER          PIC S9(7)V99.
           05 C-FINAL-DEBIT        PIC S9(10)V99.
           05 C-FINAL-CREDIT       PIC S9(10)V99.
           05 C-ENTRY-CTR          PIC 9(5)        VALUE 0.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-EXTRACT-BOATS.
           PERFORM 2400-EXTRACT-DEPOSITS.
           PERFORM 2450-EXTRACT-OWNER-PAYOUTS.
           PERFORM 2470-EXTRACT-COMM-PAYMENTS.
           PERFORM 2495-EXTRACT-UNIT-EVENTS.
           PERFORM 2500-EXTRACT-CONDO.
           PERFORM 3000-CLOSING.
           STOP RUN.

           PERFORM 1020-LOAD-ACCOUNTS.
           PERFORM 1030-LOAD-BOAT-RATES.
           PERFORM 1050-LOAD-OWNERS.
           PERFORM 1060-LOAD-SLSP-MASTER.

                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-LEDGER-PATH
                   END-IF
           END-ACCEPT.

                       ELSE
                           MOVE 0 TO STR-T-EFF-DATE(STR-TABLE-CTR)
                       END-IF
                       MOVE STR-TRADE-CREDIT
                           TO STR-T-TRADE-CREDIT(STR-TABLE-CTR)
               END-READ
           END-PERFORM.
           CLOSE STATE-TAX-RATES.

       1050-LOAD-OWNERS.
           MOVE 'Y' TO MORE-PARMS.
           OPEN INPUT OWNER-MASTER.
                   IF STR-T-EXEMPT-FLAG(STR-IDX) = 'Y'
                       MOVE 0 TO C-TAX-AMT
                   ELSE
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
               MOVE MV-TABLE-CTR TO C-MV-SUB
           END-IF.

      *    THE DEPOSIT IS A LIABILITY UNTIL THE SALE USES IT.  AN
      *    APPLIED DEPOSIT PAYS DOWN THE RECEIVABLE THE SALE ITSELF
      *    DEBITED; A VOIDED SALE PUTS IT BACK.
       2400-EXTRACT-DEPOSITS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT DEP-ACTIVITY.
           IF C-DEP-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ DEP-ACTIVITY
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF DA-POST-DATE = C-RUN-DATE-NUM
                               AND DA-AMOUNT IS NUMERIC
                           PERFORM 2410-POST-DEPOSIT
                       END-IF
               END-PERFORM.
           IF C-DEP-STATUS = '00' OR C-DEP-STATUS = '10'
               CLOSE DEP-ACTIVITY.

       2410-POST-DEPOSIT.
           MOVE DA-AMOUNT TO C-POST-AMT.
           EVALUATE DA-EVENT
               WHEN 'D'
                   MOVE 'CASH' TO C-POST-CODE
                   PERFORM 8100-POST-DEBIT
                   MOVE 'CUSTDEP' TO C-POST-CODE
                   PERFORM 8200-POST-CREDIT
               WHEN 'A'
                   MOVE 'CUSTDEP' TO C-POST-CODE
                   PERFORM 8100-POST-DEBIT
                   MOVE 'BOATAR' TO C-POST-CODE
                   PERFORM 8200-POST-CREDIT
               WHEN 'U'
                   MOVE 'BOATAR' TO C-POST-CODE
                   PERFORM 8100-POST-DEBIT
                   MOVE 'CUSTDEP' TO C-POST-CODE
                   PERFORM 8200-POST-CREDIT
               WHEN 'R'
                   MOVE 'CUSTDEP' TO C-POST-CODE
                   PERFORM 8100-POST-DEBIT
                   MOVE 'CASH' TO C-POST-CODE
                   PERFORM 8200-POST-CREDIT
               WHEN 'F'
                   MOVE 'CUSTDEP' TO C-POST-CODE
                   PERFORM 8100-POST-DEBIT
                   MOVE 'DEPFORF' TO C-POST-CODE
                   PERFORM 8200-POST-CREDIT
           END-EVALUATE.

       2450-EXTRACT-OWNER-PAYOUTS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT OWNER-PAYABLES.
           IF C-OP-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ OWNER-PAYABLES
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF OP-POST-DATE = C-RUN-DATE-NUM
                               AND OP-AMOUNT IS NUMERIC
                           PERFORM 2460-POST-OWNER-PAYOUT
                       END-IF
               END-PERFORM.
           IF C-OP-STATUS = '00' OR C-OP-STATUS = '10'
               CLOSE OWNER-PAYABLES.

      *    THE 'S' SETTLEMENT ITSELF ACCRUED NIGHT BY NIGHT AS THE
      *    STAYS POSTED (2650), SO ONLY WHAT CLEARS THE PAYABLE
      *    POSTS HERE.
       2460-POST-OWNER-PAYOUT.
           MOVE OP-AMOUNT TO C-POST-AMT.
           EVALUATE OP-TYPE
               WHEN 'P'
                   MOVE 'OWNERPAY' TO C-POST-CODE
                   PERFORM 8100-POST-DEBIT
                   MOVE 'CASH' TO C-POST-CODE
                   PERFORM 8200-POST-CREDIT
               WHEN 'K'
                   MOVE 'OWNERPAY' TO C-POST-CODE
                   PERFORM 8100-POST-DEBIT
                   MOVE 'MAINTRCV' TO C-POST-CODE
                   PERFORM 8200-POST-CREDIT
               WHEN 'H'
                   MOVE 'OWNERPAY' TO C-POST-CODE
                   PERFORM 8100-POST-DEBIT
                   MOVE 'OWNRRSV' TO C-POST-CODE
                   PERFORM 8200-POST-CREDIT
           END-EVALUATE.

       2470-EXTRACT-COMM-PAYMENTS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT COMM-LEDGER.
           IF C-LEDGER-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ COMM-LEDGER
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF CL-PAID-DATE = C-RUN-DATE-NUM
                               AND CL-PAID-AMT IS NUMERIC
                           MOVE CL-PAID-AMT TO C-POST-AMT
                           MOVE 'COMMPAY' TO C-POST-CODE
                           PERFORM 8100-POST-DEBIT
                           MOVE 'CASH' TO C-POST-CODE
                           PERFORM 8200-POST-CREDIT
                       END-IF
               END-PERFORM.
           IF C-LEDGER-STATUS = '00' OR C-LEDGER-STATUS = '10'
               CLOSE COMM-LEDGER.

      *    EVERY UNIT CHANGE COBDOA15 OR COBDOA38 JOURNALED FOR THE
      *    RUN DATE, AT THE UNIT'S COST.  THE JOURNAL DATE IS THE
      *    NIGHT THE CHANGE WAS MADE, SO A LATE-KEYED SALE, A VOID
      *    OF AN EARLIER SALE OR A UNIT RECEIVED UNDER AN EARLIER
      *    YARD DATE POSTS TONIGHT INSTEAD OF NEVER.  BOTH PROGRAMS
      *    WRITE AN EVENT ONCE, NOT ON EVERY REPLAY OF THEIR INPUT.
       2495-EXTRACT-UNIT-EVENTS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT AUDIT-JRNL.
           IF C-AUDIT-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ AUDIT-JRNL
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF AJ-DATE = C-RUN-DATE-NUM
                               AND AJ-FILE = 'BOATINV'
                               AND (AJ-PROGRAM-ID = 'COBDOA15'
                                 OR AJ-PROGRAM-ID = 'COBDOA38')
                           PERFORM 2497-POST-UNIT-EVENT
                       END-IF
               END-PERFORM.
           IF C-AUDIT-STATUS = '00' OR C-AUDIT-STATUS = '10'
               CLOSE AUDIT-JRNL.

      *    A UNIT RECEIVED IS OWED TO THE MANUFACTURER; A TRADE-IN
      *    ('T' STOCK NUMBER) IS OWED TO NO ONE AND NEVER COMES
      *    THROUGH RECEIVING.  RECEIVE, SOLD AND VOID CARRY THE
      *    UNIT IN THE AFTER IMAGE; A TRADE-IN IS ADDED (AFTER
      *    IMAGE) AND TAKEN BACK OFF WHEN ITS DEAL IS VOIDED
      *    (DELETED - BEFORE IMAGE).  THE SALE
      *    ITSELF POSTS REVENUE NET OF THE ALLOWANCE, SO THE TRADED
      *    UNIT'S VALUE IS CARRIED IN THE TRADE-IN ALLOWANCE
      *    ACCOUNT.
       2497-POST-UNIT-EVENT.
           IF AJ-EVENT = 'TRADEOUT'
               MOVE AJ-BEFORE-IMAGE TO AUD-UNIT-IMAGE
           ELSE
               MOVE AJ-AFTER-IMAGE TO AUD-UNIT-IMAGE
           END-IF.
           IF AU-PURCH-COST IS NUMERIC
               MOVE AU-PURCH-COST TO C-POST-AMT
               EVALUATE AJ-EVENT
                   WHEN 'RECEIVE'
                       MOVE 'BOATINV' TO C-POST-CODE
                       PERFORM 8100-POST-DEBIT
                       MOVE 'BOATAP' TO C-POST-CODE
                       PERFORM 8200-POST-CREDIT
                   WHEN 'SOLD'
                       MOVE 'BOATCOGS' TO C-POST-CODE
                       PERFORM 8100-POST-DEBIT
                       MOVE 'BOATINV' TO C-POST-CODE
                       PERFORM 8200-POST-CREDIT
                   WHEN 'VOID'
                       MOVE 'BOATINV' TO C-POST-CODE
                       PERFORM 8100-POST-DEBIT
                       MOVE 'BOATCOGS' TO C-POST-CODE
                       PERFORM 8200-POST-CREDIT
                   WHEN 'TRADEIN'
                       MOVE 'BOATINV' TO C-POST-CODE
                       PERFORM 8100-POST-DEBIT
                       MOVE 'TRADEALW' TO C-POST-CODE
                       PERFORM 8200-POST-CREDIT
                   WHEN 'TRADEOUT'
                       MOVE 'TRADEALW' TO C-POST-CODE
                       PERFORM 8100-POST-DEBIT
                       MOVE 'BOATINV' TO C-POST-CODE
                       PERFORM 8200-POST-CREDIT
               END-EVALUATE
           END-IF.

      *    ONLY THE RUN DATE'S LATEST RUN SEQUENCE ON THE GUEST
      *    LEDGER POSTS: AN EARLIER RUN FOR THE SAME DATE WAS
      *    SUPERSEDED BY THE RERUN, AND A RENTAL COBDOA04 REJECTED
      *    HAS NO ROW AT ALL.
       2500-EXTRACT-CONDO.
           PERFORM 2510-FIND-LEDGER-RUN.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT GUEST-LEDGER.
           IF C-GD-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ GUEST-LEDGER
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF GD-POST-DATE = C-RUN-DATE-NUM
                               AND GD-RUN-SEQ = C-LEDG-RUN-SEQ
                               AND GD-AMOUNT IS NUMERIC
                           EVALUATE TRUE
                               WHEN IS-STAY-CHARGE
                                   PERFORM 2600-POST-STAY
                               WHEN IS-CANCELLATION
                                   PERFORM 2700-POST-CANCEL
                               WHEN IS-PAYMENT
                                   PERFORM 2800-POST-PAYMENT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-PERFORM.
           IF C-GD-STATUS = '00' OR C-GD-STATUS = '10'
               CLOSE GUEST-LEDGER.

       2510-FIND-LEDGER-RUN.
           MOVE 0 TO C-LEDG-RUN-SEQ.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT GUEST-LEDGER.
           IF C-GD-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ GUEST-LEDGER
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           IF GD-POST-DATE = C-RUN-DATE-NUM
                                   AND GD-RUN-SEQ IS NUMERIC
                                   AND GD-RUN-SEQ > C-LEDG-RUN-SEQ
                               MOVE GD-RUN-SEQ TO C-LEDG-RUN-SEQ
                           END-IF
               END-PERFORM
               CLOSE GUEST-LEDGER
           END-IF.

      *    THE CHARGE ROW CARRIES THE STAY AS COBDOA04 BILLED IT:
      *    AMOUNT DUE, LODGING TAX, CLEANING FEE AND THE CONDO FEE
      *    THE OWNER SHARE IS FIGURED ON.  RENT IS WHAT IS LEFT OF
      *    THE AMOUNT DUE (DOCK SLIP AND DEAL ADJUSTMENTS INCLUDED).
       2600-POST-STAY.
           MOVE GD-AMOUNT TO C-AMOUNT-DUE.
           IF GD-TAX-AMT IS NUMERIC
               MOVE GD-TAX-AMT TO C-LODGE-TAX-AMT
           ELSE
               MOVE 0 TO C-LODGE-TAX-AMT
           END-IF.
           IF GD-CLEAN-AMT IS NUMERIC
               MOVE GD-CLEAN-AMT TO C-CLEANING-FEE
           ELSE
               MOVE 0 TO C-CLEANING-FEE
           END-IF.
           IF GD-RENT-AMT IS NUMERIC
               MOVE GD-RENT-AMT TO C-CONDO-FEE
           ELSE
               MOVE 0 TO C-CONDO-FEE
           END-IF.
           MOVE 'GUESTAR' TO C-POST-CODE.
           MOVE C-AMOUNT-DUE TO C-POST-AMT.
           PERFORM 8100-POST-DEBIT.
           MOVE 'LODGTAX' TO C-POST-CODE.
           MOVE C-LODGE-TAX-AMT TO C-POST-AMT.
           PERFORM 8200-POST-CREDIT.
           MOVE 'CLEANREV' TO C-POST-CODE.
           MOVE C-CLEANING-FEE TO C-POST-AMT.
           PERFORM 8200-POST-CREDIT.
           COMPUTE C-POST-AMT = C-AMOUNT-DUE - C-LODGE-TAX-AMT
               - C-CLEANING-FEE.
           MOVE 'RENTREV' TO C-POST-CODE.
           PERFORM 8200-POST-CREDIT.
           PERFORM 2650-POST-OWNER-SHARE.

      *    OF THE GROSS RENT, PMG KEEPS THE MANAGEMENT FEE AND
      *    OWES THE OWNER THE REST, SPLIT AT THE SAME PERCENTAGE
           SEARCH OW-ENTRY
               AT END
                   MOVE 0 TO C-MGMT-FEE-PCT
               WHEN OW-T-CONDO-CODE(OW-IDX) = GD-CONDO
                   MOVE 'Y' TO C-OWNER-FOUND
                   MOVE OW-T-MGMT-FEE-PCT(OW-IDX) TO C-MGMT-FEE-PCT
           END-SEARCH.

      *    THE REFUND IS TAX-INCLUSIVE.  ITS TAX SHARE IS THE ONE
      *    COBDOA04 BACKED OUT OF ITS GRAND TOTALS, CARRIED ON THE
      *    ROW; THE ROW'S AMOUNT IS NEGATIVE (A CREDIT TO THE GUEST).
       2700-POST-CANCEL.
           COMPUTE C-CXL-REFUND = 0 - GD-AMOUNT.
           IF GD-TAX-AMT IS NUMERIC
               COMPUTE C-CXL-TAX-AMT = 0 - GD-TAX-AMT
           ELSE
               MOVE 0 TO C-CXL-TAX-AMT
           END-IF.
           SUBTRACT C-CXL-TAX-AMT FROM C-CXL-REFUND
               GIVING C-CXL-NET.
           MOVE 'GUESTAR' TO C-POST-CODE.
           COMPUTE C-POST-AMT = 0 - C-CXL-REFUND.
           PERFORM 8100-POST-DEBIT.
           MOVE 'LODGTAX' TO C-POST-CODE.
           COMPUTE C-POST-AMT = 0 - C-CXL-TAX-AMT.
           COMPUTE C-POST-AMT = 0 - C-CXL-NET.
           PERFORM 8200-POST-CREDIT.

           PERFORM 2660-LOOKUP-OWNER.
           IF C-OWNER-FOUND = 'Y'
               COMPUTE C-CXL-FEE ROUNDED =
               PERFORM 8200-POST-CREDIT
           END-IF.

      *    A PAYMENT ROW CARRIES THE PAYMENT AS A NEGATIVE AMOUNT.
       2800-POST-PAYMENT.
           COMPUTE C-POST-AMT = 0 - GD-AMOUNT.
           MOVE 'CASH' TO C-POST-CODE.
           PERFORM 8100-POST-DEBIT.
           MOVE 'GUESTAR' TO C-POST-CODE.
           PERFORM 8200-POST-CREDIT.

      *    AN ACTIVITY CODE WITH NO ROW ON GLACCTS.DAT STILL
           ADD C-POST-AMT TO AC-T-CREDIT(AC-IDX).

       3000-CLOSING.
           PERFORM 3050-NEXT-HIST-SEQ.
           OPEN OUTPUT GL-TRANS.
           OPEN EXTEND GL-HIST.
           IF C-GH-STATUS = '35'
               OPEN OUTPUT GL-HIST.
           PERFORM 3100-WRITE-ACCOUNT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > AC-TABLE-CTR.
           CLOSE GL-TRANS.
           CLOSE GL-HIST.

           MOVE C-GT-DEBIT TO O-GT-DEBIT.
           MOVE C-GT-CREDIT TO O-GT-CREDIT.
      *    EVERY NIGHT AS AN EXCEPTION AND STOP THE CLOSE.
           CLOSE PRTOUT.

      *    GLTRANS.DAT ONLY EVER HOLDS THE LAST NIGHT; THE MONTH-END
      *    PROOFS AND THE SALES TAX RETURN READ GLHIST.DAT.
       3050-NEXT-HIST-SEQ.
           MOVE 0 TO C-GH-RUN-SEQ.
           OPEN INPUT GL-HIST.
           IF C-GH-STATUS = '00'
               PERFORM UNTIL MORE-GH = 'N'
                   READ GL-HIST
                       AT END
                           MOVE 'N' TO MORE-GH
                       NOT AT END
                           IF GH-RUN-DATE = C-RUN-DATE-NUM
                                   AND GH-RUN-SEQ IS NUMERIC
                                   AND GH-RUN-SEQ > C-GH-RUN-SEQ
                               MOVE GH-RUN-SEQ TO C-GH-RUN-SEQ
                           END-IF
               END-PERFORM
               CLOSE GL-HIST
           END-IF.
           ADD 1 TO C-GH-RUN-SEQ.

      *    A SIDE THAT NETTED NEGATIVE (A DAY OF NOTHING BUT
      *    VOIDS OR CANCELS) FLIPS TO THE OTHER COLUMN SO THE
      *    LEDGER NEVER SEES A NEGATIVE POSTING.
               MOVE AC-T-DESC(AC-IDX) TO GL-DESC
               MOVE AC-T-CODE(AC-IDX) TO GL-SOURCE
               WRITE GL-REC
               MOVE GL-REC TO GH-REC
               MOVE C-GH-RUN-SEQ TO GH-RUN-SEQ
               WRITE GH-REC
               ADD 1 TO C-ENTRY-CTR
               ADD C-FINAL-DEBIT TO C-GT-DEBIT
               ADD C-FINAL-CREDIT TO C-GT-CREDIT
