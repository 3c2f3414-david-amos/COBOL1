       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA45.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *MONTH-END SUBLEDGER-TO-GENERAL-LEDGER PROOF.  EVERY
      *POSTING COBDOA19 HAS MADE THROUGH THE RUN DATE IS TOTALED
      *BY GLACCTS.DAT ACCOUNT - GLHIST.DAT (HIGHEST RUN SEQUENCE
      *PER DATE, THE SAME RULE COBDOA05 RECONCILES BY), PLUS THE
      *CURRENT GLTRANS.DAT IF ITS NIGHT NEVER REACHED THE
      *HISTORY - AND PRINTED AS A TRIAL BALANCE WITH THE MONTH'S
      *ACTIVITY.  EACH CONTROL ACCOUNT IS THEN PROVED AGAINST
      *THE FILE THAT IS SUPPOSED TO BACK IT:
      *  - GUEST RECEIVABLES (GUESTAR) AGAINST GSTBAL.DAT;
      *  - COMMISSIONS PAYABLE (COMMPAY) AGAINST THE DUE
      *    COLUMN OF COMMDUE.DAT, WHICH COBDOA07 REBUILDS FOR
      *    THE RUN DATE EARLIER IN THE NIGHTLY CHAIN;
      *  - BOAT INVENTORY (BOATINV) AGAINST THE COST OF THE
      *    UNSOLD UNITS ON BOATINV.DAT;
      *  - LODGING TAX PAYABLE (LODGTAX) AGAINST THE TAX
      *    ACCRUED ON LODGTAX.DAT.
      *EACH PRINTS BOTH BALANCES AND THE GAP.  A GAP LARGER THAN
      *THE TOLERANCE FLAGS THE ACCOUNT AND SETS A NONZERO RETURN
      *CODE.  RUNS LAST IN THE NIGHTLY CHAIN, AFTER THE
      *RECONCILIATION AND THE CLOSE, SO A DIFFERENCE NEVER HOLDS
      *THEM UP; THE BALANCES ARE CUMULATIVE, SO ANY NIGHT
      *PROVES, AND THE LAST NIGHT OF THE MONTH IS THE MONTH-END
      *PROOF.
      *OPENING BALANCES: THE SUBLEDGERS CARRY BALANCES FROM
      *BEFORE COBDOA19 STARTED POSTING, SO AT CONVERSION THE
      *PROOF IS RUN ONCE WITH 'OPEN' AS THE FOURTH ARGUMENT, ON
      *A NIGHT THE SUBLEDGER FILES ARE KNOWN TO BE RIGHT.  FOR
      *EACH CONTROL ACCOUNT WHOSE FILE IS ON HAND IT APPENDS AN
      *'OPENING BALANCE' ROW TO GLHIST.DAT FOR THE GAP BETWEEN
      *THE SUBLEDGER AND THE LEDGER, WITH ONE OFFSETTING ROW TO
      *THE CONVERSION ACCOUNT (OPENBAL), DATED THE DAY BEFORE
      *THE FIRST POSTING ON FILE SO NO NIGHT'S RUN SEQUENCE IS
      *DISTURBED.  ONCE OPENING ROWS ARE ON FILE THE OPTION IS
      *REFUSED WITH RETURN CODE 8.
      *ARGUMENTS: 1 REPORT PATH, 2 RUN DATE, 3 TOLERANCE,
      *4 'OPEN' (CONVERSION ONLY).
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNTS
               ASSIGN TO "C:\IHCC\COBOL\GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ACCT-STATUS.

           SELECT GL-TRANS
               ASSIGN TO "C:\IHCC\COBOL\GLTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GL-STATUS.

           SELECT GL-HIST
               ASSIGN TO "C:\IHCC\COBOL\GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GH-STATUS.

           SELECT GUEST-BAL
               ASSIGN TO "C:\IHCC\COBOL\GSTBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GST-BAL-STATUS.

           SELECT COMM-DUE
               ASSIGN TO "C:\IHCC\COBOL\COMMDUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DUE-STATUS.

           SELECT BOAT-INV
               ASSIGN TO "C:\IHCC\COBOL\BOATINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BI-STOCK-NO
               FILE STATUS IS C-INV-STATUS.

           SELECT LODGE-TAX
               ASSIGN TO "C:\IHCC\COBOL\LODGTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LODGE-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GL-ACCOUNTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GA-REC
           RECORD CONTAINS 39 CHARACTERS.
       01  GA-REC.
           05 GA-CODE              PIC X(8).
           05 GA-ACCT              PIC X(6).
           05 GA-DESC              PIC X(25).

       FD  GL-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC
           RECORD CONTAINS 71 CHARACTERS.
       01  GL-REC.
           05 GL-RUN-DATE          PIC 9(8).
           05 GL-ACCT              PIC X(6).
           05 GL-DEBIT             PIC S9(10)V99.
           05 GL-CREDIT            PIC S9(10)V99.
           05 GL-DESC              PIC X(25).
           05 GL-SOURCE            PIC X(8).

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

       FD  GUEST-BAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS GB-REC
           RECORD CONTAINS 37 CHARACTERS.
       01  GB-REC.
           05 GB-GUEST             PIC X(20).
           05 GB-BALANCE           PIC S9(7)V99.
           05 GB-LAST-CHG-DATE     PIC 9(8).

       FD  COMM-DUE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CD-REC
           RECORD CONTAINS 34 CHARACTERS.
       01  CD-REC.
           05 CD-SLSP              PIC X(4).
           05 CD-ACCRUED           PIC 9(8)V99.
           05 CD-PAID              PIC 9(8)V99.
           05 CD-DUE               PIC 9(8)V99.

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

       FD  LODGE-TAX
           LABEL RECORD IS STANDARD
           DATA RECORD IS LT-REC
           RECORD CONTAINS 61 CHARACTERS.
       01  LT-REC.
           05 LT-BILL-DATE         PIC 9(8).
           05 LT-TYPE              PIC X.
           05 LT-CONDO             PIC XX.
           05 LT-GUEST             PIC X(20).
           05 LT-GROSS             PIC S9(6)V99.
           05 LT-EXEMPT            PIC S9(5)V99.
           05 LT-TAXABLE           PIC S9(6)V99.
           05 LT-TAX               PIC S9(5)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      *    ONE ENTRY PER GLACCTS.DAT CODE, PLUS ANY SOURCE CODE THE
      *    HISTORY CARRIES THAT THE CODING FILE NO LONGER HAS.
       01  ACCOUNT-TABLE.
           05 AC-TABLE-CTR         PIC 99          VALUE 0.
           05 AC-ENTRY OCCURS 40 TIMES INDEXED BY AC-IDX.
               10 AC-T-CODE            PIC X(8).
               10 AC-T-ACCT            PIC X(6).
               10 AC-T-DESC            PIC X(25).
               10 AC-T-MON-DEBIT       PIC S9(11)V99.
               10 AC-T-MON-CREDIT      PIC S9(11)V99.
               10 AC-T-DEBIT           PIC S9(11)V99.
               10 AC-T-CREDIT          PIC S9(11)V99.

      *    HIGHEST RUN SEQUENCE ON GLHIST.DAT FOR EACH RUN DATE.
       01  RUN-DATE-TABLE.
           05 RD-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 RD-ENTRY OCCURS 3000 TIMES INDEXED BY RD-IDX.
               10 RD-T-DATE            PIC 9(8).
               10 RD-T-SEQ             PIC 9(3).

      *    THE FOUR CONTROL ACCOUNTS.  PF-T-NORMAL 'D' FOR A
      *    DEBIT-BALANCE ACCOUNT, 'C' FOR A CREDIT-BALANCE ONE.
       01  PROOF-TABLE.
           05 PF-TABLE-CTR         PIC 9           VALUE 4.
           05 PF-ENTRY OCCURS 4 TIMES INDEXED BY PF-IDX.
               10 PF-T-CODE            PIC X(8).
               10 PF-T-NORMAL          PIC X.
               10 PF-T-NAME            PIC X(26).
               10 PF-T-SOURCE          PIC X(16).
               10 PF-T-GL-BAL          PIC S9(11)V99.
               10 PF-T-SUB-BAL         PIC S9(11)V99.
               10 PF-T-FILE-FOUND      PIC X.

       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 C-ACCT-STATUS        PIC XX.
           05 C-GL-STATUS          PIC XX.
           05 C-GH-STATUS          PIC XX.
           05 C-GST-BAL-STATUS     PIC XX.
           05 C-DUE-STATUS         PIC XX.
           05 C-INV-STATUS         PIC XX.
           05 C-LODGE-STATUS       PIC XX.
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\GLPROOF.RPT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-TOLERANCE-ARG      PIC 9(5)V99     VALUE 0.
           05 C-OPEN-OPTION        PIC X(4)        VALUE SPACES.
           05 C-OPENED             PIC X           VALUE 'N'.
           05 C-OPEN-ROWS          PIC 9           VALUE 0.
           05 C-FIRST-DATE         PIC 9(8)        VALUE 0.
           05 C-OPEN-DATE          PIC 9(8)        VALUE 0.
           05 C-OPEN-AMT           PIC S9(11)V99.
           05 C-OPEN-NET           PIC S9(11)V99   VALUE 0.
           05 C-OPEN-ACCT          PIC X(6).
      *    ROUNDING ALLOWANCE PER ACCOUNT; ARGUMENT 3 OVERRIDES IT.
           05 C-TOLERANCE          PIC 9(5)V99     VALUE 1.00.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-RUN-MONTH          PIC 9(6).
           05 C-REC-MONTH          PIC 9(6).
           05 C-WORK-SEQ           PIC 9(3).
           05 C-FIND-CODE          PIC X(8).
           05 C-FIND-ACCT          PIC X(6).
           05 C-ROW-DATE           PIC 9(8).
           05 C-ROW-DEBIT          PIC S9(10)V99.
           05 C-ROW-CREDIT         PIC S9(10)V99.
           05 C-GLTRANS-ADDED      PIC X           VALUE 'N'.
           05 C-BALANCE            PIC S9(11)V99.
           05 C-DIFF               PIC S9(11)V99.
           05 C-ABS-DIFF           PIC 9(11)V99.
           05 C-HIST-ROWS          PIC 9(7)        VALUE 0.
           05 C-TB-MON-DEBIT       PIC S9(11)V99   VALUE 0.
           05 C-TB-MON-CREDIT      PIC S9(11)V99   VALUE 0.
           05 C-TB-DEBIT           PIC S9(11)V99   VALUE 0.
           05 C-TB-CREDIT          PIC S9(11)V99   VALUE 0.
           05 C-OUT-CTR            PIC 9           VALUE 0.
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
           05 FILLER               PIC X(42)       VALUE SPACE.
           05 FILLER               PIC X(66)
                                   VALUE 'PMG MANAGEMENT'.
           05 FILLER               PIC X(6)        VALUE 'PAGE:'.
           05 O-PCTR               PIC Z9.

       01  REPORT-LINE.
           05 FILLER               PIC X(50)       VALUE 'COBDOA45'.
           05 FILLER               PIC X(50)
                       VALUE 'SUBLEDGER TO GENERAL LEDGER PROOF'.
           05 FILLER               PIC X(14)       VALUE
                                   'MONTH ENDING'.
           05 O-END-MM             PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-END-DD             PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-END-YY             PIC 9(4).
           05 FILLER               PIC X(8)        VALUE SPACES.

       01  BLANK-LINE              PIC X(132)      VALUE SPACES.

       01  TB-HEADING-LINE.
           05 FILLER               PIC X(132)      VALUE
               'TRIAL BALANCE OF POSTINGS THROUGH THE RUN DATE'.

       01  TB-HEADINGS.
           05 FILLER               PIC X(8)        VALUE 'ACCOUNT'.
           05 FILLER               PIC X(10)       VALUE 'CODE'.
           05 FILLER               PIC X(27)       VALUE
                                   'DESCRIPTION'.
           05 FILLER               PIC X(18)       VALUE
                                   '  MONTH DEBITS'.
           05 FILLER               PIC X(18)       VALUE
                                   ' MONTH CREDITS'.
           05 FILLER               PIC X(18)       VALUE
                                   ' TOTAL DEBITS'.
           05 FILLER               PIC X(18)       VALUE
                                   'TOTAL CREDITS'.
           05 FILLER               PIC X(15)       VALUE
                                   '      BALANCE'.

       01  TB-DETAIL-LINE.
           05 O-TB-ACCT            PIC X(6).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-TB-CODE            PIC X(8).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-TB-DESC            PIC X(25).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-TB-MON-DEBIT       PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-TB-MON-CREDIT      PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-TB-DEBIT           PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-TB-CREDIT          PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-TB-BALANCE         PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X           VALUE SPACES.
           05 O-TB-DR-CR           PIC XX.

       01  TB-TOTAL-LINE.
           05 FILLER               PIC X(45)       VALUE
                                   'TOTALS'.
           05 O-TB-TOT-MON-DEBIT   PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-TB-TOT-MON-CREDIT  PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-TB-TOT-DEBIT       PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-TB-TOT-CREDIT      PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(19)       VALUE SPACES.

       01  TB-NOTE-LINE.
           05 O-TB-NOTE            PIC X(132).

       01  PROOF-HEADING-LINE.
           05 FILLER               PIC X(132)      VALUE
               'CONTROL ACCOUNTS PROVED TO THEIR SUBLEDGERS'.

       01  PROOF-HEADINGS.
           05 FILLER               PIC X(28)       VALUE
                                   'CONTROL ACCOUNT'.
           05 FILLER               PIC X(8)        VALUE 'ACCOUNT'.
           05 FILLER               PIC X(18)       VALUE
                                   'SUBLEDGER'.
           05 FILLER               PIC X(17)       VALUE
                                   '   GL BALANCE'.
           05 FILLER               PIC X(17)       VALUE
                                   '    SUBLEDGER'.
           05 FILLER               PIC X(17)       VALUE
                                   '   DIFFERENCE'.
           05 FILLER               PIC X(27)       VALUE 'STATUS'.

       01  PROOF-DETAIL-LINE.
           05 O-PF-NAME            PIC X(26).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-PF-ACCT            PIC X(6).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-PF-SOURCE          PIC X(16).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-PF-GL-BAL          PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-PF-SUB-BAL         PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-PF-DIFF            PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-PF-STATUS          PIC X(27).

       01  PROOF-TOL-LINE.
           05 FILLER               PIC X(20)       VALUE
                                   'TOLERANCE:'.
           05 O-TOLERANCE          PIC $$$,$$9.99.
           05 FILLER               PIC X(102)      VALUE SPACES.

       01  PROOF-RESULT-LINE.
           05 O-PF-RESULT          PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-SWEEP-GL-HISTORY.
           PERFORM 2200-SWEEP-GL-TRANS.
           PERFORM 2500-SUBLEDGERS.
           IF C-OPEN-OPTION = 'OPEN'
               PERFORM 2600-SEED-OPENING
           END-IF.
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
           MOVE I-YY TO O-END-YY.
           MOVE I-DD TO O-END-DD.
           MOVE I-MM TO O-END-MM.
           COMPUTE C-RUN-DATE-NUM =
               I-YY * 10000 + I-MM * 100 + I-DD.
           COMPUTE C-RUN-MONTH = I-YY * 100 + I-MM.
           IF C-TOLERANCE-ARG NOT = 0
               MOVE C-TOLERANCE-ARG TO C-TOLERANCE
           END-IF.

           PERFORM 1020-LOAD-ACCOUNTS.
           PERFORM 1030-LOAD-CONTROLS.

           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HEADINGS.

      *    ARGUMENTS: 1 REPORT PATH, 2 RUN DATE, 3 TOLERANCE,
      *    4 'OPEN' TO SEED THE OPENING BALANCES.
       1005-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-PRTOUT-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-RUN-DATE-ARG
                   END-IF
           END-ACCEPT.

           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-TOLERANCE-ARG
                   END-IF
           END-ACCEPT.

           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   MOVE C-ARG-VALUE TO C-OPEN-OPTION
           END-ACCEPT.

       1020-LOAD-ACCOUNTS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT GL-ACCOUNTS.
           IF C-ACCT-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ GL-ACCOUNTS
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF AC-TABLE-CTR < 40
                           ADD 1 TO AC-TABLE-CTR
                           SET AC-IDX TO AC-TABLE-CTR
                           MOVE GA-CODE TO AC-T-CODE(AC-IDX)
                           MOVE GA-ACCT TO AC-T-ACCT(AC-IDX)
                           MOVE GA-DESC TO AC-T-DESC(AC-IDX)
                           MOVE 0 TO AC-T-MON-DEBIT(AC-IDX)
                           MOVE 0 TO AC-T-MON-CREDIT(AC-IDX)
                           MOVE 0 TO AC-T-DEBIT(AC-IDX)
                           MOVE 0 TO AC-T-CREDIT(AC-IDX)
                       END-IF
               END-PERFORM.
           IF C-ACCT-STATUS = '00' OR C-ACCT-STATUS = '10'
               CLOSE GL-ACCOUNTS.

       1030-LOAD-CONTROLS.
           MOVE 'GUESTAR' TO PF-T-CODE(1).
           MOVE 'D' TO PF-T-NORMAL(1).
           MOVE 'GUEST RECEIVABLES' TO PF-T-NAME(1).
           MOVE 'GSTBAL.DAT' TO PF-T-SOURCE(1).
           MOVE 'COMMPAY' TO PF-T-CODE(2).
           MOVE 'C' TO PF-T-NORMAL(2).
           MOVE 'COMMISSIONS PAYABLE' TO PF-T-NAME(2).
           MOVE 'COMMDUE.DAT' TO PF-T-SOURCE(2).
           MOVE 'BOATINV' TO PF-T-CODE(3).
           MOVE 'D' TO PF-T-NORMAL(3).
           MOVE 'BOAT INVENTORY' TO PF-T-NAME(3).
           MOVE 'BOATINV.DAT' TO PF-T-SOURCE(3).
           MOVE 'LODGTAX' TO PF-T-CODE(4).
           MOVE 'C' TO PF-T-NORMAL(4).
           MOVE 'LODGING TAX PAYABLE' TO PF-T-NAME(4).
           MOVE 'LODGTAX.DAT' TO PF-T-SOURCE(4).
           PERFORM VARYING PF-IDX FROM 1 BY 1 UNTIL PF-IDX > 4
               MOVE 0 TO PF-T-GL-BAL(PF-IDX)
               MOVE 0 TO PF-T-SUB-BAL(PF-IDX)
               MOVE 'N' TO PF-T-FILE-FOUND(PF-IDX)
           END-PERFORM.

      *    TWO PASSES: THE FIRST FINDS THE SURVIVING RUN SEQUENCE
      *    FOR EACH DATE, THE SECOND TOTALS ONLY THOSE ROWS.
      *    POSTINGS ARE TOTALED BY SOURCE CODE SO A RECODED
      *    ACCOUNT KEEPS ITS EARLIER HISTORY.
       2000-SWEEP-GL-HISTORY.
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
                               AND GH-RUN-DATE <= C-RUN-DATE-NUM
                           PERFORM 2050-KEEP-HIGHEST-SEQ
                       END-IF
               END-PERFORM.
           IF C-GH-STATUS = '00' OR C-GH-STATUS = '10'
               CLOSE GL-HIST.

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
                               AND GH-RUN-DATE <= C-RUN-DATE-NUM
                           PERFORM 2100-ONE-HIST-ROW
                       END-IF
               END-PERFORM.
           IF C-GH-STATUS = '00' OR C-GH-STATUS = '10'
               CLOSE GL-HIST.

       2050-KEEP-HIGHEST-SEQ.
           IF GH-RUN-SEQ IS NUMERIC
               MOVE GH-RUN-SEQ TO C-WORK-SEQ
           ELSE
               MOVE 0 TO C-WORK-SEQ
           END-IF.
           SET RD-IDX TO 1.
           SEARCH RD-ENTRY
               AT END
                   CONTINUE
               WHEN RD-IDX > RD-TABLE-CTR
                   IF RD-TABLE-CTR < 3000
                       ADD 1 TO RD-TABLE-CTR
                       MOVE GH-RUN-DATE TO RD-T-DATE(RD-TABLE-CTR)
                       MOVE C-WORK-SEQ TO RD-T-SEQ(RD-TABLE-CTR)
                   END-IF
               WHEN RD-T-DATE(RD-IDX) = GH-RUN-DATE
                   IF C-WORK-SEQ > RD-T-SEQ(RD-IDX)
                       MOVE C-WORK-SEQ TO RD-T-SEQ(RD-IDX)
                   END-IF
           END-SEARCH.

       2100-ONE-HIST-ROW.
           IF GH-RUN-SEQ IS NUMERIC
               MOVE GH-RUN-SEQ TO C-WORK-SEQ
           ELSE
               MOVE 0 TO C-WORK-SEQ
           END-IF.
           SET RD-IDX TO 1.
           SEARCH RD-ENTRY
               AT END
                   CONTINUE
               WHEN RD-IDX > RD-TABLE-CTR
                   CONTINUE
               WHEN RD-T-DATE(RD-IDX) = GH-RUN-DATE
                   IF GH-DESC = 'OPENING BALANCE'
                       MOVE 'Y' TO C-OPENED
                   END-IF
                   IF C-WORK-SEQ = RD-T-SEQ(RD-IDX)
                       MOVE GH-SOURCE TO C-FIND-CODE
                       MOVE GH-ACCT TO C-FIND-ACCT
                       MOVE GH-RUN-DATE TO C-ROW-DATE
                       MOVE GH-DEBIT TO C-ROW-DEBIT
                       MOVE GH-CREDIT TO C-ROW-CREDIT
                       PERFORM 8000-POST-ROW
                       ADD 1 TO C-HIST-ROWS
                   END-IF
           END-SEARCH.

      *    GLTRANS.DAT IS ONLY THE LAST NIGHT, WHICH COBDOA19 ALSO
      *    APPENDED TO THE HISTORY; IT COUNTS HERE ONLY WHEN THAT
      *    NIGHT IS MISSING FROM GLHIST.DAT.
       2200-SWEEP-GL-TRANS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT GL-TRANS.
           IF C-GL-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS.
           PERFORM UNTIL MORE-RECS = 'N'
               READ GL-TRANS
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF GL-RUN-DATE IS NUMERIC
                               AND GL-RUN-DATE <= C-RUN-DATE-NUM
                           PERFORM 2250-ONE-TRANS-ROW
                       END-IF
               END-PERFORM.
           IF C-GL-STATUS = '00' OR C-GL-STATUS = '10'
               CLOSE GL-TRANS.

       2250-ONE-TRANS-ROW.
           SET RD-IDX TO 1.
           SEARCH RD-ENTRY
               AT END
                   CONTINUE
               WHEN RD-IDX > RD-TABLE-CTR
                   MOVE GL-SOURCE TO C-FIND-CODE
                   MOVE GL-ACCT TO C-FIND-ACCT
                   MOVE GL-RUN-DATE TO C-ROW-DATE
                   MOVE GL-DEBIT TO C-ROW-DEBIT
                   MOVE GL-CREDIT TO C-ROW-CREDIT
                   PERFORM 8000-POST-ROW
                   MOVE 'Y' TO C-GLTRANS-ADDED
               WHEN RD-T-DATE(RD-IDX) = GL-RUN-DATE
                   CONTINUE
           END-SEARCH.

      *    THE SUBLEDGERS ARE READ AS THEY STAND TONIGHT, SO THE
      *    PROOF MUST RUN THE SAME NIGHT AS THE EXTRACT.
       2500-SUBLEDGERS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT GUEST-BAL.
           IF C-GST-BAL-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS
           ELSE
               MOVE 'Y' TO PF-T-FILE-FOUND(1)
           END-IF.
           PERFORM UNTIL MORE-RECS = 'N'
               READ GUEST-BAL
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF GB-BALANCE IS NUMERIC
                           ADD GB-BALANCE TO PF-T-SUB-BAL(1)
                       END-IF
               END-PERFORM.
           IF C-GST-BAL-STATUS = '00' OR C-GST-BAL-STATUS = '10'
               CLOSE GUEST-BAL.

           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT COMM-DUE.
           IF C-DUE-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS
           ELSE
               MOVE 'Y' TO PF-T-FILE-FOUND(2)
           END-IF.
           PERFORM UNTIL MORE-RECS = 'N'
               READ COMM-DUE
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF CD-DUE IS NUMERIC
                           ADD CD-DUE TO PF-T-SUB-BAL(2)
                       END-IF
               END-PERFORM.
           IF C-DUE-STATUS = '00' OR C-DUE-STATUS = '10'
               CLOSE COMM-DUE.

           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT BOAT-INV.
           IF C-INV-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS
           ELSE
               MOVE 'Y' TO PF-T-FILE-FOUND(3)
           END-IF.
           PERFORM UNTIL MORE-RECS = 'N'
               READ BOAT-INV
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF BI-STATUS NOT = 'S'
                               AND BI-PURCH-COST IS NUMERIC
                           ADD BI-PURCH-COST TO PF-T-SUB-BAL(3)
                       END-IF
               END-PERFORM.
           IF C-INV-STATUS = '00' OR C-INV-STATUS = '10'
               CLOSE BOAT-INV.

           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT LODGE-TAX.
           IF C-LODGE-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS
           ELSE
               MOVE 'Y' TO PF-T-FILE-FOUND(4)
           END-IF.
           PERFORM UNTIL MORE-RECS = 'N'
               READ LODGE-TAX
                   AT END
                       MOVE 'N' TO MORE-RECS
                   NOT AT END
                       IF LT-TAX IS NUMERIC
                           ADD LT-TAX TO PF-T-SUB-BAL(4)
                       END-IF
               END-PERFORM.
           IF C-LODGE-STATUS = '00' OR C-LODGE-STATUS = '10'
               CLOSE LODGE-TAX.

      *    CONVERSION ONLY.  EACH ROW IS ALSO POSTED TO THE TABLE
      *    SO TONIGHT'S REPORT ALREADY SHOWS THE SEEDED LEDGER.
       2600-SEED-OPENING.
           IF C-OPENED = 'Y'
               DISPLAY 'COBDOA45 - OPENING BALANCES ARE ALREADY ON'
                   ' GLHIST.DAT - NOT SEEDED AGAIN'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-FIRST-DATE = 0 OR C-FIRST-DATE > C-RUN-DATE-NUM
                   MOVE C-RUN-DATE-NUM TO C-FIRST-DATE
               END-IF
               COMPUTE C-OPEN-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(C-FIRST-DATE) - 1)
               OPEN EXTEND GL-HIST
               IF C-GH-STATUS = '35'
                   OPEN OUTPUT GL-HIST
               END-IF
               PERFORM 2610-SEED-ONE-ACCOUNT
                   VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PF-TABLE-CTR
               IF C-OPEN-NET NOT = 0
                   MOVE 'OPENBAL' TO C-FIND-CODE
                   COMPUTE C-OPEN-AMT = 0 - C-OPEN-NET
                   PERFORM 2620-WRITE-OPENING-ROW
               END-IF
               CLOSE GL-HIST
           END-IF.

      *    THE GAP IS TAKEN ON THE ACCOUNT'S NORMAL SIDE AND TURNED
      *    INTO A NET DEBIT (POSITIVE) OR CREDIT (NEGATIVE) FOR THE
      *    ROW; OPENBAL TAKES THE SUM OF THEM THE OTHER WAY.
       2610-SEED-ONE-ACCOUNT.
           IF PF-T-FILE-FOUND(PF-IDX) = 'Y'
               MOVE PF-T-CODE(PF-IDX) TO C-FIND-CODE
               MOVE 0 TO C-BALANCE
               SET AC-IDX TO 1
               SEARCH AC-ENTRY
                   AT END
                       CONTINUE
                   WHEN AC-IDX > AC-TABLE-CTR
                       CONTINUE
                   WHEN AC-T-CODE(AC-IDX) = C-FIND-CODE
                       COMPUTE C-BALANCE =
                           AC-T-DEBIT(AC-IDX) - AC-T-CREDIT(AC-IDX)
               END-SEARCH
               IF PF-T-NORMAL(PF-IDX) = 'D'
                   COMPUTE C-OPEN-AMT =
                       PF-T-SUB-BAL(PF-IDX) - C-BALANCE
               ELSE
                   COMPUTE C-OPEN-AMT =
                       0 - PF-T-SUB-BAL(PF-IDX) - C-BALANCE
               END-IF
               IF C-OPEN-AMT NOT = 0
                   ADD C-OPEN-AMT TO C-OPEN-NET
                   PERFORM 2620-WRITE-OPENING-ROW
               END-IF
           END-IF.

      *    C-OPEN-AMT IS A NET DEBIT (POSITIVE) OR CREDIT (NEGATIVE).
       2620-WRITE-OPENING-ROW.
           MOVE '999999' TO C-OPEN-ACCT.
           SET AC-IDX TO 1.
           SEARCH AC-ENTRY
               AT END
                   CONTINUE
               WHEN AC-IDX > AC-TABLE-CTR
                   CONTINUE
               WHEN AC-T-CODE(AC-IDX) = C-FIND-CODE
                   MOVE AC-T-ACCT(AC-IDX) TO C-OPEN-ACCT
           END-SEARCH.
           IF C-OPEN-AMT > 0
               MOVE C-OPEN-AMT TO C-ROW-DEBIT
               MOVE 0 TO C-ROW-CREDIT
           ELSE
               MOVE 0 TO C-ROW-DEBIT
               COMPUTE C-ROW-CREDIT = 0 - C-OPEN-AMT
           END-IF.
           MOVE C-OPEN-DATE TO GH-RUN-DATE.
           MOVE C-OPEN-ACCT TO GH-ACCT.
           MOVE C-ROW-DEBIT TO GH-DEBIT.
           MOVE C-ROW-CREDIT TO GH-CREDIT.
           MOVE 'OPENING BALANCE' TO GH-DESC.
           MOVE C-FIND-CODE TO GH-SOURCE.
           MOVE 1 TO GH-RUN-SEQ.
           WRITE GH-REC.
           ADD 1 TO C-OPEN-ROWS.
           MOVE C-OPEN-ACCT TO C-FIND-ACCT.
           MOVE C-OPEN-DATE TO C-ROW-DATE.
           PERFORM 8000-POST-ROW.

       3000-CLOSING.
           WRITE PRTLINE FROM TB-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TB-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3100-PRINT-ACCOUNT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > AC-TABLE-CTR.
           MOVE C-TB-MON-DEBIT TO O-TB-TOT-MON-DEBIT.
           MOVE C-TB-MON-CREDIT TO O-TB-TOT-MON-CREDIT.
           MOVE C-TB-DEBIT TO O-TB-TOT-DEBIT.
           MOVE C-TB-CREDIT TO O-TB-TOT-CREDIT.
           WRITE PRTLINE FROM TB-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF C-GLTRANS-ADDED = 'Y'
               MOVE 'INCLUDES GLTRANS.DAT NIGHT NOT ON GLHIST.DAT'
                   TO O-TB-NOTE
               WRITE PRTLINE FROM TB-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF C-OPEN-ROWS > 0
               MOVE 'OPENING BALANCES SEEDED TO GLHIST.DAT TONIGHT'
                   TO O-TB-NOTE
               WRITE PRTLINE FROM TB-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF C-TB-DEBIT NOT = C-TB-CREDIT
               MOVE '*** LEDGER DEBITS DO NOT EQUAL CREDITS ***'
                   TO O-TB-NOTE
               WRITE PRTLINE FROM TB-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           WRITE PRTLINE FROM PROOF-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM PROOF-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3200-PROVE-ACCOUNT
               VARYING PF-IDX FROM 1 BY 1
               UNTIL PF-IDX > PF-TABLE-CTR.
           MOVE C-TOLERANCE TO O-TOLERANCE.
           WRITE PRTLINE FROM PROOF-TOL-LINE
               AFTER ADVANCING 2 LINES.
           IF C-OUT-CTR = 0
               MOVE 'ALL CONTROL ACCOUNTS AGREE WITH THEIR SUBLEDGERS'
                   TO O-PF-RESULT
           ELSE
               MOVE '*** CONTROL ACCOUNTS OUT OF TOLERANCE - SEE ABOVE'
                   TO O-PF-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PRTLINE FROM PROOF-RESULT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE PRTOUT.

       3100-PRINT-ACCOUNT.
           MOVE AC-T-ACCT(AC-IDX) TO O-TB-ACCT.
           MOVE AC-T-CODE(AC-IDX) TO O-TB-CODE.
           MOVE AC-T-DESC(AC-IDX) TO O-TB-DESC.
           MOVE AC-T-MON-DEBIT(AC-IDX) TO O-TB-MON-DEBIT.
           MOVE AC-T-MON-CREDIT(AC-IDX) TO O-TB-MON-CREDIT.
           MOVE AC-T-DEBIT(AC-IDX) TO O-TB-DEBIT.
           MOVE AC-T-CREDIT(AC-IDX) TO O-TB-CREDIT.
           COMPUTE C-BALANCE =
               AC-T-DEBIT(AC-IDX) - AC-T-CREDIT(AC-IDX).
           IF C-BALANCE < 0
               COMPUTE C-BALANCE = 0 - C-BALANCE
               MOVE 'CR' TO O-TB-DR-CR
           ELSE
               MOVE 'DR' TO O-TB-DR-CR
           END-IF.
           MOVE C-BALANCE TO O-TB-BALANCE.
           WRITE PRTLINE FROM TB-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
           ADD AC-T-MON-DEBIT(AC-IDX) TO C-TB-MON-DEBIT.
           ADD AC-T-MON-CREDIT(AC-IDX) TO C-TB-MON-CREDIT.
           ADD AC-T-DEBIT(AC-IDX) TO C-TB-DEBIT.
           ADD AC-T-CREDIT(AC-IDX) TO C-TB-CREDIT.

      *    THE GL BALANCE IS TAKEN ON THE ACCOUNT'S NORMAL SIDE SO
      *    IT COMPARES DIRECTLY WITH THE SUBLEDGER TOTAL.
       3200-PROVE-ACCOUNT.
           MOVE PF-T-CODE(PF-IDX) TO C-FIND-CODE.
           SET AC-IDX TO 1.
           SEARCH AC-ENTRY
               AT END
                   MOVE SPACES TO O-PF-ACCT
               WHEN AC-IDX > AC-TABLE-CTR
                   MOVE SPACES TO O-PF-ACCT
               WHEN AC-T-CODE(AC-IDX) = C-FIND-CODE
                   MOVE AC-T-ACCT(AC-IDX) TO O-PF-ACCT
                   IF PF-T-NORMAL(PF-IDX) = 'D'
                       COMPUTE PF-T-GL-BAL(PF-IDX) =
                           AC-T-DEBIT(AC-IDX) - AC-T-CREDIT(AC-IDX)
                   ELSE
                       COMPUTE PF-T-GL-BAL(PF-IDX) =
                           AC-T-CREDIT(AC-IDX) - AC-T-DEBIT(AC-IDX)
                   END-IF
           END-SEARCH.
           COMPUTE C-DIFF =
               PF-T-GL-BAL(PF-IDX) - PF-T-SUB-BAL(PF-IDX).
           IF C-DIFF < 0
               COMPUTE C-ABS-DIFF = 0 - C-DIFF
           ELSE
               MOVE C-DIFF TO C-ABS-DIFF
           END-IF.

           MOVE PF-T-NAME(PF-IDX) TO O-PF-NAME.
           MOVE PF-T-SOURCE(PF-IDX) TO O-PF-SOURCE.
           MOVE PF-T-GL-BAL(PF-IDX) TO O-PF-GL-BAL.
           MOVE PF-T-SUB-BAL(PF-IDX) TO O-PF-SUB-BAL.
           MOVE C-DIFF TO O-PF-DIFF.
           IF C-ABS-DIFF > C-TOLERANCE
               MOVE '*** OUT OF TOLERANCE ***' TO O-PF-STATUS
               ADD 1 TO C-OUT-CTR
           ELSE
           IF C-DIFF = 0
               MOVE 'IN BALANCE' TO O-PF-STATUS
           ELSE
               MOVE 'WITHIN TOLERANCE' TO O-PF-STATUS
           END-IF
           END-IF.
           IF PF-T-FILE-FOUND(PF-IDX) = 'N'
               IF C-ABS-DIFF > C-TOLERANCE
                   MOVE '*** NO SUBLEDGER FILE ***' TO O-PF-STATUS
               ELSE
                   MOVE 'NO SUBLEDGER FILE' TO O-PF-STATUS
               END-IF
           END-IF.
           WRITE PRTLINE FROM PROOF-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       8000-POST-ROW.
           SET AC-IDX TO 1.
           SEARCH AC-ENTRY
               AT END
                   CONTINUE
               WHEN AC-IDX > AC-TABLE-CTR
                   IF AC-TABLE-CTR < 40
                       ADD 1 TO AC-TABLE-CTR
                       SET AC-IDX TO AC-TABLE-CTR
                       MOVE C-FIND-CODE TO AC-T-CODE(AC-IDX)
                       MOVE C-FIND-ACCT TO AC-T-ACCT(AC-IDX)
                       MOVE 'NOT ON GLACCTS.DAT' TO AC-T-DESC(AC-IDX)
                       MOVE 0 TO AC-T-MON-DEBIT(AC-IDX)
                       MOVE 0 TO AC-T-MON-CREDIT(AC-IDX)
                       MOVE 0 TO AC-T-DEBIT(AC-IDX)
                       MOVE 0 TO AC-T-CREDIT(AC-IDX)
                       PERFORM 8100-ADD-AMOUNTS
                   END-IF
               WHEN AC-T-CODE(AC-IDX) = C-FIND-CODE
                   PERFORM 8100-ADD-AMOUNTS
           END-SEARCH.

       8100-ADD-AMOUNTS.
           IF C-FIRST-DATE = 0 OR C-ROW-DATE < C-FIRST-DATE
               MOVE C-ROW-DATE TO C-FIRST-DATE
           END-IF.
           ADD C-ROW-DEBIT TO AC-T-DEBIT(AC-IDX).
           ADD C-ROW-CREDIT TO AC-T-CREDIT(AC-IDX).
           COMPUTE C-REC-MONTH = C-ROW-DATE / 100.
           IF C-REC-MONTH = C-RUN-MONTH
               ADD C-ROW-DEBIT TO AC-T-MON-DEBIT(AC-IDX)
               ADD C-ROW-CREDIT TO AC-T-MON-CREDIT(AC-IDX)
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM COBDOA45.
