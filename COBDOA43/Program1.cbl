       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA43.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *THIS PROGRAM PAYS THE CONDO OWNERS FOR A MONTH.  COBDOA11
      *LEAVES EACH OWNER'S SETTLEMENT FOR THE MONTH (NET RENT
      *AFTER THE MANAGEMENT FEE, LESS CHARGE-BACKS) ON
      *OWNRSTMT.DAT.  THE AMOUNT AVAILABLE IS THAT NET DUE PLUS
      *ANY BALANCE CARRIED ON THE OWNER PAYABLES LEDGER
      *(OWNRPAY.DAT).  THE OWNER'S MONTHLY RESERVE HOLDBACK FROM
      *CONDOOWN.DAT IS TAKEN OUT FIRST, UP TO THE OWNER'S RESERVE
      *CAP, AND WHAT IS LEFT IS PAID: BY DIRECT DEPOSIT FOR AN
      *OWNER SET UP FOR ACH, OTHERWISE BY CHECK NUMBERED ON FROM
      *THE LAST CHECK ON THE LEDGER.  A NEGATIVE OR ZERO AMOUNT
      *IS CARRIED TO NEXT MONTH.  THE SETTLEMENT, CHARGE-BACKS,
      *HOLDBACK AND PAYMENT ARE ALL POSTED TO THE LEDGER DATED THE
      *RUN DATE, WHERE COBDOA19 PICKS THEM UP FOR THE GENERAL
      *LEDGER.  AN OWNER ALREADY ON THE LEDGER FOR THE MONTH IS
      *NOT PAID AGAIN.  THE CHECK REGISTER LISTS EVERY OWNER; THE
      *ACH FILE (NACHA FORMAT) CARRIES EVERY DIRECT DEPOSIT
      *POSTED ON THE RUN DATE, SO A RERUN REBUILDS THE SAME FILE.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-SETTLE
               ASSIGN TO "C:\IHCC\COBOL\OWNRSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OS-STATUS.

           SELECT OWNER-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CONDOOWN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OWNER-STATUS.

           SELECT OWNER-PAYABLES
               ASSIGN TO "C:\IHCC\COBOL\OWNRPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OP-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

      *    THE BANK TAKES FIXED 94-BYTE LINES, TRAILING BLANKS AND
      *    ALL, SO THE FILE IS WRITTEN LIKE A REPORT.
           SELECT ACH-FILE
               ASSIGN TO DYNAMIC C-ACH-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\OWNRPEXC.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CTL-LOG
               ASSIGN TO "C:\IHCC\COBOL\CTLTOTAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    ONE SETTLEMENT PER OWNER PER MONTH, WRITTEN BY COBDOA11.
       FD  OWNER-SETTLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OS-REC
           RECORD CONTAINS 54 CHARACTERS.
       01  OS-REC.
           05 OS-MONTH             PIC 9(6).
           05 OS-CONDO             PIC XX.
           05 OS-RUN-DATE          PIC 9(8).
           05 OS-STAY-CTR          PIC 999.
           05 OS-GROSS             PIC 9(7)V99.
           05 OS-MGMT-FEE          PIC 9(6)V99.
           05 OS-NET               PIC 9(7)V99.
           05 OS-CHARGES           PIC 9(7)V99.

      *    OW-HOLDBACK-AMT IS KEPT BACK EACH MONTH UNTIL THE OWNER'S
      *    RESERVE REACHES OW-RESERVE-CAP (ZERO CAP = NO LIMIT).
      *    OW-PAY-METHOD 'A' PAYS BY ACH TO OW-BANK-ROUTING /
      *    OW-BANK-ACCOUNT (OW-ACCT-TYPE 'S' SAVINGS, ELSE
      *    CHECKING); ANYTHING ELSE IS PAID BY CHECK.
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
           05 FILLER               PIC X(72).

      *    OP-TYPE: 'S' MONTH'S NET SETTLEMENT, 'K' CHARGE-BACKS,
      *    'H' RESERVE HOLDBACK, 'P' PAID BY CHECK OR ACH.
      *    OP-METHOD ON A 'P' ROW: 'C' CHECK (OP-CHECK-NO), 'A' ACH.
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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       FD  ACH-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ACH-REC
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-REC                 PIC X(94).

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

       01  OWNER-TABLE.
           05 OW-TABLE-CTR         PIC 99          VALUE 0.
           05 OW-ENTRY OCCURS 40 TIMES INDEXED BY OW-IDX.
               10 OW-T-CONDO-CODE      PIC XX.
               10 OW-T-OWNER-NAME      PIC X(25).
               10 OW-T-HOLDBACK-AMT    PIC 9(5)V99.
               10 OW-T-RESERVE-CAP     PIC 9(6)V99.
               10 OW-T-PAY-METHOD      PIC X.
               10 OW-T-BANK-ROUTING    PIC 9(9).
               10 OW-T-BANK-ACCOUNT    PIC X(17).
               10 OW-T-ACCT-TYPE       PIC X.

      *    THE LEDGER SUMMED BY CONDO.  BL-T-PAYABLE IS WHAT PMG
      *    STILL OWES THE OWNER (NEGATIVE WHEN THE OWNER OWES PMG);
      *    BL-T-RESERVE IS EVERYTHING HELD BACK SO FAR.  THE BL-T-MON
      *    FIELDS ARE THE LEDGER ROWS FOR THE MONTH BEING PAID.
       01  BALANCE-TABLE.
           05 BL-TABLE-CTR         PIC 99          VALUE 0.
           05 BL-ENTRY OCCURS 60 TIMES INDEXED BY BL-IDX.
               10 BL-T-CONDO           PIC XX.
               10 BL-T-PAYABLE         PIC S9(8)V99.
               10 BL-T-RESERVE         PIC 9(8)V99.
               10 BL-T-SETTLED         PIC X.
               10 BL-T-MON-NET         PIC S9(8)V99.
               10 BL-T-MON-RESERVE     PIC 9(7)V99.
               10 BL-T-MON-PAID        PIC 9(7)V99.
               10 BL-T-MON-METHOD      PIC X.
               10 BL-T-MON-CHECK-NO    PIC 9(6).

      *    EVERY ACH PAYMENT POSTED ON THE RUN DATE.
       01  ACH-TABLE.
           05 AC-TABLE-CTR         PIC 999         VALUE 0.
           05 AC-ENTRY OCCURS 200 TIMES INDEXED BY AC-IDX.
               10 AC-T-CONDO           PIC XX.
               10 AC-T-AMOUNT          PIC 9(7)V99.

       01  WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 MORE-OWNERS          PIC X           VALUE 'Y'.
           05 MORE-LEDGER          PIC X           VALUE 'Y'.
           05 C-OS-STATUS          PIC XX.
           05 C-OWNER-STATUS       PIC XX.
           05 C-OP-STATUS          PIC XX.
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\OWNRCHK.RPT".
           05 C-ACH-PATH           PIC X(60)
                                   VALUE "C:\IHCC\COBOL\OWNRACH.DAT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-PAY-MONTH-ARG      PIC 9(6)        VALUE 0.
           05 C-FIRST-CHECK-ARG    PIC 9(6)        VALUE 0.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-RUN-MONTH          PIC 9(6).
           05 C-PAY-MONTH          PIC 9(6)        VALUE 0.
           05 C-EFF-DATE-NUM       PIC 9(8).
           05 C-LAST-CHECK-NO      PIC 9(6)        VALUE 0.
           05 C-OWNER-FOUND        PIC X.
           05 C-BL-FOUND           PIC X.
           05 C-FIND-CONDO         PIC XX.
           05 C-MONTH-NET          PIC S9(8)V99.
           05 C-CARRY              PIC S9(8)V99.
           05 C-AVAILABLE          PIC S9(8)V99.
           05 C-HOLDBACK           PIC 9(7)V99.
           05 C-RESERVE-ROOM       PIC S9(8)V99.
           05 C-PAY-AMT            PIC 9(7)V99.
           05 C-PAY-METHOD         PIC X.
           05 C-CHECK-EDIT         PIC ZZZZZ9.
           05 C-REMARK             PIC X(31).
           05 C-SETTLE-CTR         PIC 9(4)        VALUE 0.
           05 C-CHECK-CTR          PIC 9(4)        VALUE 0.
           05 C-CHECK-AMT          PIC 9(8)V99     VALUE 0.
           05 C-ACH-CTR            PIC 9(4)        VALUE 0.
           05 C-ACH-AMT            PIC 9(8)V99     VALUE 0.
           05 C-HOLDBACK-AMT       PIC 9(8)V99     VALUE 0.
           05 C-CARRIED-CTR        PIC 9(4)        VALUE 0.
           05 C-REPLAY-CTR         PIC 9(4)        VALUE 0.
           05 C-EXC-CTR            PIC 999         VALUE 0.
           05 C-PCTR               PIC 99          VALUE 0.
           05 C-EXC-PCTR           PIC 99          VALUE 0.

      *    ACH ORIGINATION DETAILS FROM PMG'S AGREEMENT WITH ITS BANK.
       01  ACH-ORIGIN.
           05 C-ACH-DEST-ROUTING   PIC X(9)        VALUE '081000032'.
           05 C-ACH-DEST-NAME      PIC X(23)
                                   VALUE 'FIRST OZARK BANK'.
           05 C-ACH-COMPANY-ID     PIC X(10)       VALUE '1431234567'.
           05 C-ACH-COMPANY-NAME   PIC X(16)
                                   VALUE 'PMG MANAGEMENT'.
           05 C-ACH-ODFI           PIC X(8)        VALUE '08100003'.

       01  ACH-WORK.
           05 C-ACH-REC-CTR        PIC 9(6)        VALUE 0.
           05 C-ACH-BLOCK-CTR      PIC 9(6)        VALUE 0.
           05 C-ACH-ENTRY-CTR      PIC 9(8)        VALUE 0.
           05 C-ACH-HASH-SUM       PIC 9(12)       VALUE 0.
           05 C-ACH-HASH           PIC 9(10)       VALUE 0.
           05 C-ACH-TOTAL          PIC 9(10)V99    VALUE 0.
           05 C-ACH-RDFI           PIC 9(8).
           05 C-ACH-FILLER-REC     PIC X(94)       VALUE ALL '9'.

       01  ACH-FILE-HEADER.
           05 FILLER               PIC X           VALUE '1'.
           05 FILLER               PIC XX          VALUE '01'.
           05 FILLER               PIC X           VALUE SPACE.
           05 AH-DEST-ROUTING      PIC X(9).
           05 AH-ORIGIN            PIC X(10).
           05 AH-CREATE-DATE       PIC 9(6).
           05 AH-CREATE-TIME       PIC 9(4).
           05 FILLER               PIC X           VALUE 'A'.
           05 FILLER               PIC X(3)        VALUE '094'.
           05 FILLER               PIC XX          VALUE '10'.
           05 FILLER               PIC X           VALUE '1'.
           05 AH-DEST-NAME         PIC X(23).
           05 AH-ORIGIN-NAME       PIC X(23).
           05 FILLER               PIC X(8)        VALUE SPACES.

       01  ACH-BATCH-HEADER.
           05 FILLER               PIC X           VALUE '5'.
           05 FILLER               PIC X(3)        VALUE '220'.
           05 AB-COMPANY-NAME      PIC X(16).
           05 FILLER               PIC X(20)       VALUE SPACES.
           05 AB-COMPANY-ID        PIC X(10).
           05 FILLER               PIC X(3)        VALUE 'PPD'.
           05 FILLER               PIC X(10)       VALUE 'OWNER PAY'.
           05 AB-DESC-DATE         PIC 9(6).
           05 AB-EFF-DATE          PIC 9(6).
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 FILLER               PIC X           VALUE '1'.
           05 AB-ODFI              PIC X(8).
           05 AB-BATCH-NO          PIC 9(7)        VALUE 1.

       01  ACH-ENTRY-DETAIL.
           05 FILLER               PIC X           VALUE '6'.
           05 AE-TRANS-CODE        PIC XX.
           05 AE-RDFI              PIC 9(8).
           05 AE-CHECK-DIGIT       PIC 9.
           05 AE-ACCOUNT           PIC X(17).
           05 AE-AMOUNT            PIC 9(8)V99.
           05 AE-IDENT             PIC X(15).
           05 AE-NAME              PIC X(22).
           05 FILLER               PIC XX          VALUE SPACES.
           05 FILLER               PIC X           VALUE '0'.
           05 AE-TRACE-ODFI        PIC X(8).
           05 AE-TRACE-SEQ         PIC 9(7).

       01  ACH-BATCH-CONTROL.
           05 FILLER               PIC X           VALUE '8'.
           05 FILLER               PIC X(3)        VALUE '220'.
           05 AC-ENTRY-CTR         PIC 9(6).
           05 AC-ENTRY-HASH        PIC 9(10).
           05 AC-TOTAL-DEBIT       PIC 9(10)V99    VALUE 0.
           05 AC-TOTAL-CREDIT      PIC 9(10)V99.
           05 AC-COMPANY-ID        PIC X(10).
           05 FILLER               PIC X(19)       VALUE SPACES.
           05 FILLER               PIC X(6)        VALUE SPACES.
           05 AC-ODFI              PIC X(8).
           05 AC-BATCH-NO          PIC 9(7)        VALUE 1.

       01  ACH-FILE-CONTROL.
           05 FILLER               PIC X           VALUE '9'.
           05 AF-BATCH-CTR         PIC 9(6)        VALUE 1.
           05 AF-BLOCK-CTR         PIC 9(6).
           05 AF-ENTRY-CTR         PIC 9(8).
           05 AF-ENTRY-HASH        PIC 9(10).
           05 AF-TOTAL-DEBIT       PIC 9(10)V99    VALUE 0.
           05 AF-TOTAL-CREDIT      PIC 9(10)V99.
           05 FILLER               PIC X(39)       VALUE SPACES.

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
           05 FILLER               PIC X(50)       VALUE 'COBDOA43'.
           05 O-REPORT-NAME        PIC X(82).

       01  MONTH-LINE.
           05 FILLER               PIC X(21)       VALUE
                                   'OWNER PAYOUTS FOR:'.
           05 O-PAY-MM             PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-PAY-YY             PIC 9(4).
           05 FILLER               PIC X(104)      VALUE SPACES.

       01  COLLUMN-HEADINGS1.
           05 FILLER               PIC X(6)        VALUE 'CONDO'.
           05 FILLER               PIC X(26)       VALUE 'OWNER'.
           05 FILLER               PIC X(11)       VALUE '  NET RENT'.
           05 FILLER               PIC X(10)       VALUE '  CHARGE-'.
           05 FILLER               PIC X(12)       VALUE
                                   '      PRIOR'.
           05 FILLER               PIC X(10)       VALUE '  RESERVE'.
           05 FILLER               PIC X(11)       VALUE
                                   '     AMOUNT'.
           05 FILLER               PIC X(7)        VALUE '  PAID'.
           05 FILLER               PIC X(8)        VALUE ' CHECK'.
           05 FILLER               PIC X(31)       VALUE SPACES.

       01  COLLUMN-HEADINGS2.
           05 FILLER               PIC X(6)        VALUE SPACES.
           05 FILLER               PIC X(26)       VALUE SPACES.
           05 FILLER               PIC X(11)       VALUE '   FOR MO.'.
           05 FILLER               PIC X(10)       VALUE '    BACKS'.
           05 FILLER               PIC X(12)       VALUE
                                   '    BALANCE'.
           05 FILLER               PIC X(10)       VALUE '     HELD'.
           05 FILLER               PIC X(11)       VALUE
                                   '       PAID'.
           05 FILLER               PIC X(7)        VALUE '  BY'.
           05 FILLER               PIC X(8)        VALUE ' NUMBER'.
           05 FILLER               PIC X(31)       VALUE 'REMARKS'.

       01  BLANK-LINE              PIC X(132)      VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-CONDO              PIC XX.
           05 FILLER               PIC XXX         VALUE SPACES.
           05 O-OWNER-NAME         PIC X(25).
           05 FILLER               PIC X           VALUE SPACE.
           05 O-NET                PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-CHARGES            PIC ZZ,ZZ9.99.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-CARRY              PIC ZZZ,ZZ9.99-.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-HOLDBACK           PIC ZZ,ZZ9.99.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-PAID               PIC ZZZ,ZZ9.99.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-METHOD             PIC X(5).
           05 FILLER               PIC X           VALUE SPACE.
           05 O-CHECK-NO           PIC X(6).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-REMARK             PIC X(31).

       01  TOTAL-LINE1.
           05 FILLER               PIC X(20)       VALUE
                                   'CHECKS ISSUED:'.
           05 O-CHECK-CTR          PIC Z,ZZ9.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-CHECK-AMT          PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(17)       VALUE
                                   '   ACH DEPOSITS:'.
           05 O-ACH-CTR            PIC Z,ZZ9.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-ACH-AMT            PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(53)       VALUE SPACES.

       01  TOTAL-LINE2.
           05 FILLER               PIC X(20)       VALUE
                                   'RESERVE HELD BACK:'.
           05 O-HOLDBACK-AMT       PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(24)       VALUE
                                   '   CARRIED, NOTHING DUE:'.
           05 O-CARRIED-CTR        PIC Z,ZZ9.
           05 FILLER               PIC X(69)       VALUE SPACES.

       01  TOTAL-LINE3.
           05 FILLER               PIC X(20)       VALUE
                                   'SETTLEMENTS READ:'.
           05 O-SETTLE-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(17)       VALUE
                                   '   ALREADY PAID:'.
           05 O-REPLAY-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(15)       VALUE
                                   '   EXCEPTIONS:'.
           05 O-EXC-CTR            PIC ZZ9.
           05 FILLER               PIC X(67)       VALUE SPACES.

       01  EXC-HEADINGS.
           05 FILLER               PIC X(7)        VALUE 'CONDO'.
           05 FILLER               PIC X(27)       VALUE 'OWNER'.
           05 FILLER               PIC X(13)       VALUE '     AMOUNT'.
           05 FILLER               PIC X(85)       VALUE 'REASON'.

       01  EXC-DETAIL-LINE.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-EXC-CONDO          PIC XX.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-EXC-NAME           PIC X(25).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-AMOUNT         PIC ZZZ,ZZ9.99-.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EXC-REASON         PIC X(85).

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
           MOVE C-RUN-DATE-NUM(1:6) TO C-RUN-MONTH.
      *    ACH CREDITS SETTLE THE DAY AFTER THE RUN.
           COMPUTE C-EFF-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(C-RUN-DATE-NUM) + 1).

           IF C-PAY-MONTH-ARG NOT = 0
               MOVE C-PAY-MONTH-ARG TO C-PAY-MONTH
           ELSE
               PERFORM 1020-FIND-PAY-MONTH
           END-IF.
           MOVE C-PAY-MONTH(1:4) TO O-PAY-YY.
           MOVE C-PAY-MONTH(5:2) TO O-PAY-MM.

           PERFORM 1050-LOAD-OWNERS.
           PERFORM 1070-LOAD-LEDGER.
           IF C-FIRST-CHECK-ARG NOT = 0
               COMPUTE C-LAST-CHECK-NO = C-FIRST-CHECK-ARG - 1
           END-IF.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCEPT-RPT.
           PERFORM 9200-HEADINGS.
           PERFORM 9150-EXC-HEADINGS.

           OPEN EXTEND OWNER-PAYABLES.
           IF C-OP-STATUS = '35'
               OPEN OUTPUT OWNER-PAYABLES
           END-IF.

           OPEN INPUT OWNER-SETTLE.
           IF C-OS-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 9100-READ
           END-IF.

      *    ARGUMENTS: 1 MONTH TO PAY (YYYYMM), 2 CHECK REGISTER, 3 RUN
      *    DATE, 4 ACH FILE, 5 FIRST CHECK NUMBER OF THE CHECK STOCK.
       1010-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-PAY-MONTH-ARG
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
                       MOVE C-ARG-VALUE TO C-ACH-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-FIRST-CHECK-ARG
                   END-IF
           END-ACCEPT.

      *    WITH NO MONTH GIVEN, THE LATEST MONTH COBDOA11 HAS SETTLED
      *    THAT IS NOT AFTER THE RUN DATE IS PAID.
       1020-FIND-PAY-MONTH.
           OPEN INPUT OWNER-SETTLE.
           IF C-OS-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'NO'
                   READ OWNER-SETTLE
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           IF OS-MONTH IS NUMERIC
                                   AND OS-MONTH <= C-RUN-MONTH
                                   AND OS-MONTH > C-PAY-MONTH
                               MOVE OS-MONTH TO C-PAY-MONTH
                           END-IF
               END-PERFORM
               CLOSE OWNER-SETTLE
           END-IF.
           MOVE 'YES' TO MORE-RECS.

       1050-LOAD-OWNERS.
           OPEN INPUT OWNER-MASTER.
           IF C-OWNER-STATUS = '00'
               PERFORM UNTIL MORE-OWNERS = 'N'
                   READ OWNER-MASTER
                       AT END
                           MOVE 'N' TO MORE-OWNERS
                       NOT AT END
                           IF OW-TABLE-CTR < 40
                               PERFORM 1055-ADD-OWNER
                           END-IF
               END-PERFORM
               CLOSE OWNER-MASTER
           END-IF.

      *    OWNERS SET UP BEFORE THE PAYOUT FIELDS EXISTED HAVE THEM
      *    BLANK: NO HOLDBACK, PAID BY CHECK.
       1055-ADD-OWNER.
           ADD 1 TO OW-TABLE-CTR.
           MOVE OW-CONDO-CODE TO OW-T-CONDO-CODE(OW-TABLE-CTR).
           MOVE OW-OWNER-NAME TO OW-T-OWNER-NAME(OW-TABLE-CTR).
           MOVE OW-PAY-METHOD TO OW-T-PAY-METHOD(OW-TABLE-CTR).
           MOVE OW-BANK-ACCOUNT TO OW-T-BANK-ACCOUNT(OW-TABLE-CTR).
           MOVE OW-ACCT-TYPE TO OW-T-ACCT-TYPE(OW-TABLE-CTR).
           IF OW-HOLDBACK-AMT IS NUMERIC
               MOVE OW-HOLDBACK-AMT TO OW-T-HOLDBACK-AMT(OW-TABLE-CTR)
           ELSE
               MOVE 0 TO OW-T-HOLDBACK-AMT(OW-TABLE-CTR)
           END-IF.
           IF OW-RESERVE-CAP IS NUMERIC
               MOVE OW-RESERVE-CAP TO OW-T-RESERVE-CAP(OW-TABLE-CTR)
           ELSE
               MOVE 0 TO OW-T-RESERVE-CAP(OW-TABLE-CTR)
           END-IF.
           IF OW-BANK-ROUTING IS NUMERIC
               MOVE OW-BANK-ROUTING TO OW-T-BANK-ROUTING(OW-TABLE-CTR)
           ELSE
               MOVE 0 TO OW-T-BANK-ROUTING(OW-TABLE-CTR)
           END-IF.

       1070-LOAD-LEDGER.
           OPEN INPUT OWNER-PAYABLES.
           IF C-OP-STATUS = '00'
               PERFORM UNTIL MORE-LEDGER = 'N'
                   READ OWNER-PAYABLES
                       AT END
                           MOVE 'N' TO MORE-LEDGER
                       NOT AT END
                           IF OP-AMOUNT IS NUMERIC
                               PERFORM 1075-ADD-LEDGER-ROW
                           END-IF
               END-PERFORM
               CLOSE OWNER-PAYABLES
           END-IF.

       1075-ADD-LEDGER-ROW.
           MOVE OP-CONDO TO C-FIND-CONDO.
           PERFORM 2060-FIND-BALANCE.
           IF C-BL-FOUND = 'Y'
               EVALUATE OP-TYPE
                   WHEN 'S'
                       ADD OP-AMOUNT TO BL-T-PAYABLE(BL-IDX)
                   WHEN 'K'
                       SUBTRACT OP-AMOUNT FROM BL-T-PAYABLE(BL-IDX)
                   WHEN 'H'
                       SUBTRACT OP-AMOUNT FROM BL-T-PAYABLE(BL-IDX)
                       ADD OP-AMOUNT TO BL-T-RESERVE(BL-IDX)
                   WHEN 'P'
                       SUBTRACT OP-AMOUNT FROM BL-T-PAYABLE(BL-IDX)
                       IF OP-METHOD = 'C'
                               AND OP-CHECK-NO IS NUMERIC
                               AND OP-CHECK-NO > C-LAST-CHECK-NO
                           MOVE OP-CHECK-NO TO C-LAST-CHECK-NO
                       END-IF
                       IF OP-METHOD = 'A'
                               AND OP-POST-DATE = C-RUN-DATE-NUM
                           MOVE OP-AMOUNT TO C-PAY-AMT
                           PERFORM 2700-ADD-ACH
                       END-IF
               END-EVALUATE
               IF OP-MONTH = C-PAY-MONTH
                   PERFORM 1080-MONTH-ROW
               END-IF
           END-IF.

       1080-MONTH-ROW.
           MOVE 'Y' TO BL-T-SETTLED(BL-IDX).
           EVALUATE OP-TYPE
               WHEN 'S'
                   ADD OP-AMOUNT TO BL-T-MON-NET(BL-IDX)
               WHEN 'K'
                   SUBTRACT OP-AMOUNT FROM BL-T-MON-NET(BL-IDX)
               WHEN 'H'
                   ADD OP-AMOUNT TO BL-T-MON-RESERVE(BL-IDX)
               WHEN 'P'
                   ADD OP-AMOUNT TO BL-T-MON-PAID(BL-IDX)
                   MOVE OP-METHOD TO BL-T-MON-METHOD(BL-IDX)
                   MOVE OP-CHECK-NO TO BL-T-MON-CHECK-NO(BL-IDX)
           END-EVALUATE.

       2000-MAINLINE.
           IF OS-MONTH = C-PAY-MONTH
               ADD 1 TO C-SETTLE-CTR
               PERFORM 2100-PAY-OWNER
           END-IF.
           PERFORM 9100-READ.

      *    AN OWNER WITH ANY LEDGER ROW FOR THE MONTH HAS BEEN
      *    SETTLED ALREADY: THE REGISTER SHOWS WHAT WAS PAID AND
      *    NOTHING NEW IS POSTED.
       2100-PAY-OWNER.
           MOVE OS-CONDO TO C-FIND-CONDO.
           PERFORM 2050-FIND-OWNER.
           COMPUTE C-MONTH-NET = OS-NET - OS-CHARGES.
           IF C-OWNER-FOUND = 'N'
               MOVE OS-CONDO TO O-EXC-CONDO
               MOVE SPACES TO O-EXC-NAME
               MOVE C-MONTH-NET TO O-EXC-AMOUNT
               MOVE 'NO OWNER ON CONDOOWN.DAT - NOT PAID'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               PERFORM 2060-FIND-BALANCE
               IF C-BL-FOUND = 'N'
                   MOVE OS-CONDO TO O-EXC-CONDO
                   MOVE OW-T-OWNER-NAME(OW-IDX) TO O-EXC-NAME
                   MOVE C-MONTH-NET TO O-EXC-AMOUNT
                   MOVE 'LEDGER TABLE FULL - NOT PAID' TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               ELSE
                   IF BL-T-SETTLED(BL-IDX) = 'Y'
                       PERFORM 2200-ALREADY-PAID
                   ELSE
                       PERFORM 2110-SETTLE-OWNER
                   END-IF
               END-IF
           END-IF.

       2110-SETTLE-OWNER.
           COMPUTE C-CARRY = BL-T-PAYABLE(BL-IDX).
           MOVE OS-NET TO OP-AMOUNT.
           MOVE 'S' TO OP-TYPE.
           PERFORM 8000-POST-LEDGER.
           IF OS-CHARGES > 0
               MOVE OS-CHARGES TO OP-AMOUNT
               MOVE 'K' TO OP-TYPE
               PERFORM 8000-POST-LEDGER
           END-IF.
           COMPUTE C-AVAILABLE = C-CARRY + C-MONTH-NET.

           PERFORM 2300-RESERVE-HOLDBACK.
           IF C-HOLDBACK > 0
               MOVE C-HOLDBACK TO OP-AMOUNT
               MOVE 'H' TO OP-TYPE
               PERFORM 8000-POST-LEDGER
               ADD C-HOLDBACK TO BL-T-RESERVE(BL-IDX)
               ADD C-HOLDBACK TO C-HOLDBACK-AMT
           END-IF.

           MOVE SPACES TO O-METHOD.
           MOVE SPACES TO O-CHECK-NO.
           MOVE SPACES TO C-REMARK.
           IF C-AVAILABLE - C-HOLDBACK > 0
               COMPUTE C-PAY-AMT = C-AVAILABLE - C-HOLDBACK
               PERFORM 2400-ISSUE-PAYMENT
           ELSE
               MOVE 0 TO C-PAY-AMT
               ADD 1 TO C-CARRIED-CTR
               MOVE 'NOTHING DUE - CARRIED FORWARD' TO C-REMARK
           END-IF.
           COMPUTE BL-T-PAYABLE(BL-IDX) =
               C-AVAILABLE - C-HOLDBACK - C-PAY-AMT.
           MOVE 'Y' TO BL-T-SETTLED(BL-IDX).

           MOVE OS-NET TO O-NET.
           MOVE OS-CHARGES TO O-CHARGES.
           MOVE C-CARRY TO O-CARRY.
           MOVE C-HOLDBACK TO O-HOLDBACK.
           MOVE C-PAY-AMT TO O-PAID.
           MOVE C-REMARK TO O-REMARK.
           PERFORM 2950-PRINT-REGISTER.

      *    A RERUN OF COBDOA11 AFTER THE OWNER WAS PAID DOES NOT
      *    CHANGE THE PAYMENT; A DIFFERENT NET IS REPORTED SO IT CAN
      *    BE ADJUSTED ON THE NEXT MONTH'S STATEMENT.
       2200-ALREADY-PAID.
           ADD 1 TO C-REPLAY-CTR.
           MOVE OS-NET TO O-NET.
           MOVE OS-CHARGES TO O-CHARGES.
           MOVE 0 TO O-CARRY.
           MOVE BL-T-MON-RESERVE(BL-IDX) TO O-HOLDBACK.
           MOVE BL-T-MON-PAID(BL-IDX) TO O-PAID.
           MOVE SPACES TO O-CHECK-NO.
           EVALUATE BL-T-MON-METHOD(BL-IDX)
               WHEN 'C'
                   MOVE 'CHECK' TO O-METHOD
                   MOVE BL-T-MON-CHECK-NO(BL-IDX) TO C-CHECK-EDIT
                   MOVE C-CHECK-EDIT TO O-CHECK-NO
               WHEN 'A'
                   MOVE 'ACH' TO O-METHOD
               WHEN OTHER
                   MOVE SPACES TO O-METHOD
           END-EVALUATE.
           MOVE 'ALREADY PAID FOR THIS MONTH' TO O-REMARK.
           PERFORM 2950-PRINT-REGISTER.
           IF C-MONTH-NET NOT = BL-T-MON-NET(BL-IDX)
               MOVE OS-CONDO TO O-EXC-CONDO
               MOVE OW-T-OWNER-NAME(OW-IDX) TO O-EXC-NAME
               COMPUTE O-EXC-AMOUNT =
                   C-MONTH-NET - BL-T-MON-NET(BL-IDX)
               MOVE 'SETTLEMENT CHANGED SINCE PAID - ADJUST NEXT MONTH'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.

      *    THE HOLDBACK COMES ONLY OUT OF A POSITIVE AMOUNT DUE AND
      *    STOPS ONCE THE OWNER'S RESERVE REACHES THE CAP.
       2300-RESERVE-HOLDBACK.
           MOVE 0 TO C-HOLDBACK.
           IF C-AVAILABLE > 0 AND OW-T-HOLDBACK-AMT(OW-IDX) > 0
               MOVE OW-T-HOLDBACK-AMT(OW-IDX) TO C-HOLDBACK
               IF OW-T-RESERVE-CAP(OW-IDX) > 0
                   COMPUTE C-RESERVE-ROOM = OW-T-RESERVE-CAP(OW-IDX)
                       - BL-T-RESERVE(BL-IDX)
                   IF C-RESERVE-ROOM < 0
                       MOVE 0 TO C-RESERVE-ROOM
                   END-IF
                   IF C-HOLDBACK > C-RESERVE-ROOM
                       MOVE C-RESERVE-ROOM TO C-HOLDBACK
                   END-IF
               END-IF
               IF C-HOLDBACK > C-AVAILABLE
                   MOVE C-AVAILABLE TO C-HOLDBACK
               END-IF
           END-IF.

      *    AN ACH OWNER WITHOUT A COMPLETE ROUTING AND ACCOUNT NUMBER
      *    IS PAID BY CHECK INSTEAD, AND LISTED SO THE MASTER GETS
      *    FIXED.
       2400-ISSUE-PAYMENT.
           MOVE 'C' TO C-PAY-METHOD.
           IF OW-T-PAY-METHOD(OW-IDX) = 'A'
               IF OW-T-BANK-ROUTING(OW-IDX) NOT = 0
                       AND OW-T-BANK-ACCOUNT(OW-IDX) NOT = SPACES
                   MOVE 'A' TO C-PAY-METHOD
               ELSE
                   MOVE OS-CONDO TO O-EXC-CONDO
                   MOVE OW-T-OWNER-NAME(OW-IDX) TO O-EXC-NAME
                   MOVE C-PAY-AMT TO O-EXC-AMOUNT
                   MOVE 'ACH BANK DETAILS INCOMPLETE - PAID BY CHECK'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               END-IF
           END-IF.
           MOVE C-PAY-AMT TO OP-AMOUNT.
           MOVE 'P' TO OP-TYPE.
           IF C-PAY-METHOD = 'A'
               MOVE 'ACH' TO O-METHOD
               ADD 1 TO C-ACH-CTR
               ADD C-PAY-AMT TO C-ACH-AMT
               PERFORM 2700-ADD-ACH
               PERFORM 8000-POST-LEDGER
           ELSE
               ADD 1 TO C-LAST-CHECK-NO
               MOVE 'CHECK' TO O-METHOD
               MOVE C-LAST-CHECK-NO TO C-CHECK-EDIT
               MOVE C-CHECK-EDIT TO O-CHECK-NO
               ADD 1 TO C-CHECK-CTR
               ADD C-PAY-AMT TO C-CHECK-AMT
               PERFORM 8000-POST-LEDGER
           END-IF.

       2050-FIND-OWNER.
           MOVE 'N' TO C-OWNER-FOUND.
           SET OW-IDX TO 1.
           SEARCH OW-ENTRY
               AT END
                   CONTINUE
               WHEN OW-IDX > OW-TABLE-CTR
                   CONTINUE
               WHEN OW-T-CONDO-CODE(OW-IDX) = C-FIND-CONDO
                   MOVE 'Y' TO C-OWNER-FOUND
           END-SEARCH.

      *    FINDS THE CONDO'S LEDGER BALANCE, STARTING ONE IF THE
      *    CONDO HAS NOTHING ON THE LEDGER YET.
       2060-FIND-BALANCE.
           MOVE 'N' TO C-BL-FOUND.
           SET BL-IDX TO 1.
           SEARCH BL-ENTRY
               AT END
                   CONTINUE
               WHEN BL-IDX > BL-TABLE-CTR
                   CONTINUE
               WHEN BL-T-CONDO(BL-IDX) = C-FIND-CONDO
                   MOVE 'Y' TO C-BL-FOUND
           END-SEARCH.
           IF C-BL-FOUND = 'N' AND BL-TABLE-CTR < 60
               ADD 1 TO BL-TABLE-CTR
               SET BL-IDX TO BL-TABLE-CTR
               MOVE C-FIND-CONDO TO BL-T-CONDO(BL-IDX)
               MOVE 0 TO BL-T-PAYABLE(BL-IDX)
               MOVE 0 TO BL-T-RESERVE(BL-IDX)
               MOVE 'N' TO BL-T-SETTLED(BL-IDX)
               MOVE 0 TO BL-T-MON-NET(BL-IDX)
               MOVE 0 TO BL-T-MON-RESERVE(BL-IDX)
               MOVE 0 TO BL-T-MON-PAID(BL-IDX)
               MOVE SPACE TO BL-T-MON-METHOD(BL-IDX)
               MOVE 0 TO BL-T-MON-CHECK-NO(BL-IDX)
               MOVE 'Y' TO C-BL-FOUND
           END-IF.

       2700-ADD-ACH.
           IF AC-TABLE-CTR < 200
               ADD 1 TO AC-TABLE-CTR
               MOVE C-FIND-CONDO TO AC-T-CONDO(AC-TABLE-CTR)
               MOVE C-PAY-AMT TO AC-T-AMOUNT(AC-TABLE-CTR)
           END-IF.

       2950-PRINT-REGISTER.
           MOVE OS-CONDO TO O-CONDO.
           MOVE OW-T-OWNER-NAME(OW-IDX) TO O-OWNER-NAME.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HEADINGS.

       3000-CLOSING.
           IF C-SETTLE-CTR = 0
               MOVE SPACES TO O-EXC-CONDO
               MOVE SPACES TO O-EXC-NAME
               MOVE 0 TO O-EXC-AMOUNT
               MOVE 'NO SETTLEMENTS ON OWNRSTMT.DAT FOR THE MONTH'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.

           MOVE C-CHECK-CTR TO O-CHECK-CTR.
           MOVE C-CHECK-AMT TO O-CHECK-AMT.
           MOVE C-ACH-CTR TO O-ACH-CTR.
           MOVE C-ACH-AMT TO O-ACH-AMT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 LINES.
           MOVE C-HOLDBACK-AMT TO O-HOLDBACK-AMT.
           MOVE C-CARRIED-CTR TO O-CARRIED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-SETTLE-CTR TO O-SETTLE-CTR.
           MOVE C-REPLAY-CTR TO O-REPLAY-CTR.
           MOVE C-EXC-CTR TO O-EXC-CTR.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.

           IF C-OS-STATUS = '00' OR C-OS-STATUS = '10'
               CLOSE OWNER-SETTLE.
           CLOSE OWNER-PAYABLES.

           PERFORM 3500-WRITE-ACH-FILE.

           CLOSE PRTOUT.
           CLOSE EXCEPT-RPT.

           PERFORM 3900-LOG-CONTROL-TOTALS.

      *    ONE BATCH OF PPD CREDITS, PADDED TO A FULL BLOCK OF TEN
      *    RECORDS THE WAY THE BANK TAKES THEM.
       3500-WRITE-ACH-FILE.
           OPEN OUTPUT ACH-FILE.
           IF AC-TABLE-CTR > 0
               PERFORM 3510-ACH-BATCH
           END-IF.
           CLOSE ACH-FILE.

       3510-ACH-BATCH.
           MOVE C-ACH-DEST-ROUTING TO AH-DEST-ROUTING.
           MOVE C-ACH-COMPANY-ID TO AH-ORIGIN.
           MOVE C-RUN-DATE-NUM(3:6) TO AH-CREATE-DATE.
           MOVE I-TIME(1:4) TO AH-CREATE-TIME.
           MOVE C-ACH-DEST-NAME TO AH-DEST-NAME.
           MOVE C-ACH-COMPANY-NAME TO AH-ORIGIN-NAME.
           WRITE ACH-REC FROM ACH-FILE-HEADER
               BEFORE ADVANCING 1 LINE.

           MOVE C-ACH-COMPANY-NAME TO AB-COMPANY-NAME.
           MOVE C-ACH-COMPANY-ID TO AB-COMPANY-ID.
           MOVE C-RUN-DATE-NUM(3:6) TO AB-DESC-DATE.
           MOVE C-EFF-DATE-NUM(3:6) TO AB-EFF-DATE.
           MOVE C-ACH-ODFI TO AB-ODFI.
           WRITE ACH-REC FROM ACH-BATCH-HEADER
               BEFORE ADVANCING 1 LINE.
           MOVE 2 TO C-ACH-REC-CTR.

           PERFORM 3550-ACH-ENTRY
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > AC-TABLE-CTR.

           MOVE C-ACH-HASH-SUM TO C-ACH-HASH.
           MOVE C-ACH-ENTRY-CTR TO AC-ENTRY-CTR.
           MOVE C-ACH-HASH TO AC-ENTRY-HASH.
           MOVE C-ACH-TOTAL TO AC-TOTAL-CREDIT.
           MOVE C-ACH-COMPANY-ID TO AC-COMPANY-ID.
           MOVE C-ACH-ODFI TO AC-ODFI.
           WRITE ACH-REC FROM ACH-BATCH-CONTROL
               BEFORE ADVANCING 1 LINE.

           ADD 2 TO C-ACH-REC-CTR.
           COMPUTE C-ACH-BLOCK-CTR = (C-ACH-REC-CTR + 9) / 10.
           MOVE C-ACH-BLOCK-CTR TO AF-BLOCK-CTR.
           MOVE C-ACH-ENTRY-CTR TO AF-ENTRY-CTR.
           MOVE C-ACH-HASH TO AF-ENTRY-HASH.
           MOVE C-ACH-TOTAL TO AF-TOTAL-CREDIT.
           WRITE ACH-REC FROM ACH-FILE-CONTROL
               BEFORE ADVANCING 1 LINE.

           PERFORM UNTIL C-ACH-REC-CTR >= C-ACH-BLOCK-CTR * 10
               WRITE ACH-REC FROM C-ACH-FILLER-REC
                   BEFORE ADVANCING 1 LINE
               ADD 1 TO C-ACH-REC-CTR
           END-PERFORM.

      *    THE BANK DETAILS COME FROM THE MASTER AS IT STANDS NOW; AN
      *    OWNER TAKEN OFF THE MASTER SINCE BEING PAID IS LEFT OUT
      *    AND LISTED.
       3550-ACH-ENTRY.
           MOVE AC-T-CONDO(AC-IDX) TO C-FIND-CONDO.
           PERFORM 2050-FIND-OWNER.
           IF C-OWNER-FOUND = 'N'
               MOVE AC-T-CONDO(AC-IDX) TO O-EXC-CONDO
               MOVE SPACES TO O-EXC-NAME
               MOVE AC-T-AMOUNT(AC-IDX) TO O-EXC-AMOUNT
               MOVE 'ACH PAYMENT LEFT OFF FILE - NO OWNER ON MASTER'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               ADD 1 TO C-ACH-ENTRY-CTR
               ADD 1 TO C-ACH-REC-CTR
               IF OW-T-ACCT-TYPE(OW-IDX) = 'S'
                   MOVE '32' TO AE-TRANS-CODE
               ELSE
                   MOVE '22' TO AE-TRANS-CODE
               END-IF
               DIVIDE OW-T-BANK-ROUTING(OW-IDX) BY 10
                   GIVING C-ACH-RDFI REMAINDER AE-CHECK-DIGIT
               MOVE C-ACH-RDFI TO AE-RDFI
               ADD C-ACH-RDFI TO C-ACH-HASH-SUM
               MOVE OW-T-BANK-ACCOUNT(OW-IDX) TO AE-ACCOUNT
               MOVE AC-T-AMOUNT(AC-IDX) TO AE-AMOUNT
               ADD AC-T-AMOUNT(AC-IDX) TO C-ACH-TOTAL
               MOVE SPACES TO AE-IDENT
               MOVE AC-T-CONDO(AC-IDX) TO AE-IDENT
               MOVE OW-T-OWNER-NAME(OW-IDX) TO AE-NAME
               MOVE C-ACH-ODFI TO AE-TRACE-ODFI
               MOVE C-ACH-ENTRY-CTR TO AE-TRACE-SEQ
               WRITE ACH-REC FROM ACH-ENTRY-DETAIL
                   BEFORE ADVANCING 1 LINE
           END-IF.

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
                           IF CTL-PROGRAM-ID = "COBDOA43"
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
           MOVE "COBDOA43"       TO CTL-PROGRAM-ID.
           MOVE I-YY             TO CTL-RUN-YY.
           MOVE I-MM             TO CTL-RUN-MM.
           MOVE I-DD             TO CTL-RUN-DD.
           ADD C-CHECK-CTR C-ACH-CTR GIVING CTL-RECORD-COUNT.
           ADD C-CHECK-AMT C-ACH-AMT GIVING CTL-DOLLAR-TOTAL.
           COMPUTE CTL-RUN-SEQ = C-CTL-RUN-SEQ + 1.
           WRITE CTL-LOG-REC.
           CLOSE CTL-LOG.

      *    EVERY LEDGER ROW FROM THIS RUN IS FOR THE CONDO BEING PAID,
      *    THE MONTH BEING PAID, AND THE RUN DATE.
       8000-POST-LEDGER.
           MOVE OS-CONDO TO OP-CONDO.
           MOVE C-PAY-MONTH TO OP-MONTH.
           MOVE C-RUN-DATE-NUM TO OP-POST-DATE.
           MOVE SPACE TO OP-METHOD.
           MOVE 0 TO OP-CHECK-NO.
           IF OP-TYPE = 'P'
               MOVE C-PAY-METHOD TO OP-METHOD
               IF C-PAY-METHOD = 'C'
                   MOVE C-LAST-CHECK-NO TO OP-CHECK-NO
               END-IF
           END-IF.
           WRITE OP-REC.

       9100-READ.
           READ OWNER-SETTLE
               AT END
                   MOVE 'NO' TO MORE-RECS.
           IF OS-NET IS NOT NUMERIC
               MOVE 0 TO OS-NET.
           IF OS-CHARGES IS NOT NUMERIC
               MOVE 0 TO OS-CHARGES.

       9150-EXC-HEADINGS.
           ADD 1 TO C-EXC-PCTR.
           MOVE C-EXC-PCTR TO O-PCTR.
           MOVE 'OWNER PAYOUT EXCEPTIONS' TO O-REPORT-NAME.
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

       9200-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE 'OWNER PAYOUT CHECK REGISTER' TO O-REPORT-NAME.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM MONTH-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COLLUMN-HEADINGS1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLLUMN-HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM COBDOA43.
