       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA40.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *THIS PROGRAM KEEPS THE CUSTOMER SPECIAL-ORDER DEPOSITS
      *TAKEN ON BOATS THAT HAVE TO BE ORDERED.  BOATDEP.DAT HOLDS
      *ONE ROW PER DEPOSIT, NUMBERED BY THE RECEIPT WRITTEN AT
      *THE DESK AND TIED TO THE CUSTOMER NUMBER, THE PURCHASE
      *ORDER THE UNIT WAS ORDERED ON AND, ONCE THE UNIT IS ON
      *THE LOT, ITS STOCK NUMBER.  THE DAY'S TRANSACTIONS
      *(BOATDTRN.DAT) TAKE A DEPOSIT ('D'), LINK IT TO A STOCK
      *NUMBER ('L'), OR CLOSE IT WHEN THE CUSTOMER WALKS -
      *REFUNDED ('R') OR FORFEITED ('F').  A UNIT RECEIVED BY
      *COBDOA38 ON THE DEPOSIT'S PO IS LINKED AUTOMATICALLY.
      *A DEPOSIT IS APPLIED AUTOMATICALLY WHEN THE CUSTOMER'S
      *SALE SHOWS UP ON CBLBOAT1.DAT, AND GOES BACK ON HOLD IF
      *THAT SALE IS VOIDED.  THE MONEY IS A LIABILITY UNTIL
      *THEN: EVERY RECEIPT, APPLICATION, REFUND AND FORFEIT IS
      *WRITTEN TO BOATDACT.DAT FOR COBDOA19 TO POST.  THE
      *OUTSTANDING-DEPOSITS REPORT LISTS EVERY DEPOSIT STILL
      *HELD.  RERUNNING THE SAME DAY DOES NOT TAKE, APPLY OR
      *CLOSE ANYTHING TWICE.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEP-TRANS
               ASSIGN TO DYNAMIC C-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRANS-STATUS.

           SELECT DEP-MASTER
               ASSIGN TO "C:\IHCC\COBOL\BOATDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEP-STATUS.

           SELECT DEP-MASTER-PRV
               ASSIGN TO "C:\IHCC\COBOL\BOATDEP.PRV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEP-ACTIVITY
               ASSIGN TO "C:\IHCC\COBOL\BOATDACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ACT-STATUS.

           SELECT BOAT-CONTROL
               ASSIGN TO DYNAMIC C-BOAT-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BOAT-STATUS.

           SELECT RECV-FILE
               ASSIGN TO "C:\IHCC\COBOL\BOATRECV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECV-STATUS.

           SELECT CUST-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS C-CUST-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OUTSTANDING-RPT
               ASSIGN TO "C:\IHCC\COBOL\BOATDOUT.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\BOATDEXC.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CTL-LOG
               ASSIGN TO "C:\IHCC\COBOL\CTLTOTAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    DT-TRANS-CODE: 'D' DEPOSIT TAKEN, 'L' LINK TO A STOCK
      *    NUMBER, 'R' REFUNDED, 'F' FORFEITED.  A REFUND OR
      *    FORFEIT CLOSES THE WHOLE DEPOSIT.
       FD  DEP-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DT-REC
           RECORD CONTAINS 41 CHARACTERS.
       01  DT-REC.
           05 DT-TRANS-CODE        PIC X.
           05 DT-DEP-NO            PIC X(6).
           05 DT-CUST-NO           PIC X(6).
           05 DT-PO-NO             PIC X(6).
           05 DT-STOCK-NO          PIC X(6).
           05 DT-TRANS-DATE        PIC 9(8).
           05 DT-AMOUNT            PIC 9(6)V99.

      *    DP-STATUS: 'O' HELD, 'A' APPLIED TO A SALE, 'R' REFUNDED,
      *    'F' FORFEITED.  DP-SALE-DATE IS THE PURCHASE DATE OF THE
      *    SALE AN APPLIED DEPOSIT WENT AGAINST.
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

       FD  DEP-MASTER-PRV
           LABEL RECORD IS STANDARD
           DATA RECORD IS DPP-REC
           RECORD CONTAINS 57 CHARACTERS.
       01  DPP-REC                 PIC X(57).

      *    DA-EVENT: 'D' RECEIVED, 'A' APPLIED, 'U' UNAPPLIED (THE
      *    SALE WAS VOIDED), 'R' REFUNDED, 'F' FORFEITED.  DATED
      *    THE RUN THAT RECOGNIZED IT, WHICH IS THE NIGHT COBDOA19
      *    POSTS IT.
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

       FD  RECV-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 54 CHARACTERS.
       01  RV-REC.
           05 RV-PO-NO             PIC X(6).
           05 RV-STOCK-NO          PIC X(6).
           05 RV-BOAT-TYPE         PIC X.
           05 RV-DESC              PIC X(15).
           05 RV-MFR-INV-NO        PIC X(10).
           05 RV-INV-COST          PIC 9(6)V99.
           05 RV-DATE-RECEIVED     PIC 9(8).

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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 50 WITH FOOTING AT 44.

       01  PRTLINE                     PIC X(132).

       FD  OUTSTANDING-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OSLINE
           LINAGE IS 50 WITH FOOTING AT 44.

       01  OSLINE                      PIC X(132).

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
       01  CTL-SEQ-WORK.
           05 C-CTL-STATUS         PIC XX.
           05 C-CTL-RUN-SEQ        PIC 9(3)        VALUE 0.
           05 MORE-CTL             PIC X           VALUE 'Y'.

       01  DEPOSIT-TABLE.
           05 DP-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 DP-ENTRY OCCURS 1000 TIMES
                           INDEXED BY DP-IDX DP-HOLD-IDX.
               10 DP-T-DEP-NO          PIC X(6).
               10 DP-T-CUST-NO         PIC X(6).
               10 DP-T-PO-NO           PIC X(6).
               10 DP-T-STOCK-NO        PIC X(6).
               10 DP-T-DEP-DATE        PIC 9(8).
               10 DP-T-AMOUNT          PIC 9(6)V99.
               10 DP-T-STATUS          PIC X.
               10 DP-T-CLOSE-DATE      PIC 9(8).
               10 DP-T-SALE-DATE       PIC 9(8).

      *    STOCK NUMBER AND SALE DATE OF EVERY VOID ON CBLBOAT1 -
      *    THE SAME MARKS COBDOA15 USES TO MATCH A VOID TO ITS SALE.
       01  VOID-TABLE.
           05 VD-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 VD-ENTRY OCCURS 1000 TIMES INDEXED BY VD-IDX.
               10 VD-T-STOCK-NO        PIC X(6).
               10 VD-T-SALE-DATE       PIC X(8).

       01  WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 MORE-DEP             PIC X           VALUE 'Y'.
           05 MORE-BOAT            PIC X           VALUE 'Y'.
           05 MORE-RECV            PIC X           VALUE 'Y'.
           05 C-TRANS-STATUS       PIC XX.
           05 C-DEP-STATUS         PIC XX.
           05 C-ACT-STATUS         PIC XX.
           05 C-BOAT-STATUS        PIC XX.
           05 C-RECV-STATUS        PIC XX.
           05 C-CUST-STATUS        PIC XX.
           05 C-CUST-FILE-OK       PIC X           VALUE 'N'.
           05 C-TRANS-PATH         PIC X(60)
                                   VALUE "C:\IHCC\COBOL\BOATDTRN.DAT".
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\BOATDREG.RPT".
           05 C-BOAT-CONTROL-PATH  PIC X(60)
                                   VALUE "C:\IHCC\COBOL\CBLBOAT1.DAT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-RUN-DATE-INT       PIC 9(7).
           05 C-DEP-DATE-INT       PIC 9(7).
           05 C-DAYS-HELD          PIC S9(5).
           05 C-TRANS-DATE         PIC 9(8).
           05 C-SALE-DATE          PIC 9(8).
           05 C-DEP-FOUND          PIC X.
           05 C-CUST-FOUND         PIC X.
           05 C-STOCK-HELD         PIC X.
           05 C-SALE-VOIDED        PIC X.
           05 C-ALREADY-APPLIED    PIC X.
           05 C-APPLIED-ONE        PIC X.
           05 C-EVENT              PIC X.
           05 C-ACTION             PIC X(26).
           05 C-CUST-NAME          PIC X(25).
           05 C-TRANS-CTR          PIC 9(5)        VALUE 0.
           05 C-RECEIVED-CTR       PIC 9(4)        VALUE 0.
           05 C-RECEIVED-AMT       PIC 9(8)V99     VALUE 0.
           05 C-APPLIED-CTR        PIC 9(4)        VALUE 0.
           05 C-APPLIED-AMT        PIC 9(8)V99     VALUE 0.
           05 C-UNAPPLIED-CTR      PIC 9(4)        VALUE 0.
           05 C-UNAPPLIED-AMT      PIC 9(8)V99     VALUE 0.
           05 C-REFUND-CTR         PIC 9(4)        VALUE 0.
           05 C-REFUND-AMT         PIC 9(8)V99     VALUE 0.
           05 C-FORFEIT-CTR        PIC 9(4)        VALUE 0.
           05 C-FORFEIT-AMT        PIC 9(8)V99     VALUE 0.
           05 C-LINK-CTR           PIC 9(4)        VALUE 0.
           05 C-REPLAY-CTR         PIC 9(4)        VALUE 0.
           05 C-HELD-CTR           PIC 9(4)        VALUE 0.
           05 C-HELD-AMT           PIC 9(8)V99     VALUE 0.
           05 C-EXC-CTR            PIC 999         VALUE 0.
           05 C-PCTR               PIC 99          VALUE 0.
           05 C-OS-PCTR            PIC 99          VALUE 0.
           05 C-EXC-PCTR           PIC 99          VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
               10 I-YY             PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-MM                    PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-DD                    PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-YY                    PIC 9(4).
           05  FILLER                  PIC X(31)       VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE "AMOS'S BOATS INC. - DEPOSIT REGISTER".
           05  FILLER                  PIC X(39)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE:".
           05  O-PCTR                  PIC Z9.

       01  COLLUMN-HEADINGS1.
           05 FILLER                   PIC X(9)   VALUE "DEPOSIT".
           05 FILLER                   PIC X(8)   VALUE "CUST".
           05 FILLER                   PIC X(27)  VALUE "CUSTOMER".
           05 FILLER                   PIC X(8)   VALUE "PO".
           05 FILLER                   PIC X(8)   VALUE "STOCK".
           05 FILLER                   PIC X(12)  VALUE "DEPOSIT".
           05 FILLER                   PIC X(60)  VALUE SPACES.

       01  COLLUMN-HEADINGS2.
           05 FILLER                   PIC X(9)   VALUE "NUMBER".
           05 FILLER                   PIC X(8)   VALUE "NUMBER".
           05 FILLER                   PIC X(27)  VALUE "NAME".
           05 FILLER                   PIC X(8)   VALUE "NUMBER".
           05 FILLER                   PIC X(8)   VALUE "NUMBER".
           05 FILLER                   PIC X(12)  VALUE "DATE".
           05 FILLER                   PIC X(14)  VALUE "AMOUNT".
           05 FILLER                   PIC X(46)  VALUE "ACTION".

       01  BLANK-LINE                  PIC X(132) VALUE SPACES.

       01  DETAIL-LINE.
           05 O-DEP-NO                 PIC X(6).
           05 FILLER                   PIC XXX    VALUE SPACES.
           05 O-CUST-NO                PIC X(6).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-CUST-NAME              PIC X(25).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-PO-NO                  PIC X(6).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-STOCK-NO               PIC X(6).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-DEP-DATE.
               10 O-DEP-MM             PIC 99.
               10 FILLER               PIC X      VALUE '/'.
               10 O-DEP-DD             PIC 99.
               10 FILLER               PIC X      VALUE '/'.
               10 O-DEP-YY             PIC 9(4).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-AMOUNT                 PIC ZZZ,ZZZ.99.
           05 FILLER                   PIC X(4)   VALUE SPACES.
           05 O-ACTION                 PIC X(26).
           05 FILLER                   PIC X(18)  VALUE SPACES.

       01  REG-TOTAL-LINE1.
           05 FILLER                   PIC X(22)  VALUE
                                       'DEPOSITS RECEIVED:'.
           05 O-RECEIVED-CTR           PIC Z,ZZ9.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-RECEIVED-AMT           PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(20)  VALUE
                                       '   APPLIED TO SALES:'.
           05 O-APPLIED-CTR            PIC Z,ZZ9.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-APPLIED-AMT            PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(20)  VALUE
                                       '   BACK ON HOLD:'.
           05 O-UNAPPLIED-CTR          PIC Z,ZZ9.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-UNAPPLIED-AMT          PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(6)   VALUE SPACES.

       01  REG-TOTAL-LINE2.
           05 FILLER                   PIC X(22)  VALUE
                                       'DEPOSITS REFUNDED:'.
           05 O-REFUND-CTR             PIC Z,ZZ9.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-REFUND-AMT             PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(20)  VALUE
                                       '   FORFEITED:'.
           05 O-FORFEIT-CTR            PIC Z,ZZ9.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-FORFEIT-AMT            PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(20)  VALUE
                                       '   LINKED TO STOCK:'.
           05 O-LINK-CTR               PIC Z,ZZ9.
           05 FILLER                   PIC X(22)  VALUE SPACES.

       01  REG-TOTAL-LINE3.
           05 FILLER                   PIC X(22)  VALUE
                                       'TRANSACTIONS READ:'.
           05 O-TRANS-CTR              PIC ZZ,ZZ9.
           05 FILLER                   PIC X(20)  VALUE
                                       '   ALREADY ON FILE:'.
           05 O-REPLAY-CTR             PIC Z,ZZ9.
           05 FILLER                   PIC X(15)  VALUE
                                       '   EXCEPTIONS:'.
           05 O-EXC-CTR                PIC ZZ9.
           05 FILLER                   PIC X(61)  VALUE SPACES.

       01  OS-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-OS-MM                 PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-OS-DD                 PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-OS-YY                 PIC 9(4).
           05  FILLER                  PIC X(29)       VALUE SPACES.
           05  FILLER                  PIC X(44)
                   VALUE "AMOS'S BOATS INC. - CUSTOMER DEPOSITS HELD".
           05  FILLER                  PIC X(37)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE:".
           05  O-OS-PCTR               PIC Z9.

       01  OS-HEADINGS1.
           05 FILLER                   PIC X(9)   VALUE "DEPOSIT".
           05 FILLER                   PIC X(8)   VALUE "CUST".
           05 FILLER                   PIC X(27)  VALUE "CUSTOMER".
           05 FILLER                   PIC X(8)   VALUE "PO".
           05 FILLER                   PIC X(8)   VALUE "STOCK".
           05 FILLER                   PIC X(12)  VALUE "DEPOSIT".
           05 FILLER                   PIC X(8)   VALUE "DAYS".
           05 FILLER                   PIC X(52)  VALUE SPACES.

       01  OS-HEADINGS2.
           05 FILLER                   PIC X(9)   VALUE "NUMBER".
           05 FILLER                   PIC X(8)   VALUE "NUMBER".
           05 FILLER                   PIC X(27)  VALUE "NAME".
           05 FILLER                   PIC X(8)   VALUE "NUMBER".
           05 FILLER                   PIC X(8)   VALUE "NUMBER".
           05 FILLER                   PIC X(12)  VALUE "DATE".
           05 FILLER                   PIC X(8)   VALUE "HELD".
           05 FILLER                   PIC X(14)  VALUE "AMOUNT".
           05 FILLER                   PIC X(38)  VALUE "UNIT".

       01  OS-DETAIL-LINE.
           05 O-OS-DEP-NO              PIC X(6).
           05 FILLER                   PIC XXX    VALUE SPACES.
           05 O-OS-CUST-NO             PIC X(6).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OS-CUST-NAME           PIC X(25).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OS-PO-NO               PIC X(6).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OS-STOCK-NO            PIC X(6).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OS-DEP-DATE.
               10 O-OS-DEP-MM          PIC 99.
               10 FILLER               PIC X      VALUE '/'.
               10 O-OS-DEP-DD          PIC 99.
               10 FILLER               PIC X      VALUE '/'.
               10 O-OS-DEP-YY          PIC 9(4).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OS-DAYS-HELD           PIC ZZ,ZZ9.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OS-AMOUNT              PIC ZZZ,ZZZ.99.
           05 FILLER                   PIC X(4)   VALUE SPACES.
           05 O-OS-UNIT                PIC X(16).
           05 FILLER                   PIC X(22)  VALUE SPACES.

       01  OS-TOTAL-LINE.
           05 FILLER                   PIC X(22)  VALUE
                                       'DEPOSITS HELD:'.
           05 O-HELD-CTR               PIC Z,ZZ9.
           05 FILLER                   PIC X(20)  VALUE
                                       '   TOTAL LIABILITY:'.
           05 O-HELD-AMT               PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(71)  VALUE SPACES.

       01  EXC-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-EXC-MM                PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-EXC-DD                PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-EXC-YY                PIC 9(4).
           05  FILLER                  PIC X(26)       VALUE SPACES.
           05  FILLER                  PIC X(42)
                   VALUE "AMOS'S BOATS DEPOSITS - EXCEPTIONS".
           05  FILLER                  PIC X(39)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE: ".
           05  O-EXC-PCTR              PIC Z9.

       01  EXC-HEADINGS.
           05  FILLER                  PIC X(6)   VALUE "CODE".
           05  FILLER                  PIC X(9)   VALUE "DEPOSIT".
           05  FILLER                  PIC X(8)   VALUE "CUST".
           05  FILLER                  PIC X(8)   VALUE "PO".
           05  FILLER                  PIC X(8)   VALUE "STOCK".
           05  FILLER                  PIC X(14)  VALUE "AMOUNT".
           05  FILLER                  PIC X(79)  VALUE "REASON".

       01  EXC-DETAIL-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  O-EXC-CODE              PIC X.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  O-EXC-DEP-NO            PIC X(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  O-EXC-CUST-NO           PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  O-EXC-PO-NO             PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  O-EXC-STOCK-NO          PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  O-EXC-AMOUNT            PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  O-EXC-REASON            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 2500-LINK-RECEIPTS.
           PERFORM 2600-LOAD-VOIDS.
           PERFORM 2700-APPLY-TO-SALES.
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
           MOVE I-YY TO O-OS-YY.
           MOVE I-DD TO O-OS-DD.
           MOVE I-MM TO O-OS-MM.
           MOVE I-MM TO O-EXC-MM.
           MOVE I-DD TO O-EXC-DD.
           MOVE I-YY TO O-EXC-YY.
           COMPUTE C-RUN-DATE-NUM =
               I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE FUNCTION INTEGER-OF-DATE(C-RUN-DATE-NUM)
               TO C-RUN-DATE-INT.

           PERFORM 1050-LOAD-DEPOSITS.

           OPEN INPUT CUST-MASTER.
           IF C-CUST-STATUS = '00'
               MOVE 'Y' TO C-CUST-FILE-OK.

           OPEN EXTEND DEP-ACTIVITY.
           IF C-ACT-STATUS = '35'
               OPEN OUTPUT DEP-ACTIVITY.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT OUTSTANDING-RPT.
           OPEN OUTPUT EXCEPT-RPT.
           PERFORM 9200-HEADINGS.
           PERFORM 9150-EXC-HEADINGS.

           OPEN INPUT DEP-TRANS.
           IF C-TRANS-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 9100-READ
           END-IF.

       1010-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-TRANS-PATH
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
                       MOVE C-ARG-VALUE TO C-BOAT-CONTROL-PATH
                   END-IF
           END-ACCEPT.

       1050-LOAD-DEPOSITS.
           OPEN INPUT DEP-MASTER.
           IF C-DEP-STATUS = '00'
               PERFORM UNTIL MORE-DEP = 'N'
                   READ DEP-MASTER
                       AT END
                           MOVE 'N' TO MORE-DEP
                       NOT AT END
                           IF DP-TABLE-CTR < 1000
                               ADD 1 TO DP-TABLE-CTR
                               MOVE DP-REC
                                   TO DP-ENTRY(DP-TABLE-CTR)
                               IF DP-CLOSE-DATE IS NOT NUMERIC
                                   MOVE 0 TO
                                       DP-T-CLOSE-DATE(DP-TABLE-CTR)
                               END-IF
                               IF DP-SALE-DATE IS NOT NUMERIC
                                   MOVE 0 TO
                                       DP-T-SALE-DATE(DP-TABLE-CTR)
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE DEP-MASTER
           END-IF.
           PERFORM 1055-SNAPSHOT-DEPOSITS.

      *    THE PRE-RUN FILE GOES TO BOATDEP.PRV THE WAY COBDOA04
      *    SNAPSHOTS GSTBAL.DAT, SO A BAD RUN CAN BE BACKED OUT.
       1055-SNAPSHOT-DEPOSITS.
           OPEN OUTPUT DEP-MASTER-PRV.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DP-TABLE-CTR
               MOVE DP-ENTRY(DP-IDX) TO DPP-REC
               WRITE DPP-REC
           END-PERFORM.
           CLOSE DEP-MASTER-PRV.

       2000-MAINLINE.
           ADD 1 TO C-TRANS-CTR.
           IF DT-TRANS-DATE IS NUMERIC AND DT-TRANS-DATE NOT = 0
               MOVE DT-TRANS-DATE TO C-TRANS-DATE
           ELSE
               MOVE C-RUN-DATE-NUM TO C-TRANS-DATE
           END-IF.
           PERFORM 2050-FIND-DEPOSIT.
           EVALUATE DT-TRANS-CODE
               WHEN 'D'
                   PERFORM 2100-TAKE-DEPOSIT
               WHEN 'L'
                   PERFORM 2200-LINK-STOCK
               WHEN 'R'
               WHEN 'F'
                   PERFORM 2300-CLOSE-DEPOSIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
           END-EVALUATE.
           PERFORM 9100-READ.

       2050-FIND-DEPOSIT.
           MOVE 'N' TO C-DEP-FOUND.
           IF DT-DEP-NO NOT = SPACES
               SET DP-IDX TO 1
               SEARCH DP-ENTRY
                   AT END
                       CONTINUE
                   WHEN DP-T-DEP-NO(DP-IDX) = DT-DEP-NO
                       MOVE 'Y' TO C-DEP-FOUND
               END-SEARCH
           END-IF.

      *    THE RECEIPT NUMBER IS THE KEY.  THE SAME RECEIPT FOR THE
      *    SAME CUSTOMER, AMOUNT AND DATE IS A RERUN AND IS SKIPPED.
       2100-TAKE-DEPOSIT.
           IF DT-DEP-NO = SPACES
               MOVE 'DEPOSIT RECEIPT NUMBER MISSING' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF C-DEP-FOUND = 'Y'
               IF DP-T-CUST-NO(DP-IDX) = DT-CUST-NO
                       AND DP-T-AMOUNT(DP-IDX) = DT-AMOUNT
                       AND DP-T-DEP-DATE(DP-IDX) = C-TRANS-DATE
                   ADD 1 TO C-REPLAY-CTR
               ELSE
                   MOVE 'RECEIPT NUMBER ALREADY ON FILE'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               END-IF
           ELSE
           IF DT-CUST-NO = SPACES
               MOVE 'NO CUSTOMER NUMBER ON DEPOSIT' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF DT-AMOUNT IS NOT NUMERIC OR DT-AMOUNT = 0
               MOVE 'DEPOSIT AMOUNT MISSING' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF DP-TABLE-CTR NOT < 1000
               MOVE 'DEPOSIT FILE FULL - NOT TAKEN' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               MOVE DT-CUST-NO TO CM-CUST-NO
               PERFORM 9400-GET-CUST-NAME
               IF C-CUST-FOUND = 'N' AND C-CUST-FILE-OK = 'Y'
                   MOVE 'CUSTOMER NOT ON MASTER' TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               ELSE
                   ADD 1 TO DP-TABLE-CTR
                   SET DP-IDX TO DP-TABLE-CTR
                   MOVE DT-DEP-NO TO DP-T-DEP-NO(DP-IDX)
                   MOVE DT-CUST-NO TO DP-T-CUST-NO(DP-IDX)
                   MOVE DT-PO-NO TO DP-T-PO-NO(DP-IDX)
                   MOVE DT-STOCK-NO TO DP-T-STOCK-NO(DP-IDX)
                   MOVE C-TRANS-DATE TO DP-T-DEP-DATE(DP-IDX)
                   MOVE DT-AMOUNT TO DP-T-AMOUNT(DP-IDX)
                   MOVE 'O' TO DP-T-STATUS(DP-IDX)
                   MOVE 0 TO DP-T-CLOSE-DATE(DP-IDX)
                   MOVE 0 TO DP-T-SALE-DATE(DP-IDX)
                   ADD 1 TO C-RECEIVED-CTR
                   ADD DT-AMOUNT TO C-RECEIVED-AMT
                   MOVE 'D' TO C-EVENT
                   PERFORM 2900-WRITE-ACTIVITY
                   MOVE 'DEPOSIT RECEIVED' TO C-ACTION
                   PERFORM 2950-PRINT-REGISTER
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A STOCK NUMBER CAN BE HELD FOR ONLY ONE CUSTOMER.
       2200-LINK-STOCK.
           IF C-DEP-FOUND = 'N'
               MOVE 'DEPOSIT NOT ON FILE' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF DT-STOCK-NO = SPACES
               MOVE 'NO STOCK NUMBER TO LINK' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF DP-T-STOCK-NO(DP-IDX) = DT-STOCK-NO
               ADD 1 TO C-REPLAY-CTR
           ELSE
           IF DP-T-STATUS(DP-IDX) NOT = 'O'
               MOVE 'DEPOSIT NO LONGER HELD - NOT LINKED'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               MOVE DT-STOCK-NO TO RV-STOCK-NO
               PERFORM 2550-CHECK-STOCK-HELD
               IF C-STOCK-HELD = 'Y'
                   MOVE 'STOCK NUMBER HELD FOR ANOTHER DEPOSIT'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               ELSE
                   MOVE DT-STOCK-NO TO DP-T-STOCK-NO(DP-IDX)
                   IF DT-PO-NO NOT = SPACES
                       MOVE DT-PO-NO TO DP-T-PO-NO(DP-IDX)
                   END-IF
                   ADD 1 TO C-LINK-CTR
                   MOVE 'LINKED TO STOCK NUMBER' TO C-ACTION
                   PERFORM 2950-PRINT-REGISTER
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A CUSTOMER WHO WALKS GETS THE WHOLE DEPOSIT BACK OR
      *    LOSES THE WHOLE DEPOSIT.  A DEPOSIT ALREADY CLOSED THE
      *    SAME WAY IS A RERUN AND IS SKIPPED.
       2300-CLOSE-DEPOSIT.
           IF C-DEP-FOUND = 'N'
               MOVE 'DEPOSIT NOT ON FILE' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF DP-T-STATUS(DP-IDX) = DT-TRANS-CODE
               ADD 1 TO C-REPLAY-CTR
           ELSE
           IF DP-T-STATUS(DP-IDX) = 'A'
               MOVE 'DEPOSIT ALREADY APPLIED TO A SALE'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF DP-T-STATUS(DP-IDX) NOT = 'O'
               MOVE 'DEPOSIT ALREADY CLOSED' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               MOVE DT-TRANS-CODE TO DP-T-STATUS(DP-IDX)
               MOVE C-TRANS-DATE TO DP-T-CLOSE-DATE(DP-IDX)
               MOVE DT-TRANS-CODE TO C-EVENT
               PERFORM 2900-WRITE-ACTIVITY
               IF DT-TRANS-CODE = 'R'
                   ADD 1 TO C-REFUND-CTR
                   ADD DP-T-AMOUNT(DP-IDX) TO C-REFUND-AMT
                   MOVE 'REFUNDED TO CUSTOMER' TO C-ACTION
               ELSE
                   ADD 1 TO C-FORFEIT-CTR
                   ADD DP-T-AMOUNT(DP-IDX) TO C-FORFEIT-AMT
                   MOVE 'FORFEITED' TO C-ACTION
               END-IF
               MOVE DP-T-CUST-NO(DP-IDX) TO CM-CUST-NO
               PERFORM 9400-GET-CUST-NAME
               PERFORM 2950-PRINT-REGISTER
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A UNIT COBDOA38 RECEIVED ON A PO THAT A HELD DEPOSIT WAS
      *    TAKEN AGAINST IS LINKED TO THAT DEPOSIT, ONE UNIT PER
      *    DEPOSIT, OLDEST DEPOSIT FIRST.
       2500-LINK-RECEIPTS.
           MOVE 'Y' TO MORE-RECV.
           OPEN INPUT RECV-FILE.
           IF C-RECV-STATUS = '00'
               PERFORM UNTIL MORE-RECV = 'N'
                   READ RECV-FILE
                       AT END
                           MOVE 'N' TO MORE-RECV
                       NOT AT END
                           IF RV-PO-NO NOT = SPACES
                                   AND RV-STOCK-NO NOT = SPACES
                               PERFORM 2510-LINK-ONE-RECEIPT
                           END-IF
               END-PERFORM
               CLOSE RECV-FILE
           END-IF.

       2510-LINK-ONE-RECEIPT.
           PERFORM 2550-CHECK-STOCK-HELD.
           IF C-STOCK-HELD = 'N'
               MOVE 'N' TO C-DEP-FOUND
               PERFORM VARYING DP-IDX FROM 1 BY 1
                       UNTIL DP-IDX > DP-TABLE-CTR
                          OR C-DEP-FOUND = 'Y'
                   IF DP-T-STATUS(DP-IDX) = 'O'
                           AND DP-T-PO-NO(DP-IDX) = RV-PO-NO
                           AND DP-T-STOCK-NO(DP-IDX) = SPACES
                       MOVE 'Y' TO C-DEP-FOUND
                       MOVE RV-STOCK-NO TO DP-T-STOCK-NO(DP-IDX)
                       ADD 1 TO C-LINK-CTR
                       MOVE DP-T-CUST-NO(DP-IDX) TO CM-CUST-NO
                       PERFORM 9400-GET-CUST-NAME
                       MOVE 'UNIT RECEIVED ON PO' TO C-ACTION
                       PERFORM 2950-PRINT-REGISTER
                   END-IF
               END-PERFORM
           END-IF.

      *    A UNIT IS SPOKEN FOR WHILE A DEPOSIT LINKED TO IT IS
      *    HELD OR APPLIED; A REFUNDED OR FORFEITED ONE FREES IT.
       2550-CHECK-STOCK-HELD.
           MOVE 'N' TO C-STOCK-HELD.
           PERFORM VARYING DP-HOLD-IDX FROM 1 BY 1
                   UNTIL DP-HOLD-IDX > DP-TABLE-CTR
               IF DP-T-STOCK-NO(DP-HOLD-IDX) = RV-STOCK-NO
                       AND (DP-T-STATUS(DP-HOLD-IDX) = 'O'
                         OR DP-T-STATUS(DP-HOLD-IDX) = 'A')
                   MOVE 'Y' TO C-STOCK-HELD
               END-IF
           END-PERFORM.

      *    CBLBOAT1.DAT IS CUMULATIVE, SO A SALE AND ITS VOID ARE
      *    BOTH STILL THERE ON EVERY LATER RUN.  THE VOIDS ARE
      *    GATHERED FIRST SO A VOIDED SALE NEVER TAKES A DEPOSIT.
       2600-LOAD-VOIDS.
           MOVE 'Y' TO MORE-BOAT.
           OPEN INPUT BOAT-CONTROL.
           IF C-BOAT-STATUS = '00'
               PERFORM UNTIL MORE-BOAT = 'N'
                   READ BOAT-CONTROL
                       AT END
                           MOVE 'N' TO MORE-BOAT
                       NOT AT END
                           IF IS-VOID AND VD-TABLE-CTR < 1000
                               ADD 1 TO VD-TABLE-CTR
                               MOVE I-STOCK-NO
                                   TO VD-T-STOCK-NO(VD-TABLE-CTR)
                               MOVE I-PURCHASE-DATE
                                   TO VD-T-SALE-DATE(VD-TABLE-CTR)
                           END-IF
               END-PERFORM
               CLOSE BOAT-CONTROL
           END-IF.

       2700-APPLY-TO-SALES.
           MOVE 'Y' TO MORE-BOAT.
           OPEN INPUT BOAT-CONTROL.
           IF C-BOAT-STATUS = '00'
               PERFORM UNTIL MORE-BOAT = 'N'
                   READ BOAT-CONTROL
                       AT END
                           MOVE 'N' TO MORE-BOAT
                       NOT AT END
                           IF IS-SALE AND I-CUST-NO NOT = SPACES
                                   AND I-PURCHASE-DATE IS NUMERIC
                               MOVE I-PURCHASE-DATE TO C-SALE-DATE
                               PERFORM 2710-ONE-SALE
                           END-IF
               END-PERFORM
               CLOSE BOAT-CONTROL
           END-IF.

       2710-ONE-SALE.
           MOVE 'N' TO C-SALE-VOIDED.
           SET VD-IDX TO 1.
           SEARCH VD-ENTRY
               AT END
                   CONTINUE
               WHEN VD-T-STOCK-NO(VD-IDX) = I-STOCK-NO
                       AND VD-T-SALE-DATE(VD-IDX) = I-PURCHASE-DATE
                   MOVE 'Y' TO C-SALE-VOIDED
           END-SEARCH.
           IF C-SALE-VOIDED = 'Y'
               PERFORM 2750-REOPEN-DEPOSITS
           ELSE
               PERFORM 2720-APPLY-DEPOSITS
           END-IF.

      *    EVERY HELD DEPOSIT LINKED TO THE UNIT SOLD GOES AGAINST
      *    THE SALE.  WHEN NONE WAS LINKED, THE CUSTOMER'S OLDEST
      *    UNLINKED DEPOSIT DOES - BUT ONLY IF NOTHING HAS BEEN
      *    APPLIED TO THIS SALE YET, SO A LATER ORDER'S DEPOSIT IS
      *    NOT TAKEN BY AN OLD SALE REPLAYING.  A DEPOSIT TAKEN
      *    AFTER THE SALE DATE NEVER APPLIES TO IT.
       2720-APPLY-DEPOSITS.
           MOVE 'N' TO C-ALREADY-APPLIED.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DP-TABLE-CTR
               IF DP-T-STATUS(DP-IDX) = 'A'
                       AND DP-T-CUST-NO(DP-IDX) = I-CUST-NO
                       AND DP-T-STOCK-NO(DP-IDX) = I-STOCK-NO
                       AND DP-T-SALE-DATE(DP-IDX) = C-SALE-DATE
                   MOVE 'Y' TO C-ALREADY-APPLIED
               END-IF
           END-PERFORM.

           MOVE 'N' TO C-APPLIED-ONE.
           IF I-STOCK-NO NOT = SPACES
               PERFORM VARYING DP-IDX FROM 1 BY 1
                       UNTIL DP-IDX > DP-TABLE-CTR
                   IF DP-T-STATUS(DP-IDX) = 'O'
                           AND DP-T-CUST-NO(DP-IDX) = I-CUST-NO
                           AND DP-T-STOCK-NO(DP-IDX) = I-STOCK-NO
                           AND DP-T-DEP-DATE(DP-IDX) <= C-SALE-DATE
                       PERFORM 2730-APPLY-ONE
                   END-IF
               END-PERFORM
           END-IF.

           IF C-APPLIED-ONE = 'N' AND C-ALREADY-APPLIED = 'N'
               PERFORM VARYING DP-IDX FROM 1 BY 1
                       UNTIL DP-IDX > DP-TABLE-CTR
                          OR C-APPLIED-ONE = 'Y'
                   IF DP-T-STATUS(DP-IDX) = 'O'
                           AND DP-T-CUST-NO(DP-IDX) = I-CUST-NO
                           AND DP-T-STOCK-NO(DP-IDX) = SPACES
                           AND DP-T-DEP-DATE(DP-IDX) <= C-SALE-DATE
                       PERFORM 2730-APPLY-ONE
                   END-IF
               END-PERFORM
           END-IF.

       2730-APPLY-ONE.
           MOVE 'Y' TO C-APPLIED-ONE.
           MOVE 'A' TO DP-T-STATUS(DP-IDX).
           MOVE I-STOCK-NO TO DP-T-STOCK-NO(DP-IDX).
           MOVE C-RUN-DATE-NUM TO DP-T-CLOSE-DATE(DP-IDX).
           MOVE C-SALE-DATE TO DP-T-SALE-DATE(DP-IDX).
           ADD 1 TO C-APPLIED-CTR.
           ADD DP-T-AMOUNT(DP-IDX) TO C-APPLIED-AMT.
           MOVE 'A' TO C-EVENT.
           PERFORM 2900-WRITE-ACTIVITY.
           MOVE DP-T-CUST-NO(DP-IDX) TO CM-CUST-NO.
           PERFORM 9400-GET-CUST-NAME.
           MOVE 'APPLIED TO SALE' TO C-ACTION.
           PERFORM 2950-PRINT-REGISTER.

      *    THE CUSTOMER STILL HAS THE MONEY DOWN WHEN THE SALE IS
      *    VOIDED, SO THE DEPOSIT GOES BACK ON HOLD - STILL LINKED
      *    TO THE UNIT - UNTIL IT IS REFUNDED, FORFEITED OR
      *    APPLIED AGAIN.
       2750-REOPEN-DEPOSITS.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DP-TABLE-CTR
               IF DP-T-STATUS(DP-IDX) = 'A'
                       AND DP-T-CUST-NO(DP-IDX) = I-CUST-NO
                       AND DP-T-STOCK-NO(DP-IDX) = I-STOCK-NO
                       AND DP-T-SALE-DATE(DP-IDX) = C-SALE-DATE
                   MOVE 'O' TO DP-T-STATUS(DP-IDX)
                   MOVE 0 TO DP-T-CLOSE-DATE(DP-IDX)
                   MOVE 0 TO DP-T-SALE-DATE(DP-IDX)
                   ADD 1 TO C-UNAPPLIED-CTR
                   ADD DP-T-AMOUNT(DP-IDX) TO C-UNAPPLIED-AMT
                   MOVE 'U' TO C-EVENT
                   PERFORM 2900-WRITE-ACTIVITY
                   MOVE DP-T-CUST-NO(DP-IDX) TO CM-CUST-NO
                   PERFORM 9400-GET-CUST-NAME
                   MOVE 'SALE VOIDED - BACK ON HOLD' TO C-ACTION
                   PERFORM 2950-PRINT-REGISTER
               END-IF
           END-PERFORM.

       2900-WRITE-ACTIVITY.
           MOVE C-RUN-DATE-NUM TO DA-POST-DATE.
           MOVE DP-T-DEP-NO(DP-IDX) TO DA-DEP-NO.
           MOVE DP-T-CUST-NO(DP-IDX) TO DA-CUST-NO.
           MOVE DP-T-STOCK-NO(DP-IDX) TO DA-STOCK-NO.
           MOVE C-EVENT TO DA-EVENT.
           MOVE DP-T-AMOUNT(DP-IDX) TO DA-AMOUNT.
           WRITE DA-REC.

       2950-PRINT-REGISTER.
           MOVE DP-T-DEP-NO(DP-IDX) TO O-DEP-NO.
           MOVE DP-T-CUST-NO(DP-IDX) TO O-CUST-NO.
           MOVE C-CUST-NAME TO O-CUST-NAME.
           MOVE DP-T-PO-NO(DP-IDX) TO O-PO-NO.
           MOVE DP-T-STOCK-NO(DP-IDX) TO O-STOCK-NO.
           MOVE DP-T-DEP-DATE(DP-IDX)(1:4) TO O-DEP-YY.
           MOVE DP-T-DEP-DATE(DP-IDX)(5:2) TO O-DEP-MM.
           MOVE DP-T-DEP-DATE(DP-IDX)(7:2) TO O-DEP-DD.
           MOVE DP-T-AMOUNT(DP-IDX) TO O-AMOUNT.
           MOVE C-ACTION TO O-ACTION.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HEADINGS.

       3000-CLOSING.
           MOVE C-RECEIVED-CTR TO O-RECEIVED-CTR.
           MOVE C-RECEIVED-AMT TO O-RECEIVED-AMT.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           MOVE C-APPLIED-AMT TO O-APPLIED-AMT.
           MOVE C-UNAPPLIED-CTR TO O-UNAPPLIED-CTR.
           MOVE C-UNAPPLIED-AMT TO O-UNAPPLIED-AMT.
           WRITE PRTLINE FROM REG-TOTAL-LINE1
               AFTER ADVANCING 3 LINES.
           MOVE C-REFUND-CTR TO O-REFUND-CTR.
           MOVE C-REFUND-AMT TO O-REFUND-AMT.
           MOVE C-FORFEIT-CTR TO O-FORFEIT-CTR.
           MOVE C-FORFEIT-AMT TO O-FORFEIT-AMT.
           MOVE C-LINK-CTR TO O-LINK-CTR.
           WRITE PRTLINE FROM REG-TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-TRANS-CTR TO O-TRANS-CTR.
           MOVE C-REPLAY-CTR TO O-REPLAY-CTR.
           MOVE C-EXC-CTR TO O-EXC-CTR.
           WRITE PRTLINE FROM REG-TOTAL-LINE3
               AFTER ADVANCING 1 LINE.

           PERFORM 9250-OS-HEADINGS.
           PERFORM 3300-PRINT-OUTSTANDING
               VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DP-TABLE-CTR.
           MOVE C-HELD-CTR TO O-HELD-CTR.
           MOVE C-HELD-AMT TO O-HELD-AMT.
           WRITE OSLINE FROM OS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           IF C-TRANS-STATUS = '00'
               CLOSE DEP-TRANS.
           IF C-CUST-FILE-OK = 'Y'
               CLOSE CUST-MASTER.
           CLOSE DEP-ACTIVITY.
           CLOSE PRTOUT.
           CLOSE OUTSTANDING-RPT.
           CLOSE EXCEPT-RPT.

           PERFORM 3800-SAVE-DEPOSITS.
           PERFORM 3900-LOG-CONTROL-TOTALS.

      *    STILL HELD: THE CUSTOMER'S MONEY IS A LIABILITY UNTIL
      *    THE SALE POSTS OR THE DEPOSIT IS CLOSED.  A DEPOSIT
      *    ALREADY LINKED TO A STOCK NUMBER HAS ITS UNIT ON THE LOT.
       3300-PRINT-OUTSTANDING.
           IF DP-T-STATUS(DP-IDX) = 'O'
               ADD 1 TO C-HELD-CTR
               ADD DP-T-AMOUNT(DP-IDX) TO C-HELD-AMT
               MOVE DP-T-DEP-NO(DP-IDX) TO O-OS-DEP-NO
               MOVE DP-T-CUST-NO(DP-IDX) TO O-OS-CUST-NO
               MOVE DP-T-CUST-NO(DP-IDX) TO CM-CUST-NO
               PERFORM 9400-GET-CUST-NAME
               MOVE C-CUST-NAME TO O-OS-CUST-NAME
               MOVE DP-T-PO-NO(DP-IDX) TO O-OS-PO-NO
               MOVE DP-T-STOCK-NO(DP-IDX) TO O-OS-STOCK-NO
               MOVE DP-T-DEP-DATE(DP-IDX)(1:4) TO O-OS-DEP-YY
               MOVE DP-T-DEP-DATE(DP-IDX)(5:2) TO O-OS-DEP-MM
               MOVE DP-T-DEP-DATE(DP-IDX)(7:2) TO O-OS-DEP-DD
               IF DP-T-DEP-DATE(DP-IDX) IS NUMERIC
                       AND DP-T-DEP-DATE(DP-IDX) NOT = 0
                   MOVE FUNCTION
                       INTEGER-OF-DATE(DP-T-DEP-DATE(DP-IDX))
                       TO C-DEP-DATE-INT
                   COMPUTE C-DAYS-HELD =
                       C-RUN-DATE-INT - C-DEP-DATE-INT
               ELSE
                   MOVE 0 TO C-DAYS-HELD
               END-IF
               MOVE C-DAYS-HELD TO O-OS-DAYS-HELD
               MOVE DP-T-AMOUNT(DP-IDX) TO O-OS-AMOUNT
               IF DP-T-STOCK-NO(DP-IDX) = SPACES
                   MOVE 'ON ORDER' TO O-OS-UNIT
               ELSE
                   MOVE 'ON THE LOT' TO O-OS-UNIT
               END-IF
               WRITE OSLINE FROM OS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9250-OS-HEADINGS
           END-IF.

      *    CLOSED DEPOSITS STAY ON FILE: THE BILL OF SALE QUOTES
      *    AN APPLIED DEPOSIT AND A VOID HAS TO FIND IT AGAIN.
       3800-SAVE-DEPOSITS.
           OPEN OUTPUT DEP-MASTER.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DP-TABLE-CTR
               MOVE DP-ENTRY(DP-IDX) TO DP-REC
               WRITE DP-REC
           END-PERFORM.
           CLOSE DEP-MASTER.

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
                           IF CTL-PROGRAM-ID = "COBDOA40"
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
           MOVE "COBDOA40"       TO CTL-PROGRAM-ID.
           MOVE I-YY             TO CTL-RUN-YY.
           MOVE I-MM             TO CTL-RUN-MM.
           MOVE I-DD             TO CTL-RUN-DD.
           MOVE C-RECEIVED-CTR   TO CTL-RECORD-COUNT.
           MOVE C-RECEIVED-AMT   TO CTL-DOLLAR-TOTAL.
           COMPUTE CTL-RUN-SEQ = C-CTL-RUN-SEQ + 1.
           WRITE CTL-LOG-REC.
           CLOSE CTL-LOG.

       9100-READ.
           READ DEP-TRANS
               AT END
                   MOVE 'NO' TO MORE-RECS.
           IF DT-AMOUNT IS NOT NUMERIC
               MOVE 0 TO DT-AMOUNT.

       9200-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLLUMN-HEADINGS1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLLUMN-HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       9250-OS-HEADINGS.
           ADD 1 TO C-OS-PCTR.
           MOVE C-OS-PCTR TO O-OS-PCTR.
           WRITE OSLINE FROM OS-TITLE
               AFTER ADVANCING PAGE.
           WRITE OSLINE FROM OS-HEADINGS1
               AFTER ADVANCING 2 LINES.
           WRITE OSLINE FROM OS-HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE OSLINE FROM BLANK-LINE
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
           MOVE DT-TRANS-CODE TO O-EXC-CODE.
           MOVE DT-DEP-NO TO O-EXC-DEP-NO.
           MOVE DT-CUST-NO TO O-EXC-CUST-NO.
           MOVE DT-PO-NO TO O-EXC-PO-NO.
           MOVE DT-STOCK-NO TO O-EXC-STOCK-NO.
           MOVE DT-AMOUNT TO O-EXC-AMOUNT.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

      *    A CUSTOMER NOT ON THE MASTER (OR NO MASTER TO READ)
      *    PRINTS WITHOUT A NAME.
       9400-GET-CUST-NAME.
           MOVE 'N' TO C-CUST-FOUND.
           MOVE SPACES TO C-CUST-NAME.
           IF C-CUST-FILE-OK = 'Y'
               READ CUST-MASTER
                   INVALID KEY
                       MOVE '** NOT ON CUSTOMER MASTER' TO C-CUST-NAME
                   NOT INVALID KEY
                       MOVE 'Y' TO C-CUST-FOUND
                       MOVE CM-NAME TO C-CUST-NAME
               END-READ
           END-IF.

       END PROGRAM COBDOA40.
