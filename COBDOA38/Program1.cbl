       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA38.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *THIS PROGRAM RECEIVES NEW BOATS FROM THE MANUFACTURER
      *AGAINST THEIR PURCHASE ORDERS.  BOATPO.DAT HOLDS ONE ROW
      *PER PURCHASE ORDER (ONE MODEL, A QUANTITY, THE AGREED
      *UNIT COST AND THE PROMISED DELIVERY DATE).  BOATRECV.DAT
      *HOLDS ONE ROW PER UNIT UNLOADED: THE PO IT CAME IN ON,
      *THE STOCK NUMBER THE YARD TAGGED IT WITH, AND THE COST ON
      *THE MANUFACTURER'S INVOICE.  EACH NEW RECEIPT BOOKS THE
      *UNIT INTO BOATINV.DAT AT THE INVOICE COST AS OF THE DATE
      *RECEIVED AND PRINTS ON THE RECEIVING REGISTER.  AN
      *INVOICE COST THAT DIFFERS FROM THE PO, A UNIT TYPE THAT
      *DIFFERS FROM THE PO, OR MORE UNITS THAN WERE ORDERED ARE
      *LISTED AS DISCREPANCIES.  THE OPEN-PO REPORT LISTS EVERY
      *BOAT ORDERED BUT NOT YET ON THE LOT, EARLIEST PROMISE
      *DATE FIRST, SO SALES CAN QUOTE A DELIVERY DATE.
      *EVERY UNIT BOOKED IS JOURNALED AS A RECEIVE EVENT TO THE
      *COMMON AUDIT JOURNAL (MASTAUDT.LOG), WHERE THE GENERAL
      *LEDGER EXTRACT (COBDOA19) PICKS IT UP.  THE EVENT CARRIES
      *THE DATE OF THE NEXT EXTRACT STILL TO RUN - THE
      *PROCESSING DATE, OR THE DAY AFTER THE LAST NIGHT ALREADY
      *ON GLHIST.DAT IF THAT NIGHT HAS ALREADY BEEN POSTED - SO
      *A UNIT KEYED UNDER AN EARLIER YARD DATE OR BOOKED AFTER
      *THE NIGHT'S CHAIN STILL REACHES THE LEDGER.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOAT-INV
               ASSIGN TO "C:\IHCC\COBOL\BOATINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BI-STOCK-NO
               FILE STATUS IS C-INV-STATUS.

           SELECT PO-FILE
               ASSIGN TO "C:\IHCC\COBOL\BOATPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PO-STATUS.

           SELECT RECV-FILE
               ASSIGN TO DYNAMIC C-RECV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECV-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPEN-PO-RPT
               ASSIGN TO "C:\IHCC\COBOL\BOATOPPO.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\BRECVEXC.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CTL-LOG
               ASSIGN TO "C:\IHCC\COBOL\CTLTOTAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CTL-STATUS.

           SELECT AUDIT-JRNL
               ASSIGN TO "C:\IHCC\COBOL\MASTAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUDIT-STATUS.

           SELECT GL-HIST
               ASSIGN TO "C:\IHCC\COBOL\GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GH-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

      *    PO-STATUS: BLANK OR 'O' OPEN, 'C' CLOSED BY THE OFFICE
      *    (NO MORE UNITS COMING), 'X' CANCELLED.  PO-CUST-NO IS
      *    FILLED IN ONLY WHEN THE UNIT WAS ORDERED FOR A BUYER.
       FD  PO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PO-REC
           RECORD CONTAINS 71 CHARACTERS.
       01  PO-REC.
           05 PO-NO                PIC X(6).
           05 PO-MFR               PIC X(15).
           05 PO-ORDER-DATE        PIC 9(8).
           05 PO-BOAT-TYPE         PIC X.
           05 PO-DESC              PIC X(15).
           05 PO-QTY-ORDERED       PIC 9(3).
           05 PO-UNIT-COST         PIC 9(6)V99.
           05 PO-PROMISE-DATE      PIC 9(8).
           05 PO-CUST-NO           PIC X(6).
           05 PO-STATUS            PIC X.

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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 50 WITH FOOTING AT 44.

       01  PRTLINE                     PIC X(132).

       FD  OPEN-PO-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OPOLINE
           LINAGE IS 50 WITH FOOTING AT 44.

       01  OPOLINE                     PIC X(132).

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

       FD  AUDIT-JRNL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUD-JRNL-REC
           RECORD CONTAINS 223 CHARACTERS.
           COPY AUDJRNL.

       FD  GL-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC
           RECORD CONTAINS 74 CHARACTERS.
       01  GH-REC.
           05 GH-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X(66).

       WORKING-STORAGE SECTION.
       01  CTL-SEQ-WORK.
           05 C-CTL-STATUS         PIC XX.
           05 C-CTL-RUN-SEQ        PIC 9(3)        VALUE 0.
           05 MORE-CTL             PIC X           VALUE 'Y'.

       01  PO-TABLE.
           05 PO-TABLE-CTR         PIC 9(3)        VALUE 0.
           05 PO-ENTRY OCCURS 500 TIMES INDEXED BY PO-IDX.
               10 PO-T-NO              PIC X(6).
               10 PO-T-MFR             PIC X(15).
               10 PO-T-ORDER-DATE      PIC 9(8).
               10 PO-T-BOAT-TYPE       PIC X.
               10 PO-T-DESC            PIC X(15).
               10 PO-T-QTY-ORDERED     PIC 9(3).
               10 PO-T-UNIT-COST       PIC 9(6)V99.
               10 PO-T-PROMISE-DATE    PIC 9(8).
               10 PO-T-CUST-NO         PIC X(6).
               10 PO-T-STATUS          PIC X.
               10 PO-T-QTY-RECEIVED    PIC 9(3).

       01  PO-HOLD-ENTRY               PIC X(74).

       01  WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 MORE-PO              PIC X           VALUE 'Y'.
           05 C-INV-STATUS         PIC XX.
           05 C-PO-STATUS          PIC XX.
           05 C-RECV-STATUS        PIC XX.
           05 C-AUDIT-STATUS       PIC XX.
           05 C-AUDIT-USER         PIC X(8).
           05 C-GH-STATUS          PIC XX.
           05 MORE-GH              PIC X           VALUE 'Y'.
           05 C-LAST-POSTED        PIC 9(8)        VALUE 0.
           05 C-EVENT-DATE         PIC 9(8).
           05 C-RECV-PATH          PIC X(60)
                                   VALUE "C:\IHCC\COBOL\BOATRECV.DAT".
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\BRECVREG.RPT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-RUN-DATE-INT       PIC 9(7).
           05 C-PROMISE-INT        PIC 9(7).
           05 C-DAYS-OUT           PIC S9(5).
           05 C-PO-FOUND           PIC X.
           05 C-ON-FILE            PIC X.
           05 C-BOOK-IT            PIC X.
           05 C-COST-DIFF          PIC S9(6)V99.
           05 C-QTY-OPEN           PIC 9(3).
           05 C-SORT-PASSES        PIC 9(3).
           05 C-BOAT-TYPE          PIC X(13).
           05 C-RECV-CTR           PIC 9(4)        VALUE 0.
           05 C-RECV-COST          PIC 9(8)V99     VALUE 0.
           05 C-REPLAY-CTR         PIC 9(4)        VALUE 0.
           05 C-OPEN-PO-CTR        PIC 9(4)        VALUE 0.
           05 C-OPEN-UNIT-CTR      PIC 9(5)        VALUE 0.
           05 C-OPEN-COST          PIC 9(9)V99     VALUE 0.
           05 C-EXC-CTR            PIC 999         VALUE 0.
           05 C-PCTR               PIC 99          VALUE 0.
           05 C-OPO-PCTR           PIC 99          VALUE 0.
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
           05  FILLER                  PIC X(32)       VALUE SPACES.
           05  FILLER                  PIC X(38)
                   VALUE "AMOS'S BOATS INC. - RECEIVING REGISTER".
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE:".
           05  O-PCTR                  PIC Z9.

       01  COLLUMN-HEADINGS1.
           05 FILLER                   PIC X(8)   VALUE "PO".
           05 FILLER                   PIC X(8)   VALUE "STOCK".
           05 FILLER                   PIC X(16)  VALUE "BOAT".
           05 FILLER                   PIC X(17)  VALUE SPACES.
           05 FILLER                   PIC X(12)  VALUE "MFR".
           05 FILLER                   PIC X(14)  VALUE "INVOICE".
           05 FILLER                   PIC X(14)  VALUE "PO".
           05 FILLER                   PIC X(12)  VALUE "DATE".
           05 FILLER                   PIC X(31)  VALUE "ORDERED".

       01  COLLUMN-HEADINGS2.
           05 FILLER                   PIC X(8)   VALUE "NUMBER".
           05 FILLER                   PIC X(8)   VALUE "NUMBER".
           05 FILLER                   PIC X(16)  VALUE "TYPE".
           05 FILLER                   PIC X(17)  VALUE "DESCRIPTION".
           05 FILLER                   PIC X(12)  VALUE "INVOICE".
           05 FILLER                   PIC X(14)  VALUE "COST".
           05 FILLER                   PIC X(14)  VALUE "COST".
           05 FILLER                   PIC X(12)  VALUE "RECEIVED".
           05 FILLER                   PIC X(31)  VALUE "FOR CUST".

       01  BLANK-LINE                  PIC X(132) VALUE SPACES.

       01  DETAIL-LINE.
           05 O-PO-NO                  PIC X(6).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-STOCK-NO               PIC X(6).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-BOAT-TYPE              PIC X(13).
           05 FILLER                   PIC XXX    VALUE SPACES.
           05 O-DESC                   PIC X(15).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-MFR-INV-NO             PIC X(10).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-INV-COST               PIC ZZZ,ZZZ.99.
           05 FILLER                   PIC X(4)   VALUE SPACES.
           05 O-PO-COST                PIC ZZZ,ZZZ.99.
           05 FILLER                   PIC X(4)   VALUE SPACES.
           05 O-RECV-DATE.
               10 O-RECV-MM            PIC 99.
               10 FILLER               PIC X      VALUE '/'.
               10 O-RECV-DD            PIC 99.
               10 FILLER               PIC X      VALUE '/'.
               10 O-RECV-YY            PIC 9(4).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-CUST-NO                PIC X(6).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-FLAG                   PIC X(18).

       01  RECV-TOTAL-LINE.
           05 FILLER                   PIC X(16)  VALUE
                                       'UNITS RECEIVED:'.
           05 O-RECV-CTR               PIC Z,ZZ9.
           05 FILLER                   PIC X(17)  VALUE
                                       '  RECEIVED COST:'.
           05 O-RECV-COST              PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(20)  VALUE
                                       '  ALREADY ON FILE:'.
           05 O-REPLAY-CTR             PIC Z,ZZ9.
           05 FILLER                   PIC X(15)  VALUE
                                       '  EXCEPTIONS:'.
           05 O-EXC-CTR                PIC ZZ9.
           05 FILLER                   PIC X(37)  VALUE SPACES.

       01  OPO-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-OPO-MM                PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-OPO-DD                PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-OPO-YY                PIC 9(4).
           05  FILLER                  PIC X(31)       VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE "AMOS'S BOATS INC. - OPEN PURCHASE ORDERS".
           05  FILLER                  PIC X(39)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE:".
           05  O-OPO-PCTR              PIC Z9.

       01  OPO-HEADINGS1.
           05 FILLER                   PIC X(8)   VALUE "PO".
           05 FILLER                   PIC X(17)  VALUE SPACES.
           05 FILLER                   PIC X(15)  VALUE "BOAT".
           05 FILLER                   PIC X(17)  VALUE SPACES.
           05 FILLER                   PIC X(12)  VALUE "ORDERED".
           05 FILLER                   PIC X(5)   VALUE "QTY".
           05 FILLER                   PIC X(5)   VALUE "QTY".
           05 FILLER                   PIC X(5)   VALUE "QTY".
           05 FILLER                   PIC X(13)  VALUE "UNIT".
           05 FILLER                   PIC X(12)  VALUE "PROMISED".
           05 FILLER                   PIC X(10)  VALUE "DAYS".
           05 FILLER                   PIC X(13)  VALUE "ORDERED".

       01  OPO-HEADINGS2.
           05 FILLER                   PIC X(8)   VALUE "NUMBER".
           05 FILLER                   PIC X(17)  VALUE "MANUFACTURER".
           05 FILLER                   PIC X(15)  VALUE "TYPE".
           05 FILLER                   PIC X(17)  VALUE "DESCRIPTION".
           05 FILLER                   PIC X(12)  VALUE "ON".
           05 FILLER                   PIC X(5)   VALUE "ORD".
           05 FILLER                   PIC X(5)   VALUE "RCV".
           05 FILLER                   PIC X(5)   VALUE "OPEN".
           05 FILLER                   PIC X(13)  VALUE "COST".
           05 FILLER                   PIC X(12)  VALUE "DELIVERY".
           05 FILLER                   PIC X(10)  VALUE "OUT".
           05 FILLER                   PIC X(13)  VALUE "FOR CUST".

       01  OPO-DETAIL-LINE.
           05 O-OPO-NO                 PIC X(6).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-MFR                PIC X(15).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-TYPE               PIC X(13).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-DESC               PIC X(15).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-ORDER-DATE.
               10 O-OPO-ORD-MM         PIC 99.
               10 FILLER               PIC X      VALUE '/'.
               10 O-OPO-ORD-DD         PIC 99.
               10 FILLER               PIC X      VALUE '/'.
               10 O-OPO-ORD-YY         PIC 9(4).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-QTY-ORD            PIC ZZ9.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-QTY-RCV            PIC ZZ9.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-QTY-OPEN           PIC ZZ9.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-UNIT-COST          PIC ZZZ,ZZZ.99.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-PROMISE-DATE.
               10 O-OPO-PRM-MM         PIC 99.
               10 FILLER               PIC X      VALUE '/'.
               10 O-OPO-PRM-DD         PIC 99.
               10 FILLER               PIC X      VALUE '/'.
               10 O-OPO-PRM-YY         PIC 9(4).
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-DAYS-OUT           PIC ZZ,ZZ9-.
           05 FILLER                   PIC XX     VALUE SPACES.
           05 O-OPO-CUST-NO            PIC X(6).
           05 FILLER                   PIC X      VALUE SPACES.
           05 O-OPO-FLAG               PIC X(7).

       01  OPO-TOTAL-LINE.
           05 FILLER                   PIC X(16)  VALUE
                                       'OPEN POS:'.
           05 O-OPEN-PO-CTR            PIC Z,ZZ9.
           05 FILLER                   PIC X(16)  VALUE
                                       '  UNITS DUE IN:'.
           05 O-OPEN-UNIT-CTR          PIC ZZ,ZZ9.
           05 FILLER                   PIC X(19)  VALUE
                                       '  COST ON ORDER:'.
           05 O-OPEN-COST              PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(56)  VALUE SPACES.

       01  EXC-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-EXC-MM                PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-EXC-DD                PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-EXC-YY                PIC 9(4).
           05  FILLER                  PIC X(26)       VALUE SPACES.
           05  FILLER                  PIC X(42)
                   VALUE "AMOS'S BOATS RECEIVING - EXCEPTIONS".
           05  FILLER                  PIC X(39)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE: ".
           05  O-EXC-PCTR              PIC Z9.

       01  EXC-HEADINGS.
           05  FILLER                  PIC X(8)   VALUE "PO".
           05  FILLER                  PIC X(8)   VALUE "STOCK".
           05  FILLER                  PIC X(12)  VALUE "MFR INV".
           05  FILLER                  PIC X(14)  VALUE "INVOICE COST".
           05  FILLER                  PIC X(14)  VALUE "PO COST".
           05  FILLER                  PIC X(14)  VALUE "DIFFERENCE".
           05  FILLER                  PIC X(40)  VALUE "REASON".

       01  EXC-DETAIL-LINE.
           05  O-EXC-PO-NO             PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  O-EXC-STOCK-NO          PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  O-EXC-MFR-INV-NO        PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  O-EXC-INV-COST          PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  O-EXC-PO-COST           PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  O-EXC-DIFF              PIC ZZZ,ZZZ.99-.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  O-EXC-REASON            PIC X(40).

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
           MOVE I-YY TO O-OPO-YY.
           MOVE I-DD TO O-OPO-DD.
           MOVE I-MM TO O-OPO-MM.
           MOVE I-MM TO O-EXC-MM.
           MOVE I-DD TO O-EXC-DD.
           MOVE I-YY TO O-EXC-YY.
           COMPUTE C-RUN-DATE-NUM =
               I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE FUNCTION INTEGER-OF-DATE(C-RUN-DATE-NUM)
               TO C-RUN-DATE-INT.

           PERFORM 1050-LOAD-PURCHASE-ORDERS.
           PERFORM 1060-SET-EVENT-DATE.
           PERFORM 1070-OPEN-AUDIT.

           OPEN I-O BOAT-INV.
           IF C-INV-STATUS = '35'
               OPEN OUTPUT BOAT-INV
               CLOSE BOAT-INV
               OPEN I-O BOAT-INV
           END-IF.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT OPEN-PO-RPT.
           OPEN OUTPUT EXCEPT-RPT.
           PERFORM 9200-HEADINGS.
           PERFORM 9150-EXC-HEADINGS.

           OPEN INPUT RECV-FILE.
           IF C-RECV-STATUS NOT = '00'
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
                       MOVE C-ARG-VALUE TO C-RECV-PATH
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

       1050-LOAD-PURCHASE-ORDERS.
           OPEN INPUT PO-FILE.
           IF C-PO-STATUS = '00'
               PERFORM UNTIL MORE-PO = 'N'
                   READ PO-FILE
                       AT END
                           MOVE 'N' TO MORE-PO
                       NOT AT END
                           IF PO-TABLE-CTR < 500
                               ADD 1 TO PO-TABLE-CTR
                               MOVE PO-NO
                                   TO PO-T-NO(PO-TABLE-CTR)
                               MOVE PO-MFR
                                   TO PO-T-MFR(PO-TABLE-CTR)
                               MOVE PO-ORDER-DATE
                                   TO PO-T-ORDER-DATE(PO-TABLE-CTR)
                               MOVE PO-BOAT-TYPE
                                   TO PO-T-BOAT-TYPE(PO-TABLE-CTR)
                               MOVE PO-DESC
                                   TO PO-T-DESC(PO-TABLE-CTR)
                               MOVE PO-QTY-ORDERED
                                   TO PO-T-QTY-ORDERED(PO-TABLE-CTR)
                               MOVE PO-UNIT-COST
                                   TO PO-T-UNIT-COST(PO-TABLE-CTR)
                               MOVE PO-PROMISE-DATE
                                   TO PO-T-PROMISE-DATE(PO-TABLE-CTR)
                               MOVE PO-CUST-NO
                                   TO PO-T-CUST-NO(PO-TABLE-CTR)
                               MOVE PO-STATUS
                                   TO PO-T-STATUS(PO-TABLE-CTR)
                               MOVE 0
                                   TO PO-T-QTY-RECEIVED(PO-TABLE-CTR)
                           END-IF
               END-PERFORM
               CLOSE PO-FILE
           END-IF.

      *    THE RECEIVE EVENTS ARE DATED FOR THE NEXT GENERAL LEDGER
      *    EXTRACT.  ONCE A NIGHT IS ON GLHIST.DAT ITS EXTRACT HAS
      *    RUN, SO A UNIT BOOKED NOW BELONGS TO THE NIGHT AFTER.
       1060-SET-EVENT-DATE.
           OPEN INPUT GL-HIST.
           IF C-GH-STATUS = '00'
               PERFORM UNTIL MORE-GH = 'N'
                   READ GL-HIST
                       AT END
                           MOVE 'N' TO MORE-GH
                       NOT AT END
                           IF GH-RUN-DATE IS NUMERIC
                                   AND GH-RUN-DATE > C-LAST-POSTED
                               MOVE GH-RUN-DATE TO C-LAST-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-HIST
           END-IF.
           IF C-LAST-POSTED < C-RUN-DATE-NUM
               MOVE C-RUN-DATE-NUM TO C-EVENT-DATE
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(C-LAST-POSTED) + 1)
                   TO C-EVENT-DATE
           END-IF.

      *    THE JOURNAL IS APPENDED TO; THE USER IS THE SIGNED-ON
      *    USER RUNNING THE PROGRAM.
       1070-OPEN-AUDIT.
           OPEN EXTEND AUDIT-JRNL.
           IF C-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-JRNL.
           DISPLAY 'USERNAME' UPON ENVIRONMENT-NAME.
           ACCEPT C-AUDIT-USER FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO C-AUDIT-USER
           END-ACCEPT.
           IF C-AUDIT-USER = SPACES
               MOVE 'BATCH' TO C-AUDIT-USER
           END-IF.

      *    BOATRECV.DAT IS CUMULATIVE LIKE CBLBOAT1.DAT: EVERY
      *    RECEIPT REPLAYS EVERY RUN SO THE QUANTITY RECEIVED ON
      *    EACH PO IS ALWAYS RECOUNTED FROM SCRATCH.  A RECEIPT
      *    WHOSE UNIT IS ALREADY ON BOATINV.DAT AT THE SAME DATE
      *    AND COST IS THAT RECEIPT SEEN AGAIN; IT COUNTS AGAINST
      *    ITS PO BUT IS NOT BOOKED OR REPORTED A SECOND TIME.
       2000-MAINLINE.
           PERFORM 2050-FIND-PO.
           IF RV-STOCK-NO = SPACES
               MOVE 'RECEIPT WITHOUT STOCK NUMBER' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF C-PO-FOUND = 'N'
               MOVE 'PO NOT ON FILE - UNIT NOT BOOKED'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
           IF PO-T-STATUS(PO-IDX) = 'X'
               MOVE 'PO CANCELLED - UNIT NOT BOOKED' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           ELSE
               PERFORM 2100-CHECK-INVENTORY
               IF C-BOOK-IT = 'Y' OR C-ON-FILE = 'Y'
                   ADD 1 TO PO-T-QTY-RECEIVED(PO-IDX)
               END-IF
               IF C-BOOK-IT = 'Y'
                   PERFORM 2200-BOOK-UNIT
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 9100-READ.

       2050-FIND-PO.
           MOVE 'N' TO C-PO-FOUND.
           SET PO-IDX TO 1.
           SEARCH PO-ENTRY
               AT END
                   CONTINUE
               WHEN PO-T-NO(PO-IDX) = RV-PO-NO
                   MOVE 'Y' TO C-PO-FOUND
           END-SEARCH.

       2100-CHECK-INVENTORY.
           MOVE 'N' TO C-BOOK-IT.
           MOVE 'N' TO C-ON-FILE.
           MOVE RV-STOCK-NO TO BI-STOCK-NO.
           READ BOAT-INV
               INVALID KEY
                   MOVE 'Y' TO C-BOOK-IT
               NOT INVALID KEY
                   IF BI-DATE-RECEIVED = RV-DATE-RECEIVED
                           AND BI-PURCH-COST = RV-INV-COST
                       MOVE 'Y' TO C-ON-FILE
                       ADD 1 TO C-REPLAY-CTR
                   ELSE
                       MOVE 'STOCK NUMBER ALREADY ON INVENTORY'
                           TO O-EXC-REASON
                       PERFORM 9170-EXC-LINE
                   END-IF
           END-READ.

      *    THE UNIT GOES ON THE BOOKS AT WHAT THE MANUFACTURER
      *    ACTUALLY BILLED; ANY DIFFERENCE FROM THE PO IS FOR THE
      *    OFFICE TO TAKE UP WITH THE MANUFACTURER.  THE PO'S TYPE
      *    AND DESCRIPTION FILL IN WHEN THE YARD LEFT THEM BLANK.
       2200-BOOK-UNIT.
           MOVE RV-STOCK-NO TO BI-STOCK-NO.
           IF RV-BOAT-TYPE = SPACE
               MOVE PO-T-BOAT-TYPE(PO-IDX) TO BI-BOAT-TYPE
           ELSE
               MOVE RV-BOAT-TYPE TO BI-BOAT-TYPE
           END-IF.
           MOVE RV-INV-COST TO BI-PURCH-COST.
           MOVE RV-DATE-RECEIVED TO BI-DATE-RECEIVED.
           MOVE SPACE TO BI-STATUS.
           MOVE 0 TO BI-SOLD-DATE.
           IF RV-DESC = SPACES
               MOVE PO-T-DESC(PO-IDX) TO BI-DESC
           ELSE
               MOVE RV-DESC TO BI-DESC
           END-IF.
           WRITE BI-REC
               INVALID KEY
                   MOVE 'STOCK NUMBER ALREADY ON INVENTORY'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               NOT INVALID KEY
                   ADD 1 TO C-RECV-CTR
                   ADD RV-INV-COST TO C-RECV-COST
                   PERFORM 2250-AUDIT-RECEIPT
                   PERFORM 2300-PRINT-RECEIPT
                   PERFORM 2400-CHECK-DISCREPANCIES
           END-WRITE.

      *    A NEW UNIT IS AN ADD: BLANK BEFORE IMAGE, THE UNIT AS
      *    BOOKED IN THE AFTER IMAGE.
       2250-AUDIT-RECEIPT.
           MOVE C-EVENT-DATE TO AJ-DATE.
           MOVE I-TIME(1:6) TO AJ-TIME.
           MOVE 'COBDOA38' TO AJ-PROGRAM-ID.
           MOVE C-AUDIT-USER TO AJ-USER.
           MOVE 'BOATINV' TO AJ-FILE.
           MOVE 'A' TO AJ-ACTION.
           MOVE 'RECEIVE' TO AJ-EVENT.
           MOVE BI-STOCK-NO TO AJ-KEY.
           MOVE SPACES TO AJ-BEFORE-IMAGE.
           MOVE BI-REC TO AJ-AFTER-IMAGE.
           WRITE AUD-JRNL-REC.

       2300-PRINT-RECEIPT.
           MOVE RV-PO-NO TO O-PO-NO.
           MOVE BI-STOCK-NO TO O-STOCK-NO.
           PERFORM 9300-TYPE-NAME.
           MOVE C-BOAT-TYPE TO O-BOAT-TYPE.
           MOVE BI-DESC TO O-DESC.
           MOVE RV-MFR-INV-NO TO O-MFR-INV-NO.
           MOVE RV-INV-COST TO O-INV-COST.
           MOVE PO-T-UNIT-COST(PO-IDX) TO O-PO-COST.
           MOVE RV-DATE-RECEIVED(1:4) TO O-RECV-YY.
           MOVE RV-DATE-RECEIVED(5:2) TO O-RECV-MM.
           MOVE RV-DATE-RECEIVED(7:2) TO O-RECV-DD.
           MOVE PO-T-CUST-NO(PO-IDX) TO O-CUST-NO.
           IF RV-INV-COST NOT = PO-T-UNIT-COST(PO-IDX)
               MOVE '** COST VARIANCE' TO O-FLAG
           ELSE
               MOVE SPACES TO O-FLAG
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HEADINGS.

      *    DISCREPANCIES PRINT ONLY ON THE RUN THAT BOOKS THE
      *    UNIT, NOT AGAIN ON EVERY REPLAY.
       2400-CHECK-DISCREPANCIES.
           IF RV-INV-COST NOT = PO-T-UNIT-COST(PO-IDX)
               MOVE 'INVOICE COST DIFFERS FROM PO COST'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.
           IF RV-BOAT-TYPE NOT = SPACE
                   AND RV-BOAT-TYPE NOT = PO-T-BOAT-TYPE(PO-IDX)
               MOVE 'BOAT TYPE RECEIVED DIFFERS FROM PO'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.
           IF PO-T-QTY-RECEIVED(PO-IDX) > PO-T-QTY-ORDERED(PO-IDX)
               MOVE 'MORE UNITS RECEIVED THAN ORDERED'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.
           IF PO-T-STATUS(PO-IDX) = 'C'
               MOVE 'RECEIVED ON A CLOSED PO' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
           END-IF.

       3000-CLOSING.
           MOVE C-RECV-CTR TO O-RECV-CTR.
           MOVE C-RECV-COST TO O-RECV-COST.
           MOVE C-REPLAY-CTR TO O-REPLAY-CTR.
           MOVE C-EXC-CTR TO O-EXC-CTR.
           WRITE PRTLINE FROM RECV-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 3100-SORT-BY-PROMISE-DATE.
           PERFORM 9250-OPO-HEADINGS.
           PERFORM 3300-PRINT-OPEN-PO
               VARYING PO-IDX FROM 1 BY 1
                   UNTIL PO-IDX > PO-TABLE-CTR.
           MOVE C-OPEN-PO-CTR TO O-OPEN-PO-CTR.
           MOVE C-OPEN-UNIT-CTR TO O-OPEN-UNIT-CTR.
           MOVE C-OPEN-COST TO O-OPEN-COST.
           WRITE OPOLINE FROM OPO-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           IF C-RECV-STATUS = '00'
               CLOSE RECV-FILE.
           CLOSE BOAT-INV.
           CLOSE AUDIT-JRNL.
           CLOSE PRTOUT.
           CLOSE OPEN-PO-RPT.
           CLOSE EXCEPT-RPT.

           PERFORM 3900-LOG-CONTROL-TOTALS.

      *    A SIMPLE EXCHANGE SORT - THE ORDER BOOK IS A FEW DOZEN
      *    POS.  EARLIEST PROMISED DELIVERY FIRST.
       3100-SORT-BY-PROMISE-DATE.
           IF PO-TABLE-CTR > 1
               COMPUTE C-SORT-PASSES = PO-TABLE-CTR - 1
               PERFORM 3150-SORT-PASS C-SORT-PASSES TIMES
           END-IF.

       3150-SORT-PASS.
           PERFORM VARYING PO-IDX FROM 1 BY 1
                   UNTIL PO-IDX >= PO-TABLE-CTR
               IF PO-T-PROMISE-DATE(PO-IDX) >
                       PO-T-PROMISE-DATE(PO-IDX + 1)
                   MOVE PO-ENTRY(PO-IDX) TO PO-HOLD-ENTRY
                   MOVE PO-ENTRY(PO-IDX + 1) TO PO-ENTRY(PO-IDX)
                   MOVE PO-HOLD-ENTRY TO PO-ENTRY(PO-IDX + 1)
               END-IF
           END-PERFORM.

      *    A PO IS OPEN UNTIL EVERY UNIT ON IT IS ON THE LOT OR
      *    THE OFFICE CLOSES OR CANCELS IT.  PAST-DUE DELIVERIES
      *    SHOW NEGATIVE DAYS OUT AND ARE FLAGGED LATE.
       3300-PRINT-OPEN-PO.
           IF PO-T-STATUS(PO-IDX) NOT = 'C'
                   AND PO-T-STATUS(PO-IDX) NOT = 'X'
                   AND PO-T-QTY-RECEIVED(PO-IDX) <
                       PO-T-QTY-ORDERED(PO-IDX)
               COMPUTE C-QTY-OPEN = PO-T-QTY-ORDERED(PO-IDX)
                   - PO-T-QTY-RECEIVED(PO-IDX)
               ADD 1 TO C-OPEN-PO-CTR
               ADD C-QTY-OPEN TO C-OPEN-UNIT-CTR
               COMPUTE C-OPEN-COST = C-OPEN-COST
                   + C-QTY-OPEN * PO-T-UNIT-COST(PO-IDX)
               MOVE PO-T-NO(PO-IDX) TO O-OPO-NO
               MOVE PO-T-MFR(PO-IDX) TO O-OPO-MFR
               MOVE PO-T-BOAT-TYPE(PO-IDX) TO BI-BOAT-TYPE
               PERFORM 9300-TYPE-NAME
               MOVE C-BOAT-TYPE TO O-OPO-TYPE
               MOVE PO-T-DESC(PO-IDX) TO O-OPO-DESC
               MOVE PO-T-ORDER-DATE(PO-IDX)(1:4) TO O-OPO-ORD-YY
               MOVE PO-T-ORDER-DATE(PO-IDX)(5:2) TO O-OPO-ORD-MM
               MOVE PO-T-ORDER-DATE(PO-IDX)(7:2) TO O-OPO-ORD-DD
               MOVE PO-T-QTY-ORDERED(PO-IDX) TO O-OPO-QTY-ORD
               MOVE PO-T-QTY-RECEIVED(PO-IDX) TO O-OPO-QTY-RCV
               MOVE C-QTY-OPEN TO O-OPO-QTY-OPEN
               MOVE PO-T-UNIT-COST(PO-IDX) TO O-OPO-UNIT-COST
               MOVE PO-T-PROMISE-DATE(PO-IDX)(1:4) TO O-OPO-PRM-YY
               MOVE PO-T-PROMISE-DATE(PO-IDX)(5:2) TO O-OPO-PRM-MM
               MOVE PO-T-PROMISE-DATE(PO-IDX)(7:2) TO O-OPO-PRM-DD
               MOVE SPACES TO O-OPO-FLAG
               IF PO-T-PROMISE-DATE(PO-IDX) IS NUMERIC
                       AND PO-T-PROMISE-DATE(PO-IDX) NOT = 0
                   MOVE FUNCTION
                       INTEGER-OF-DATE(PO-T-PROMISE-DATE(PO-IDX))
                       TO C-PROMISE-INT
                   COMPUTE C-DAYS-OUT =
                       C-PROMISE-INT - C-RUN-DATE-INT
                   IF C-DAYS-OUT < 0
                       MOVE 'LATE' TO O-OPO-FLAG
                   END-IF
               ELSE
                   MOVE 0 TO C-DAYS-OUT
                   MOVE 'NO DATE' TO O-OPO-FLAG
               END-IF
               MOVE C-DAYS-OUT TO O-OPO-DAYS-OUT
               MOVE PO-T-CUST-NO(PO-IDX) TO O-OPO-CUST-NO
               WRITE OPOLINE FROM OPO-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9250-OPO-HEADINGS
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
                           IF CTL-PROGRAM-ID = "COBDOA38"
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
           MOVE "COBDOA38"       TO CTL-PROGRAM-ID.
           MOVE I-YY             TO CTL-RUN-YY.
           MOVE I-MM             TO CTL-RUN-MM.
           MOVE I-DD             TO CTL-RUN-DD.
           MOVE C-RECV-CTR       TO CTL-RECORD-COUNT.
           MOVE C-RECV-COST      TO CTL-DOLLAR-TOTAL.
           COMPUTE CTL-RUN-SEQ = C-CTL-RUN-SEQ + 1.
           WRITE CTL-LOG-REC.
           CLOSE CTL-LOG.

       9100-READ.
           READ RECV-FILE
               AT END
                   MOVE 'NO' TO MORE-RECS.
           IF RV-INV-COST IS NOT NUMERIC
               MOVE 0 TO RV-INV-COST.

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

       9250-OPO-HEADINGS.
           ADD 1 TO C-OPO-PCTR.
           MOVE C-OPO-PCTR TO O-OPO-PCTR.
           WRITE OPOLINE FROM OPO-TITLE
               AFTER ADVANCING PAGE.
           WRITE OPOLINE FROM OPO-HEADINGS1
               AFTER ADVANCING 2 LINES.
           WRITE OPOLINE FROM OPO-HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE OPOLINE FROM BLANK-LINE
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
           MOVE RV-PO-NO TO O-EXC-PO-NO.
           MOVE RV-STOCK-NO TO O-EXC-STOCK-NO.
           MOVE RV-MFR-INV-NO TO O-EXC-MFR-INV-NO.
           MOVE RV-INV-COST TO O-EXC-INV-COST.
           IF C-PO-FOUND = 'Y'
               MOVE PO-T-UNIT-COST(PO-IDX) TO O-EXC-PO-COST
               COMPUTE C-COST-DIFF =
                   RV-INV-COST - PO-T-UNIT-COST(PO-IDX)
           ELSE
               MOVE 0 TO O-EXC-PO-COST
               MOVE 0 TO C-COST-DIFF
           END-IF.
           MOVE C-COST-DIFF TO O-EXC-DIFF.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

       9300-TYPE-NAME.
           EVALUATE BI-BOAT-TYPE
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

       END PROGRAM COBDOA38.
