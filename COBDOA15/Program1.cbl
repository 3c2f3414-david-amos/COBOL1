      *GOES TO THE EXCEPTION REPORT.  THE ON-HAND REPORT SHOWS
      *EVERY UNIT STILL IN STOCK WITH ITS COST, DATE RECEIVED
      *AND DAYS ON LOT, WITH A RECAP BY BOAT TYPE.
      *EVERY INVENTORY UPDATE (UNIT SOLD, SALE VOIDED, TRADE-IN
      *ADDED OR TAKEN BACK OFF) IS JOURNALED WITH ITS BEFORE AND
      *AFTER IMAGES TO THE COMMON AUDIT JOURNAL (MASTAUDT.LOG).
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CTL-STATUS.

           SELECT AUDIT-JRNL
               ASSIGN TO "C:\IHCC\COBOL\MASTAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 38 CHARACTERS.
           COPY CTLTOTAL.

       FD  AUDIT-JRNL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUD-JRNL-REC
           RECORD CONTAINS 223 CHARACTERS.
           COPY AUDJRNL.

       WORKING-STORAGE SECTION.
       01  CTL-SEQ-WORK.
           05 C-CTL-STATUS         PIC XX.
           05 C-RECV-INT           PIC 9(7).
           05 C-DAYS-ON-LOT        PIC S9(5).
           05 C-SOLD-CTR           PIC 9(4)        VALUE 0.
           05 C-AUDIT-STATUS       PIC XX.
           05 C-AUDIT-USER         PIC X(8).
           05 C-BEFORE-IMAGE       PIC X(82).
           05 C-VOID-CTR           PIC 9(4)        VALUE 0.
           05 C-ONHAND-CTR         PIC 9(4)        VALUE 0.
           05 C-ONHAND-COST        PIC 9(8)V99     VALUE 0.
       1000-INIT.
           PERFORM 1010-GET-PARAMETERS.
           PERFORM 1050-OPEN-INVENTORY.
           PERFORM 1070-OPEN-AUDIT.

           OPEN INPUT BOAT-CONTROL.
           OPEN OUTPUT PRTOUT.
               END-READ
           END-PERFORM.

      *    THE JOURNAL IS APPENDED TO; THE USER IS THE SIGNED-ON
      *    USER RUNNING THE BATCH.
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

       2000-MAINLINE.
           IF IS-VOID
               PERFORM 2300-VOID-SALE
                           AND BI-SOLD-DATE = I-PURCHASE-DATE
                       CONTINUE
                   ELSE
                       MOVE BI-REC TO C-BEFORE-IMAGE
                       MOVE 'S' TO BI-STATUS
                       MOVE I-PURCHASE-DATE TO BI-SOLD-DATE
                       REWRITE BI-REC
                       ADD 1 TO C-SOLD-CTR
                       MOVE 'C' TO AJ-ACTION
                       MOVE 'SOLD' TO AJ-EVENT
                       PERFORM 9410-AUDIT-UNIT
                       IF I-TRADE-ALLOW > 0
                           PERFORM 2200-ADD-TRADE-IN
                       END-IF
           EVALUATE TRUE
               WHEN BI-STATUS = 'S'
                       AND BI-SOLD-DATE = I-PURCHASE-DATE
                   MOVE BI-REC TO C-BEFORE-IMAGE
                   MOVE 'V' TO BI-STATUS
                   REWRITE BI-REC
                   ADD 1 TO C-VOID-CTR
                   MOVE 'C' TO AJ-ACTION
                   MOVE 'VOID' TO AJ-EVENT
                   PERFORM 9410-AUDIT-UNIT
                   IF I-TRADE-ALLOW > 0
                       PERFORM 2350-REMOVE-TRADE-IN
                   END-IF
           PERFORM 2360-SCAN-ONE-TRADE
               UNTIL MORE-INV = 'N'.
           IF C-FOUND = 'Y'
               MOVE BI-REC TO C-BEFORE-IMAGE
               DELETE BOAT-INV RECORD
               IF C-TRADE-IN-CTR > 0
                   SUBTRACT 1 FROM C-TRADE-IN-CTR
               END-IF
               MOVE SPACES TO BI-REC
               MOVE 'D' TO AJ-ACTION
               MOVE 'TRADEOUT' TO AJ-EVENT
               MOVE C-BEFORE-IMAGE(1:6) TO AJ-KEY
               PERFORM 9420-AUDIT-IMAGES
           END-IF.

       2360-SCAN-ONE-TRADE.
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO C-TRADE-WRITTEN
                   MOVE SPACES TO C-BEFORE-IMAGE
                   MOVE 'A' TO AJ-ACTION
                   MOVE 'TRADEIN' TO AJ-EVENT
                   PERFORM 9410-AUDIT-UNIT
           END-WRITE.

       3000-CLOSING.
           CLOSE PRTOUT.
           CLOSE EXCEPT-RPT.
           CLOSE BOAT-INV.
           CLOSE AUDIT-JRNL.

           PERFORM 3900-LOG-CONTROL-TOTALS.

                   MOVE 'UNKNOWN' TO C-BOAT-TYPE
           END-EVALUATE.

       9400-WRITE-AUDIT.
           COMPUTE AJ-DATE = I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE I-TIME(1:6) TO AJ-TIME.
           MOVE 'COBDOA15' TO AJ-PROGRAM-ID.
           MOVE C-AUDIT-USER TO AJ-USER.
           WRITE AUD-JRNL-REC.

      *    THE CALLER SETS THE ACTION AND EVENT AND SAVES THE
      *    BEFORE IMAGE (BLANK FOR AN ADD); BI-REC IS THE AFTER.
       9410-AUDIT-UNIT.
           MOVE BI-STOCK-NO TO AJ-KEY.
           PERFORM 9420-AUDIT-IMAGES.

       9420-AUDIT-IMAGES.
           MOVE 'BOATINV' TO AJ-FILE.
           MOVE C-BEFORE-IMAGE TO AJ-BEFORE-IMAGE.
           MOVE BI-REC TO AJ-AFTER-IMAGE.
           PERFORM 9400-WRITE-AUDIT.

       END PROGRAM COBDOA15.
