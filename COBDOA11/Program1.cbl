      *NET AMOUNT OWED TO THE OWNER.  STAYS ARE PRICED OFF
      *CONDORATE.DAT THE SAME WAY COBDOA04 PRICES THEM.  THE
      *FILE IS SORTED BY CONDO CODE BEFORE THE BREAK LOGIC RUNS
      *SINCE OZARK.DAT COMES IN KEYED IN ENTRY ORDER.  THE COST
      *OF EVERY MAINTENANCE WORK ORDER CHARGEABLE TO THE OWNER
      *AND COMPLETED IN THE RUN MONTH (WORKORD.DAT, KEPT BY
      *COBDOA42) IS DEDUCTED UNDER THE STAYS, LEAVING THE NET
      *DUE THE OWNER FOR THE MONTH.  EACH OWNER'S SETTLEMENT
      *FOR THE MONTH IS LEFT ON OWNRSTMT.DAT FOR THE COBDOA43
      *PAYOUT RUN; A RERUN REPLACES THAT MONTH'S SETTLEMENTS.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ASSIGN TO "C:\IHCC\COBOL\CONDOOWN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-ORDERS
               ASSIGN TO "C:\IHCC\COBOL\WORKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WO-STATUS.

           SELECT OWNER-SETTLE
               ASSIGN TO "C:\IHCC\COBOL\OWNRSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OS-STATUS.

           SELECT CTL-LOG
               ASSIGN TO "C:\IHCC\COBOL\CTLTOTAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
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

      *    WO-STATUS 'C' COMPLETED ON WO-CLOSE-DATE; WO-CHARGE-OWNER
      *    'Y' WHEN THE OWNER PAYS FOR THE WORK.
       FD  WORK-ORDERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS WO-REC
           RECORD CONTAINS 100 CHARACTERS.
       01  WO-REC.
           05 WO-CONDO             PIC XX.
           05 WO-WO-NO             PIC 9(5).
           05 WO-DESC              PIC X(30).
           05 WO-VENDOR            PIC X(20).
           05 WO-OPEN-DATE         PIC 9(8).
           05 WO-OOS-DATE          PIC 9(8).
           05 WO-OOS-NIGHTS        PIC 99.
           05 WO-BLOCK-SENT        PIC X.
           05 WO-LABOR-COST        PIC 9(5)V99.
           05 WO-MATERIAL-COST     PIC 9(5)V99.
           05 WO-CHARGE-OWNER      PIC X.
           05 WO-STATUS            PIC X.
           05 WO-CLOSE-DATE        PIC 9(8).

      *    ONE SETTLEMENT PER OWNER PER MONTH (OS-MONTH YYYYMM).
       FD  OWNER-SETTLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OS-REC
           RECORD CONTAINS 54 CHARACTERS.
       01  OS-REC                  PIC X(54).

       FD  CTL-LOG
           LABEL RECORD IS STANDARD
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 MORE-RATES           PIC X           VALUE 'Y'.
           05 MORE-OWNERS          PIC X           VALUE 'Y'.
           05 MORE-WO              PIC X           VALUE 'Y'.
           05 C-WO-STATUS          PIC XX.
           05 C-WO-COST            PIC 9(6)V99.
           05 C-OW-CHARGES         PIC 9(7)V99     VALUE 0.
           05 C-OW-NET-DUE         PIC S9(7)V99    VALUE 0.
           05 C-GT-CHARGES         PIC 9(8)V99     VALUE 0.
           05 C-GT-NET-DUE         PIC S9(8)V99    VALUE 0.
           05 C-HELD-CHARGES       PIC 9(8)V99     VALUE 0.
           05 C-CB-SUB             PIC 999.
           05 MORE-SETTLE          PIC X           VALUE 'Y'.
           05 C-OS-STATUS          PIC XX.
           05 C-SEASON             PIC X.
           05 H-CONDO              PIC XX.
           05 C-OWNER-FOUND        PIC X           VALUE 'N'.
               10 OW-T-OWNER-ADDR      PIC X(25).
               10 OW-T-MGMT-FEE-PCT    PIC V999.

      *    CHARGEABLE WORK ORDERS COMPLETED IN THE RUN MONTH.
      *    CB-T-SHOWN GOES TO 'Y' WHEN THE ORDER HAS PRINTED ON ITS
      *    OWNER'S STATEMENT.
       01  CHARGE-BACK-TABLE.
           05 CB-TABLE-CTR         PIC 999         VALUE 0.
           05 CB-ENTRY OCCURS 500 TIMES INDEXED BY CB-IDX.
               10 CB-T-CONDO           PIC XX.
               10 CB-T-WO-NO           PIC 9(5).
               10 CB-T-DESC            PIC X(30).
               10 CB-T-VENDOR          PIC X(20).
               10 CB-T-CLOSE-DATE      PIC 9(8).
               10 CB-T-LABOR-COST      PIC 9(5)V99.
               10 CB-T-MATERIAL-COST   PIC 9(5)V99.
               10 CB-T-SHOWN           PIC X.

       01  SETTLE-WORK.
           05 OS-MONTH             PIC 9(6).
           05 OS-CONDO             PIC XX.
           05 OS-RUN-DATE          PIC 9(8).
           05 OS-STAY-CTR          PIC 999.
           05 OS-GROSS             PIC 9(7)V99.
           05 OS-MGMT-FEE          PIC 9(6)V99.
           05 OS-NET               PIC 9(7)V99.
           05 OS-CHARGES           PIC 9(7)V99.

      *    SETTLEMENTS FOR OTHER MONTHS ARE CARRIED THROUGH AS READ;
      *    THIS MONTH'S ARE ADDED AS EACH OWNER IS CLOSED OFF.
       01  SETTLE-TABLE.
           05 ST-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 ST-ENTRY OCCURS 3000 TIMES INDEXED BY ST-IDX.
               10 ST-T-REC             PIC X(54).

       01  CURRENT-DATE-AND-TIME.
           05 THIS-DATE.
               10 I-YY             PIC 9(4).
           05 O-HELD-GROSS         PIC $$,$$$,$$$.99.
           05 FILLER               PIC X(72)       VALUE SPACES.

       01  CHARGE-BACK-LINE.
           05 FILLER               PIC X(15)       VALUE
                                   'CHARGE-BACK  WO'.
           05 O-CB-WO-NO           PIC 9(5).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-CB-DESC            PIC X(30).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-CB-VENDOR          PIC X(20).
           05 FILLER               PIC X(11)       VALUE
                                   '  COMPLETED'.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-CB-CLOSE-DATE.
               10 O-CB-CLOSE-MM    PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-CB-CLOSE-DD    PIC 99.
               10 FILLER           PIC X           VALUE '/'.
               10 O-CB-CLOSE-YY    PIC 9(4).
           05 FILLER               PIC X(8)        VALUE
                                   '  LABOR'.
           05 O-CB-LABOR           PIC $$,$$$.99.
           05 FILLER               PIC X(6)        VALUE
                                   '  MAT'.
           05 O-CB-MATERIAL        PIC $$,$$$.99.
           05 FILLER               PIC X(4)        VALUE SPACES.

       01  CHARGE-TOTAL-LINE.
           05 FILLER               PIC X(27)       VALUE
                                   'LESS OWNER CHARGE-BACKS:'.
           05 O-OW-CHARGES         PIC $$$$,$$$.99.
           05 FILLER               PIC X(20)       VALUE
                                   '   NET DUE OWNER:'.
           05 O-OW-NET-DUE         PIC $$$$,$$$.99-.
           05 FILLER               PIC X(62)       VALUE SPACES.

       01  GRANDTOTALS.
           05 FILLER               PIC X(14)       VALUE
                                   'GRAND TOTALS:'.
           05 O-GT-NET             PIC $$,$$$,$$$.99.
           05 FILLER               PIC X(42)       VALUE SPACES.

       01  GRAND-CHARGE-LINE.
           05 FILLER               PIC X(27)       VALUE
                                   'LESS OWNER CHARGE-BACKS:'.
           05 O-GT-CHARGES         PIC $$,$$$,$$$.99.
           05 FILLER               PIC X(20)       VALUE
                                   '   NET DUE OWNERS:'.
           05 O-GT-NET-DUE         PIC $$,$$$,$$$.99-.
           05 FILLER               PIC X(58)       VALUE SPACES.

       01  HELD-CHARGE-LINE.
           05 FILLER               PIC X(34)       VALUE
               'CHARGE-BACKS HELD (NO OWNER):'.
           05 O-HELD-CHARGES       PIC $$,$$$,$$$.99.
           05 FILLER               PIC X(85)       VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1050-LOAD-RATE-TABLE.
           PERFORM 1055-LOAD-OWNERS.
           PERFORM 1057-LOAD-CHARGE-BACKS.
           PERFORM 1059-LOAD-SETTLEMENTS.

           PERFORM 9000-READ-RENTAL.
           IF MORE-RECS = 'Y'
           END-PERFORM.
           CLOSE OWNER-MASTER.

      *    A WORK ORDER IS DEDUCTED ON THE STATEMENT FOR THE MONTH
      *    IT WAS COMPLETED IN, SO A RERUN OR A LATER MONTH NEVER
      *    CHARGES THE OWNER FOR IT AGAIN.
       1057-LOAD-CHARGE-BACKS.
           OPEN INPUT WORK-ORDERS.
           IF C-WO-STATUS = '00'
               PERFORM UNTIL MORE-WO = 'N'
                   READ WORK-ORDERS
                       AT END
                           MOVE 'N' TO MORE-WO
                       NOT AT END
                           IF WO-STATUS = 'C'
                                   AND WO-CHARGE-OWNER = 'Y'
                                   AND WO-CLOSE-DATE(1:6) =
                                       C-RUN-DATE-NUM(1:6)
                                   AND CB-TABLE-CTR < 500
                               PERFORM 1058-ADD-CHARGE-BACK
                           END-IF
               END-PERFORM
               CLOSE WORK-ORDERS
           END-IF.

       1058-ADD-CHARGE-BACK.
           ADD 1 TO CB-TABLE-CTR.
           MOVE WO-CONDO TO CB-T-CONDO(CB-TABLE-CTR).
           MOVE WO-WO-NO TO CB-T-WO-NO(CB-TABLE-CTR).
           MOVE WO-DESC TO CB-T-DESC(CB-TABLE-CTR).
           MOVE WO-VENDOR TO CB-T-VENDOR(CB-TABLE-CTR).
           MOVE WO-CLOSE-DATE TO CB-T-CLOSE-DATE(CB-TABLE-CTR).
           MOVE WO-LABOR-COST TO CB-T-LABOR-COST(CB-TABLE-CTR).
           MOVE WO-MATERIAL-COST TO CB-T-MATERIAL-COST(CB-TABLE-CTR).
           MOVE 'N' TO CB-T-SHOWN(CB-TABLE-CTR).

       1059-LOAD-SETTLEMENTS.
           OPEN INPUT OWNER-SETTLE.
           IF C-OS-STATUS = '00'
               PERFORM UNTIL MORE-SETTLE = 'N'
                   READ OWNER-SETTLE INTO SETTLE-WORK
                       AT END
                           MOVE 'N' TO MORE-SETTLE
                       NOT AT END
                           IF OS-MONTH NOT = C-RUN-DATE-NUM(1:6)
                                   AND ST-TABLE-CTR < 3000
                               ADD 1 TO ST-TABLE-CTR
                               MOVE SETTLE-WORK
                                   TO ST-T-REC(ST-TABLE-CTR)
                           END-IF
               END-PERFORM
               CLOSE OWNER-SETTLE
           END-IF.

       1060-DETERMINE-SEASON.
           IF I-ARR-MM = 06 OR I-ARR-MM = 07 OR I-ARR-MM = 08
               MOVE 'S' TO C-SEASON
       3000-CLOSING.
           IF C-OW-STAY-CTR > 0
               PERFORM 9200-OWNER-BREAK.
           PERFORM 3100-CHARGE-ONLY-OWNERS
               VARYING C-CB-SUB FROM 1 BY 1
               UNTIL C-CB-SUB > CB-TABLE-CTR.

           MOVE C-GT-STAY-CTR TO O-GT-STAY-CTR.
           MOVE C-GT-GROSS TO O-GT-GROSS.
           MOVE C-GT-NET TO O-GT-NET.
           WRITE PRTLINE FROM GRANDTOTALS
               AFTER ADVANCING 3 LINES.
           COMPUTE C-GT-NET-DUE = C-GT-NET - C-GT-CHARGES.
           MOVE C-GT-CHARGES TO O-GT-CHARGES.
           MOVE C-GT-NET-DUE TO O-GT-NET-DUE.
           WRITE PRTLINE FROM GRAND-CHARGE-LINE
               AFTER ADVANCING 1 LINE.
           IF C-HELD-STAY-CTR > 0
               MOVE C-HELD-STAY-CTR TO O-HELD-STAY-CTR
               MOVE C-HELD-GROSS TO O-HELD-GROSS
               WRITE PRTLINE FROM HELD-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF C-HELD-CHARGES > 0
               MOVE C-HELD-CHARGES TO O-HELD-CHARGES
               WRITE PRTLINE FROM HELD-CHARGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           CLOSE OZARK-SORTED.
           CLOSE PRTOUT.

           PERFORM 3800-SAVE-SETTLEMENTS.
           PERFORM 3900-LOG-CONTROL-TOTALS.

      *    A CONDO WITH A CHARGE-BACK BUT NO STAYS THIS MONTH STILL
      *    GETS A STATEMENT SO THE DEDUCTION IS NOT LOST.  THE
      *    OWNER BREAK WALKS THE TABLE WITH CB-IDX, SO THIS LOOP
      *    KEEPS ITS OWN SUBSCRIPT.
       3100-CHARGE-ONLY-OWNERS.
           IF CB-T-SHOWN(C-CB-SUB) = 'N'
               MOVE CB-T-CONDO(C-CB-SUB) TO H-CONDO
               PERFORM 9100-OWNER-HEADINGS
               PERFORM 9200-OWNER-BREAK
           END-IF.

       3800-SAVE-SETTLEMENTS.
           OPEN OUTPUT OWNER-SETTLE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-TABLE-CTR
               WRITE OS-REC FROM ST-T-REC(ST-IDX)
           END-PERFORM.
           CLOSE OWNER-SETTLE.

       3900-LOG-CONTROL-TOTALS.
      *    A PRIOR POSTING FOR THE SAME PROGRAM AND RUN DATE IS
      *    SUPERSEDED: THIS RUN LOGS THE NEXT SEQUENCE NUMBER AND
           WRITE PRTLINE FROM OWNER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 0 TO C-OW-CHARGES.
           PERFORM 9300-CHARGE-BACK
               VARYING CB-IDX FROM 1 BY 1
               UNTIL CB-IDX > CB-TABLE-CTR.
           IF C-OW-CHARGES > 0
               COMPUTE C-OW-NET-DUE = C-OW-NET - C-OW-CHARGES
               MOVE C-OW-CHARGES TO O-OW-CHARGES
               MOVE C-OW-NET-DUE TO O-OW-NET-DUE
               WRITE PRTLINE FROM CHARGE-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM 1070-LOOKUP-OWNER.
           IF C-OWNER-FOUND = 'Y'
               ADD C-OW-STAY-CTR TO C-GT-STAY-CTR
               ADD C-OW-MGMT-FEE TO C-GT-MGMT-FEE
               ADD C-OW-PASS-THRU TO C-GT-PASS-THRU
               ADD C-OW-NET TO C-GT-NET
               ADD C-OW-CHARGES TO C-GT-CHARGES
               PERFORM 9400-ADD-SETTLEMENT
           ELSE
               ADD C-OW-STAY-CTR TO C-HELD-STAY-CTR
               ADD C-OW-GROSS TO C-HELD-GROSS
               ADD C-OW-CHARGES TO C-HELD-CHARGES
           END-IF.

           MOVE 0 TO C-OW-STAY-CTR.
           IF MORE-RECS = 'Y'
               PERFORM 9100-OWNER-HEADINGS.

      *    THE CHARGE-BACKS PRINT UNDER THE OWNER TOTALS FOR THE
      *    CONDO BEING CLOSED OFF (H-CONDO).
       9300-CHARGE-BACK.
           IF CB-T-CONDO(CB-IDX) = H-CONDO
                   AND CB-T-SHOWN(CB-IDX) = 'N'
               MOVE 'Y' TO CB-T-SHOWN(CB-IDX)
               ADD CB-T-LABOR-COST(CB-IDX) CB-T-MATERIAL-COST(CB-IDX)
                   GIVING C-WO-COST
               ADD C-WO-COST TO C-OW-CHARGES
               MOVE CB-T-WO-NO(CB-IDX) TO O-CB-WO-NO
               MOVE CB-T-DESC(CB-IDX) TO O-CB-DESC
               MOVE CB-T-VENDOR(CB-IDX) TO O-CB-VENDOR
               MOVE CB-T-CLOSE-DATE(CB-IDX)(5:2) TO O-CB-CLOSE-MM
               MOVE CB-T-CLOSE-DATE(CB-IDX)(7:2) TO O-CB-CLOSE-DD
               MOVE CB-T-CLOSE-DATE(CB-IDX)(1:4) TO O-CB-CLOSE-YY
               MOVE CB-T-LABOR-COST(CB-IDX) TO O-CB-LABOR
               MOVE CB-T-MATERIAL-COST(CB-IDX) TO O-CB-MATERIAL
               WRITE PRTLINE FROM CHARGE-BACK-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-OWNER-HEADINGS
           END-IF.

      *    ONLY AN OWNER ON THE MASTER IS SETTLED; HELD CONDOS
      *    WAIT UNTIL THE OWNER IS SET UP AND THE MONTH IS RERUN.
       9400-ADD-SETTLEMENT.
           IF ST-TABLE-CTR < 3000
               MOVE C-RUN-DATE-NUM(1:6) TO OS-MONTH
               MOVE H-CONDO TO OS-CONDO
               MOVE C-RUN-DATE-NUM TO OS-RUN-DATE
               MOVE C-OW-STAY-CTR TO OS-STAY-CTR
               MOVE C-OW-GROSS TO OS-GROSS
               MOVE C-OW-MGMT-FEE TO OS-MGMT-FEE
               MOVE C-OW-NET TO OS-NET
               MOVE C-OW-CHARGES TO OS-CHARGES
               ADD 1 TO ST-TABLE-CTR
               MOVE SETTLE-WORK TO ST-T-REC(ST-TABLE-CTR)
           END-IF.

       END PROGRAM COBDOA11.
