       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA53.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *THIS PROGRAM SELECTS A CROSS-SELL MAILING FROM THE SHARED
      *CUSTOMER MASTER.  IT GATHERS EACH CUSTOMER'S ACTIVITY FROM
      *THE SAME THREE FILES THE CROSS-LINE ACTIVITY REPORT
      *(COBDOA14) COUNTS - CBLBOAT1.DAT, OZARK.DAT AND
      *PAINTEST.DAT - AND SELECTS THE ACTIVE CUSTOMERS THAT MEET
      *EVERY CRITERION KEYED:
      *   1 CAMPAIGN CODE      (REQUIRED, UP TO 8 CHARACTERS)
      *   2 LINES USED         (ANY OF B BOAT, C CONDO, P PAINT)
      *   3 LINES NOT USED     (ANY OF B, C, P)
      *   4 LAST ACTIVITY FROM (YYYYMMDD)
      *   5 LAST ACTIVITY THROUGH (YYYYMMDD)
      *   6 BOAT TYPE BOUGHT   (B, P, S, J, C OR R)
      *   7 CONDO STAYED IN    (CONDO CODE)
      *   8 RUN DATE           (YYYYMMDD, DEFAULT TODAY)
      *A CRITERION KEYED AS ALL (OR LEFT BLANK) IS NOT APPLIED.
      *LAST ACTIVITY IS THE LATEST SALE, ARRIVAL OR ESTIMATE DATE
      *ON ANY LINE.  INACTIVE AND MERGED CUSTOMERS ARE NEVER
      *MAILED, NOR IS ONE ALREADY SENT THIS CAMPAIGN, ONE WITH NO
      *ADDRESS, OR A SECOND CUSTOMER AT AN ADDRESS ALREADY
      *SELECTED.  EACH CUSTOMER SELECTED GETS A MAILING LABEL
      *(MAILLBL.RPT, THREE ACROSS), A LINE ON THE PRINT SHOP'S
      *DELIMITED EXTRACT (MAILEXT.DAT) AND A RECORD ON THE
      *CAMPAIGN LOG (CAMPLOG.DAT) SO LATER BOOKINGS AND SALES
      *CAN BE MEASURED AGAINST THE MAILING.  THE SELECTION
      *LISTING (MAILSEL.RPT) SHOWS THE CRITERIA, EVERY CUSTOMER
      *MEETING THEM WITH WHAT WAS DONE, AND THE COUNTS.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER
               ASSIGN TO "C:\IHCC\COBOL\CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS C-CUST-STATUS.

           SELECT BOAT-CONTROL
               ASSIGN TO "C:\IHCC\COBOL\CBLBOAT1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BOAT-STATUS.

           SELECT OZARK
               ASSIGN TO "C:\IHCC\COBOL\OZARK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OZARK-STATUS.

           SELECT PAINT-MASTER
               ASSIGN TO "C:\IHCC\COBOL\PAINTEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PAINT-STATUS.

           SELECT CAMPAIGN-LOG
               ASSIGN TO "C:\IHCC\COBOL\CAMPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LOG-STATUS.

           SELECT MAIL-EXTRACT
               ASSIGN TO "C:\IHCC\COBOL\MAILEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABEL-RPT
               ASSIGN TO "C:\IHCC\COBOL\MAILLBL.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO "C:\IHCC\COBOL\MAILSEL.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  BOAT-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS BOAT-REC
           RECORD CONTAINS 82 CHARACTERS.
       01  BOAT-REC.
           05 I-LAST-NAME              PIC X(15).
           05 I-STATE                  PIC XX.
           05 I-BOAT-COST              PIC 9(6)V99.
           05 I-PURCHASE-DATE          PIC X(8).
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

       FD  OZARK
           LABEL RECORD IS STANDARD
           DATA RECORD IS OZARK-REC
           RECORD CONTAINS 46 CHARACTERS.
       01  OZARK-REC.
           05 OZ-TRANS-CODE    PIC X.
               88 OZ-IS-RENTAL     VALUE 'R' SPACE.
           05 OZ-GUEST         PIC X(20).
           05 OZ-CONDO         PIC XX.
           05 OZ-BEDROOMS      PIC 9.
           05 OZ-NIGHTS        PIC 99.
           05 OZ-PETS          PIC X.
           05 OZ-HOTTUB        PIC X.
           05 OZ-DOCKSLIP      PIC 99V99.
           05 OZ-ARRIVAL-DATE  PIC X(8).
           05 OZ-CUST-NO       PIC X(6).

       FD  PAINT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-MASTER-REC
           RECORD CONTAINS 81 CHARACTERS.
       01  PAINT-MASTER-REC            PIC X(81).

       FD  CAMPAIGN-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CL-REC
           RECORD CONTAINS 56 CHARACTERS.
       01  CL-REC.
           05 CL-CAMPAIGN          PIC X(8).
           05 CL-MAIL-DATE         PIC 9(8).
           05 CL-CUST-NO           PIC X(6).
           05 CL-NAME              PIC X(25).
           05 CL-LINES-USED        PIC X(3).
           05 CL-LINES-NOT-USED    PIC X(3).
           05 CL-BOAT-TYPE         PIC X.
           05 CL-CONDO             PIC XX.

       FD  MAIL-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS MX-REC
           RECORD CONTAINS 85 CHARACTERS.
       01  MX-REC                  PIC X(85).

       FD  LABEL-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LBLLINE.

       01  LBLLINE                 PIC X(132).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PAINT-IO-AREA.
           05  PAINT-REC-TYPE          PIC X.
               88  IS-EST-HEADER           VALUE 'H'.
           05  FILLER                  PIC X(80).

       01  PAINT-HDR-REC REDEFINES PAINT-IO-AREA.
           05  FILLER                  PIC X.
           05  PH-EST-NO               PIC X(4).
           05  PH-DATE                 PIC X(8).
           05  PH-CUST-NAME            PIC X(20).
           05  PH-CUST-ADDR            PIC X(25).
           05  PH-CUST-PHONE           PIC X(12).
           05  PH-GRADE                PIC X.
           05  PH-STATUS               PIC X.
           05  PH-CUST-NO              PIC X(6).
           05  FILLER                  PIC X(3).

      *    ONE ROW PER CUSTOMER ON THE MASTER, SIZED AS COBDOA14
      *    SIZES ITS ACTIVITY TABLE.  THE TYPE AND CONDO COUNTS
      *    ARE THE SALES OF THE BOAT TYPE AND THE STAYS IN THE
      *    CONDO KEYED AS CRITERIA.
       01  CUST-ACTIVITY-TABLE.
           05 CA-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 CA-ENTRY OCCURS 2000 TIMES INDEXED BY CA-IDX.
               10 CA-CUST-NO           PIC X(6).
               10 CA-NAME              PIC X(25).
               10 CA-ADDR              PIC X(25).
               10 CA-PHONE             PIC X(12).
               10 CA-STATUS            PIC X.
               10 CA-BOAT-CTR          PIC S999     VALUE 0.
               10 CA-STAY-CTR          PIC S999     VALUE 0.
               10 CA-EST-CTR           PIC S999     VALUE 0.
               10 CA-TYPE-CTR          PIC S999     VALUE 0.
               10 CA-CONDO-CTR         PIC S999     VALUE 0.
               10 CA-LAST-DATE         PIC 9(8)     VALUE 0.

      *    CUSTOMERS ALREADY SENT THIS CAMPAIGN, FROM THE LOG.
       01  MAILED-TABLE.
           05 ML-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 ML-ENTRY OCCURS 2000 TIMES INDEXED BY ML-IDX.
               10 ML-T-CUST-NO         PIC X(6).

      *    ADDRESSES ALREADY SELECTED THIS RUN.
       01  ADDRESS-TABLE.
           05 AD-TABLE-CTR         PIC 9(4)        VALUE 0.
           05 AD-ENTRY OCCURS 2000 TIMES INDEXED BY AD-IDX.
               10 AD-T-ADDR            PIC X(25).

      *    THE LABELS WAITING TO PRINT ACROSS ONE ROW.
       01  LABEL-ROW.
           05 LR-CTR               PIC 9           VALUE 0.
           05 LR-ENTRY OCCURS 3 TIMES.
               10 LR-NAME              PIC X(25).
               10 LR-ADDR              PIC X(25).
               10 LR-CUST-NO           PIC X(6).

       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 C-CUST-STATUS        PIC XX.
           05 C-BOAT-STATUS        PIC XX.
           05 C-OZARK-STATUS       PIC XX.
           05 C-PAINT-STATUS       PIC XX.
           05 C-LOG-STATUS         PIC XX.
           05 C-ARG-VALUE          PIC X(60).
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-SEL-CAMPAIGN       PIC X(8)        VALUE SPACES.
           05 C-SEL-USED           PIC X(3)        VALUE SPACES.
           05 C-SEL-NOT-USED       PIC X(3)        VALUE SPACES.
           05 C-SEL-FROM           PIC 9(8)        VALUE 0.
           05 C-SEL-THRU           PIC 9(8)        VALUE 99999999.
           05 C-SEL-BOAT-TYPE      PIC X           VALUE SPACE.
           05 C-SEL-CONDO          PIC XX          VALUE SPACES.
           05 C-SEL-ERROR          PIC X(40)       VALUE SPACES.
           05 C-FOUND              PIC X           VALUE 'N'.
           05 C-MATCH              PIC X.
           05 C-RESULT             PIC X(20).
           05 C-FIND-CUST-NO       PIC X(6).
           05 C-ACT-DATE           PIC X(8).
           05 C-LINE-SUB           PIC 9.
           05 C-LINE-CODE          PIC X.
           05 C-LINE-CTR           PIC S999.
           05 C-LB-SUB             PIC 9.
           05 C-YMD                PIC 9(8).
           05 C-YMD-R REDEFINES C-YMD.
               10 C-YMD-YY         PIC 9(4).
               10 C-YMD-MM         PIC 99.
               10 C-YMD-DD         PIC 99.
           05 C-READ-CTR           PIC 9(5)        VALUE 0.
           05 C-INACTIVE-CTR       PIC 9(5)        VALUE 0.
           05 C-NO-MATCH-CTR       PIC 9(5)        VALUE 0.
           05 C-MAILED-CTR         PIC 9(5)        VALUE 0.
           05 C-NO-ADDR-CTR        PIC 9(5)        VALUE 0.
           05 C-DUP-ADDR-CTR       PIC 9(5)        VALUE 0.
           05 C-SEL-CTR            PIC 9(5)        VALUE 0.
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
                       VALUE 'CROSS-SELL MAILING SELECTION'.
           05 FILLER               PIC X(38)       VALUE SPACES.
           05 FILLER               PIC X(6)        VALUE 'PAGE:'.
           05 O-PCTR               PIC Z9.

       01  SELECTION-LINE-1.
           05 FILLER               PIC X(11)       VALUE 'CAMPAIGN:'.
           05 O-SEL-CAMPAIGN       PIC X(8).
           05 FILLER               PIC X(15)
                                   VALUE '   LINES USED:'.
           05 O-SEL-USED           PIC X(3).
           05 FILLER               PIC X(19)
                                   VALUE '   LINES NOT USED:'.
           05 O-SEL-NOT-USED       PIC X(3).
           05 FILLER               PIC X(14)
                                   VALUE '   BOAT TYPE:'.
           05 O-SEL-BOAT-TYPE      PIC X(3).
           05 FILLER               PIC X(17)
                                   VALUE '   CONDO STAYED:'.
           05 O-SEL-CONDO          PIC X(3).
           05 FILLER               PIC X(36)       VALUE SPACES.

       01  SELECTION-LINE-2.
           05 FILLER               PIC X(19)
                                   VALUE 'LAST ACTIVITY FROM'.
           05 O-SEL-FROM-MM        PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-SEL-FROM-DD        PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-SEL-FROM-YY        PIC 9(4).
           05 FILLER               PIC X(9)        VALUE '  THROUGH'.
           05 FILLER               PIC X           VALUE SPACE.
           05 O-SEL-THRU-MM        PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-SEL-THRU-DD        PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-SEL-THRU-YY        PIC 9(4).
           05 FILLER               PIC X(83)       VALUE SPACES.

       01  COLLUMN-HEADINGS-1.
           05 FILLER               PIC X(10)       VALUE 'CUSTOMER'.
           05 FILLER               PIC X(27)       VALUE SPACES.
           05 FILLER               PIC X(27)       VALUE SPACES.
           05 FILLER               PIC X(12)       VALUE 'LAST'.
           05 FILLER               PIC X(7)        VALUE 'BOATS'.
           05 FILLER               PIC X(7)        VALUE 'CONDO'.
           05 FILLER               PIC X(7)        VALUE 'PAINT'.
           05 FILLER               PIC X(35)       VALUE SPACES.

       01  COLLUMN-HEADINGS-2.
           05 FILLER               PIC X(10)       VALUE 'NUMBER'.
           05 FILLER               PIC X(27)       VALUE 'NAME'.
           05 FILLER               PIC X(27)       VALUE 'ADDRESS'.
           05 FILLER               PIC X(12)       VALUE 'ACTIVITY'.
           05 FILLER               PIC X(7)        VALUE 'BOUGHT'.
           05 FILLER               PIC X(7)        VALUE 'STAYS'.
           05 FILLER               PIC X(7)        VALUE 'ESTS'.
           05 FILLER               PIC X(35)       VALUE 'MAILING'.

       01  BLANK-LINE              PIC X(132)      VALUE SPACES.

       01  DETAIL-LINE.
           05 O-CUST-NO            PIC X(6).
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-NAME               PIC X(25).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-ADDR               PIC X(25).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-LAST-MM            PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-LAST-DD            PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-LAST-YY            PIC 9(4).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-BOAT-CTR           PIC ZZ9.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-STAY-CTR           PIC ZZ9.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-EST-CTR            PIC ZZ9.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-RESULT             PIC X(20).
           05 FILLER               PIC X(15)       VALUE SPACES.

       01  GT-COUNTERS-1.
           05 FILLER               PIC X(21)       VALUE
                                   'CUSTOMERS ON MASTER:'.
           05 O-READ-CTR           PIC ZZ,ZZ9.
           05 FILLER               PIC X(22)       VALUE
                                   '  INACTIVE OR MERGED:'.
           05 O-INACTIVE-CTR       PIC ZZ,ZZ9.
           05 FILLER               PIC X(26)       VALUE
                                   '  NOT MEETING CRITERIA:'.
           05 O-NO-MATCH-CTR       PIC ZZ,ZZ9.
           05 FILLER               PIC X(45)       VALUE SPACES.

       01  GT-COUNTERS-2.
           05 FILLER               PIC X(21)       VALUE
                                   'ALREADY MAILED:'.
           05 O-MAILED-CTR         PIC ZZ,ZZ9.
           05 FILLER               PIC X(22)       VALUE
                                   '  NO ADDRESS:'.
           05 O-NO-ADDR-CTR        PIC ZZ,ZZ9.
           05 FILLER               PIC X(26)       VALUE
                                   '  DUPLICATE ADDRESS:'.
           05 O-DUP-ADDR-CTR       PIC ZZ,ZZ9.
           05 FILLER               PIC X(13)       VALUE
                                   '  SELECTED:'.
           05 O-SEL-CTR            PIC ZZ,ZZ9.
           05 FILLER               PIC X(26)       VALUE SPACES.

       01  LABEL-LINE.
           05 LL-ENTRY OCCURS 3 TIMES.
               10 O-LABEL-TEXT         PIC X(40).
               10 FILLER               PIC X(4).

       01  LABEL-KEY-LINE.
           05 O-LK-CUST-NO         PIC X(6).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-LK-CAMPAIGN        PIC X(8).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2100-SCAN-BOATS.
           PERFORM 2200-SCAN-CONDO.
           PERFORM 2300-SCAN-PAINT.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1005-GET-PARAMETERS.
           PERFORM 1010-EDIT-CRITERIA.
           IF C-SEL-ERROR NOT = SPACES
               DISPLAY 'COBDOA53 - ' C-SEL-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           IF C-RUN-DATE-ARG NOT = 0
               MOVE C-RUN-DATE-ARG(1:4) TO I-YY
               MOVE C-RUN-DATE-ARG(5:2) TO I-MM
               MOVE C-RUN-DATE-ARG(7:2) TO I-DD
           END-IF.
           COMPUTE C-RUN-DATE-NUM = I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           MOVE C-SEL-CAMPAIGN TO O-SEL-CAMPAIGN.
           MOVE C-SEL-USED TO O-SEL-USED.
           IF C-SEL-USED = SPACES
               MOVE 'ALL' TO O-SEL-USED
           END-IF.
           MOVE C-SEL-NOT-USED TO O-SEL-NOT-USED.
           IF C-SEL-NOT-USED = SPACES
               MOVE 'ALL' TO O-SEL-NOT-USED
           END-IF.
           MOVE C-SEL-BOAT-TYPE TO O-SEL-BOAT-TYPE.
           IF C-SEL-BOAT-TYPE = SPACE
               MOVE 'ALL' TO O-SEL-BOAT-TYPE
           END-IF.
           MOVE C-SEL-CONDO TO O-SEL-CONDO.
           IF C-SEL-CONDO = SPACES
               MOVE 'ALL' TO O-SEL-CONDO
           END-IF.
           MOVE C-SEL-FROM TO C-YMD.
           MOVE C-YMD-MM TO O-SEL-FROM-MM.
           MOVE C-YMD-DD TO O-SEL-FROM-DD.
           MOVE C-YMD-YY TO O-SEL-FROM-YY.
           MOVE C-SEL-THRU TO C-YMD.
           MOVE C-YMD-MM TO O-SEL-THRU-MM.
           MOVE C-YMD-DD TO O-SEL-THRU-DD.
           MOVE C-YMD-YY TO O-SEL-THRU-YY.

           PERFORM 1050-LOAD-CUSTOMERS.
           PERFORM 1060-LOAD-MAILED.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT LABEL-RPT.
           OPEN OUTPUT MAIL-EXTRACT.
           OPEN EXTEND CAMPAIGN-LOG.
           IF C-LOG-STATUS = '35'
               OPEN OUTPUT CAMPAIGN-LOG.

       1005-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   MOVE C-ARG-VALUE TO C-SEL-CAMPAIGN
           END-ACCEPT.

           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = 'ALL'
                       MOVE C-ARG-VALUE TO C-SEL-USED
                   END-IF
           END-ACCEPT.

           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = 'ALL'
                       MOVE C-ARG-VALUE TO C-SEL-NOT-USED
                   END-IF
           END-ACCEPT.

           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                           AND C-ARG-VALUE NOT = 'ALL'
                       IF C-ARG-VALUE(1:8) IS NUMERIC
                           MOVE C-ARG-VALUE(1:8) TO C-SEL-FROM
                       ELSE
                           MOVE 'FROM DATE IS NOT VALID'
                               TO C-SEL-ERROR
                       END-IF
                   END-IF
           END-ACCEPT.

           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                           AND C-ARG-VALUE NOT = 'ALL'
                       IF C-ARG-VALUE(1:8) IS NUMERIC
                           MOVE C-ARG-VALUE(1:8) TO C-SEL-THRU
                       ELSE
                           MOVE 'THROUGH DATE IS NOT VALID'
                               TO C-SEL-ERROR
                       END-IF
                   END-IF
           END-ACCEPT.

           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = 'ALL'
                       MOVE C-ARG-VALUE TO C-SEL-BOAT-TYPE
                   END-IF
           END-ACCEPT.

           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = 'ALL'
                       MOVE C-ARG-VALUE TO C-SEL-CONDO
                   END-IF
           END-ACCEPT.

           DISPLAY 8 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-RUN-DATE-ARG
                   END-IF
           END-ACCEPT.

      *    A WRONG CRITERION MAILS THE WRONG CUSTOMERS, SO ANY
      *    ERROR STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
       1010-EDIT-CRITERIA.
           IF C-SEL-CAMPAIGN = SPACES AND C-SEL-ERROR = SPACES
               MOVE 'CAMPAIGN CODE IS REQUIRED' TO C-SEL-ERROR
           END-IF.
           PERFORM VARYING C-LINE-SUB FROM 1 BY 1
                   UNTIL C-LINE-SUB > 3
               IF C-SEL-USED(C-LINE-SUB:1) NOT = SPACE
                       AND C-SEL-USED(C-LINE-SUB:1) NOT = 'B'
                       AND C-SEL-USED(C-LINE-SUB:1) NOT = 'C'
                       AND C-SEL-USED(C-LINE-SUB:1) NOT = 'P'
                   MOVE 'LINES USED MUST BE B, C OR P'
                       TO C-SEL-ERROR
               END-IF
               IF C-SEL-NOT-USED(C-LINE-SUB:1) NOT = SPACE
                       AND C-SEL-NOT-USED(C-LINE-SUB:1) NOT = 'B'
                       AND C-SEL-NOT-USED(C-LINE-SUB:1) NOT = 'C'
                       AND C-SEL-NOT-USED(C-LINE-SUB:1) NOT = 'P'
                   MOVE 'LINES NOT USED MUST BE B, C OR P'
                       TO C-SEL-ERROR
               END-IF
           END-PERFORM.
           IF C-SEL-BOAT-TYPE NOT = SPACE
                   AND C-SEL-BOAT-TYPE NOT = 'B'
                   AND C-SEL-BOAT-TYPE NOT = 'P'
                   AND C-SEL-BOAT-TYPE NOT = 'S'
                   AND C-SEL-BOAT-TYPE NOT = 'J'
                   AND C-SEL-BOAT-TYPE NOT = 'C'
                   AND C-SEL-BOAT-TYPE NOT = 'R'
               MOVE 'UNRECOGNIZED BOAT TYPE CODE' TO C-SEL-ERROR
           END-IF.
           IF C-SEL-FROM > C-SEL-THRU
               MOVE 'FROM DATE IS AFTER THROUGH DATE' TO C-SEL-ERROR
           END-IF.

       1050-LOAD-CUSTOMERS.
           OPEN INPUT CUST-MASTER.
           IF C-CUST-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ CUST-MASTER
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           IF CA-TABLE-CTR < 2000
                               ADD 1 TO CA-TABLE-CTR
                               MOVE CM-CUST-NO
                                   TO CA-CUST-NO(CA-TABLE-CTR)
                               MOVE CM-NAME
                                   TO CA-NAME(CA-TABLE-CTR)
                               MOVE CM-ADDR
                                   TO CA-ADDR(CA-TABLE-CTR)
                               MOVE CM-PHONE
                                   TO CA-PHONE(CA-TABLE-CTR)
                               MOVE CM-STATUS
                                   TO CA-STATUS(CA-TABLE-CTR)
                           END-IF
               END-PERFORM
               CLOSE CUST-MASTER
           END-IF.
           MOVE CA-TABLE-CTR TO C-READ-CTR.

      *    A CUSTOMER IS SENT A GIVEN CAMPAIGN ONCE, SO A CAMPAIGN
      *    CAN BE RERUN LATER TO PICK UP NEW CUSTOMERS ONLY.
       1060-LOAD-MAILED.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT CAMPAIGN-LOG.
           IF C-LOG-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ CAMPAIGN-LOG
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           IF CL-CAMPAIGN = C-SEL-CAMPAIGN
                                   AND ML-TABLE-CTR < 2000
                               ADD 1 TO ML-TABLE-CTR
                               MOVE CL-CUST-NO
                                   TO ML-T-CUST-NO(ML-TABLE-CTR)
                           END-IF
               END-PERFORM
               CLOSE CAMPAIGN-LOG
           END-IF.

      *    A BLANK CUSTOMER NUMBER (EVERY UNCONVERTED RECORD)
      *    MUST NOT MATCH AN EMPTY TABLE SLOT PAST THE LOADED
      *    ENTRIES, SO IT IS TESTED BEFORE THE SEARCH.
       2050-FIND-CUSTOMER.
           MOVE 'N' TO C-FOUND.
           IF C-FIND-CUST-NO NOT = SPACES
               SET CA-IDX TO 1
               SEARCH CA-ENTRY
                   AT END
                       CONTINUE
                   WHEN CA-CUST-NO(CA-IDX) = C-FIND-CUST-NO
                       MOVE 'Y' TO C-FOUND
               END-SEARCH
           END-IF.

      *    THE CALLER SETS THE DATE OF THE ACTIVITY; AN UNREADABLE
      *    DATE STILL COUNTS THE ACTIVITY BUT NOT ITS RECENCY.
       2060-TAKE-ACTIVITY-DATE.
           IF C-ACT-DATE IS NUMERIC
               IF C-ACT-DATE > CA-LAST-DATE(CA-IDX)
                   MOVE C-ACT-DATE TO CA-LAST-DATE(CA-IDX)
               END-IF
           END-IF.

      *    A VOID NETS THE SALE BACK OUT, AS ON COBDOA14.
       2100-SCAN-BOATS.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT BOAT-CONTROL.
           IF C-BOAT-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ BOAT-CONTROL
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           MOVE I-CUST-NO TO C-FIND-CUST-NO
                           PERFORM 2050-FIND-CUSTOMER
                           IF C-FOUND = 'Y'
                               IF IS-VOID
                                   SUBTRACT 1 FROM CA-BOAT-CTR(CA-IDX)
                                   IF I-BOAT-TYPE = C-SEL-BOAT-TYPE
                                       SUBTRACT 1
                                           FROM CA-TYPE-CTR(CA-IDX)
                                   END-IF
                               ELSE
                                   ADD 1 TO CA-BOAT-CTR(CA-IDX)
                                   IF I-BOAT-TYPE = C-SEL-BOAT-TYPE
                                       ADD 1 TO CA-TYPE-CTR(CA-IDX)
                                   END-IF
                                   MOVE I-PURCHASE-DATE TO C-ACT-DATE
                                   PERFORM 2060-TAKE-ACTIVITY-DATE
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE BOAT-CONTROL
           END-IF.

       2200-SCAN-CONDO.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT OZARK.
           IF C-OZARK-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ OZARK
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           IF OZ-IS-RENTAL
                               MOVE OZ-CUST-NO TO C-FIND-CUST-NO
                               PERFORM 2050-FIND-CUSTOMER
                               IF C-FOUND = 'Y'
                                   ADD 1 TO CA-STAY-CTR(CA-IDX)
                                   IF OZ-CONDO = C-SEL-CONDO
                                       ADD 1 TO CA-CONDO-CTR(CA-IDX)
                                   END-IF
                                   MOVE OZ-ARRIVAL-DATE TO C-ACT-DATE
                                   PERFORM 2060-TAKE-ACTIVITY-DATE
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE OZARK
           END-IF.

       2300-SCAN-PAINT.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT PAINT-MASTER.
           IF C-PAINT-STATUS = '00'
               PERFORM UNTIL MORE-RECS = 'N'
                   READ PAINT-MASTER INTO PAINT-IO-AREA
                       AT END
                           MOVE 'N' TO MORE-RECS
                       NOT AT END
                           IF IS-EST-HEADER
                               MOVE PH-CUST-NO TO C-FIND-CUST-NO
                               PERFORM 2050-FIND-CUSTOMER
                               IF C-FOUND = 'Y'
                                   ADD 1 TO CA-EST-CTR(CA-IDX)
                                   MOVE PH-DATE TO C-ACT-DATE
                                   PERFORM 2060-TAKE-ACTIVITY-DATE
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE PAINT-MASTER
           END-IF.

       3000-CLOSING.
           PERFORM 9100-HEADINGS.
           PERFORM 3100-SELECT-CUSTOMER
               VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > CA-TABLE-CTR.
           IF LR-CTR > 0
               PERFORM 9300-PRINT-LABEL-ROW
           END-IF.

           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-INACTIVE-CTR TO O-INACTIVE-CTR.
           MOVE C-NO-MATCH-CTR TO O-NO-MATCH-CTR.
           MOVE C-MAILED-CTR TO O-MAILED-CTR.
           MOVE C-NO-ADDR-CTR TO O-NO-ADDR-CTR.
           MOVE C-DUP-ADDR-CTR TO O-DUP-ADDR-CTR.
           MOVE C-SEL-CTR TO O-SEL-CTR.
           WRITE PRTLINE FROM GT-COUNTERS-1
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM GT-COUNTERS-2
               AFTER ADVANCING 1 LINE.

           CLOSE PRTOUT.
           CLOSE LABEL-RPT.
           CLOSE MAIL-EXTRACT.
           CLOSE CAMPAIGN-LOG.

      *    INACTIVE AND MERGED CUSTOMERS, AND THOSE NOT MEETING THE
      *    CRITERIA, ARE ONLY COUNTED; EVERY CUSTOMER WHO MEETS THEM
      *    PRINTS WITH WHAT WAS DONE.
       3100-SELECT-CUSTOMER.
           IF CA-STATUS(CA-IDX) NOT = 'A'
               ADD 1 TO C-INACTIVE-CTR
           ELSE
               PERFORM 3110-TEST-CRITERIA
               IF C-MATCH = 'N'
                   ADD 1 TO C-NO-MATCH-CTR
               ELSE
                   PERFORM 3150-CHECK-MAILABLE
                   IF C-RESULT = 'SELECTED'
                       PERFORM 3200-MAIL-CUSTOMER
                   END-IF
                   PERFORM 3300-PRINT-CUSTOMER
               END-IF
           END-IF.

       3110-TEST-CRITERIA.
           MOVE 'Y' TO C-MATCH.
           PERFORM VARYING C-LINE-SUB FROM 1 BY 1
                   UNTIL C-LINE-SUB > 3
               IF C-SEL-USED(C-LINE-SUB:1) NOT = SPACE
                   MOVE C-SEL-USED(C-LINE-SUB:1) TO C-LINE-CODE
                   PERFORM 3120-LINE-COUNT
                   IF C-LINE-CTR NOT > 0
                       MOVE 'N' TO C-MATCH
                   END-IF
               END-IF
               IF C-SEL-NOT-USED(C-LINE-SUB:1) NOT = SPACE
                   MOVE C-SEL-NOT-USED(C-LINE-SUB:1) TO C-LINE-CODE
                   PERFORM 3120-LINE-COUNT
                   IF C-LINE-CTR > 0
                       MOVE 'N' TO C-MATCH
                   END-IF
               END-IF
           END-PERFORM.

           IF CA-LAST-DATE(CA-IDX) < C-SEL-FROM
                   OR CA-LAST-DATE(CA-IDX) > C-SEL-THRU
               MOVE 'N' TO C-MATCH
           END-IF.
           IF C-SEL-BOAT-TYPE NOT = SPACE
                   AND CA-TYPE-CTR(CA-IDX) NOT > 0
               MOVE 'N' TO C-MATCH
           END-IF.
           IF C-SEL-CONDO NOT = SPACES
                   AND CA-CONDO-CTR(CA-IDX) NOT > 0
               MOVE 'N' TO C-MATCH
           END-IF.

       3120-LINE-COUNT.
           EVALUATE C-LINE-CODE
               WHEN 'B'
                   MOVE CA-BOAT-CTR(CA-IDX) TO C-LINE-CTR
               WHEN 'C'
                   MOVE CA-STAY-CTR(CA-IDX) TO C-LINE-CTR
               WHEN OTHER
                   MOVE CA-EST-CTR(CA-IDX) TO C-LINE-CTR
           END-EVALUATE.

      *    ONE PIECE GOES TO AN ADDRESS: THE FIRST CUSTOMER SELECTED
      *    THERE (LOWEST CUSTOMER NUMBER) GETS IT.
       3150-CHECK-MAILABLE.
           MOVE 'SELECTED' TO C-RESULT.
           PERFORM VARYING ML-IDX FROM 1 BY 1
                   UNTIL ML-IDX > ML-TABLE-CTR
               IF ML-T-CUST-NO(ML-IDX) = CA-CUST-NO(CA-IDX)
                   MOVE 'ALREADY MAILED' TO C-RESULT
               END-IF
           END-PERFORM.

           IF C-RESULT = 'SELECTED' AND CA-ADDR(CA-IDX) = SPACES
               MOVE 'NO ADDRESS' TO C-RESULT
           END-IF.

           IF C-RESULT = 'SELECTED'
               PERFORM VARYING AD-IDX FROM 1 BY 1
                       UNTIL AD-IDX > AD-TABLE-CTR
                   IF AD-T-ADDR(AD-IDX) = CA-ADDR(CA-IDX)
                       MOVE 'DUPLICATE ADDRESS' TO C-RESULT
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE C-RESULT
               WHEN 'ALREADY MAILED'
                   ADD 1 TO C-MAILED-CTR
               WHEN 'NO ADDRESS'
                   ADD 1 TO C-NO-ADDR-CTR
               WHEN 'DUPLICATE ADDRESS'
                   ADD 1 TO C-DUP-ADDR-CTR
               WHEN OTHER
                   ADD 1 TO C-SEL-CTR
                   IF AD-TABLE-CTR < 2000
                       ADD 1 TO AD-TABLE-CTR
                       MOVE CA-ADDR(CA-IDX)
                           TO AD-T-ADDR(AD-TABLE-CTR)
                   END-IF
           END-EVALUATE.

      *    THE EXTRACT IS PIPE-DELIMITED WITH TRAILING BLANKS
      *    DROPPED: CAMPAIGN|CUSTOMER|NAME|ADDRESS|PHONE.
       3200-MAIL-CUSTOMER.
           MOVE SPACES TO MX-REC.
           STRING C-SEL-CAMPAIGN     DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  CA-CUST-NO(CA-IDX) DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  CA-NAME(CA-IDX)    DELIMITED BY '  '
                  '|'                DELIMITED BY SIZE
                  CA-ADDR(CA-IDX)    DELIMITED BY '  '
                  '|'                DELIMITED BY SIZE
                  CA-PHONE(CA-IDX)   DELIMITED BY '  '
               INTO MX-REC.
           WRITE MX-REC.

           MOVE C-SEL-CAMPAIGN TO CL-CAMPAIGN.
           MOVE C-RUN-DATE-NUM TO CL-MAIL-DATE.
           MOVE CA-CUST-NO(CA-IDX) TO CL-CUST-NO.
           MOVE CA-NAME(CA-IDX) TO CL-NAME.
           MOVE C-SEL-USED TO CL-LINES-USED.
           MOVE C-SEL-NOT-USED TO CL-LINES-NOT-USED.
           MOVE C-SEL-BOAT-TYPE TO CL-BOAT-TYPE.
           MOVE C-SEL-CONDO TO CL-CONDO.
           WRITE CL-REC.

           ADD 1 TO LR-CTR.
           MOVE CA-NAME(CA-IDX) TO LR-NAME(LR-CTR).
           MOVE CA-ADDR(CA-IDX) TO LR-ADDR(LR-CTR).
           MOVE CA-CUST-NO(CA-IDX) TO LR-CUST-NO(LR-CTR).
           IF LR-CTR = 3
               PERFORM 9300-PRINT-LABEL-ROW
           END-IF.

       3300-PRINT-CUSTOMER.
           MOVE CA-CUST-NO(CA-IDX) TO O-CUST-NO.
           MOVE CA-NAME(CA-IDX) TO O-NAME.
           MOVE CA-ADDR(CA-IDX) TO O-ADDR.
           MOVE CA-LAST-DATE(CA-IDX) TO C-YMD.
           MOVE C-YMD-MM TO O-LAST-MM.
           MOVE C-YMD-DD TO O-LAST-DD.
           MOVE C-YMD-YY TO O-LAST-YY.
           MOVE CA-BOAT-CTR(CA-IDX) TO O-BOAT-CTR.
           MOVE CA-STAY-CTR(CA-IDX) TO O-STAY-CTR.
           MOVE CA-EST-CTR(CA-IDX) TO O-EST-CTR.
           MOVE C-RESULT TO O-RESULT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM SELECTION-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SELECTION-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COLLUMN-HEADINGS-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLLUMN-HEADINGS-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *    LABELS PRINT THREE ACROSS ON SIX-LINE CENTERS: NAME,
      *    ADDRESS, THEN THE CUSTOMER AND CAMPAIGN KEY LINE.
       9300-PRINT-LABEL-ROW.
           MOVE SPACES TO LABEL-LINE.
           PERFORM VARYING C-LB-SUB FROM 1 BY 1
                   UNTIL C-LB-SUB > LR-CTR
               MOVE LR-NAME(C-LB-SUB) TO O-LABEL-TEXT(C-LB-SUB)
           END-PERFORM.
           WRITE LBLLINE FROM LABEL-LINE
               AFTER ADVANCING 4 LINES.

           MOVE SPACES TO LABEL-LINE.
           PERFORM VARYING C-LB-SUB FROM 1 BY 1
                   UNTIL C-LB-SUB > LR-CTR
               MOVE LR-ADDR(C-LB-SUB) TO O-LABEL-TEXT(C-LB-SUB)
           END-PERFORM.
           WRITE LBLLINE FROM LABEL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LABEL-LINE.
           MOVE C-SEL-CAMPAIGN TO O-LK-CAMPAIGN.
           PERFORM VARYING C-LB-SUB FROM 1 BY 1
                   UNTIL C-LB-SUB > LR-CTR
               MOVE LR-CUST-NO(C-LB-SUB) TO O-LK-CUST-NO
               MOVE LABEL-KEY-LINE TO O-LABEL-TEXT(C-LB-SUB)
           END-PERFORM.
           WRITE LBLLINE FROM LABEL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 0 TO LR-CTR.

       END PROGRAM COBDOA53.
