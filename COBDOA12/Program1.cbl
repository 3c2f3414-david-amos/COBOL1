      *ESTIMATE DOLLARS ARE PRICED OFF PAINTPRM.DAT THE SAME
      *WAY COBDOA01 QUOTES THEM.  THE MASTER IS REWRITTEN
      *THROUGH A WORK FILE SO A FAILED RUN LEAVES IT INTACT.
      *EACH HEADER WHOSE STATUS CHANGES IS JOURNALED WITH ITS
      *BEFORE AND AFTER IMAGES TO THE COMMON AUDIT JOURNAL
      *(MASTAUDT.LOG).
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
       01  PAINT-IO-AREA.
           05  PAINT-REC-TYPE          PIC X.
           05  PD-SQ-FT                PIC 9(5).
           05  PD-NUM-COATS            PIC 9.
           05  PD-PRICE-GAL            PIC 99V99.
           05  PD-LINE-STATUS          PIC X.
               88  PD-LINE-SUPERSEDED      VALUE 'S'.
           05  FILLER                  PIC X(64).

       01  PAINT-PARM-TABLE.
           05  PP-TABLE-CTR            PIC 99          VALUE 0.
           05  C-EXC-PCTR              PIC 99          VALUE 0.
           05  C-PCTR                  PIC 99          VALUE 0.
           05  C-MM-SUB                PIC 99.
           05  C-AUDIT-STATUS          PIC XX.
           05  C-AUDIT-USER            PIC X(8).

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
           MOVE I-DD TO O-EXC-DD.
           MOVE I-YY TO O-EXC-YY.
           PERFORM 9150-EXC-HEADINGS.
           PERFORM 1070-OPEN-AUDIT.

           PERFORM 9000-READ.

               END-IF
           END-IF.

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

      *    A SURFACE LINE SUPERSEDED BY A COBDOA46 CHANGE ORDER
      *    STAYS ON THE MASTER AS HISTORY BUT IS NO LONGER PART
      *    OF THE JOB.
       2000-MAINLINE.
           IF IS-EST-HEADER
               PERFORM 2400-END-ESTIMATE
           ELSE
               IF IS-EST-DETAIL AND C-EST-OPEN-SW = 'Y'
                       AND PD-EST-NO = C-CUR-EST-NO
                       AND NOT PD-LINE-SUPERSEDED
                   PERFORM 2150-PRICE-SURFACE
               END-IF
               PERFORM 9300-WRITE-UPDATE
           PERFORM 2320-APPLY-ACCEPTS.
           PERFORM 2330-CHECK-COMPLETED.

      *    A BLANK STATUS FILLED IN AS OPEN IS NOT A STATUS CHANGE.
           IF PH-STATUS NOT = C-CUR-STATUS
                   AND NOT (EST-OPEN AND C-CUR-STATUS = 'O')
               MOVE PAINT-IO-AREA TO AJ-BEFORE-IMAGE
               MOVE C-CUR-STATUS TO PH-STATUS
               MOVE PAINT-IO-AREA TO AJ-AFTER-IMAGE
               PERFORM 2340-AUDIT-STATUS
           END-IF.
           MOVE C-CUR-STATUS TO PH-STATUS.
           PERFORM 9300-WRITE-UPDATE.

               END-IF
           END-PERFORM.

       2340-AUDIT-STATUS.
           COMPUTE AJ-DATE = I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE I-TIME(1:6) TO AJ-TIME.
           MOVE 'COBDOA12' TO AJ-PROGRAM-ID.
           MOVE C-AUDIT-USER TO AJ-USER.
           MOVE 'PAINTEST' TO AJ-FILE.
           MOVE 'C' TO AJ-ACTION.
           MOVE 'STATUS' TO AJ-EVENT.
           MOVE PH-EST-NO TO AJ-KEY.
           WRITE AUD-JRNL-REC.

       2150-PRICE-SURFACE.
           IF C-GRADE-OK = 'Y' AND PD-SQ-FT > 0 AND PD-NUM-COATS > 0
               MULTIPLY PD-SQ-FT BY PD-NUM-COATS
           CLOSE PAINT-UPDATE.
           CLOSE PRTOUT.
           CLOSE EXCEPT-RPT.
           CLOSE AUDIT-JRNL.

           PERFORM 3800-REWRITE-MASTER.
           PERFORM 3900-LOG-CONTROL-TOTALS.
