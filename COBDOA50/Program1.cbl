       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA50.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *THIS PROGRAM IS THE AUDIT INQUIRY FOR THE COMMON MASTER
      *FILE AUDIT JOURNAL (MASTAUDT.LOG).  THE CUSTOMER MASTER
      *MAINTENANCE (COBDOA13), THE BOAT INVENTORY UPDATE
      *(COBDOA15), THE PAINT STATUS UPDATE (COBDOA12) AND THE
      *CONDO UPDATE (COBDOA04) EACH APPEND ONE JOURNAL RECORD
      *PER MASTER RECORD THEY ADD, CHANGE OR DELETE.  THIS RUN
      *SELECTS JOURNAL RECORDS BY FILE, BY KEY AND BY RUN-DATE
      *RANGE AND PRINTS EACH ONE WITH THE RUN THAT MADE IT
      *(DATE, TIME, PROGRAM AND USER) AND THE RECORD BEFORE AND
      *AFTER, WITH THE CHANGED POSITIONS MARKED.
      *ARGUMENTS (ALL OPTIONAL - BLANK SELECTS EVERYTHING):
      *   1 REPORT PATH        (DEFAULT AUDITINQ.RPT)
      *   2 FILE NAME          (CUSTMAST, BOATINV, RESVCAL,
      *                         PAINTEST, CBLBOAT1, OZARK)
      *   3 KEY OR LEADING PART OF THE KEY
      *   4 FROM RUN DATE      (YYYYMMDD)
      *   5 THROUGH RUN DATE   (YYYYMMDD)
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-JRNL
               ASSIGN TO "C:\IHCC\COBOL\MASTAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUDIT-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-JRNL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUD-JRNL-REC
           RECORD CONTAINS 223 CHARACTERS.
           COPY AUDJRNL.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 MORE-RECS            PIC X           VALUE 'Y'.
           05 C-AUDIT-STATUS       PIC XX.
           05 C-PRTOUT-PATH        PIC X(60)
                                   VALUE "C:\IHCC\COBOL\AUDITINQ.RPT".
           05 C-ARG-VALUE          PIC X(60).
           05 C-SEL-FILE           PIC X(8)        VALUE SPACES.
           05 C-SEL-KEY            PIC X(12)       VALUE SPACES.
           05 C-SEL-KEY-LEN        PIC 99          VALUE 0.
           05 C-SEL-FROM           PIC 9(8)        VALUE 0.
           05 C-SEL-THRU           PIC 9(8)        VALUE 99999999.
           05 C-SELECTED           PIC X.
           05 C-READ-CTR           PIC 9(7)        VALUE 0.
           05 C-SEL-CTR            PIC 9(7)        VALUE 0.
           05 C-POS                PIC 99.
           05 C-YMD                PIC 9(8).
           05 C-YMD-X REDEFINES C-YMD.
               10 C-YMD-YY             PIC 9(4).
               10 C-YMD-MM             PIC 99.
               10 C-YMD-DD             PIC 99.
           05 C-HMS                PIC 9(6).
           05 C-HMS-X REDEFINES C-HMS.
               10 C-HMS-HH             PIC 99.
               10 C-HMS-MI             PIC 99.
               10 C-HMS-SS             PIC 99.
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
                       VALUE 'MASTER FILE AUDIT INQUIRY'.
           05 FILLER               PIC X(38)       VALUE SPACES.
           05 FILLER               PIC X(6)        VALUE 'PAGE:'.
           05 O-PCTR               PIC Z9.

       01  SELECTION-LINE.
           05 FILLER               PIC X(7)        VALUE 'FILE:'.
           05 O-SEL-FILE           PIC X(8).
           05 FILLER               PIC X(8)        VALUE '   KEY:'.
           05 O-SEL-KEY            PIC X(12).
           05 FILLER               PIC X(18)
                                   VALUE '   RUN DATES FROM'.
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
           05 FILLER               PIC X(49)       VALUE SPACES.

       01  COLLUMN-HEADINGS-1.
           05 FILLER               PIC X(12)       VALUE 'RUN DATE'.
           05 FILLER               PIC X(10)       VALUE 'TIME'.
           05 FILLER               PIC X(10)       VALUE 'PROGRAM'.
           05 FILLER               PIC X(10)       VALUE 'USER'.
           05 FILLER               PIC X(10)       VALUE 'FILE'.
           05 FILLER               PIC X(14)       VALUE 'KEY'.
           05 FILLER               PIC X(8)        VALUE 'ACTION'.
           05 FILLER               PIC X(58)       VALUE 'EVENT'.

       01  BLANK-LINE              PIC X(132)      VALUE SPACES.

       01  DETAIL-LINE.
           05 O-MM-D               PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-DD-D               PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-YY-D               PIC 9(4).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-HH                 PIC 99.
           05 FILLER               PIC X           VALUE ':'.
           05 O-MI                 PIC 99.
           05 FILLER               PIC X           VALUE ':'.
           05 O-SS                 PIC 99.
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-PROGRAM-ID         PIC X(8).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-USER               PIC X(8).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-FILE               PIC X(8).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-KEY                PIC X(12).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-ACTION             PIC X(6).
           05 FILLER               PIC XX          VALUE SPACES.
           05 O-EVENT              PIC X(8).
           05 FILLER               PIC X(50)       VALUE SPACES.

       01  IMAGE-LINE.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 O-IMAGE-LABEL        PIC X(8).
           05 O-IMAGE              PIC X(82).
           05 FILLER               PIC X(38)       VALUE SPACES.

       01  GT-COUNTERS.
           05 FILLER               PIC X(23)       VALUE
                                   'JOURNAL RECORDS READ:'.
           05 O-READ-CTR           PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(13)       VALUE
                                   '   SELECTED:'.
           05 O-SEL-CTR            PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(78)       VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'N'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1005-GET-PARAMETERS.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           IF C-SEL-FILE = SPACES
               MOVE 'ALL' TO O-SEL-FILE
           ELSE
               MOVE C-SEL-FILE TO O-SEL-FILE
           END-IF.
           IF C-SEL-KEY = SPACES
               MOVE 'ALL' TO O-SEL-KEY
           ELSE
               MOVE C-SEL-KEY TO O-SEL-KEY
           END-IF.
           MOVE C-SEL-FROM TO C-YMD.
           MOVE C-YMD-MM TO O-SEL-FROM-MM.
           MOVE C-YMD-DD TO O-SEL-FROM-DD.
           MOVE C-YMD-YY TO O-SEL-FROM-YY.
           MOVE C-SEL-THRU TO C-YMD.
           MOVE C-YMD-MM TO O-SEL-THRU-MM.
           MOVE C-YMD-DD TO O-SEL-THRU-DD.
           MOVE C-YMD-YY TO O-SEL-THRU-YY.

      *    A KEY IS MATCHED ON AS MUCH OF IT AS WAS KEYED, SO A
      *    CONDO CODE ALONE SELECTS EVERY CALENDAR ENTRY FOR IT.
           MOVE 12 TO C-SEL-KEY-LEN.
           PERFORM UNTIL C-SEL-KEY-LEN = 0
                   OR C-SEL-KEY(C-SEL-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM C-SEL-KEY-LEN
           END-PERFORM.

           PERFORM 9100-HEADINGS.

           OPEN INPUT AUDIT-JRNL.
           IF C-AUDIT-STATUS = '00'
               PERFORM 9000-READ
           ELSE
               MOVE 'N' TO MORE-RECS
           END-IF.

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
                       MOVE C-ARG-VALUE TO C-SEL-FILE
                   END-IF
           END-ACCEPT.
           IF C-SEL-FILE = 'ALL'
               MOVE SPACES TO C-SEL-FILE
           END-IF.

           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-SEL-KEY
                   END-IF
           END-ACCEPT.

           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-SEL-FROM
                   END-IF
           END-ACCEPT.

           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-SEL-THRU
                   END-IF
           END-ACCEPT.

       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           MOVE 'Y' TO C-SELECTED.
           IF C-SEL-FILE NOT = SPACES AND AJ-FILE NOT = C-SEL-FILE
               MOVE 'N' TO C-SELECTED
           END-IF.
           IF C-SEL-KEY-LEN > 0
               IF AJ-KEY(1:C-SEL-KEY-LEN)
                       NOT = C-SEL-KEY(1:C-SEL-KEY-LEN)
                   MOVE 'N' TO C-SELECTED
               END-IF
           END-IF.
           IF AJ-DATE IS NOT NUMERIC
               MOVE 'N' TO C-SELECTED
           ELSE
               IF AJ-DATE < C-SEL-FROM OR AJ-DATE > C-SEL-THRU
                   MOVE 'N' TO C-SELECTED
               END-IF
           END-IF.
           IF C-SELECTED = 'Y'
               PERFORM 2100-PRINT-ENTRY
           END-IF.
           PERFORM 9000-READ.

       2100-PRINT-ENTRY.
           ADD 1 TO C-SEL-CTR.
           MOVE AJ-DATE TO C-YMD.
           MOVE C-YMD-MM TO O-MM-D.
           MOVE C-YMD-DD TO O-DD-D.
           MOVE C-YMD-YY TO O-YY-D.
           IF AJ-TIME IS NUMERIC
               MOVE AJ-TIME TO C-HMS
           ELSE
               MOVE 0 TO C-HMS
           END-IF.
           MOVE C-HMS-HH TO O-HH.
           MOVE C-HMS-MI TO O-MI.
           MOVE C-HMS-SS TO O-SS.
           MOVE AJ-PROGRAM-ID TO O-PROGRAM-ID.
           MOVE AJ-USER TO O-USER.
           MOVE AJ-FILE TO O-FILE.
           MOVE AJ-KEY TO O-KEY.
           EVALUATE TRUE
               WHEN AJ-IS-ADD
                   MOVE 'ADD' TO O-ACTION
               WHEN AJ-IS-CHANGE
                   MOVE 'CHANGE' TO O-ACTION
               WHEN AJ-IS-DELETE
                   MOVE 'DELETE' TO O-ACTION
               WHEN OTHER
                   MOVE AJ-ACTION TO O-ACTION
           END-EVALUATE.
           MOVE AJ-EVENT TO O-EVENT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

           MOVE 'BEFORE:' TO O-IMAGE-LABEL.
           MOVE AJ-BEFORE-IMAGE TO O-IMAGE.
           PERFORM 2200-PRINT-IMAGE.
           MOVE 'AFTER:' TO O-IMAGE-LABEL.
           MOVE AJ-AFTER-IMAGE TO O-IMAGE.
           PERFORM 2200-PRINT-IMAGE.

      *    ON A CHANGE, THE BYTES THAT DIFFER ARE MARKED UNDER THE
      *    AFTER IMAGE.
           IF AJ-IS-CHANGE
               MOVE SPACES TO O-IMAGE-LABEL
               MOVE SPACES TO O-IMAGE
               PERFORM 2210-MARK-ONE-BYTE
                   VARYING C-POS FROM 1 BY 1
                   UNTIL C-POS > 82
               PERFORM 2200-PRINT-IMAGE
           END-IF.

       2200-PRINT-IMAGE.
           WRITE PRTLINE FROM IMAGE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2210-MARK-ONE-BYTE.
           IF AJ-BEFORE-IMAGE(C-POS:1) NOT = AJ-AFTER-IMAGE(C-POS:1)
               MOVE '^' TO O-IMAGE(C-POS:1)
           END-IF.

       3000-CLOSING.
           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-SEL-CTR TO O-SEL-CTR.
           WRITE PRTLINE FROM GT-COUNTERS
               AFTER ADVANCING 3 LINES.

           IF C-AUDIT-STATUS = '00' OR C-AUDIT-STATUS = '10'
               CLOSE AUDIT-JRNL
           END-IF.
           CLOSE PRTOUT.

       9000-READ.
           READ AUDIT-JRNL
               AT END
                   MOVE 'N' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM SELECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLLUMN-HEADINGS-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM COBDOA50.
