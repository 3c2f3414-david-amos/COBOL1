      *EACH APPLIED TRANSACTION PRINTS ON THE MAINTENANCE
      *LISTING; REJECTED ONES GO TO THE EXCEPTION REPORT AND
      *THE MASTER IS LEFT UNCHANGED FOR THAT CUSTOMER.
      *EVERY MASTER UPDATE, AND EVERY HISTORY RECORD A MERGE
      *REPOINTS, IS JOURNALED WITH ITS BEFORE AND AFTER IMAGES
      *TO THE COMMON AUDIT JOURNAL (MASTAUDT.LOG).
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WORK-STATUS.

           SELECT AUDIT-JRNL
               ASSIGN TO "C:\IHCC\COBOL\MASTAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  MRG-BOAT-REC.
           05 FILLER               PIC X(46).
           05 MB-CUST-NO           PIC X(6).
           05 MB-STOCK-NO          PIC X(6).
           05 FILLER               PIC X(24).

       FD  OZARK
           LABEL RECORD IS STANDARD
       01  MRG-OZARK-REC.
           05 MO-TRANS-CODE        PIC X.
               88 MO-IS-RENTAL         VALUE 'R' SPACE.
           05 FILLER               PIC X(20).
           05 MO-CONDO             PIC XX.
           05 FILLER               PIC X(9).
           05 MO-ARRIVAL-DATE      PIC X(8).
           05 MO-CUST-NO           PIC X(6).

       FD  PAINT-MASTER
       01  MRG-PAINT-REC.
           05 MP-REC-TYPE          PIC X.
               88 MP-IS-HEADER         VALUE 'H'.
           05 MP-EST-NO            PIC X(4).
           05 FILLER               PIC X(67).
           05 MP-CUST-NO           PIC X(6).
           05 FILLER               PIC X(3).

       01  RW-REC-81               PIC X(81).
       01  RW-REC-46               PIC X(46).

       FD  AUDIT-JRNL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUD-JRNL-REC
           RECORD CONTAINS 223 CHARACTERS.
           COPY AUDJRNL.

       WORKING-STORAGE SECTION.
       01  MERGE-TABLE.
           05 MG-TABLE-CTR         PIC 99          VALUE 0.
           05 C-EXC-CTR            PIC 999         VALUE 0.
           05 C-EXC-PCTR           PIC 99          VALUE 0.
           05 C-PCTR               PIC 99          VALUE 0.
           05 C-AUDIT-STATUS       PIC XX.
           05 C-AUDIT-USER         PIC X(8).
           05 C-BEFORE-IMAGE       PIC X(82).

       01  CURRENT-DATE-AND-TIME.
           05 THIS-DATE.
           MOVE I-YY TO O-EXC-YY.
           PERFORM 9150-EXC-HEADINGS.
           PERFORM 9100-HEADINGS.
           PERFORM 1070-OPEN-AUDIT.

           PERFORM 9000-READ.

               OPEN I-O CUST-MASTER
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

       2000-MAINLINE.
           PERFORM 2050-FIND-CUSTOMER.
           EVALUATE TRUE
      *    CANNOT BE ON THE MASTER, SO IT IS TESTED BEFORE THE READ.
       2050-FIND-CUSTOMER.
           MOVE 'N' TO C-FOUND.
           MOVE SPACES TO C-BEFORE-IMAGE.
           IF CT-CUST-NO NOT = SPACES
               MOVE CT-CUST-NO TO CM-CUST-NO
               READ CUST-MASTER
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-FOUND
                       MOVE CM-REC TO C-BEFORE-IMAGE
               END-READ
           END-IF.

                       ADD 1 TO C-ADD-CTR
                       MOVE 'ADD' TO O-ACTION
                       PERFORM 9200-PRINT-APPLIED
                       MOVE 'A' TO AJ-ACTION
                       MOVE 'ADD' TO AJ-EVENT
                       PERFORM 9410-AUDIT-CUSTOMER
               END-WRITE
           END-IF
           END-IF.
               ADD 1 TO C-CHG-CTR
               MOVE 'CHANGE' TO O-ACTION
               PERFORM 9200-PRINT-APPLIED
               MOVE 'C' TO AJ-ACTION
               MOVE 'CHANGE' TO AJ-EVENT
               PERFORM 9410-AUDIT-CUSTOMER
           END-IF.

       2300-INACTIVATE-CUSTOMER.
               ADD 1 TO C-INA-CTR
               MOVE 'INACT' TO O-ACTION
               PERFORM 9200-PRINT-APPLIED
               MOVE 'C' TO AJ-ACTION
               MOVE 'INACT' TO AJ-EVENT
               PERFORM 9410-AUDIT-CUSTOMER
           END-IF.

      *    THE RETIRED NUMBER IS MARKED 'M' ON THE MASTER SO THE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-REC TO C-BEFORE-IMAGE
                       MOVE 'M' TO CM-STATUS
                       REWRITE CM-REC
                       MOVE 'C' TO AJ-ACTION
                       MOVE 'MERGE' TO AJ-EVENT
                       PERFORM 9410-AUDIT-CUSTOMER
               END-READ
               ADD 1 TO C-MRG-CTR
               MOVE 'MERGE' TO O-ACTION
           CLOSE PRTOUT.
           CLOSE EXCEPT-RPT.
           CLOSE CUST-MASTER.
           CLOSE AUDIT-JRNL.

      *    EACH TRANSACTION FILE IS COPIED THROUGH THE WORK FILE
      *    WITH RETIRED NUMBERS REPOINTED TO THEIR SURVIVORS AND
                           MOVE MB-CUST-NO TO C-OLD-NO
                           PERFORM 9300-LOOKUP-MERGE
                           IF C-MERGE-FOUND = 'Y'
                               MOVE MRG-BOAT-REC TO C-BEFORE-IMAGE
                               MOVE C-NEW-NO TO MB-CUST-NO
                               ADD 1 TO C-RPT-BOAT-CTR
                               MOVE 'CBLBOAT1' TO AJ-FILE
                               MOVE MB-STOCK-NO TO AJ-KEY
                               MOVE MRG-BOAT-REC TO AJ-AFTER-IMAGE
                               PERFORM 9420-AUDIT-REPOINT
                           END-IF
                           WRITE RW-REC-82 FROM MRG-BOAT-REC
                   END-READ
                               MOVE MO-CUST-NO TO C-OLD-NO
                               PERFORM 9300-LOOKUP-MERGE
                               IF C-MERGE-FOUND = 'Y'
                                   MOVE MRG-OZARK-REC
                                       TO C-BEFORE-IMAGE
                                   MOVE C-NEW-NO TO MO-CUST-NO
                                   ADD 1 TO C-RPT-OZARK-CTR
                                   MOVE 'OZARK' TO AJ-FILE
                                   MOVE SPACES TO AJ-KEY
                                   STRING MO-CONDO MO-ARRIVAL-DATE
                                       DELIMITED BY SIZE INTO AJ-KEY
                                   MOVE MRG-OZARK-REC
                                       TO AJ-AFTER-IMAGE
                                   PERFORM 9420-AUDIT-REPOINT
                               END-IF
                           END-IF
                           WRITE RW-REC-46 FROM MRG-OZARK-REC
                               MOVE MP-CUST-NO TO C-OLD-NO
                               PERFORM 9300-LOOKUP-MERGE
                               IF C-MERGE-FOUND = 'Y'
                                   MOVE MRG-PAINT-REC
                                       TO C-BEFORE-IMAGE
                                   MOVE C-NEW-NO TO MP-CUST-NO
                                   ADD 1 TO C-RPT-PAINT-CTR
                                   MOVE 'PAINTEST' TO AJ-FILE
                                   MOVE MP-EST-NO TO AJ-KEY
                                   MOVE MRG-PAINT-REC
                                       TO AJ-AFTER-IMAGE
                                   PERFORM 9420-AUDIT-REPOINT
                               END-IF
                           END-IF
                           WRITE RW-REC-81 FROM MRG-PAINT-REC
                   AT EOP
                       PERFORM 9100-HEADINGS.

       9400-WRITE-AUDIT.
           COMPUTE AJ-DATE = I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE I-TIME(1:6) TO AJ-TIME.
           MOVE 'COBDOA13' TO AJ-PROGRAM-ID.
           MOVE C-AUDIT-USER TO AJ-USER.
           WRITE AUD-JRNL-REC.

      *    THE CALLER SETS THE ACTION AND EVENT; THE BEFORE IMAGE
      *    WAS TAKEN WHEN THE RECORD WAS READ (BLANK FOR AN ADD).
       9410-AUDIT-CUSTOMER.
           MOVE 'CUSTMAST' TO AJ-FILE.
           MOVE CM-CUST-NO TO AJ-KEY.
           MOVE C-BEFORE-IMAGE TO AJ-BEFORE-IMAGE.
           MOVE CM-REC TO AJ-AFTER-IMAGE.
           PERFORM 9400-WRITE-AUDIT.

      *    THE CALLER SETS THE FILE, KEY AND AFTER IMAGE.
       9420-AUDIT-REPOINT.
           MOVE 'C' TO AJ-ACTION.
           MOVE 'REPOINT' TO AJ-EVENT.
           MOVE C-BEFORE-IMAGE TO AJ-BEFORE-IMAGE.
           PERFORM 9400-WRITE-AUDIT.

       END PROGRAM COBDOA13.
