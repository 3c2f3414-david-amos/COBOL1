       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA51.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *STEP CONTROL FOR THE RUNALL CHAIN.  EVERY NIGHT'S RUN IS
      *RECORDED ON RUNSTEP.LOG: A BEGIN ROW CARRYING THE RUN
      *DATE, A DONE ROW AS EACH STEP FINISHES CLEANLY, AND AN
      *END ROW WHEN THE WHOLE CHAIN HAS FINISHED.  A RUN WITH
      *NO END ROW FAILED PART WAY.  "RUNALL RESUME" RESUMES IT
      *UNDER ITS ORIGINAL RUN DATE (EVEN PAST MIDNIGHT) AND EVERY
      *STEP ALREADY DONE IS SKIPPED - THE COBDOA31 BACKUP
      *INCLUDED, SO THE GENERATION TAKEN BEFORE THE FAILED RUN
      *IS NOT OVERWRITTEN WITH HALF UPDATED MASTERS.  THE CHAIN
      *PICKS UP AT THE STEP THAT FAILED.  A PLAIN RUNALL THAT
      *FINDS A RUN STILL OPEN STOPS INSTEAD OF GUESSING.
      *BEGIN WRITES THE RUN DATE TO RUNDATE.BAT
      *("SET RUNDATE=YYYYMMDD") SO RUNALL.BAT CAN HAND THE SAME
      *DATE TO EVERY STEP.
      *ARGUMENTS:
      *   1 FUNCTION - BEGIN, CHECK, DONE OR END
      *   2 STEP     - PROGRAM NAME (CHECK AND DONE)
      *               OR, FOR BEGIN, RESUME OR A RUN DATE
      *               YYYYMMDD (OPTIONAL)
      *BEGIN  STARTS A NEW RUN.  IF A RUN IS STILL OPEN IT
      *       DISPLAYS THAT RUN'S DATE AND GIVES RETURN CODE 8.
      *BEGIN RESUME
      *       RESUMES THE OPEN RUN AND LISTS THE STEPS ALREADY
      *       DONE; RETURN CODE 8 IF NO RUN IS OPEN.
      *CHECK  RETURN CODE 1 IF THE STEP IS ALREADY DONE FOR THE
      *       OPEN RUN (SKIP IT), 0 IF IT MUST RUN.
      *DONE   RECORDS THE STEP AS DONE FOR THE OPEN RUN.
      *END    CLOSES THE OPEN RUN.  RUN BY HAND, IT ABANDONS A
      *       FAILED RUN SO THE NEXT RUNALL STARTS FROM THE TOP
      *       (RESTORE THE MASTERS FROM COBDOA31 FIRST, AND DELETE
      *       CONDOCKP.DAT OR COBDOA04 WILL TRY TO RESUME ITS
      *       PART OF THE ABANDONED RUN).
      *A BAD FUNCTION, A MISSING STEP NAME OR A BAD BEGIN
      *ARGUMENT GIVES RETURN CODE 8.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG
               ASSIGN TO "C:\IHCC\COBOL\RUNSTEP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-STEP-STATUS.

           SELECT RUN-DATE-FILE
               ASSIGN TO "C:\IHCC\COBOL\RUNDATE.BAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    RS-EVENT: 'B' RUN BEGUN, 'D' STEP DONE, 'E' RUN ENDED.
      *    RS-STAMP IS WHEN THE ROW WAS WRITTEN.
       FD  STEP-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RS-REC
           RECORD CONTAINS 31 CHARACTERS.
       01  RS-REC.
           05 RS-RUN-DATE          PIC 9(8).
           05 RS-STEP              PIC X(8).
           05 RS-EVENT             PIC X.
               88 RS-IS-BEGIN          VALUE 'B'.
               88 RS-IS-DONE           VALUE 'D'.
               88 RS-IS-END            VALUE 'E'.
           05 RS-STAMP-DATE        PIC 9(8).
           05 RS-STAMP-TIME        PIC 9(6).

      *    ONE LINE, REPLACED BY EVERY BEGIN, CALLED BY RUNALL.BAT.
       FD  RUN-DATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RD-REC
           RECORD CONTAINS 20 CHARACTERS.
       01  RD-REC.
           05 RD-SET               PIC X(12).
           05 RD-RUN-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 MORE-STEPS           PIC X           VALUE 'Y'.
           05 C-STEP-STATUS        PIC XX.
           05 C-RD-STATUS          PIC XX.
           05 C-RESUME             PIC X           VALUE 'N'.
           05 C-BAD-ARG            PIC X           VALUE 'N'.
           05 C-ARG-VALUE          PIC X(60).
           05 C-FUNCTION           PIC X(5)        VALUE SPACES.
           05 C-STEP               PIC X(8)        VALUE SPACES.
           05 C-RUN-DATE-ARG       PIC 9(8)        VALUE 0.
           05 C-RUN-DATE-NUM       PIC 9(8)        VALUE 0.
           05 C-OPEN-RUN           PIC X           VALUE 'N'.
           05 C-OPEN-RUN-DATE      PIC 9(8)        VALUE 0.
           05 C-STEP-DONE          PIC X           VALUE 'N'.
           05 C-DONE-CTR           PIC 99          VALUE 0.
           05 C-DONE-LIST          PIC X(8)        OCCURS 40 TIMES.
           05 C-SUB                PIC 99.

       01  CURRENT-DATE-AND-TIME.
           05 THIS-DATE.
               10 I-YY             PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01  RUN-DATE-EDIT.
           05 O-RUN-MM             PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-RUN-DD             PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-RUN-YY             PIC 9(4).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           EVALUATE C-FUNCTION
               WHEN 'BEGIN'
                   PERFORM 2000-BEGIN-RUN
               WHEN 'CHECK'
                   PERFORM 2100-CHECK-STEP
               WHEN 'DONE'
                   PERFORM 2200-STEP-DONE
               WHEN 'END'
                   PERFORM 2300-END-RUN
               WHEN OTHER
                   DISPLAY 'COBDOA51 - FUNCTION MUST BE BEGIN, CHECK,'
                       ' DONE OR END'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       1000-INIT.
           PERFORM 1005-GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE C-RUN-DATE-NUM =
               I-YY * 10000 + I-MM * 100 + I-DD.
           PERFORM 1100-FIND-OPEN-RUN.

       1005-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   MOVE C-ARG-VALUE TO C-FUNCTION
           END-ACCEPT.

           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-STEP
                       IF C-ARG-VALUE = 'RESUME'
                           MOVE 'Y' TO C-RESUME
                       ELSE
                       IF C-ARG-VALUE(1:8) IS NUMERIC
                               AND C-ARG-VALUE(9:) = SPACES
                           MOVE C-ARG-VALUE(1:8) TO C-RUN-DATE-ARG
                       ELSE
                           MOVE 'Y' TO C-BAD-ARG
                       END-IF
                       END-IF
                   END-IF
           END-ACCEPT.

      *    THE LATEST BEGIN ROW WITH NO END ROW AFTER IT IS THE OPEN
      *    RUN; THE DONE ROWS AFTER IT ARE ITS FINISHED STEPS.
       1100-FIND-OPEN-RUN.
           OPEN INPUT STEP-LOG.
           IF C-STEP-STATUS = '00'
               PERFORM UNTIL MORE-STEPS = 'N'
                   READ STEP-LOG
                       AT END
                           MOVE 'N' TO MORE-STEPS
                       NOT AT END
                           PERFORM 1110-TAKE-ROW
               END-PERFORM
               CLOSE STEP-LOG
           END-IF.

       1110-TAKE-ROW.
           EVALUATE TRUE
               WHEN RS-IS-BEGIN
                   MOVE 'Y' TO C-OPEN-RUN
                   MOVE RS-RUN-DATE TO C-OPEN-RUN-DATE
                   MOVE 0 TO C-DONE-CTR
               WHEN RS-IS-END
                   MOVE 'N' TO C-OPEN-RUN
                   MOVE 0 TO C-DONE-CTR
               WHEN RS-IS-DONE
                   IF C-OPEN-RUN = 'Y' AND C-DONE-CTR < 40
                       ADD 1 TO C-DONE-CTR
                       MOVE RS-STEP TO C-DONE-LIST(C-DONE-CTR)
                   END-IF
           END-EVALUATE.

       2000-BEGIN-RUN.
           IF C-BAD-ARG = 'Y'
               DISPLAY 'COBDOA51 - BEGIN TAKES RESUME OR A RUN DATE'
                   ' YYYYMMDD, NOT ' C-STEP
               MOVE 8 TO RETURN-CODE
           ELSE
           IF C-RESUME = 'Y'
               PERFORM 2010-RESUME-RUN
           ELSE
               PERFORM 2020-NEW-RUN
           END-IF
           END-IF.

       2010-RESUME-RUN.
           IF C-OPEN-RUN = 'Y'
               MOVE C-OPEN-RUN-DATE TO C-RUN-DATE-NUM
               PERFORM 9100-EDIT-RUN-DATE
               DISPLAY 'COBDOA51 - RESUMING THE RUN OF ' RUN-DATE-EDIT
                   ' - STEPS ALREADY DONE WILL BE SKIPPED'
               PERFORM VARYING C-SUB FROM 1 BY 1
                       UNTIL C-SUB > C-DONE-CTR
                   DISPLAY '           DONE: ' C-DONE-LIST(C-SUB)
               END-PERFORM
               PERFORM 9200-WRITE-RUN-DATE
           ELSE
               DISPLAY 'COBDOA51 - NO RUN IS OPEN - NOTHING TO RESUME'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    A RUN STILL OPEN IS NEVER STARTED OVER BY ACCIDENT: THE
      *    OPERATOR EITHER RESUMES IT OR ABANDONS IT WITH END.
       2020-NEW-RUN.
           IF C-OPEN-RUN = 'Y'
               MOVE C-OPEN-RUN-DATE TO C-RUN-DATE-NUM
               PERFORM 9100-EDIT-RUN-DATE
               DISPLAY 'COBDOA51 - THE RUN OF ' RUN-DATE-EDIT
                   ' IS STILL OPEN'
               DISPLAY '           RUNALL RESUME FINISHES IT; TO ABANDO'
                   'N IT RESTORE FROM COBDOA31, DELETE CONDOCKP.DAT'
               DISPLAY '           AND RUN COBDOA51 END'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-RUN-DATE-ARG NOT = 0
                   MOVE C-RUN-DATE-ARG TO C-RUN-DATE-NUM
               END-IF
               MOVE SPACES TO C-STEP
               MOVE 'B' TO RS-EVENT
               PERFORM 9000-WRITE-ROW
               PERFORM 9100-EDIT-RUN-DATE
               DISPLAY 'COBDOA51 - STARTING THE RUN OF ' RUN-DATE-EDIT
               PERFORM 9200-WRITE-RUN-DATE
           END-IF.

       2100-CHECK-STEP.
           IF C-STEP = SPACES
               DISPLAY 'COBDOA51 - CHECK NEEDS A STEP NAME'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO C-STEP-DONE
               PERFORM VARYING C-SUB FROM 1 BY 1
                       UNTIL C-SUB > C-DONE-CTR
                   IF C-DONE-LIST(C-SUB) = C-STEP
                       MOVE 'Y' TO C-STEP-DONE
                   END-IF
               END-PERFORM
               IF C-STEP-DONE = 'Y'
                   MOVE C-OPEN-RUN-DATE TO C-RUN-DATE-NUM
                   PERFORM 9100-EDIT-RUN-DATE
                   DISPLAY 'COBDOA51 - ' C-STEP ' ALREADY DONE FOR '
                       RUN-DATE-EDIT ' - SKIPPED'
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       2200-STEP-DONE.
           IF C-STEP = SPACES
               DISPLAY 'COBDOA51 - DONE NEEDS A STEP NAME'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-OPEN-RUN = 'Y'
                   MOVE C-OPEN-RUN-DATE TO C-RUN-DATE-NUM
               END-IF
               MOVE 'D' TO RS-EVENT
               PERFORM 9000-WRITE-ROW
           END-IF.

       2300-END-RUN.
           IF C-OPEN-RUN = 'Y'
               MOVE C-OPEN-RUN-DATE TO C-RUN-DATE-NUM
               MOVE SPACES TO C-STEP
               MOVE 'E' TO RS-EVENT
               PERFORM 9000-WRITE-ROW
               PERFORM 9100-EDIT-RUN-DATE
               DISPLAY 'COBDOA51 - RUN OF ' RUN-DATE-EDIT ' CLOSED'
           END-IF.

      *    THE LOG IS CLOSED AFTER EVERY ROW SO A STEP THAT FAILS
      *    NEXT CANNOT LOSE THE ROW BEFORE IT.
       9000-WRITE-ROW.
           MOVE C-RUN-DATE-NUM TO RS-RUN-DATE.
           MOVE C-STEP TO RS-STEP.
           COMPUTE RS-STAMP-DATE =
               I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE I-TIME(1:6) TO RS-STAMP-TIME.
           OPEN EXTEND STEP-LOG.
           IF C-STEP-STATUS = '35'
               OPEN OUTPUT STEP-LOG
           END-IF.
           WRITE RS-REC.
           IF C-STEP-STATUS NOT = '00'
               DISPLAY 'COBDOA51 - RUNSTEP.LOG COULD NOT BE WRITTEN,'
                   ' STATUS ' C-STEP-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE STEP-LOG.

       9100-EDIT-RUN-DATE.
           MOVE C-RUN-DATE-NUM(5:2) TO O-RUN-MM.
           MOVE C-RUN-DATE-NUM(7:2) TO O-RUN-DD.
           MOVE C-RUN-DATE-NUM(1:4) TO O-RUN-YY.

       9200-WRITE-RUN-DATE.
           MOVE 'SET RUNDATE=' TO RD-SET.
           MOVE C-RUN-DATE-NUM TO RD-RUN-DATE.
           OPEN OUTPUT RUN-DATE-FILE.
           IF C-RD-STATUS = '00'
               WRITE RD-REC
               IF C-RD-STATUS NOT = '00'
                   PERFORM 9210-RUN-DATE-FAILED
               END-IF
               CLOSE RUN-DATE-FILE
           ELSE
               PERFORM 9210-RUN-DATE-FAILED
           END-IF.

       9210-RUN-DATE-FAILED.
           DISPLAY 'COBDOA51 - RUNDATE.BAT COULD NOT BE WRITTEN,'
               ' STATUS ' C-RD-STATUS.
           MOVE 8 TO RETURN-CODE.

       END PROGRAM COBDOA51.
