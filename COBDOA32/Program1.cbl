      *GENERATION NUMBER (1-5) AS THE FIRST ARGUMENT AND PUTS
      *THAT COBDOA31 SNAPSHOT BACK: CUSTMAST.DAT, BOATINV.DAT
      *AND RESVCAL.DAT RELOAD AS INDEXED FILES FROM THE FLAT
      *KEY-ORDER COPIES, AND GSTBAL.DAT, PAINTEST.DAT, THE
      *FOUR RATE TABLES AND THE BOOKING RULES COPY STRAIGHT
      *BACK.  THE RESTORE IS LOGGED TO THE CLOSE-OUT AUDIT
      *REPORT (CLOSEOUT.RPT) AND SUMMARIZED ON RESTORE.RPT.
      *RUN BY HAND AFTER A BAD TRANSACTION BATCH - NEVER PART
      *OF THE NIGHTLY CHAIN.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
           RECORD CONTAINS 12 TO 81 CHARACTERS.
       01  RO-REC-81               PIC X(81).
       01  RO-REC-37               PIC X(37).
       01  RO-REC-29               PIC X(29).
       01  RO-REC-24               PIC X(24).
       01  RO-REC-15               PIC X(15).
       01  RO-REC-14               PIC X(14).

           MOVE "C:\IHCC\COBOL\STATETAX" TO C-RESTORE-IN-PATH.
           MOVE "C:\IHCC\COBOL\STATETAX.DAT" TO C-RESTORE-OUT-PATH.
           MOVE 15 TO C-REC-LEN.
           PERFORM 2500-COPY-FLAT-FILE.

           MOVE "C:\IHCC\COBOL\BOOKRULE" TO C-RESTORE-IN-PATH.
           MOVE "C:\IHCC\COBOL\BOOKRULE.DAT" TO C-RESTORE-OUT-PATH.
           MOVE 29 TO C-REC-LEN.
           PERFORM 2500-COPY-FLAT-FILE.

      *    THE FLAT COPIES WERE UNLOADED IN KEY ORDER, SO THE
                   WRITE RO-REC-81 FROM RI-REC
               WHEN 37
                   WRITE RO-REC-37 FROM RI-REC
               WHEN 29
                   WRITE RO-REC-29 FROM RI-REC
               WHEN 24
                   WRITE RO-REC-24 FROM RI-REC
               WHEN 15
