      *GENERATION BACKUP FOR THE MASTER FILES.  RUNS AT THE TOP
      *OF THE RUNALL CHAIN (AFTER THE PRE-FLIGHT) AND SNAPSHOTS
      *CUSTMAST.DAT, BOATINV.DAT, RESVCAL.DAT, GSTBAL.DAT,
      *PAINTEST.DAT, THE FOUR RATE TABLES AND THE BOOKING
      *RULES INTO DATED GENERATION COPIES (<NAME>.B01 THROUGH
      *.B05, FIVE GENERATIONS RETAINED, OLDEST OVERWRITTEN).
      *BKUPCTL.DAT RECORDS WHICH GENERATION CARRIES WHICH DATE
      *SO COBDOA32 CAN PUT A NAMED GENERATION BACK AFTER A BAD
      *TRANSACTION BATCH.  THE INDEXED MASTERS ARE UNLOADED IN
      *KEY ORDER TO FLAT GENERATION FILES, SO A RESTORE CAN
      *RELOAD THEM DIRECTLY.  A BACKUP SUMMARY PRINTS ON
      *BACKUP.RPT.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  BO-REC-69               PIC X(69).
       01  BO-REC-47               PIC X(47).
       01  BO-REC-37               PIC X(37).
       01  BO-REC-29               PIC X(29).
       01  BO-REC-24               PIC X(24).
       01  BO-REC-15               PIC X(15).
       01  BO-REC-14               PIC X(14).

           MOVE "C:\IHCC\COBOL\STATETAX.DAT" TO C-BACKUP-IN-PATH.
           MOVE "C:\IHCC\COBOL\STATETAX" TO C-BACKUP-OUT-PATH.
           MOVE 15 TO C-REC-LEN.
           PERFORM 2500-COPY-FLAT-FILE.

           MOVE "C:\IHCC\COBOL\BOOKRULE.DAT" TO C-BACKUP-IN-PATH.
           MOVE "C:\IHCC\COBOL\BOOKRULE" TO C-BACKUP-OUT-PATH.
           MOVE 29 TO C-REC-LEN.
           PERFORM 2500-COPY-FLAT-FILE.

      *    THE INDEXED MASTERS UNLOAD IN KEY ORDER SO THE RESTORE
                   WRITE BO-REC-81 FROM BU-IN-REC
               WHEN 37
                   WRITE BO-REC-37 FROM BU-IN-REC
               WHEN 29
                   WRITE BO-REC-29 FROM BU-IN-REC
               WHEN 24
                   WRITE BO-REC-24 FROM BU-IN-REC
               WHEN 15
