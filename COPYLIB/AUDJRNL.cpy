      *----------------------------------------------------------------
      *|  SHARED BEFORE/AFTER AUDIT JOURNAL RECORD                     |
      *|  APPENDED TO MASTAUDT.LOG BY EACH PROGRAM THAT CHANGES A      |
      *|  MASTER RECORD IN PLACE - ONE RECORD PER CHANGE - AND READ    |
      *|  BY THE AUDIT INQUIRY (COBDOA50).  AJ-ACTION IS A (ADD),      |
      *|  C (CHANGE) OR D (DELETE): AN ADD CARRIES A BLANK BEFORE      |
      *|  IMAGE AND A DELETE A BLANK AFTER IMAGE.  AJ-EVENT NAMES      |
      *|  WHAT THE PROGRAM WAS DOING (MERGE, SOLD, RELEASE ...).       |
      *|  THE IMAGES ARE THE RAW RECORD AS IT SITS ON THE FILE, SIZED  |
      *|  FOR THE LONGEST RECORD JOURNALED (CBLBOAT1.DAT).             |
      *----------------------------------------------------------------
       01  AUD-JRNL-REC.
           05  AJ-DATE                 PIC 9(8).
           05  AJ-TIME                 PIC 9(6).
           05  AJ-PROGRAM-ID           PIC X(8).
           05  AJ-USER                 PIC X(8).
           05  AJ-FILE                 PIC X(8).
           05  AJ-ACTION               PIC X.
               88  AJ-IS-ADD               VALUE 'A'.
               88  AJ-IS-CHANGE            VALUE 'C'.
               88  AJ-IS-DELETE            VALUE 'D'.
           05  AJ-EVENT                PIC X(8).
           05  AJ-KEY                  PIC X(12).
           05  AJ-BEFORE-IMAGE         PIC X(82).
           05  AJ-AFTER-IMAGE          PIC X(82).
