      *SEQUENCE FOR ITS PROGRAM AND DATE, SO ONLY THE HIGHEST
      *SEQUENCE ON FILE IS RECONCILED - THE SUPERSEDED POSTINGS
      *ARE IGNORED INSTEAD OF SHOWING AS DUPLICATES.
      *THE CHAIN'S RUN DATE (YYYYMMDD) MAY BE PASSED AS THE FIRST
      *ARGUMENT SO THE REPORT CARRIES THE BUSINESS DATE OF THE
      *RUN RATHER THAN THE CLOCK DATE; TODAY IF OMITTED.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 C-PCTR                PIC 99         VALUE 0.
           05 C-RUN-CTR             PIC 999        VALUE 0.
           05 C-EXCEPT-CTR          PIC 999        VALUE 0.
           05 C-ARG-VALUE           PIC X(60).
           05 C-RUN-DATE-ARG        PIC 9(8)       VALUE 0.

       01  EXPECT-TABLE.
           05 EX-TABLE-CTR          PIC 99         VALUE 0.
           STOP RUN.

       1000-INIT.
           PERFORM 1005-GET-PARAMETERS.
           OPEN INPUT CTL-LOG.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT RUN-STATUS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           IF C-RUN-DATE-ARG NOT = 0
               MOVE C-RUN-DATE-ARG(1:4) TO I-YY
               MOVE C-RUN-DATE-ARG(5:2) TO I-MM
               MOVE C-RUN-DATE-ARG(7:2) TO I-DD
           END-IF.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1060-LOAD-LOG.
           PERFORM 9100-HEADINGS.

       1005-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-RUN-DATE-ARG
                   END-IF
           END-ACCEPT.

       1050-LOAD-EXPECTED.
           OPEN INPUT EXPECT-TOTALS.
           PERFORM UNTIL MORE-EXPECT = 'N'
