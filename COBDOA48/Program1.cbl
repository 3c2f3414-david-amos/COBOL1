       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBDOA48.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         DAVID AMOS.
       DATE-COMPILED.
      *---------------------------------------------------------
      *PAINT REPRICING RUN.  WHEN PP-PRICE-GAL OR PP-LABOR-RATE
      *CHANGES ON PAINTPRM.DAT, EVERY OPEN ('O') ESTIMATE IS
      *PRICED AGAIN AT TODAY'S RATES EXACTLY AS COBDOA01 QUOTES
      *IT AND COMPARED WITH THE TOTAL FROZEN ON THE QUOTE
      *REGISTER (PAINTQTE.DAT) WHEN THE QUOTE WAS ISSUED.  EACH
      *ESTIMATE WHOSE PRICE MOVED IS LISTED ON THE REPRICING
      *IMPACT REPORT (PREPRICE.RPT) WITH THE FROZEN TOTAL, THE
      *TOTAL AT TODAY'S RATES AND THE DIFFERENCE.
      *
      *THE ESTIMATES THE OFFICE DECIDES TO RE-QUOTE ARE KEYED
      *ON PREQSEL.DAT, ONE ESTIMATE NUMBER PER RECORD.  EACH ONE
      *THAT IS OPEN AND HAS MOVED GETS A RE-QUOTE LETTER
      *(PREQLTR.RPT) AT THE NEW PRICE, AND ITS FROZEN QUOTE ON
      *THE REGISTER BECOMES THE NEW TOTAL WITH THE RE-QUOTE
      *DATE AND COUNT.  A SELECTION THAT IS NOT OPEN, HAS NOT
      *MOVED OR IS NOT ON THE MASTER GOES TO THE EXCEPTION
      *REPORT (PREPEXC.RPT), AS DOES AN OPEN ESTIMATE COBDOA01
      *HAS NEVER QUOTED.  WITH NO SELECTIONS THE RUN ONLY
      *REPORTS, SO IT CAN BE RUN AS OFTEN AS NEEDED.  THE
      *REGISTER IS REWRITTEN THROUGH A WORK FILE THE SAME WAY
      *COBDOA12 REWRITES THE ESTIMATE MASTER.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAINT-MASTER
               ASSIGN TO DYNAMIC C-PAINT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MASTER-STATUS.

           SELECT PAINT-PARMS
               ASSIGN TO "C:\IHCC\COBOL\PAINTPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAINT-QUOTES
               ASSIGN TO "C:\IHCC\COBOL\PAINTQTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QTE-STATUS.

           SELECT QUOTE-UPDATE
               ASSIGN TO "C:\IHCC\COBOL\PREQUPD.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QTEUPD-STATUS.

           SELECT REQUOTE-SEL
               ASSIGN TO "C:\IHCC\COBOL\PREQSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEL-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC C-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT LETTER-OUT
               ASSIGN TO "C:\IHCC\COBOL\PREQLTR.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPT-RPT
               ASSIGN TO "C:\IHCC\COBOL\PREPEXC.RPT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-MASTER-REC
           RECORD CONTAINS 81 CHARACTERS.
       01  PAINT-MASTER-REC            PIC X(81).

       FD  PAINT-PARMS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-REC
           RECORD CONTAINS 23 CHARACTERS.
       01  PP-REC.
           05  PP-GRADE                PIC X.
           05  PP-GRADE-NAME           PIC X(10).
           05  PP-COVERAGE             PIC 9(3).
           05  PP-PRICE-GAL            PIC 99V99.
           05  PP-CREW-SIZE            PIC 9.
           05  PP-LABOR-RATE           PIC 99V99.

       FD  PAINT-QUOTES
           LABEL RECORD IS STANDARD
           DATA RECORD IS QT-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  QT-REC.
           05  QT-EST-NO               PIC X(4).
           05  QT-ISSUE-DATE           PIC 9(8).
           05  QT-FROZEN-TOTAL         PIC 9(6)V99.
           05  QT-REQUOTE-DATE         PIC 9(8).
           05  QT-REQUOTE-CTR          PIC 99.

       FD  QUOTE-UPDATE
           LABEL RECORD IS STANDARD
           DATA RECORD IS QTU-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  QTU-REC                     PIC X(30).

       FD  REQUOTE-SEL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RS-REC
           RECORD CONTAINS 4 CHARACTERS.
       01  RS-REC.
           05  RS-EST-NO               PIC X(4).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       FD  LETTER-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LLINE
           LINAGE IS 60.

       01  LLINE                       PIC X(132).

       FD  EXCEPT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCLINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  PAINT-IO-AREA.
           05  PAINT-REC-TYPE          PIC X.
               88  IS-EST-HEADER           VALUE 'H'.
               88  IS-EST-DETAIL           VALUE 'D'.
           05  FILLER                  PIC X(80).

       01  PAINT-HDR-REC REDEFINES PAINT-IO-AREA.
           05  FILLER                  PIC X.
           05  PH-EST-NO               PIC X(4).
           05  PH-DATE                 PIC 9(8).
           05  PH-CUST-NAME            PIC X(20).
           05  PH-CUST-ADDR            PIC X(25).
           05  PH-CUST-PHONE           PIC X(12).
           05  PH-GRADE                PIC X.
           05  PH-STATUS               PIC X.
               88  EST-IS-OPEN             VALUE 'O'.
           05  PH-CUST-NO              PIC X(6).
           05  FILLER                  PIC X(3).

       01  PAINT-DTL-REC REDEFINES PAINT-IO-AREA.
           05  FILLER                  PIC X.
           05  PD-EST-NO               PIC X(4).
           05  PD-SURFACE              PIC X.
               88  VALID-SURFACE           VALUE 'W' 'C' 'T' 'O'.
           05  PD-SQ-FT                PIC 9(5).
           05  PD-NUM-COATS            PIC 9.
           05  PD-PRICE-GAL            PIC 99V99.
           05  PD-LINE-STATUS          PIC X.
               88  PD-LINE-SUPERSEDED      VALUE 'S'.
           05  FILLER                  PIC X(64).

       01  PAINT-PARM-TABLE.
           05  PP-TABLE-CTR            PIC 99          VALUE 0.
           05  PP-ENTRY OCCURS 10 TIMES INDEXED BY PP-IDX.
               10  PP-T-GRADE          PIC X.
               10  PP-T-GRADE-NAME     PIC X(10).
               10  PP-T-COVERAGE       PIC 9(3).
               10  PP-T-PRICE-GAL      PIC 99V99.
               10  PP-T-CREW-SIZE      PIC 9.
               10  PP-T-LABOR-RATE     PIC 99V99.

       01  QUOTE-REG-TABLE.
           05  QR-TABLE-CTR            PIC 9(4)        VALUE 0.
           05  QR-ENTRY OCCURS 5000 TIMES INDEXED BY QR-IDX.
               10  QR-T-EST-NO         PIC X(4).
               10  QR-T-QUOTE-DATE     PIC 9(8).
               10  QR-T-FROZEN-TOTAL   PIC 9(6)V99.

      *    RS-T-STATE: SPACE UNTIL THE ESTIMATE IS REACHED ON THE
      *    MASTER, 'R' ONCE RE-QUOTED, 'X' IF TURNED AWAY.
       01  REQUOTE-SEL-TABLE.
           05  RS-TABLE-CTR            PIC 999         VALUE 0.
           05  RS-ENTRY OCCURS 500 TIMES INDEXED BY RS-IDX.
               10  RS-T-EST-NO         PIC X(4).
               10  RS-T-STATE          PIC X.
               10  RS-T-NEW-TOTAL      PIC 9(6)V99.

       01  WORK-AREA.
           05  MORE-RECS               PIC X           VALUE 'Y'.
           05  MORE-PARMS              PIC X           VALUE 'Y'.
           05  MORE-QTE                PIC X           VALUE 'Y'.
           05  MORE-SEL                PIC X           VALUE 'Y'.
           05  C-MASTER-STATUS         PIC XX.
           05  C-QTE-STATUS            PIC XX.
           05  C-QTEUPD-STATUS         PIC XX.
           05  C-SEL-STATUS            PIC XX.
           05  C-QTE-EMPTY             PIC X           VALUE 'N'.
           05  C-PAINT-MASTER-PATH     PIC X(60)
                                   VALUE "C:\IHCC\COBOL\PAINTEST.DAT".
           05  C-PRTOUT-PATH           PIC X(60)
                                   VALUE "C:\IHCC\COBOL\PREPRICE.RPT".
           05  C-ARG-VALUE             PIC X(60).
           05  C-RUN-DATE-ARG          PIC 9(8)        VALUE 0.
           05  C-RUN-DATE              PIC 9(8).
           05  C-RUN-DATE-INT          PIC 9(7).
           05  C-VALID-THRU-INT        PIC 9(7).
           05  C-VALID-THRU-NUM        PIC 9(8).
           05  C-EST-VALID-DAYS        PIC 999         VALUE 030.
           05  C-EST-OPEN              PIC X           VALUE 'N'.
           05  C-CUR-EST-NO            PIC X(4).
           05  C-CUR-CUST-NAME         PIC X(20).
           05  C-CUR-CUST-ADDR         PIC X(25).
           05  C-CUR-CUST-PHONE        PIC X(12).
           05  C-CUR-GRADE             PIC X.
           05  C-CUR-GRADE-NAME        PIC X(10).
           05  C-GRADE-OK              PIC X           VALUE 'N'.
           05  C-CUR-COVERAGE          PIC 9(3)        VALUE 115.
           05  C-CUR-PRICE-GAL         PIC 99V99.
           05  C-CUR-LABOR-PGAL        PIC 999V99.
           05  C-SURF-SQ-FT            PIC 9(6).
           05  C-GAL-WHOLE             PIC 9(4).
           05  C-GAL-REM               PIC 9(6).
           05  C-EST-SURF-CTR          PIC 99.
           05  C-EST-PAINT-EST         PIC 9(6)V99.
           05  C-EST-LABOR-EST         PIC 9(6)V99.
           05  C-EST-TOTAL-EST         PIC 9(6)V99.
           05  C-FROZEN-TOTAL          PIC 9(6)V99.
           05  C-QUOTE-DATE            PIC 9(8).
           05  C-DIFF                  PIC S9(6)V99.
           05  C-DIFF-PCT              PIC S9(4)V9.
           05  C-QR-FOUND              PIC X.
           05  C-REJECT                PIC X.
           05  C-RS-SUB                PIC 999.
           05  C-OPEN-CTR              PIC 9(5)        VALUE 0.
           05  C-MOVED-CTR             PIC 9(5)        VALUE 0.
           05  C-UP-CTR                PIC 9(5)        VALUE 0.
           05  C-DOWN-CTR              PIC 9(5)        VALUE 0.
           05  C-REQUOTE-CTR           PIC 9(5)        VALUE 0.
           05  C-GT-FROZEN             PIC 9(8)V99     VALUE 0.
           05  C-GT-CURRENT            PIC 9(8)V99     VALUE 0.
           05  C-GT-DIFF               PIC S9(8)V99    VALUE 0.
           05  C-EXC-CTR               PIC 999         VALUE 0.
           05  C-EXC-PCTR              PIC 99          VALUE 0.
           05  C-PCTR                  PIC 99          VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
               10  I-YY                PIC 9(4).
               10  I-MM                PIC 99.
               10  I-DD                PIC 99.
           05  I-TIME                  PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-MM                    PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-DD                    PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-YY                    PIC 9(4).
           05  FILLER                  PIC X(28)       VALUE SPACES.
           05  FILLER                  PIC X(42)
                   VALUE "AMOS'S PAINT ESTIMATOR - REPRICING IMPACT".
           05  FILLER                  PIC X(37)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE: ".
           05  O-PCTR                  PIC Z9.

       01  COLLUMN-HEADINGS-1.
           05  FILLER                  PIC X(10)       VALUE "ESTIMATE".
           05  FILLER                  PIC X(22)       VALUE "CUSTOMER".
           05  FILLER                  PIC X(13)       VALUE "QUOTED".
           05  FILLER                  PIC X(7)        VALUE "GRADE".
           05  FILLER                  PIC X(15)       VALUE
                                       "   FROZEN QUOTE".
           05  FILLER                  PIC X(15)       VALUE
                                       "  TODAY'S PRICE".
           05  FILLER                  PIC X(16)       VALUE
                                       "      DIFFERENCE".
           05  FILLER                  PIC X(10)       VALUE
                                       "   CHANGE".
           05  FILLER                  PIC X(24)       VALUE SPACES.

       01  BLANK-LINE                  PIC X(132)      VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-EST-NO                PIC X(4).
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-CUST-NAME             PIC X(20).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-QUOTE-DATE.
               10  O-QUOTE-MM          PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-QUOTE-DD          PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-QUOTE-YY          PIC 9(4).
           05  FILLER                  PIC X(5)        VALUE SPACES.
           05  O-GRADE                 PIC X.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-FROZEN-TOTAL          PIC $$$$,$$9.99.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-CURRENT-TOTAL         PIC $$$$,$$9.99.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  O-DIFF                  PIC $$$$,$$9.99-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-DIFF-PCT              PIC ----9.9.
           05  FILLER                  PIC X           VALUE '%'.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  O-ACTION                PIC X(10).
           05  FILLER                  PIC X(9)        VALUE SPACES.

       01  GT-LINE.
           05  FILLER                  PIC X(56)       VALUE
                                       "TOTALS FOR QUOTES THAT MOVED".
           05  O-GT-FROZEN             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X           VALUE SPACES.
           05  O-GT-CURRENT            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X           VALUE SPACES.
           05  O-GT-DIFF               PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(31)       VALUE SPACES.

       01  GT-COUNTERS.
           05  FILLER                  PIC X(24)       VALUE
                                       'OPEN ESTIMATES CHECKED:'.
           05  O-OPEN-CTR              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10)       VALUE
                                       '   MOVED:'.
           05  O-MOVED-CTR             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)        VALUE
                                       '   UP:'.
           05  O-UP-CTR                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)        VALUE
                                       '   DOWN:'.
           05  O-DOWN-CTR              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)       VALUE
                                       '   REQUOTED:'.
           05  O-REQUOTE-CTR           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(39)       VALUE SPACES.

       01  L-HEADING-LINE.
           05  FILLER                  PIC X(30)
                                       VALUE "AMOS'S PAINT ESTIMATOR".
           05  FILLER                  PIC X(102)
                                       VALUE "REVISED PAINT QUOTE".

       01  L-CUST-LINE.
           05  FILLER                  PIC X(15)
                                       VALUE "PREPARED FOR:".
           05  O-L-CUST-NAME           PIC X(20).
           05  FILLER                  PIC X(97)       VALUE SPACES.

       01  L-ADDR-LINE.
           05  FILLER                  PIC X(15)       VALUE SPACES.
           05  O-L-CUST-ADDR           PIC X(25).
           05  FILLER                  PIC X(92)       VALUE SPACES.

       01  L-PHONE-LINE.
           05  FILLER                  PIC X(15)       VALUE SPACES.
           05  O-L-CUST-PHONE          PIC X(12).
           05  FILLER                  PIC X(105)      VALUE SPACES.

       01  L-EST-LINE.
           05  FILLER                  PIC X(14)
                                       VALUE "ESTIMATE NO:".
           05  O-L-EST-NO              PIC X(4).
           05  FILLER                  PIC X(8)        VALUE "  DATE:".
           05  O-L-DATE.
               10  O-L-MM              PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-L-DD              PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-L-YY              PIC 9(4).
           05  FILLER                  PIC X(96)       VALUE SPACES.

       01  L-GRADE-LINE.
           05  FILLER                  PIC X(22)
                                       VALUE "PAINT GRADE:".
           05  O-L-GRADE-NAME          PIC X(10).
           05  FILLER                  PIC X(100)      VALUE SPACES.

       01  L-TEXT-LINE-1.
           05  FILLER                  PIC X(60)       VALUE
               "OUR PAINT AND LABOR RATES HAVE CHANGED SINCE WE QUOTED".
           05  FILLER                  PIC X(72)       VALUE SPACES.

       01  L-TEXT-LINE-2.
           05  FILLER                  PIC X(12)       VALUE
                                       "THIS JOB ON".
           05  O-L-QUOTE-DATE.
               10  O-L-QUOTE-MM        PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-L-QUOTE-DD        PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-L-QUOTE-YY        PIC 9(4).
           05  FILLER                  PIC X(40)       VALUE
               ".  THE REVISED PRICE IS SHOWN BELOW.".
           05  FILLER                  PIC X(70)       VALUE SPACES.

       01  L-PAINT-LINE.
           05  FILLER                  PIC X(28)
                                       VALUE "PAINT ESTIMATE:".
           05  O-L-PAINT-EST           PIC $$$$,$$9.99.
           05  FILLER                  PIC X(93)       VALUE SPACES.

       01  L-LABOR-LINE.
           05  FILLER                  PIC X(28)
                                       VALUE "LABOR ESTIMATE:".
           05  O-L-LABOR-EST           PIC $$$$,$$9.99.
           05  FILLER                  PIC X(93)       VALUE SPACES.

       01  L-OLD-LINE.
           05  FILLER                  PIC X(28)
                                       VALUE "ORIGINAL QUOTE:".
           05  O-L-OLD-TOTAL           PIC $$$$,$$9.99.
           05  FILLER                  PIC X(93)       VALUE SPACES.

       01  L-NEW-LINE.
           05  FILLER                  PIC X(28)
                                       VALUE "REVISED QUOTE:".
           05  O-L-NEW-TOTAL           PIC $$$$,$$9.99.
           05  FILLER                  PIC X(93)       VALUE SPACES.

       01  L-DIFF-LINE.
           05  FILLER                  PIC X(28)
                                       VALUE "DIFFERENCE:".
           05  O-L-DIFF                PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(92)       VALUE SPACES.

       01  L-VALID-LINE.
           05  FILLER                  PIC X(30)
                                   VALUE "REVISED QUOTE VALID THROUGH:".
           05  O-L-VALID-THRU.
               10  O-L-VALID-MM        PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-L-VALID-DD        PIC 99.
               10  FILLER              PIC X           VALUE '/'.
               10  O-L-VALID-YY        PIC 9(4).
           05  FILLER                  PIC X(92)       VALUE SPACES.

       01  L-TERMS-LINE.
           05  FILLER                  PIC X(60)       VALUE
               "SIGN AND RETURN THIS PAGE TO ACCEPT THE REVISED QUOTE.".
           05  FILLER                  PIC X(72)       VALUE SPACES.

       01  L-SIGN-LINE.
           05  FILLER                  PIC X(50)       VALUE
               "CUSTOMER SIGNATURE: ______________________________".
           05  FILLER                  PIC X(22)       VALUE
               "   DATE: ____________".
           05  FILLER                  PIC X(60)       VALUE SPACES.

       01  L-BLANK-LINE                PIC X(132)      VALUE SPACES.

       01  EXC-TITLE.
           05  FILLER                  PIC X(6)        VALUE "DATE: ".
           05  O-EXC-MM                PIC 99.
           05  FILLER                  PIC X           VALUE "/".
           05  O-EXC-DD                PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  O-EXC-YY                PIC 9(4).
           05  FILLER                  PIC X(26)       VALUE SPACES.
           05  FILLER                  PIC X(44)
               VALUE "AMOS'S PAINT REPRICING - EXCEPTIONS".
           05  FILLER                  PIC X(37)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE "PAGE: ".
           05  O-EXC-PCTR              PIC Z9.

       01  EXC-HEADINGS.
           05  FILLER          PIC X(10) VALUE "ESTIMATE".
           05  FILLER          PIC X(8)  VALUE "STATUS".
           05  FILLER          PIC X(6)  VALUE "REASON".

       01  EXC-DETAIL-LINE.
           05  O-EXC-EST-NO            PIC X(4).
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  O-EXC-STATUS            PIC X.
           05  FILLER                  PIC X(7)        VALUE SPACES.
           05  O-EXC-REASON            PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'N'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1005-GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           IF C-RUN-DATE-ARG NOT = 0
               MOVE C-RUN-DATE-ARG(1:4) TO I-YY
               MOVE C-RUN-DATE-ARG(5:2) TO I-MM
               MOVE C-RUN-DATE-ARG(7:2) TO I-DD
           END-IF.
           MOVE THIS-DATE TO C-RUN-DATE.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YY TO O-EXC-YY.
           MOVE I-MM TO O-EXC-MM.
           MOVE I-DD TO O-EXC-DD.
           MOVE I-YY TO O-L-YY.
           MOVE I-MM TO O-L-MM.
           MOVE I-DD TO O-L-DD.
           MOVE FUNCTION INTEGER-OF-DATE(C-RUN-DATE)
               TO C-RUN-DATE-INT.
           COMPUTE C-VALID-THRU-INT =
               C-RUN-DATE-INT + C-EST-VALID-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(C-VALID-THRU-INT)
               TO C-VALID-THRU-NUM.
           MOVE C-VALID-THRU-NUM(1:4) TO O-L-VALID-YY.
           MOVE C-VALID-THRU-NUM(5:2) TO O-L-VALID-MM.
           MOVE C-VALID-THRU-NUM(7:2) TO O-L-VALID-DD.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT LETTER-OUT.
           OPEN OUTPUT EXCEPT-RPT.
           PERFORM 9100-HEADINGS.
           PERFORM 9150-EXC-HEADINGS.

           PERFORM 1030-LOAD-PAINT-PARMS.
           PERFORM 1060-RECOVER-QUOTES.
           PERFORM 1040-LOAD-QUOTES.
           PERFORM 1050-LOAD-SELECTIONS.

           OPEN INPUT PAINT-MASTER.
           IF C-MASTER-STATUS NOT = '00'
               MOVE 'N' TO MORE-RECS
               MOVE SPACES TO O-EXC-EST-NO
               MOVE SPACE TO O-EXC-STATUS
               MOVE 'PAINT ESTIMATE MASTER NOT AVAILABLE'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9000-READ
           END-IF.

       1005-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-PAINT-MASTER-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-PRTOUT-PATH
                   END-IF
           END-ACCEPT.

           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT C-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               NOT ON EXCEPTION
                   IF C-ARG-VALUE NOT = SPACES
                       MOVE C-ARG-VALUE TO C-RUN-DATE-ARG
                   END-IF
           END-ACCEPT.

       1030-LOAD-PAINT-PARMS.
           OPEN INPUT PAINT-PARMS.
           PERFORM UNTIL MORE-PARMS = 'N'
               READ PAINT-PARMS
                   AT END
                       MOVE 'N' TO MORE-PARMS
                   NOT AT END
                       IF PP-TABLE-CTR < 10
                           ADD 1 TO PP-TABLE-CTR
                           MOVE PP-GRADE
                               TO PP-T-GRADE(PP-TABLE-CTR)
                           MOVE PP-GRADE-NAME
                               TO PP-T-GRADE-NAME(PP-TABLE-CTR)
                           MOVE PP-COVERAGE
                               TO PP-T-COVERAGE(PP-TABLE-CTR)
                           MOVE PP-PRICE-GAL
                               TO PP-T-PRICE-GAL(PP-TABLE-CTR)
                           MOVE PP-CREW-SIZE
                               TO PP-T-CREW-SIZE(PP-TABLE-CTR)
                           MOVE PP-LABOR-RATE
                               TO PP-T-LABOR-RATE(PP-TABLE-CTR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAINT-PARMS.

      *    A RE-QUOTED ESTIMATE IS COMPARED FROM ITS LAST RE-QUOTE
      *    DATE, NOT THE DATE IT WAS FIRST ISSUED.
       1040-LOAD-QUOTES.
           MOVE 'Y' TO MORE-QTE.
           OPEN INPUT PAINT-QUOTES.
           IF C-QTE-STATUS = '00'
               PERFORM UNTIL MORE-QTE = 'N'
                   READ PAINT-QUOTES
                       AT END
                           MOVE 'N' TO MORE-QTE
                       NOT AT END
                           IF QR-TABLE-CTR < 5000
                               ADD 1 TO QR-TABLE-CTR
                               MOVE QT-EST-NO
                                   TO QR-T-EST-NO(QR-TABLE-CTR)
                               MOVE QT-FROZEN-TOTAL
                                   TO QR-T-FROZEN-TOTAL(QR-TABLE-CTR)
                               IF QT-REQUOTE-DATE > 0
                                   MOVE QT-REQUOTE-DATE
                                     TO QR-T-QUOTE-DATE(QR-TABLE-CTR)
                               ELSE
                                   MOVE QT-ISSUE-DATE
                                     TO QR-T-QUOTE-DATE(QR-TABLE-CTR)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAINT-QUOTES
           END-IF.

       1050-LOAD-SELECTIONS.
           OPEN INPUT REQUOTE-SEL.
           IF C-SEL-STATUS = '00'
               PERFORM UNTIL MORE-SEL = 'N'
                   READ REQUOTE-SEL
                       AT END
                           MOVE 'N' TO MORE-SEL
                       NOT AT END
                           IF RS-EST-NO NOT = SPACES
                               PERFORM 1055-ADD-SELECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUOTE-SEL
           END-IF.

       1055-ADD-SELECTION.
           SET RS-IDX TO 1.
           SEARCH RS-ENTRY
               AT END
                   MOVE RS-EST-NO TO O-EXC-EST-NO
                   MOVE SPACE TO O-EXC-STATUS
                   MOVE 'SELECTION TABLE FULL - RESUBMIT'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               WHEN RS-IDX > RS-TABLE-CTR
                   ADD 1 TO RS-TABLE-CTR
                   MOVE RS-EST-NO TO RS-T-EST-NO(RS-TABLE-CTR)
                   MOVE SPACE TO RS-T-STATE(RS-TABLE-CTR)
                   MOVE 0 TO RS-T-NEW-TOTAL(RS-TABLE-CTR)
               WHEN RS-T-EST-NO(RS-IDX) = RS-EST-NO
                   CONTINUE
           END-SEARCH.

      *    IF A PRIOR RUN DIED AFTER TRUNCATING PAINTQTE.DAT BUT
      *    BEFORE THE COPY BACK FROM PREQUPD.WRK FINISHED, THE
      *    WORK FILE STILL HOLDS THE COMPLETE UPDATED REGISTER:
      *    FINISH THAT COPY BEFORE THIS RUN STARTS.
       1060-RECOVER-QUOTES.
           MOVE 'Y' TO C-QTE-EMPTY.
           OPEN INPUT PAINT-QUOTES.
           IF C-QTE-STATUS = '00'
               READ PAINT-QUOTES
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'N' TO C-QTE-EMPTY
               END-READ
               CLOSE PAINT-QUOTES
           END-IF.
           IF C-QTE-EMPTY = 'Y'
               OPEN INPUT QUOTE-UPDATE
               IF C-QTEUPD-STATUS = '00'
                   READ QUOTE-UPDATE
                       AT END
                           CLOSE QUOTE-UPDATE
                       NOT AT END
                           CLOSE QUOTE-UPDATE
                           PERFORM 3850-REWRITE-QUOTES
                   END-READ
               END-IF
           END-IF.

      *    A SURFACE LINE SUPERSEDED BY A COBDOA46 CHANGE ORDER
      *    STAYS ON THE MASTER AS HISTORY BUT IS NO LONGER PART
      *    OF THE JOB.
       2000-MAINLINE.
           IF IS-EST-HEADER
               PERFORM 2400-END-ESTIMATE
               PERFORM 2300-START-ESTIMATE
           ELSE
               IF IS-EST-DETAIL AND C-EST-OPEN = 'Y'
                       AND PD-EST-NO = C-CUR-EST-NO
                       AND NOT PD-LINE-SUPERSEDED
                       AND VALID-SURFACE
                       AND PD-SQ-FT IS NUMERIC AND PD-SQ-FT > 0
                       AND PD-NUM-COATS IS NUMERIC
                       AND PD-NUM-COATS > 0
                   PERFORM 2100-PRICE-SURFACE
               END-IF
           END-IF.
           PERFORM 9000-READ.

      *    PRICED THE WAY COBDOA01 QUOTES IT: WHOLE GALLONS PER
      *    SURFACE AT THE GRADE'S COVERAGE, PAINT AT THE GRADE'S
      *    PRICE PER GALLON AND THE CREW LABOR RATE PER GALLON.
       2100-PRICE-SURFACE.
           MULTIPLY PD-SQ-FT BY PD-NUM-COATS
               GIVING C-SURF-SQ-FT.
           DIVIDE C-SURF-SQ-FT BY C-CUR-COVERAGE GIVING C-GAL-WHOLE
               REMAINDER C-GAL-REM.
           IF C-GAL-REM > 0
               ADD 1 TO C-GAL-WHOLE.
           ADD 1 TO C-EST-SURF-CTR.
           COMPUTE C-EST-PAINT-EST =
               C-EST-PAINT-EST + C-GAL-WHOLE * C-CUR-PRICE-GAL.
           COMPUTE C-EST-LABOR-EST =
               C-EST-LABOR-EST + C-GAL-WHOLE * C-CUR-LABOR-PGAL.

      *    ONLY OPEN ESTIMATES ARE REPRICED.  A SELECTION FOR ONE
      *    THAT IS ACCEPTED, DECLINED OR COMPLETED IS TURNED AWAY
      *    HERE - ITS PRICE IS ALREADY SETTLED.
       2300-START-ESTIMATE.
           MOVE 'N' TO C-EST-OPEN.
           MOVE PH-EST-NO TO C-CUR-EST-NO.
           PERFORM 2320-FIND-SELECTION.
           IF EST-IS-OPEN
               MOVE 'Y' TO C-EST-OPEN
               MOVE PH-CUST-NAME TO C-CUR-CUST-NAME
               MOVE PH-CUST-ADDR TO C-CUR-CUST-ADDR
               MOVE PH-CUST-PHONE TO C-CUR-CUST-PHONE
               MOVE PH-GRADE TO C-CUR-GRADE
               PERFORM 2310-LOOKUP-GRADE
               MOVE 0 TO C-EST-SURF-CTR
               MOVE 0 TO C-EST-PAINT-EST
               MOVE 0 TO C-EST-LABOR-EST
               MOVE 0 TO C-EST-TOTAL-EST
           ELSE
               IF C-RS-SUB > 0
                   MOVE 'X' TO RS-T-STATE(C-RS-SUB)
                   MOVE PH-EST-NO TO O-EXC-EST-NO
                   MOVE PH-STATUS TO O-EXC-STATUS
                   MOVE 'ESTIMATE IS NOT OPEN - NOT REQUOTED'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               END-IF
           END-IF.

       2310-LOOKUP-GRADE.
           MOVE 'N' TO C-GRADE-OK.
           SET PP-IDX TO 1.
           SEARCH PP-ENTRY
               AT END
                   CONTINUE
               WHEN PP-IDX > PP-TABLE-CTR
                   CONTINUE
               WHEN PP-T-GRADE(PP-IDX) = C-CUR-GRADE
                   MOVE 'Y' TO C-GRADE-OK
                   MOVE PP-T-GRADE-NAME(PP-IDX) TO C-CUR-GRADE-NAME
                   MOVE PP-T-COVERAGE(PP-IDX) TO C-CUR-COVERAGE
                   MOVE PP-T-PRICE-GAL(PP-IDX) TO C-CUR-PRICE-GAL
                   COMPUTE C-CUR-LABOR-PGAL =
                       PP-T-CREW-SIZE(PP-IDX) * PP-T-LABOR-RATE(PP-IDX)
           END-SEARCH.

       2320-FIND-SELECTION.
           MOVE 0 TO C-RS-SUB.
           SET RS-IDX TO 1.
           SEARCH RS-ENTRY
               AT END
                   CONTINUE
               WHEN RS-IDX > RS-TABLE-CTR
                   CONTINUE
               WHEN RS-T-EST-NO(RS-IDX) = C-CUR-EST-NO
                   SET C-RS-SUB TO RS-IDX
           END-SEARCH.

       2400-END-ESTIMATE.
           IF C-EST-OPEN = 'Y'
               PERFORM 2410-COMPARE-ESTIMATE
           END-IF.
           MOVE 'N' TO C-EST-OPEN.

       2410-COMPARE-ESTIMATE.
           MOVE C-CUR-EST-NO TO O-EXC-EST-NO.
           MOVE 'O' TO O-EXC-STATUS.
           MOVE 'N' TO C-REJECT.
           IF C-GRADE-OK = 'N'
               MOVE 'UNRECOGNIZED PAINT GRADE CODE' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
               MOVE 'Y' TO C-REJECT
           ELSE
           IF C-EST-SURF-CTR = 0
               MOVE 'NO SURFACES TO PRICE' TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
               MOVE 'Y' TO C-REJECT
           END-IF
           END-IF.
           IF C-REJECT = 'N'
               PERFORM 2420-FIND-QUOTE
           END-IF.
           IF C-REJECT = 'N'
               COMPUTE C-DIFF = C-EST-TOTAL-EST - C-FROZEN-TOTAL
               IF C-DIFF = 0
                   IF C-RS-SUB > 0
                       MOVE 'QUOTE HAS NOT MOVED - NO LETTER'
                           TO O-EXC-REASON
                       PERFORM 9170-EXC-LINE
                   END-IF
                   MOVE 'Y' TO C-REJECT
               END-IF
           END-IF.
           IF C-REJECT = 'N'
               PERFORM 2430-QUOTE-MOVED
           ELSE
               IF C-RS-SUB > 0
                   MOVE 'X' TO RS-T-STATE(C-RS-SUB)
               END-IF
           END-IF.

       2420-FIND-QUOTE.
           ADD C-EST-PAINT-EST TO C-EST-LABOR-EST
               GIVING C-EST-TOTAL-EST.
           ADD 1 TO C-OPEN-CTR.

           MOVE 'N' TO C-QR-FOUND.
           SET QR-IDX TO 1.
           SEARCH QR-ENTRY
               AT END
                   CONTINUE
               WHEN QR-IDX > QR-TABLE-CTR
                   CONTINUE
               WHEN QR-T-EST-NO(QR-IDX) = C-CUR-EST-NO
                   MOVE 'Y' TO C-QR-FOUND
                   MOVE QR-T-FROZEN-TOTAL(QR-IDX) TO C-FROZEN-TOTAL
                   MOVE QR-T-QUOTE-DATE(QR-IDX) TO C-QUOTE-DATE
           END-SEARCH.
           IF C-QR-FOUND = 'N'
               MOVE 'OPEN ESTIMATE NEVER QUOTED BY COBDOA01'
                   TO O-EXC-REASON
               PERFORM 9170-EXC-LINE
               MOVE 'Y' TO C-REJECT
           END-IF.

       2430-QUOTE-MOVED.
           ADD 1 TO C-MOVED-CTR.
           IF C-DIFF > 0
               ADD 1 TO C-UP-CTR
           ELSE
               ADD 1 TO C-DOWN-CTR
           END-IF.
           ADD C-FROZEN-TOTAL TO C-GT-FROZEN.
           ADD C-EST-TOTAL-EST TO C-GT-CURRENT.
           ADD C-DIFF TO C-GT-DIFF.
           MOVE SPACES TO O-ACTION.
           IF C-RS-SUB > 0
               MOVE 'R' TO RS-T-STATE(C-RS-SUB)
               MOVE C-EST-TOTAL-EST TO RS-T-NEW-TOTAL(C-RS-SUB)
               ADD 1 TO C-REQUOTE-CTR
               MOVE 'REQUOTED' TO O-ACTION
               PERFORM 2600-PRINT-LETTER
           END-IF.
           PERFORM 2500-PRINT-IMPACT.

       2500-PRINT-IMPACT.
           MOVE C-CUR-EST-NO TO O-EST-NO.
           MOVE C-CUR-CUST-NAME TO O-CUST-NAME.
           MOVE C-QUOTE-DATE(1:4) TO O-QUOTE-YY.
           MOVE C-QUOTE-DATE(5:2) TO O-QUOTE-MM.
           MOVE C-QUOTE-DATE(7:2) TO O-QUOTE-DD.
           MOVE C-CUR-GRADE TO O-GRADE.
           MOVE C-FROZEN-TOTAL TO O-FROZEN-TOTAL.
           MOVE C-EST-TOTAL-EST TO O-CURRENT-TOTAL.
           MOVE C-DIFF TO O-DIFF.
           IF C-FROZEN-TOTAL > 0
               COMPUTE C-DIFF-PCT ROUNDED =
                   C-DIFF * 100 / C-FROZEN-TOTAL
           ELSE
               MOVE 0 TO C-DIFF-PCT
           END-IF.
           MOVE C-DIFF-PCT TO O-DIFF-PCT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *    ONE LETTER PAGE PER RE-QUOTED ESTIMATE, LAID OUT LIKE
      *    THE COBDOA01 QUOTE IT REPLACES.
       2600-PRINT-LETTER.
           MOVE C-CUR-CUST-NAME TO O-L-CUST-NAME.
           MOVE C-CUR-CUST-ADDR TO O-L-CUST-ADDR.
           MOVE C-CUR-CUST-PHONE TO O-L-CUST-PHONE.
           MOVE C-CUR-EST-NO TO O-L-EST-NO.
           MOVE C-CUR-GRADE-NAME TO O-L-GRADE-NAME.
           MOVE C-QUOTE-DATE(1:4) TO O-L-QUOTE-YY.
           MOVE C-QUOTE-DATE(5:2) TO O-L-QUOTE-MM.
           MOVE C-QUOTE-DATE(7:2) TO O-L-QUOTE-DD.
           MOVE C-EST-PAINT-EST TO O-L-PAINT-EST.
           MOVE C-EST-LABOR-EST TO O-L-LABOR-EST.
           MOVE C-FROZEN-TOTAL TO O-L-OLD-TOTAL.
           MOVE C-EST-TOTAL-EST TO O-L-NEW-TOTAL.
           MOVE C-DIFF TO O-L-DIFF.

           WRITE LLINE FROM L-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE LLINE FROM L-CUST-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LLINE FROM L-ADDR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE LLINE FROM L-PHONE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE LLINE FROM L-EST-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LLINE FROM L-GRADE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LLINE FROM L-TEXT-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE LLINE FROM L-TEXT-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE LLINE FROM L-PAINT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LLINE FROM L-LABOR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE LLINE FROM L-OLD-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LLINE FROM L-NEW-LINE
               AFTER ADVANCING 1 LINE.
           WRITE LLINE FROM L-DIFF-LINE
               AFTER ADVANCING 1 LINE.
           WRITE LLINE FROM L-VALID-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LLINE FROM L-TERMS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LLINE FROM L-SIGN-LINE
               AFTER ADVANCING 3 LINES.
           WRITE LLINE FROM L-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           IF C-MASTER-STATUS = '00' OR C-MASTER-STATUS = '10'
               PERFORM 2400-END-ESTIMATE
               CLOSE PAINT-MASTER
           END-IF.

           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RS-TABLE-CTR
               IF RS-T-STATE(RS-IDX) = SPACE
                   MOVE RS-T-EST-NO(RS-IDX) TO O-EXC-EST-NO
                   MOVE SPACE TO O-EXC-STATUS
                   MOVE 'ESTIMATE NOT ON MASTER - NOT REQUOTED'
                       TO O-EXC-REASON
                   PERFORM 9170-EXC-LINE
               END-IF
           END-PERFORM.

           IF C-REQUOTE-CTR > 0
               PERFORM 3700-UPDATE-QUOTES
           END-IF.

           MOVE C-GT-FROZEN TO O-GT-FROZEN.
           MOVE C-GT-CURRENT TO O-GT-CURRENT.
           MOVE C-GT-DIFF TO O-GT-DIFF.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-OPEN-CTR TO O-OPEN-CTR.
           MOVE C-MOVED-CTR TO O-MOVED-CTR.
           MOVE C-UP-CTR TO O-UP-CTR.
           MOVE C-DOWN-CTR TO O-DOWN-CTR.
           MOVE C-REQUOTE-CTR TO O-REQUOTE-CTR.
           WRITE PRTLINE FROM GT-COUNTERS
               AFTER ADVANCING 2 LINES.

           CLOSE PRTOUT.
           CLOSE LETTER-OUT.
           CLOSE EXCEPT-RPT.

      *    A RE-QUOTED ESTIMATE'S NEW TOTAL BECOMES ITS FROZEN
      *    QUOTE, SO THE NEXT REPRICING RUN MEASURES FROM IT.
       3700-UPDATE-QUOTES.
           MOVE 'Y' TO MORE-QTE.
           OPEN OUTPUT QUOTE-UPDATE.
           OPEN INPUT PAINT-QUOTES.
           PERFORM UNTIL MORE-QTE = 'N'
               READ PAINT-QUOTES
                   AT END
                       MOVE 'N' TO MORE-QTE
                   NOT AT END
                       PERFORM 3710-REQUOTE-ONE
                       WRITE QTU-REC FROM QT-REC
               END-READ
           END-PERFORM.
           CLOSE PAINT-QUOTES.
           CLOSE QUOTE-UPDATE.
           PERFORM 3850-REWRITE-QUOTES.

       3710-REQUOTE-ONE.
           SET RS-IDX TO 1.
           SEARCH RS-ENTRY
               AT END
                   CONTINUE
               WHEN RS-IDX > RS-TABLE-CTR
                   CONTINUE
               WHEN RS-T-EST-NO(RS-IDX) = QT-EST-NO
                   IF RS-T-STATE(RS-IDX) = 'R'
                       MOVE RS-T-NEW-TOTAL(RS-IDX) TO QT-FROZEN-TOTAL
                       MOVE C-RUN-DATE TO QT-REQUOTE-DATE
                       IF QT-REQUOTE-CTR < 99
                           ADD 1 TO QT-REQUOTE-CTR
                       END-IF
                   END-IF
           END-SEARCH.

       3850-REWRITE-QUOTES.
           MOVE 'Y' TO MORE-QTE.
           OPEN INPUT QUOTE-UPDATE.
           OPEN OUTPUT PAINT-QUOTES.
           PERFORM UNTIL MORE-QTE = 'N'
               READ QUOTE-UPDATE
                   AT END
                       MOVE 'N' TO MORE-QTE
                   NOT AT END
                       WRITE QT-REC FROM QTU-REC
               END-READ
           END-PERFORM.
           CLOSE QUOTE-UPDATE.
           CLOSE PAINT-QUOTES.

       9000-READ.
           READ PAINT-MASTER INTO PAINT-IO-AREA
               AT END
                   MOVE 'N' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLLUMN-HEADINGS-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       9150-EXC-HEADINGS.
           ADD 1 TO C-EXC-PCTR.
           MOVE C-EXC-PCTR TO O-EXC-PCTR.
           WRITE EXCLINE FROM EXC-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXC-HEADINGS
               AFTER ADVANCING 2 LINES.

       9170-EXC-LINE.
           ADD 1 TO C-EXC-CTR.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9150-EXC-HEADINGS.

       END PROGRAM COBDOA48.
