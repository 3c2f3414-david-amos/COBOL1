       FD  STATE-TAX-RATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS STR-REC
           RECORD CONTAINS 15 CHARACTERS.
       01  STR-REC.
           05 STR-STATE                PIC XX.
           05 STR-TAX-PCT               PIC V999.
           05 STR-EXEMPT-FLAG          PIC X.
           05 STR-EFF-DATE             PIC 9(8).
      *    'N' WHEN THE STATE TAXES THE PRICE BEFORE THE TRADE-IN
      *    ALLOWANCE; BLANK OR 'Y' LETS THE TRADE COME OFF THE BASE.
           05 STR-TRADE-CREDIT         PIC X.

       WORKING-STORAGE SECTION.
       01  CTL-SEQ-WORK.
           05 C-ACC-PAC-COST       PIC 9(4)V99.
           05 C-TAX-AMT            PIC 9(7)V99.
           05 C-TAXABLE-BASE       PIC S9(7)V99.
           05 C-TAX-BASIS          PIC S9(7)V99.
           05 C-RUN-DATE-NUM       PIC 9(8)        VALUE 0.
           05 C-BEST-EFF           PIC 9(8).
           05 C-RATE-FOUND         PIC X.
               10 STR-T-TAX-PCT         PIC V999.
               10 STR-T-EXEMPT-FLAG     PIC X.
               10 STR-T-EFF-DATE        PIC 9(8).
               10 STR-T-TRADE-CREDIT    PIC X.

       01  RECAP-STATE-TABLE.
           05 RS-TABLE-CTR          PIC 99         VALUE 0.
                       ELSE
                           MOVE 0 TO STR-T-EFF-DATE(STR-TABLE-CTR)
                       END-IF
                       MOVE STR-TRADE-CREDIT
                           TO STR-T-TRADE-CREDIT(STR-TABLE-CTR)
               END-READ
           END-PERFORM.
           CLOSE STATE-TAX-RATES.
                   IF STR-T-EXEMPT-FLAG(STR-IDX) = 'Y'
                       MOVE 0 TO C-TAX-AMT
                   ELSE
                       IF STR-T-TRADE-CREDIT(STR-IDX) = 'N'
                           COMPUTE C-TAX-BASIS = I-BOAT-COST
                               + C-ACC-PAC-COST + C-MARKUP + I-PREP-COST
                       ELSE
                           MOVE C-TAXABLE-BASE TO C-TAX-BASIS
                       END-IF
                       COMPUTE C-TAX-AMT ROUNDED =
                           C-TAX-BASIS * STR-T-TAX-PCT(STR-IDX)
                   END-IF
               END-IF
           END-PERFORM.
