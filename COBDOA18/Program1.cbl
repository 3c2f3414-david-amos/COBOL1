           05  PH-GRADE                PIC X.
           05  PH-STATUS               PIC X.
           05  PH-CUST-NO              PIC X(6).
           05  PH-BILL-METHOD          PIC X.
               88  BILL-METHOD-OK          VALUE SPACE 'Q' 'T'.
           05  FILLER                  PIC X(2).

       01  PAINT-DTL-REC REDEFINES PAINT-IO-AREA.
           05  FILLER                  PIC X.
           05  PD-SQ-FT                PIC 9(5).
           05  PD-NUM-COATS            PIC 9.
           05  PD-PRICE-GAL            PIC 99V99.
           05  PD-LINE-CONTROL.
               10  PD-LINE-STATUS      PIC X.
                   88  PD-LINE-SUPERSEDED  VALUE 'S'.
               10  PD-LINE-NO          PIC 99.
               10  PD-ADD-CHG-NO       PIC 99.
               10  PD-VOID-CHG-NO      PIC 99.
           05  FILLER                  PIC X(58).

       01  PAINT-PARM-TABLE.
           05  PP-TABLE-CTR            PIC 99          VALUE 0.
           IF C-CUST-OK = 'N'
               PERFORM 2150-REJECT-HEADER
           END-IF.
      *    PH-BILL-METHOD 'T' BILLS THE JOB TIME-AND-MATERIALS
      *    OFF PAINTACT.DAT; BLANK OR 'Q' BILLS THE QUOTED PRICE.
           IF NOT BILL-METHOD-OK
               MOVE 'UNRECOGNIZED BILLING METHOD' TO O-EXC-REASON
               PERFORM 2150-REJECT-HEADER
           END-IF.
           IF PH-STATUS = SPACE
               MOVE 'O' TO PH-STATUS
           END-IF.
           ELSE
               PERFORM 2220-EDIT-DETAIL
               IF PE-DTL-CTR < 50
      *            THE LINE-CONTROL BYTES BELONG TO COBDOA46'S
      *            CHANGE ORDERS; A NEW ESTIMATE STARTS THEM CLEAN.
                   MOVE SPACES TO PD-LINE-CONTROL
                   ADD 1 TO PE-DTL-CTR
                   MOVE PAINT-IO-AREA TO PE-DTL-REC(PE-DTL-CTR)
               ELSE
