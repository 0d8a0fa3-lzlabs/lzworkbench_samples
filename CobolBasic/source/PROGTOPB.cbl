      *    THE NAME IS DISPLAYED AND THE NUMBER PASSED TO PROGRAM    *  00220000
      *    PROGMIDB WITH TWO, AS YET UNUSED PARMS. AFTER RETURNING   *  00230000
      *    FROM PROGMIDB THESE PARAMETERS ARE DISPLAYED.             *  00231000
      *                                                              *
      *    PARM 'TABLE,START,END,STEP,F1/F2/..' IS THE WHAT-IF TABLE *
      *    MODE: EVERY INPUT FROM START TO END BY STEP GOES THROUGH  *
      *    THE CHAIN ONCE FOR EACH FUNCTION CODE LISTED (ALL FOUR    *
      *    WHEN THE LIST IS LEFT OFF) AND SPOOLR GETS A MATRIX, ONE  *
      *    ROW PER INPUT AND ONE COLUMN PER FUNCTION.  A CELL THE    *
      *    CHAIN OVERFLOWED IS MARKED AND THE RUN CARRIES ON.  THE   *
      *    SAME GRID GOES TO CALCTABL COMMA-DELIMITED WITH A HEADING *
      *    ROW FOR THE SPREADSHEET USERS.  A TABLE RUN WRITES NO     *
      *    CALCRSLT RECORDS AND ITS STEP ALLOCATES ITS OWN MIDAUDIT, *
      *    AS CERTIFICATION DOES, SO THE DUPLICATE GUARD NEVER SEES  *
      *    WHAT-IF INPUTS.                                           *
      *                                                              *  00233000
      * ************************************************************ *  00234000
      /                                                                 00235000
               STATUS IS WS-CHECKPOINT-STATUS.
           SELECT AUDIT-FILE          ASSIGN TO MIDAUDIT
               STATUS IS WS-AUDIT-STATUS.
           SELECT TABLE-FILE          ASSIGN TO CALCTABL
               STATUS IS WS-TABLE-STATUS.
      /                                                                 00260000
       DATA DIVISION.                                                   00270000
       FILE SECTION.                                                    00270100
                                        SIGN LEADING SEPARATE.
           03  FILLER                   PIC X.
           03  AUD-RUN-DATE             PIC 9(8).
           03  FILLER                   PIC X(54).

       FD  RESULTS-FILE
           RECORDING MODE F
           03  CR-RUN-TIME              PIC 9(8).
           03  FILLER                   PIC X.
           03  CR-FUNCTION              PIC X(4).

       FD  TABLE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.

      * One comma-delimited row per input of a what-if table run -
      * the input, then one value per function in the order the
      * parm listed them; OVERFLOW where the chain overflowed.
       01  TABLE-LINE                   PIC X(80).
      /                                                                 00280100
       WORKING-STORAGE SECTION.                                         00290000
       01  WORK-CONSTANTS.                                              00290102
           03  WC-PROGBOTB              PIC X(8)   VALUE 'PROGBOTB'.    00291004
           03  WC-CHECKPOINT-INTERVAL   PIC 9(3)   VALUE 10.
           03  WC-EOJ-FUNCTION          PIC X(4)   VALUE 'EOJ '.
           03  WC-TABLE-MAX-ROWS        PIC 9(7)   VALUE 5000.
           03  WC-TABLE-ALL-FUNCTIONS   PIC X(24)  VALUE
                'STD/PWR4/ISQR/SUMS'.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
           03  WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
           03  WS-WORST-RC              PIC S9(8) COMP VALUE +0.
           03  WS-WA-TOP1-DISPLAY       PIC -(8)9  VALUE ZEROES.

      * The what-if table run - the parm's range and function list,
      * the cell being worked and the run's counts.
       01  WORK-TABLE-MODE.
           03  WS-TABLE-STATUS          PIC 99     VALUE ZEROES.
           03  WS-TBL-FILE-OPEN-SW      PIC X      VALUE 'N'.
               88  WS-TBL-FILE-OPEN                VALUE 'Y'.
           03  WS-TBL-MODE-TEXT         PIC X(8)   VALUE SPACES.
           03  WS-TBL-START-TEXT        PIC X(8)   VALUE SPACES.
           03  WS-TBL-END-TEXT          PIC X(8)   VALUE SPACES.
           03  WS-TBL-STEP-TEXT         PIC X(8)   VALUE SPACES.
           03  WS-TBL-FUNC-LIST         PIC X(24)  VALUE SPACES.
           03  WS-TBL-PARM-EXTRA        PIC X(8)   VALUE SPACES.
           03  WS-TBL-PARM-OK-SW        PIC X      VALUE 'N'.
               88  WS-TBL-PARM-OK                  VALUE 'Y'.
           03  WS-TBL-START             PIC S9(9) COMP VALUE +0.
           03  WS-TBL-END               PIC S9(9) COMP VALUE +0.
           03  WS-TBL-STEP              PIC S9(9) COMP VALUE +0.
           03  WS-TBL-INPUT             PIC S9(9) COMP VALUE +0.
           03  WS-TBL-ROWS-DUE          PIC S9(9) COMP VALUE +0.
           03  WS-TBL-FUNC-TEXT OCCURS 5 TIMES
                                        PIC X(8).
           03  WS-TBL-CODE              PIC X(4)   VALUE SPACES.
           03  WS-TBL-FUNC-USED         PIC 9      VALUE ZEROES.
           03  WS-TBL-FUNC OCCURS 4 TIMES
                                        PIC X(4).
           03  WS-TBL-SUB               PIC 9      VALUE ZEROES.
           03  WS-TBL-SUB2              PIC 9      VALUE ZEROES.
           03  WS-TBL-COL               PIC 9(3)   VALUE ZEROES.
           03  WS-TBL-ROWS              PIC 9(7)   VALUE ZEROES.
           03  WS-TBL-CELLS             PIC 9(7)   VALUE ZEROES.
           03  WS-TBL-OVERFLOWS         PIC 9(7)   VALUE ZEROES.
           03  WS-TBL-ERRORS            PIC 9(7)   VALUE ZEROES.
           03  WS-TBL-INPUT-EDIT        PIC -(7)9.
           03  WS-TBL-CELL-EDIT         PIC -(9)9.
           03  WS-TBL-PRINT-CELL        PIC X(10)  VALUE SPACES.
           03  WS-TBL-CELL-TEXT         PIC X(10)  VALUE SPACES.
           03  WS-TBL-LEAD              PIC 9(2)   VALUE ZEROES.
           03  WS-TBL-PTR               PIC 9(3)   VALUE ZEROES.
           03  WS-TBL-CSV-LINE          PIC X(80)  VALUE SPACES.
      /                                                                 00590300
       LINKAGE SECTION.                                                 00590400
       01  LINKAGE-PARMS.                                               00590500
               GO TO END-OF-JOB
           END-IF.

           IF WS-PARAMETERS (1:6) = 'TABLE,'
               PERFORM TABLE-MODE THRU TABLE-MODE-END
               GO TO END-OF-JOB
           END-IF.

           MOVE 'STD ' TO WS-FUNCTION.
           MOVE SPACES TO WS-TOP1-TEXT.
           UNSTRING WS-PARAMETERS DELIMITED BY ',' OR ALL SPACES        01120200
       BATCH-MODE-END.
           CONTINUE.

      * The what-if table run.  The range and function list are
      * edited up front - a bad one is the bad-parm abend - then
      * every input is driven through the chain once per function.
      * An overflowed cell is marked on both outputs and counted,
      * and the run carries on; PROGMIDB has already logged each
      * overflow to ERRLOG, so only a call the chain rejected
      * outright raises the run's return code.
       TABLE-MODE.
           PERFORM OPEN-SPOOLR-REPORT THRU OPEN-SPOOLR-REPORT-END
           PERFORM WRITE-RUN-BANNER THRU WRITE-RUN-BANNER-END
           PERFORM EDIT-TABLE-PARM THRU EDIT-TABLE-PARM-END
           IF NOT WS-TBL-PARM-OK
               PERFORM ABEND-BAD-PARM THRU ABEND-BAD-PARM-END
               GO TO TABLE-MODE-END
           END-IF

           MOVE 'N' TO WS-TBL-FILE-OPEN-SW
           OPEN OUTPUT TABLE-FILE
           IF WS-TABLE-STATUS = ZEROES
               MOVE 'Y' TO WS-TBL-FILE-OPEN-SW
           ELSE
               DISPLAY 'PROGTOPB: CALCTABL OPEN FAILED, STATUS '
                       WS-TABLE-STATUS UPON CONSOLE
               MOVE 'PROGTOPB' TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'CALCTABL OPEN FAILED - TABLE ON SPOOLR ONLY'
                               TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
           END-IF

           PERFORM WRITE-TABLE-HEADINGS THRU WRITE-TABLE-HEADINGS-END
           MOVE WS-TBL-START TO WS-TBL-INPUT
           PERFORM UNTIL WS-TBL-INPUT > WS-TBL-END
               PERFORM WRITE-TABLE-ROW THRU WRITE-TABLE-ROW-END
               ADD WS-TBL-STEP TO WS-TBL-INPUT
           END-PERFORM
           IF WS-TBL-FILE-OPEN
               CLOSE TABLE-FILE
           END-IF
           PERFORM WRITE-TABLE-FOOTING THRU WRITE-TABLE-FOOTING-END

           PERFORM WRITE-RUN-TRAILER THRU WRITE-RUN-TRAILER-END
           PERFORM CLOSE-SPOOLR-REPORT THRU CLOSE-SPOOLR-REPORT-END.
       TABLE-MODE-END.
           CONTINUE.

      * TABLE,start,end,step,f1/f2/.. - start and end take the same
      * edit as a single input, step defaults to 1 and must be
      * positive, and the function list defaults to all four codes
      * the chain knows.  Each code may appear once.
       EDIT-TABLE-PARM.
           MOVE 'N' TO WS-TBL-PARM-OK-SW
           MOVE SPACES TO WS-TBL-MODE-TEXT
           MOVE SPACES TO WS-TBL-START-TEXT
           MOVE SPACES TO WS-TBL-END-TEXT
           MOVE SPACES TO WS-TBL-STEP-TEXT
           MOVE SPACES TO WS-TBL-FUNC-LIST
           MOVE SPACES TO WS-TBL-PARM-EXTRA
           UNSTRING WS-PARAMETERS DELIMITED BY ',' OR ALL SPACES
               INTO WS-TBL-MODE-TEXT
                    WS-TBL-START-TEXT
                    WS-TBL-END-TEXT
                    WS-TBL-STEP-TEXT
                    WS-TBL-FUNC-LIST
                    WS-TBL-PARM-EXTRA
           IF WS-TBL-PARM-EXTRA NOT = SPACES
               GO TO EDIT-TABLE-PARM-END
           END-IF

           MOVE WS-TBL-START-TEXT TO WS-TOP1-TEXT
           PERFORM EDIT-TOP1 THRU EDIT-TOP1-END
           IF NOT WS-TOP1-OK
               GO TO EDIT-TABLE-PARM-END
           END-IF
           MOVE WS-TOP1 TO WS-TBL-START

           MOVE WS-TBL-END-TEXT TO WS-TOP1-TEXT
           PERFORM EDIT-TOP1 THRU EDIT-TOP1-END
           IF NOT WS-TOP1-OK
               GO TO EDIT-TABLE-PARM-END
           END-IF
           MOVE WS-TOP1 TO WS-TBL-END

           IF WS-TBL-STEP-TEXT = SPACES
               MOVE '1' TO WS-TBL-STEP-TEXT
           END-IF
           MOVE WS-TBL-STEP-TEXT TO WS-TOP1-TEXT
           PERFORM EDIT-TOP1 THRU EDIT-TOP1-END
           IF NOT WS-TOP1-OK OR WS-TOP1 NOT > ZEROES
               GO TO EDIT-TABLE-PARM-END
           END-IF
           MOVE WS-TOP1 TO WS-TBL-STEP

           IF WS-TBL-END < WS-TBL-START
               GO TO EDIT-TABLE-PARM-END
           END-IF
           COMPUTE WS-TBL-ROWS-DUE =
               (WS-TBL-END - WS-TBL-START) / WS-TBL-STEP + 1
           IF WS-TBL-ROWS-DUE > WC-TABLE-MAX-ROWS
               DISPLAY 'PROGTOPB: TABLE RANGE GIVES ' WS-TBL-ROWS-DUE
                       ' ROWS - LIMIT IS ' WC-TABLE-MAX-ROWS
                   UPON CONSOLE
               GO TO EDIT-TABLE-PARM-END
           END-IF

           IF WS-TBL-FUNC-LIST = SPACES
               MOVE WC-TABLE-ALL-FUNCTIONS TO WS-TBL-FUNC-LIST
           END-IF
           MOVE ZEROES TO WS-TBL-SUB
           PERFORM UNTIL WS-TBL-SUB NOT < 5
               ADD 1 TO WS-TBL-SUB
               MOVE SPACES TO WS-TBL-FUNC-TEXT (WS-TBL-SUB)
           END-PERFORM
           UNSTRING WS-TBL-FUNC-LIST DELIMITED BY '/'
               INTO WS-TBL-FUNC-TEXT (1)
                    WS-TBL-FUNC-TEXT (2)
                    WS-TBL-FUNC-TEXT (3)
                    WS-TBL-FUNC-TEXT (4)
                    WS-TBL-FUNC-TEXT (5)
           IF WS-TBL-FUNC-TEXT (5) NOT = SPACES
               GO TO EDIT-TABLE-PARM-END
           END-IF

           MOVE ZEROES TO WS-TBL-FUNC-USED
           MOVE ZEROES TO WS-TBL-SUB
           PERFORM UNTIL WS-TBL-SUB NOT < 4
               ADD 1 TO WS-TBL-SUB
               IF WS-TBL-FUNC-TEXT (WS-TBL-SUB) NOT = SPACES
                   IF WS-TBL-FUNC-TEXT (WS-TBL-SUB) (5:4) NOT = SPACES
                       GO TO EDIT-TABLE-PARM-END
                   END-IF
                   MOVE WS-TBL-FUNC-TEXT (WS-TBL-SUB) (1:4)
                       TO WS-TBL-CODE
                   IF WS-TBL-CODE NOT = 'STD '
                           AND WS-TBL-CODE NOT = 'PWR4'
                           AND WS-TBL-CODE NOT = 'ISQR'
                           AND WS-TBL-CODE NOT = 'SUMS'
                       GO TO EDIT-TABLE-PARM-END
                   END-IF
                   MOVE ZEROES TO WS-TBL-SUB2
                   PERFORM UNTIL WS-TBL-SUB2 NOT < WS-TBL-FUNC-USED
                       ADD 1 TO WS-TBL-SUB2
                       IF WS-TBL-FUNC (WS-TBL-SUB2) = WS-TBL-CODE
                           GO TO EDIT-TABLE-PARM-END
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-TBL-FUNC-USED
                   MOVE WS-TBL-CODE TO WS-TBL-FUNC (WS-TBL-FUNC-USED)
               END-IF
           END-PERFORM
           IF WS-TBL-FUNC-USED = ZEROES
               GO TO EDIT-TABLE-PARM-END
           END-IF
           MOVE 'Y' TO WS-TBL-PARM-OK-SW.
       EDIT-TABLE-PARM-END.
           CONTINUE.

       WRITE-TABLE-HEADINGS.
           MOVE ZEROES TO WS-TBL-ROWS
           MOVE ZEROES TO WS-TBL-CELLS
           MOVE ZEROES TO WS-TBL-OVERFLOWS
           MOVE ZEROES TO WS-TBL-ERRORS
           MOVE ' ' TO SPOOLR-ASA
           MOVE SPACES TO SPOOLR-TEXT
           MOVE 1 TO WS-TBL-PTR
           STRING 'WHAT-IF TABLE: INPUTS ' DELIMITED BY SIZE
               INTO SPOOLR-TEXT WITH POINTER WS-TBL-PTR
           MOVE WS-TBL-START TO WS-TBL-CELL-EDIT
           PERFORM TRIM-CELL-EDIT THRU TRIM-CELL-EDIT-END
           STRING WS-TBL-CELL-TEXT DELIMITED BY SPACE
                   ' TO ' DELIMITED BY SIZE
               INTO SPOOLR-TEXT WITH POINTER WS-TBL-PTR
           MOVE WS-TBL-END TO WS-TBL-CELL-EDIT
           PERFORM TRIM-CELL-EDIT THRU TRIM-CELL-EDIT-END
           STRING WS-TBL-CELL-TEXT DELIMITED BY SPACE
                   ' STEP ' DELIMITED BY SIZE
               INTO SPOOLR-TEXT WITH POINTER WS-TBL-PTR
           MOVE WS-TBL-STEP TO WS-TBL-CELL-EDIT
           PERFORM TRIM-CELL-EDIT THRU TRIM-CELL-EDIT-END
           STRING WS-TBL-CELL-TEXT DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
               INTO SPOOLR-TEXT WITH POINTER WS-TBL-PTR
           MOVE WS-TBL-ROWS-DUE TO WS-TBL-CELL-EDIT
           PERFORM TRIM-CELL-EDIT THRU TRIM-CELL-EDIT-END
           STRING WS-TBL-CELL-TEXT DELIMITED BY SPACE
                   ' ROWS, FUNCTIONS' DELIMITED BY SIZE
               INTO SPOOLR-TEXT WITH POINTER WS-TBL-PTR
           MOVE ZEROES TO WS-TBL-SUB
           PERFORM UNTIL WS-TBL-SUB NOT < WS-TBL-FUNC-USED
               ADD 1 TO WS-TBL-SUB
               STRING ' ' DELIMITED BY SIZE
                       WS-TBL-FUNC (WS-TBL-SUB) DELIMITED BY SPACE
                   INTO SPOOLR-TEXT WITH POINTER WS-TBL-PTR
           END-PERFORM
           PERFORM PUT-SPOOLR-LINE THRU PUT-SPOOLR-LINE-END
           ADD 1 TO WS-LINES-WRITTEN

           MOVE SPACES TO SPOOLR-TEXT
           PERFORM PUT-SPOOLR-LINE THRU PUT-SPOOLR-LINE-END
           ADD 1 TO WS-LINES-WRITTEN

      * Column headings over the print cells, and the spreadsheet's
      * heading row in the same order.
           MOVE SPACES TO SPOOLR-TEXT
           MOVE '   INPUT' TO SPOOLR-TEXT (1:8)
           MOVE SPACES TO WS-TBL-CSV-LINE
           MOVE 1 TO WS-TBL-PTR
           STRING 'INPUT' DELIMITED BY SIZE
               INTO WS-TBL-CSV-LINE WITH POINTER WS-TBL-PTR
           MOVE ZEROES TO WS-TBL-SUB
           PERFORM UNTIL WS-TBL-SUB NOT < WS-TBL-FUNC-USED
               ADD 1 TO WS-TBL-SUB
               COMPUTE WS-TBL-COL = 11 + (WS-TBL-SUB - 1) * 14
               MOVE WS-TBL-FUNC (WS-TBL-SUB)
                   TO SPOOLR-TEXT (WS-TBL-COL + 8:4)
               STRING ',' DELIMITED BY SIZE
                       WS-TBL-FUNC (WS-TBL-SUB) DELIMITED BY SPACE
                   INTO WS-TBL-CSV-LINE WITH POINTER WS-TBL-PTR
           END-PERFORM
           PERFORM PUT-SPOOLR-LINE THRU PUT-SPOOLR-LINE-END
           ADD 1 TO WS-LINES-WRITTEN
           IF WS-TBL-FILE-OPEN
               WRITE TABLE-LINE FROM WS-TBL-CSV-LINE
           END-IF

           MOVE SPACES TO SPOOLR-TEXT
           MOVE '--------' TO SPOOLR-TEXT (1:8)
           MOVE ZEROES TO WS-TBL-SUB
           PERFORM UNTIL WS-TBL-SUB NOT < WS-TBL-FUNC-USED
               ADD 1 TO WS-TBL-SUB
               COMPUTE WS-TBL-COL = 11 + (WS-TBL-SUB - 1) * 14
               MOVE ALL '-' TO SPOOLR-TEXT (WS-TBL-COL:12)
           END-PERFORM
           PERFORM PUT-SPOOLR-LINE THRU PUT-SPOOLR-LINE-END
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO SPOOLR-TEXT.
       WRITE-TABLE-HEADINGS-END.
           CONTINUE.

      * One input across every function - a print row on SPOOLR and
      * a delimited row on CALCTABL.
       WRITE-TABLE-ROW.
           MOVE SPACES TO SPOOLR-TEXT
           MOVE WS-TBL-INPUT TO WS-TBL-INPUT-EDIT
           MOVE WS-TBL-INPUT-EDIT TO SPOOLR-TEXT (1:8)
           MOVE WS-TBL-INPUT TO WS-TBL-CELL-EDIT
           PERFORM TRIM-CELL-EDIT THRU TRIM-CELL-EDIT-END
           MOVE SPACES TO WS-TBL-CSV-LINE
           MOVE 1 TO WS-TBL-PTR
           STRING WS-TBL-CELL-TEXT DELIMITED BY SPACE
               INTO WS-TBL-CSV-LINE WITH POINTER WS-TBL-PTR
           MOVE ZEROES TO WS-TBL-SUB
           PERFORM UNTIL WS-TBL-SUB NOT < WS-TBL-FUNC-USED
               ADD 1 TO WS-TBL-SUB
               PERFORM CALC-TABLE-CELL THRU CALC-TABLE-CELL-END
               COMPUTE WS-TBL-COL = 11 + (WS-TBL-SUB - 1) * 14
               MOVE WS-TBL-PRINT-CELL
                   TO SPOOLR-TEXT (WS-TBL-COL + 2:10)
               STRING ',' DELIMITED BY SIZE
                       WS-TBL-CELL-TEXT DELIMITED BY SPACE
                   INTO WS-TBL-CSV-LINE WITH POINTER WS-TBL-PTR
           END-PERFORM
           MOVE ' ' TO SPOOLR-ASA
           PERFORM PUT-SPOOLR-LINE THRU PUT-SPOOLR-LINE-END
           ADD 1 TO WS-LINES-WRITTEN
           ADD 1 TO WS-TBL-ROWS
           IF WS-TBL-FILE-OPEN
               WRITE TABLE-LINE FROM WS-TBL-CSV-LINE
           END-IF
           MOVE SPACES TO SPOOLR-TEXT.
       WRITE-TABLE-ROW-END.
           CONTINUE.

      * One cell: the input through PROGMIDB under one function code,
      * exactly as CALC-ONE calls it.  The print cell is the full
      * result right-aligned, the delimited cell the same value with
      * no padding.
       CALC-TABLE-CELL.
           MOVE WS-TBL-INPUT TO WA-TOP1
           MOVE ZEROES TO WA-MID1
           MOVE ZEROES TO WA-BOT1
           MOVE WS-TBL-FUNC (WS-TBL-SUB) TO WS-FUNCTION
           CALL WC-PROGMIDB USING WA-TOP1
                                 WA-MID1
                                 WA-BOT1
                                 WC-PROGRAM-VERSION
                                 WS-FUNCTION
           MOVE RETURN-CODE TO WS-SAVED-RC
           ADD 1 TO WS-TBL-CELLS
           EVALUATE TRUE
               WHEN WS-SAVED-RC = RC-NORMAL
                   MOVE WA-MID1 TO WS-TBL-CELL-EDIT
                   MOVE WS-TBL-CELL-EDIT TO WS-TBL-PRINT-CELL
                   PERFORM TRIM-CELL-EDIT THRU TRIM-CELL-EDIT-END
               WHEN WS-SAVED-RC = RC-PROCESSING-ERROR
                   ADD 1 TO WS-TBL-OVERFLOWS
                   MOVE '*OVERFLOW*' TO WS-TBL-PRINT-CELL
                   MOVE 'OVERFLOW' TO WS-TBL-CELL-TEXT
               WHEN OTHER
                   ADD 1 TO WS-TBL-ERRORS
                   MOVE '*REJECTED*' TO WS-TBL-PRINT-CELL
                   MOVE 'REJECTED' TO WS-TBL-CELL-TEXT
                   IF WS-SAVED-RC > WS-WORST-RC
                       MOVE WS-SAVED-RC TO WS-WORST-RC
                   END-IF
           END-EVALUATE.
       CALC-TABLE-CELL-END.
           CONTINUE.

      * The edited number in WS-TBL-CELL-EDIT, left-justified into
      * WS-TBL-CELL-TEXT - the edit always ends in a digit, so the
      * leading blanks are all there is to drop.
       TRIM-CELL-EDIT.
           MOVE ZEROES TO WS-TBL-LEAD
           INSPECT WS-TBL-CELL-EDIT
               TALLYING WS-TBL-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-TBL-CELL-TEXT
           MOVE WS-TBL-CELL-EDIT (WS-TBL-LEAD + 1:)
               TO WS-TBL-CELL-TEXT.
       TRIM-CELL-EDIT-END.
           CONTINUE.

       WRITE-TABLE-FOOTING.
           MOVE SPACES TO SPOOLR-TEXT
           PERFORM PUT-SPOOLR-LINE THRU PUT-SPOOLR-LINE-END
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO SPOOLR-TEXT
           STRING 'TABLE TOTALS: ROWS ' DELIMITED BY SIZE
                   WS-TBL-ROWS DELIMITED BY SIZE
                   '  CELLS ' DELIMITED BY SIZE
                   WS-TBL-CELLS DELIMITED BY SIZE
                   '  OVERFLOWED ' DELIMITED BY SIZE
                   WS-TBL-OVERFLOWS DELIMITED BY SIZE
                   '  REJECTED ' DELIMITED BY SIZE
                   WS-TBL-ERRORS DELIMITED BY SIZE
               INTO SPOOLR-TEXT
           PERFORM PUT-SPOOLR-LINE THRU PUT-SPOOLR-LINE-END
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO SPOOLR-TEXT
           IF WS-TBL-FILE-OPEN
               MOVE 'DELIMITED COPY WRITTEN TO CALCTABL'
                   TO SPOOLR-TEXT
           ELSE
               MOVE 'CALCTABL COULD NOT BE OPENED - NO DELIMITED COPY'
                   TO SPOOLR-TEXT
           END-IF
           PERFORM PUT-SPOOLR-LINE THRU PUT-SPOOLR-LINE-END
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO SPOOLR-TEXT
           DISPLAY 'PROGTOPB: TABLE ROWS ' WS-TBL-ROWS
                   ' OVERFLOWED CELLS ' WS-TBL-OVERFLOWS
               UPON CONSOLE.
       WRITE-TABLE-FOOTING-END.
           CONTINUE.

      * The effective settings, echoed on the report so the run is
      * self-describing - the compiled default unless CONFIG serves
      * an override.
