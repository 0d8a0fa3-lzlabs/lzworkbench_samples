       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
      ******************************************************************
      *    CHGBACK - monthly departmental job accounting and
      *    chargeback.  Every DRIVER run carries the department it is
      *    charged to on its DRVRNLOG header (DEPT=cccc, UNAS when
      *    the run named none); CHGBACK takes the month's runs from
      *    the log and totals, per department and per program:
      *
      *       steps      STEP lines the department's runs logged
      *       elapsed    the elapsed seconds on those STEP lines
      *       records    every count the program reported to
      *                  CTLTOTAL under one of the department's run
      *                  ids, read and written alike
      *
      *    CTLTOTAL rows whose run id is no DRIVER run of the month
      *    but whose run id is dated in the month came from programs
      *    run outside DRIVER - they are charged to UNAS.
      *
      *    Each department/program line is priced from the CHGRATE
      *    table - the entry for the program, else the DEFAULT
      *    entry, the latest effective on or before month end - and
      *    the CHGBRPT report carries one chargeback statement per
      *    department followed by a reconciliation page that proves
      *    the statements add back to the month's run log and
      *    control totals.
      *
      *    CHGRATE record (40 bytes):
      *       program X(8)   or DEFAULT
      *       filler  X
      *       eff date 9(8)  first day the rates apply
      *       filler  X
      *       per step 9(3)V99
      *       filler  X
      *       per elapsed second 9V9(4)
      *       filler  X
      *       per thousand records 9(3)V99
      *
      *    The optional CHGBPRM file names the month:
      *       MONTH=yyyymm   the month to charge (dflt the month
      *                      before the run date)
      *
      *    RETURN-CODE: RC-VALIDATION-ERROR when the reconciliation
      *    is out of balance, RC-NO-RATE when a program had no rate
      *    and was left unpriced, RC-BAD-INPUT when DRVRNLOG cannot
      *    be read.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO 'DRVRNLOG'
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT TOTALS-FILE ASSIGN TO 'CTLTOTAL'
               STATUS IS WS-TOTALS-STATUS.
           SELECT RATE-FILE ASSIGN TO 'CHGRATE'
               STATUS IS WS-RATE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'CHGBPRM'
               STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CHGBRPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD RUN-LOG-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * One DRVRNLOG record as DRIVER builds it - the STEP lines
      * carry their fields at fixed offsets.
       01 RUN-LOG-LINE             PIC X(100).
       01 RUN-LOG-STEP REDEFINES RUN-LOG-LINE.
          05 RL-STEP-TAG           PIC X(5).
          05 RL-STEP-NAME          PIC X(8).
          05 FILLER                PIC X(7).
          05 RL-START-DATE         PIC X(8).
          05 FILLER                PIC X.
          05 RL-START-TIME         PIC X(8).
          05 FILLER                PIC X(5).
          05 RL-END-DATE           PIC X(8).
          05 FILLER                PIC X.
          05 RL-END-TIME           PIC X(8).
          05 FILLER                PIC X(9).
          05 RL-ELAPSED            PIC X(7).
          05 FILLER                PIC X(4).
          05 RL-RC                 PIC X(4).
          05 FILLER                PIC X(17).
       01 RUN-LOG-HEADER REDEFINES RUN-LOG-LINE.
          05 RL-HDR-TAG            PIC X(15).
          05 RL-HDR-DATE           PIC X(8).
          05 FILLER                PIC X.
          05 RL-HDR-TIME           PIC X(8).
          05 FILLER                PIC X(68).
       01 RUN-LOG-TRAILER REDEFINES RUN-LOG-LINE.
          05 RL-TRL-TAG            PIC X(27).
          05 RL-TRL-STEPS          PIC 9(4).
          05 FILLER                PIC X(69).
       FD TOTALS-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 TOTALS-REC.
          05 TOT-DATE              PIC X(8).
          05 FILLER                PIC X.
          05 TOT-TIME              PIC X(8).
          05 FILLER                PIC X.
          05 TOT-PROGRAM           PIC X(8).
          05 FILLER                PIC X.
          05 TOT-FILE-ID           PIC X(8).
          05 FILLER                PIC X.
          05 TOT-ROLE              PIC X(4).
          05 FILLER                PIC X.
          05 TOT-COUNT             PIC X(7).
          05 FILLER                PIC X.
          05 TOT-RUN-ID            PIC X(16).
       FD RATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 RATE-REC.
          05 CR-PROGRAM            PIC X(8).
          05 FILLER                PIC X.
          05 CR-EFF-DATE           PIC X(8).
          05 FILLER                PIC X.
          05 CR-STEP-RATE          PIC 9(3)V99.
          05 FILLER                PIC X.
          05 CR-SECOND-RATE        PIC 9V9(4).
          05 FILLER                PIC X.
          05 CR-KREC-RATE          PIC 9(3)V99.
          05 FILLER                PIC X(5).
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-RUNLOG-STATUS         PIC 99.
       01 WS-TOTALS-STATUS         PIC 99.
       01 WS-RATE-STATUS           PIC 99.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-EOF-SW                PIC X       VALUE 'N'.
          88 WS-EOF                            VALUE 'Y'.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RD-YEAR            PIC 9(4).
          05 WS-RD-MONTH           PIC 9(2).
          05 WS-RD-DAY             PIC 9(2).
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
      * The month being charged, yyyymm, and the last date any rate
      * may take effect on to apply to it.
       01 WS-CHARGE-MONTH          PIC X(6)    VALUE SPACES.
       01 WS-MONTH-PARTS.
          05 WS-MP-YEAR            PIC 9(4).
          05 WS-MP-MONTH           PIC 9(2).
       01 WS-MONTH-END-KEY         PIC X(8)    VALUE SPACES.
       01 WS-FINAL-RC              PIC S9(4) COMP VALUE +0.
      * The rate table - the entry in force for each program, kept
      * as the latest effective date not after month end.
       01 WS-RATE-USED             PIC 9(3)    VALUE ZEROES.
       01 WS-RATES-REFUSED         PIC 9(5)    VALUE ZEROES.
       01 WS-RATE-TABLE.
          05 WS-RT-ENTRY OCCURS 200 TIMES.
             10 WS-RT-PROGRAM      PIC X(8).
             10 WS-RT-EFF-DATE     PIC X(8).
             10 WS-RT-STEP-RATE    PIC 9(3)V99.
             10 WS-RT-SECOND-RATE  PIC 9V9(4).
             10 WS-RT-KREC-RATE    PIC 9(3)V99.
       01 WS-RATE-FULL-SW          PIC X       VALUE 'N'.
       01 WS-RATE-SUB              PIC 9(3)    VALUE ZEROES.
       01 WS-DEFAULT-SUB           PIC 9(3)    VALUE ZEROES.
      * The month's DRIVER runs - run id and the department charged.
       01 WS-RUN-USED              PIC 9(5)    VALUE ZEROES.
       01 WS-RUN-TABLE.
          05 WS-RN-ENTRY OCCURS 3000 TIMES.
             10 WS-RN-RUN-ID       PIC X(16).
             10 WS-RN-DEPT         PIC X(4).
       01 WS-RUN-FULL-SW           PIC X       VALUE 'N'.
       01 WS-RUN-SUB               PIC 9(5)    VALUE ZEROES.
      * The run being walked on the log.
       01 WS-RUN-SELECTED-SW       PIC X       VALUE 'N'.
          88 WS-RUN-SELECTED                   VALUE 'Y'.
       01 WS-CURRENT-DEPT          PIC X(4)    VALUE SPACES.
       01 WS-CURRENT-RUN-ID        PIC X(16)   VALUE SPACES.
       01 WS-CURRENT-RUN-STEPS     PIC 9(5)    VALUE ZEROES.
       01 WS-SCAN-TEXT             PIC X(100)  VALUE SPACES.
       01 WS-SCAN-SUB              PIC 9(3)    VALUE ZEROES.
      * Department/program charge lines, kept in department then
      * program order as they are added.
       01 WS-CELL-USED             PIC 9(3)    VALUE ZEROES.
       01 WS-CELL-TABLE.
          05 WS-CL-ENTRY OCCURS 500 TIMES.
             10 WS-CL-KEY.
                15 WS-CL-DEPT      PIC X(4).
                15 WS-CL-PROGRAM   PIC X(8).
             10 WS-CL-STEPS        PIC 9(7).
             10 WS-CL-ELAPSED      PIC 9(9).
             10 WS-CL-RECORDS      PIC 9(11).
             10 WS-CL-STEP-CHG     PIC 9(9)V99.
             10 WS-CL-TIME-CHG     PIC 9(9)V99.
             10 WS-CL-REC-CHG      PIC 9(9)V99.
             10 WS-CL-TOTAL-CHG    PIC 9(9)V99.
             10 WS-CL-RATE-NOTE    PIC X(16).
       01 WS-CELL-FULL-SW          PIC X       VALUE 'N'.
       01 WS-CELL-SUB              PIC 9(3)    VALUE ZEROES.
       01 WS-SHIFT-SUB             PIC 9(3)    VALUE ZEROES.
       01 WS-WANT-KEY.
          05 WS-WANT-DEPT          PIC X(4).
          05 WS-WANT-PROGRAM       PIC X(8).
      * Control totals taken straight off the inputs as they are
      * read - the reconciliation proves the statements against
      * these.
       01 WS-LOG-RUNS              PIC 9(5)    VALUE ZEROES.
       01 WS-LOG-RUNS-ENDED        PIC 9(5)    VALUE ZEROES.
       01 WS-LOG-STEPS             PIC 9(7)    VALUE ZEROES.
       01 WS-LOG-ELAPSED           PIC 9(9)    VALUE ZEROES.
       01 WS-ENDED-RUN-STEPS       PIC 9(7)    VALUE ZEROES.
       01 WS-TRAILER-STEPS         PIC 9(7)    VALUE ZEROES.
       01 WS-CTL-ROWS              PIC 9(7)    VALUE ZEROES.
       01 WS-CTL-RECORDS           PIC 9(11)   VALUE ZEROES.
       01 WS-CTL-OUTSIDE-ROWS      PIC 9(7)    VALUE ZEROES.
       01 WS-CTL-BAD-ROWS          PIC 9(7)    VALUE ZEROES.
      * The same totals summed back from the charge lines.
       01 WS-CHG-STEPS             PIC 9(7)    VALUE ZEROES.
       01 WS-CHG-ELAPSED           PIC 9(9)    VALUE ZEROES.
       01 WS-CHG-RECORDS           PIC 9(11)   VALUE ZEROES.
       01 WS-CHG-AMOUNT            PIC 9(9)V99 VALUE ZEROES.
       01 WS-STMT-AMOUNT           PIC 9(9)V99 VALUE ZEROES.
       01 WS-UNPRICED-LINES        PIC 9(5)    VALUE ZEROES.
       01 WS-OUT-OF-BALANCE        PIC 9(3)    VALUE ZEROES.
       01 WS-VERDICT               PIC X(14)   VALUE 'IN BALANCE'.
      * Per-department statement totals, in statement order.
       01 WS-DEPT-USED             PIC 9(3)    VALUE ZEROES.
       01 WS-DEPT-TABLE.
          05 WS-DP-ENTRY OCCURS 500 TIMES.
             10 WS-DP-DEPT         PIC X(4).
             10 WS-DP-STEPS        PIC 9(7).
             10 WS-DP-ELAPSED      PIC 9(9).
             10 WS-DP-RECORDS      PIC 9(11).
             10 WS-DP-AMOUNT       PIC 9(9)V99.
       01 WS-DEPT-SUB              PIC 9(3)    VALUE ZEROES.
       01 WS-ELAPSED               PIC 9(7)    VALUE ZEROES.
       01 WS-COUNT                 PIC 9(7)    VALUE ZEROES.
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-RATE             PIC ZZ9.99.
       01 WS-EDIT-SECOND           PIC 9.9999.
       01 WS-EDIT-KREC             PIC ZZ9.99.
       01 WS-DIVIDER               PIC X(110)  VALUE ALL '='.
      * Statement lines.
       01 WS-COLUMN-HEADING.
          05 FILLER                PIC X(12)   VALUE '  PROGRAM'.
          05 FILLER                PIC X(9)    VALUE '    STEPS'.
          05 FILLER                PIC X(11)   VALUE '  ELAPSED'.
          05 FILLER                PIC X(13)   VALUE '      RECORDS'.
          05 FILLER                PIC X(12)   VALUE '   STEP CHG'.
          05 FILLER                PIC X(12)   VALUE '   TIME CHG'.
          05 FILLER                PIC X(12)   VALUE ' RECORD CHG'.
          05 FILLER                PIC X(14)   VALUE '         TOTAL'.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 FILLER                PIC X(16)   VALUE 'RATE'.
       01 WS-DETAIL-LINE.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 DL-PROGRAM            PIC X(8).
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 DL-STEPS              PIC ZZZ,ZZ9.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 DL-ELAPSED            PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 DL-RECORDS            PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 DL-STEP-CHG           PIC ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 DL-TIME-CHG           PIC ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 DL-REC-CHG            PIC ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 DL-TOTAL-CHG          PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 DL-RATE-NOTE          PIC X(16).
       01 WS-TOTAL-LINE.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 TL-LABEL              PIC X(8).
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 TL-STEPS              PIC ZZZ,ZZ9.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 TL-ELAPSED            PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 TL-RECORDS            PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(38)   VALUE SPACES.
          05 TL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
      * Reconciliation lines - what the inputs say against what the
      * statements charged.
       01 WS-PROOF-LINE.
          05 FILLER                PIC X(2)    VALUE SPACES.
          05 PL-LABEL              PIC X(34).
          05 PL-SOURCE             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(4)    VALUE SPACES.
          05 PL-CHARGED            PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(4)    VALUE SPACES.
          05 PL-RESULT             PIC X(14).
       01 WS-PROOF-SOURCE          PIC 9(11)   VALUE ZEROES.
       01 WS-PROOF-CHARGED         PIC 9(11)   VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <CHGBACK>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

      * The charge month defaults to the month before the run - the
      * job runs once the month has closed.
           MOVE WS-RD-YEAR TO WS-MP-YEAR
           MOVE WS-RD-MONTH TO WS-MP-MONTH
           IF WS-MP-MONTH = 1
               SUBTRACT 1 FROM WS-MP-YEAR
               MOVE 12 TO WS-MP-MONTH
           ELSE
               SUBTRACT 1 FROM WS-MP-MONTH
           END-IF
           MOVE WS-MONTH-PARTS TO WS-CHARGE-MONTH

           PERFORM READ-CHARGE-PARMS THRU READ-CHARGE-PARMS-END
           STRING WS-CHARGE-MONTH DELIMITED BY SIZE
                  '31' DELIMITED BY SIZE
               INTO WS-MONTH-END-KEY
           DISPLAY '    CHARGE MONTH ' WS-CHARGE-MONTH

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPARTMENTAL CHARGEBACK - MONTH ' DELIMITED BY SIZE
                   WS-CHARGE-MONTH DELIMITED BY SIZE
                   ' - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LOAD-RATES THRU LOAD-RATES-END

           PERFORM COLLECT-RUN-LOG THRU COLLECT-RUN-LOG-END
           IF WS-RUNLOG-STATUS NOT = ZEROES
               MOVE 'DRVRNLOG NOT AVAILABLE - NOTHING TO CHARGE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RC-BAD-INPUT TO RETURN-CODE
               CLOSE REPORT-FILE
               DISPLAY '  </CHGBACK>'
               GOBACK
           END-IF

           PERFORM COLLECT-CONTROL-TOTALS
               THRU COLLECT-CONTROL-TOTALS-END
           PERFORM PRICE-CHARGE-LINES THRU PRICE-CHARGE-LINES-END
           PERFORM WRITE-STATEMENTS THRU WRITE-STATEMENTS-END
           PERFORM WRITE-RECONCILIATION
               THRU WRITE-RECONCILIATION-END

           CLOSE REPORT-FILE
           DISPLAY '    RUNS=' WS-LOG-RUNS
                   ' DEPARTMENTS=' WS-DEPT-USED
                   ' LINES=' WS-CELL-USED
           DISPLAY '    CHGBACK RECONCILIATION: ' WS-VERDICT
           MOVE WS-FINAL-RC TO RETURN-CODE
           DISPLAY '  </CHGBACK>'
           GOBACK
           .
       READ-CHARGE-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-CHARGE-PARMS-END
           END-IF
           MOVE 'N' TO WS-PARM-EOF-SW
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SW
                   NOT AT END
                       MOVE SPACES TO WS-PARM-KEYWORD
                       MOVE SPACES TO WS-PARM-VALUE
                       UNSTRING PARM-LINE DELIMITED BY '='
                           INTO WS-PARM-KEYWORD
                                WS-PARM-VALUE
                       EVALUATE WS-PARM-KEYWORD
                           WHEN 'MONTH'
                               IF WS-PARM-VALUE (1:6) IS NUMERIC
                                       AND WS-PARM-VALUE (5:2) > '00'
                                       AND WS-PARM-VALUE (5:2) < '13'
                                   MOVE WS-PARM-VALUE (1:6)
                                       TO WS-CHARGE-MONTH
                               ELSE
                                   DISPLAY '    CHGBACK: BAD MONTH'
                                           ' IGNORED - ' PARM-LINE
                               END-IF
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY '    CHGBACK: UNKNOWN PARM'
                                       ' IGNORED - ' PARM-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-CHARGE-PARMS-END.
           CONTINUE.
      * Loads CHGRATE, keeping for each program the entry with the
      * latest effective date that is not after the charge month.
      * A missing file leaves every line unpriced.
       LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = ZEROES
               DISPLAY '    CHGBACK: CHGRATE NOT AVAILABLE, STATUS '
                       WS-RATE-STATUS
               GO TO LOAD-RATES-END
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-RATE THRU LOAD-ONE-RATE-END
               END-READ
           END-PERFORM
           CLOSE RATE-FILE

           MOVE ZEROES TO WS-DEFAULT-SUB
           MOVE 'DEFAULT' TO WS-WANT-PROGRAM
           PERFORM FIND-RATE THRU FIND-RATE-END
           MOVE WS-RATE-SUB TO WS-DEFAULT-SUB.
       LOAD-RATES-END.
           CONTINUE.
       LOAD-ONE-RATE.
           IF RATE-REC = SPACES
               GO TO LOAD-ONE-RATE-END
           END-IF
           IF CR-PROGRAM = SPACES
                   OR CR-EFF-DATE NOT NUMERIC
                   OR CR-STEP-RATE NOT NUMERIC
                   OR CR-SECOND-RATE NOT NUMERIC
                   OR CR-KREC-RATE NOT NUMERIC
               ADD 1 TO WS-RATES-REFUSED
               DISPLAY '    CHGBACK: RATE REFUSED - ' RATE-REC
               GO TO LOAD-ONE-RATE-END
           END-IF
           IF CR-EFF-DATE > WS-MONTH-END-KEY
               GO TO LOAD-ONE-RATE-END
           END-IF

           MOVE CR-PROGRAM TO WS-WANT-PROGRAM
           PERFORM FIND-RATE THRU FIND-RATE-END
           IF WS-RATE-SUB = ZEROES
               IF WS-RATE-USED NOT < 200
                   MOVE 'Y' TO WS-RATE-FULL-SW
                   GO TO LOAD-ONE-RATE-END
               END-IF
               ADD 1 TO WS-RATE-USED
               MOVE WS-RATE-USED TO WS-RATE-SUB
               MOVE CR-PROGRAM TO WS-RT-PROGRAM (WS-RATE-SUB)
               MOVE LOW-VALUES TO WS-RT-EFF-DATE (WS-RATE-SUB)
           END-IF
           IF CR-EFF-DATE NOT < WS-RT-EFF-DATE (WS-RATE-SUB)
               MOVE CR-EFF-DATE TO WS-RT-EFF-DATE (WS-RATE-SUB)
               MOVE CR-STEP-RATE TO WS-RT-STEP-RATE (WS-RATE-SUB)
               MOVE CR-SECOND-RATE
                   TO WS-RT-SECOND-RATE (WS-RATE-SUB)
               MOVE CR-KREC-RATE TO WS-RT-KREC-RATE (WS-RATE-SUB)
           END-IF.
       LOAD-ONE-RATE-END.
           CONTINUE.
      * The rate entry for WS-WANT-PROGRAM - WS-RATE-SUB points at
      * it, zero when there is none.
       FIND-RATE.
           MOVE ZEROES TO WS-RATE-SUB
           PERFORM UNTIL WS-RATE-SUB NOT < WS-RATE-USED
               ADD 1 TO WS-RATE-SUB
               IF WS-RT-PROGRAM (WS-RATE-SUB) = WS-WANT-PROGRAM
                   GO TO FIND-RATE-END
               END-IF
           END-PERFORM
           MOVE ZEROES TO WS-RATE-SUB.
       FIND-RATE-END.
           CONTINUE.
      * One pass of the run log: the month's run headers give each
      * run its department, and the STEP lines under them are
      * charged to it.
       COLLECT-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = ZEROES
               DISPLAY '    CHGBACK: DRVRNLOG NOT AVAILABLE,'
                       ' STATUS ' WS-RUNLOG-STATUS
               GO TO COLLECT-RUN-LOG-END
           END-IF
           MOVE 'N' TO WS-RUN-SELECTED-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM COLLECT-ONE-LOG-LINE
                           THRU COLLECT-ONE-LOG-LINE-END
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE.
       COLLECT-RUN-LOG-END.
           CONTINUE.
       COLLECT-ONE-LOG-LINE.
           EVALUATE TRUE
               WHEN RUN-LOG-LINE (1:18) = '=== DRIVER RUN END'
                   IF WS-RUN-SELECTED
                       ADD 1 TO WS-LOG-RUNS-ENDED
                       ADD WS-CURRENT-RUN-STEPS TO WS-ENDED-RUN-STEPS
                       IF RL-TRL-STEPS IS NUMERIC
                           ADD RL-TRL-STEPS TO WS-TRAILER-STEPS
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-RUN-SELECTED-SW
               WHEN RL-HDR-TAG = '=== DRIVER RUN '
                   MOVE 'N' TO WS-RUN-SELECTED-SW
                   IF RL-HDR-DATE (1:6) = WS-CHARGE-MONTH
                       PERFORM START-ONE-RUN THRU START-ONE-RUN-END
                   END-IF
               WHEN RL-STEP-TAG = 'STEP '
                   IF WS-RUN-SELECTED
                       PERFORM CHARGE-ONE-STEP
                           THRU CHARGE-ONE-STEP-END
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       COLLECT-ONE-LOG-LINE-END.
           CONTINUE.
      * A month's run header - its run id and department off the
      * ' RUN=' and ' DEPT=' tokens.  Runs logged before runs carried
      * a department are charged to UNAS.
       START-ONE-RUN.
           MOVE 'Y' TO WS-RUN-SELECTED-SW
           ADD 1 TO WS-LOG-RUNS
           MOVE ZEROES TO WS-CURRENT-RUN-STEPS
           MOVE SPACES TO WS-CURRENT-RUN-ID
           MOVE 'UNAS' TO WS-CURRENT-DEPT
           MOVE RUN-LOG-LINE TO WS-SCAN-TEXT
           MOVE ZEROES TO WS-SCAN-SUB
           PERFORM UNTIL WS-SCAN-SUB NOT < 90
               ADD 1 TO WS-SCAN-SUB
               IF WS-SCAN-TEXT (WS-SCAN-SUB:5) = ' RUN='
                   MOVE WS-SCAN-TEXT (WS-SCAN-SUB + 5:16)
                       TO WS-CURRENT-RUN-ID
               END-IF
               IF WS-SCAN-TEXT (WS-SCAN-SUB:6) = ' DEPT='
                       AND WS-SCAN-TEXT (WS-SCAN-SUB + 6:4)
                           NOT = SPACES
                   MOVE WS-SCAN-TEXT (WS-SCAN-SUB + 6:4)
                       TO WS-CURRENT-DEPT
               END-IF
           END-PERFORM

           IF WS-CURRENT-RUN-ID = SPACES
               GO TO START-ONE-RUN-END
           END-IF
           IF WS-RUN-USED NOT < 3000
               MOVE 'Y' TO WS-RUN-FULL-SW
               GO TO START-ONE-RUN-END
           END-IF
           ADD 1 TO WS-RUN-USED
           MOVE WS-CURRENT-RUN-ID TO WS-RN-RUN-ID (WS-RUN-USED)
           MOVE WS-CURRENT-DEPT TO WS-RN-DEPT (WS-RUN-USED).
       START-ONE-RUN-END.
           CONTINUE.
       CHARGE-ONE-STEP.
           IF RL-ELAPSED NUMERIC
               MOVE RL-ELAPSED TO WS-ELAPSED
           ELSE
               MOVE ZEROES TO WS-ELAPSED
           END-IF
           ADD 1 TO WS-LOG-STEPS
           ADD 1 TO WS-CURRENT-RUN-STEPS
           ADD WS-ELAPSED TO WS-LOG-ELAPSED

           MOVE WS-CURRENT-DEPT TO WS-WANT-DEPT
           MOVE RL-STEP-NAME TO WS-WANT-PROGRAM
           PERFORM FIND-OR-ADD-CELL THRU FIND-OR-ADD-CELL-END
           IF WS-CELL-SUB > ZEROES
               ADD 1 TO WS-CL-STEPS (WS-CELL-SUB)
               ADD WS-ELAPSED TO WS-CL-ELAPSED (WS-CELL-SUB)
           END-IF.
       CHARGE-ONE-STEP-END.
           CONTINUE.
      * CTLTOTAL rows are charged to the department of the run id
      * they were stamped with.  A run id dated in the month that no
      * DRIVER run carried is work run outside DRIVER - UNAS.
       COLLECT-CONTROL-TOTALS.
           OPEN INPUT TOTALS-FILE
           IF WS-TOTALS-STATUS NOT = ZEROES
               DISPLAY '    CHGBACK: CTLTOTAL NOT AVAILABLE, STATUS '
                       WS-TOTALS-STATUS
               GO TO COLLECT-CONTROL-TOTALS-END
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ TOTALS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM CHARGE-ONE-TOTAL
                           THRU CHARGE-ONE-TOTAL-END
               END-READ
           END-PERFORM
           CLOSE TOTALS-FILE.
       COLLECT-CONTROL-TOTALS-END.
           CONTINUE.
       CHARGE-ONE-TOTAL.
           MOVE SPACES TO WS-WANT-DEPT
           MOVE ZEROES TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB NOT < WS-RUN-USED
               ADD 1 TO WS-RUN-SUB
               IF WS-RN-RUN-ID (WS-RUN-SUB) = TOT-RUN-ID
                   MOVE WS-RN-DEPT (WS-RUN-SUB) TO WS-WANT-DEPT
                   MOVE WS-RUN-USED TO WS-RUN-SUB
               END-IF
           END-PERFORM
           IF WS-WANT-DEPT = SPACES
               IF TOT-RUN-ID (1:6) NOT = WS-CHARGE-MONTH
                   GO TO CHARGE-ONE-TOTAL-END
               END-IF
               MOVE 'UNAS' TO WS-WANT-DEPT
               ADD 1 TO WS-CTL-OUTSIDE-ROWS
           END-IF
           IF TOT-COUNT NOT NUMERIC
               ADD 1 TO WS-CTL-BAD-ROWS
               GO TO CHARGE-ONE-TOTAL-END
           END-IF
           MOVE TOT-COUNT TO WS-COUNT
           ADD 1 TO WS-CTL-ROWS
           ADD WS-COUNT TO WS-CTL-RECORDS

           MOVE TOT-PROGRAM TO WS-WANT-PROGRAM
           PERFORM FIND-OR-ADD-CELL THRU FIND-OR-ADD-CELL-END
           IF WS-CELL-SUB > ZEROES
               ADD WS-COUNT TO WS-CL-RECORDS (WS-CELL-SUB)
           END-IF.
       CHARGE-ONE-TOTAL-END.
           CONTINUE.
      * The charge line for WS-WANT-KEY, added in key order when it
      * is new.  WS-CELL-SUB points at it, zero when the table is
      * full - the reconciliation then shows the shortfall.
       FIND-OR-ADD-CELL.
           MOVE ZEROES TO WS-CELL-SUB
           PERFORM UNTIL WS-CELL-SUB NOT < WS-CELL-USED
               ADD 1 TO WS-CELL-SUB
               IF WS-CL-KEY (WS-CELL-SUB) = WS-WANT-KEY
                   GO TO FIND-OR-ADD-CELL-END
               END-IF
               IF WS-CL-KEY (WS-CELL-SUB) > WS-WANT-KEY
                   SUBTRACT 1 FROM WS-CELL-SUB
                   MOVE WS-CELL-USED TO WS-SHIFT-SUB
                   GO TO FIND-OR-ADD-CELL-INSERT
               END-IF
           END-PERFORM
           MOVE WS-CELL-USED TO WS-SHIFT-SUB.
       FIND-OR-ADD-CELL-INSERT.
           IF WS-CELL-USED NOT < 500
               MOVE 'Y' TO WS-CELL-FULL-SW
               MOVE ZEROES TO WS-CELL-SUB
               GO TO FIND-OR-ADD-CELL-END
           END-IF
      * WS-CELL-SUB is the line the new one follows - open the slot
      * after it.
           PERFORM UNTIL WS-SHIFT-SUB NOT > WS-CELL-SUB
               MOVE WS-CL-ENTRY (WS-SHIFT-SUB)
                   TO WS-CL-ENTRY (WS-SHIFT-SUB + 1)
               SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM
           ADD 1 TO WS-CELL-USED
           ADD 1 TO WS-CELL-SUB
           MOVE WS-WANT-KEY TO WS-CL-KEY (WS-CELL-SUB)
           MOVE ZEROES TO WS-CL-STEPS (WS-CELL-SUB)
           MOVE ZEROES TO WS-CL-ELAPSED (WS-CELL-SUB)
           MOVE ZEROES TO WS-CL-RECORDS (WS-CELL-SUB)
           MOVE ZEROES TO WS-CL-STEP-CHG (WS-CELL-SUB)
           MOVE ZEROES TO WS-CL-TIME-CHG (WS-CELL-SUB)
           MOVE ZEROES TO WS-CL-REC-CHG (WS-CELL-SUB)
           MOVE ZEROES TO WS-CL-TOTAL-CHG (WS-CELL-SUB)
           MOVE SPACES TO WS-CL-RATE-NOTE (WS-CELL-SUB).
       FIND-OR-ADD-CELL-END.
           CONTINUE.
      * Prices each charge line from the program's own rate, else
      * the DEFAULT rate.  A line with neither is left at zero and
      * flagged.
       PRICE-CHARGE-LINES.
           MOVE ZEROES TO WS-CELL-SUB
           PERFORM UNTIL WS-CELL-SUB NOT < WS-CELL-USED
               ADD 1 TO WS-CELL-SUB
               MOVE WS-CL-PROGRAM (WS-CELL-SUB) TO WS-WANT-PROGRAM
               PERFORM FIND-RATE THRU FIND-RATE-END
               IF WS-RATE-SUB = ZEROES
                   MOVE WS-DEFAULT-SUB TO WS-RATE-SUB
                   MOVE 'DEFAULT RATE' TO WS-CL-RATE-NOTE (WS-CELL-SUB)
               END-IF
               IF WS-RATE-SUB = ZEROES
                   MOVE 'NO RATE ON FILE'
                       TO WS-CL-RATE-NOTE (WS-CELL-SUB)
                   ADD 1 TO WS-UNPRICED-LINES
               ELSE
                   COMPUTE WS-CL-STEP-CHG (WS-CELL-SUB) ROUNDED =
                       WS-CL-STEPS (WS-CELL-SUB)
                       * WS-RT-STEP-RATE (WS-RATE-SUB)
                   COMPUTE WS-CL-TIME-CHG (WS-CELL-SUB) ROUNDED =
                       WS-CL-ELAPSED (WS-CELL-SUB)
                       * WS-RT-SECOND-RATE (WS-RATE-SUB)
                   COMPUTE WS-CL-REC-CHG (WS-CELL-SUB) ROUNDED =
                       WS-CL-RECORDS (WS-CELL-SUB)
                       * WS-RT-KREC-RATE (WS-RATE-SUB) / 1000
                   COMPUTE WS-CL-TOTAL-CHG (WS-CELL-SUB) =
                       WS-CL-STEP-CHG (WS-CELL-SUB)
                       + WS-CL-TIME-CHG (WS-CELL-SUB)
                       + WS-CL-REC-CHG (WS-CELL-SUB)
               END-IF
               ADD WS-CL-STEPS (WS-CELL-SUB) TO WS-CHG-STEPS
               ADD WS-CL-ELAPSED (WS-CELL-SUB) TO WS-CHG-ELAPSED
               ADD WS-CL-RECORDS (WS-CELL-SUB) TO WS-CHG-RECORDS
               ADD WS-CL-TOTAL-CHG (WS-CELL-SUB) TO WS-CHG-AMOUNT
           END-PERFORM
           IF WS-UNPRICED-LINES > ZEROES
               MOVE RC-NO-RATE TO WS-FINAL-RC
           END-IF.
       PRICE-CHARGE-LINES-END.
           CONTINUE.
      * One statement per department - the charge lines are already
      * in department order, so a change of department closes one
      * statement and opens the next.
       WRITE-STATEMENTS.
           MOVE ZEROES TO WS-CELL-SUB
           PERFORM UNTIL WS-CELL-SUB NOT < WS-CELL-USED
               ADD 1 TO WS-CELL-SUB
               IF WS-DEPT-USED = ZEROES
                   PERFORM OPEN-STATEMENT THRU OPEN-STATEMENT-END
               ELSE
                   IF WS-CL-DEPT (WS-CELL-SUB)
                           NOT = WS-DP-DEPT (WS-DEPT-USED)
                       PERFORM CLOSE-STATEMENT
                           THRU CLOSE-STATEMENT-END
                       PERFORM OPEN-STATEMENT
                           THRU OPEN-STATEMENT-END
                   END-IF
               END-IF
               PERFORM WRITE-CHARGE-LINE THRU WRITE-CHARGE-LINE-END
           END-PERFORM
           IF WS-DEPT-USED > ZEROES
               PERFORM CLOSE-STATEMENT THRU CLOSE-STATEMENT-END
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'NO DRIVER RUNS OR CONTROL TOTALS FOR MONTH '
                           DELIMITED BY SIZE
                       WS-CHARGE-MONTH DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       WRITE-STATEMENTS-END.
           CONTINUE.
       OPEN-STATEMENT.
           ADD 1 TO WS-DEPT-USED
           MOVE WS-CL-DEPT (WS-CELL-SUB) TO WS-DP-DEPT (WS-DEPT-USED)
           MOVE ZEROES TO WS-DP-STEPS (WS-DEPT-USED)
           MOVE ZEROES TO WS-DP-ELAPSED (WS-DEPT-USED)
           MOVE ZEROES TO WS-DP-RECORDS (WS-DEPT-USED)
           MOVE ZEROES TO WS-DP-AMOUNT (WS-DEPT-USED)
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DIVIDER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGEBACK STATEMENT - DEPARTMENT ' DELIMITED BY SIZE
                   WS-CL-DEPT (WS-CELL-SUB) DELIMITED BY SIZE
                   ' - MONTH ' DELIMITED BY SIZE
                   WS-CHARGE-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DIVIDER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.
       OPEN-STATEMENT-END.
           CONTINUE.
       WRITE-CHARGE-LINE.
           MOVE WS-CL-PROGRAM (WS-CELL-SUB) TO DL-PROGRAM
           MOVE WS-CL-STEPS (WS-CELL-SUB) TO DL-STEPS
           MOVE WS-CL-ELAPSED (WS-CELL-SUB) TO DL-ELAPSED
           MOVE WS-CL-RECORDS (WS-CELL-SUB) TO DL-RECORDS
           MOVE WS-CL-STEP-CHG (WS-CELL-SUB) TO DL-STEP-CHG
           MOVE WS-CL-TIME-CHG (WS-CELL-SUB) TO DL-TIME-CHG
           MOVE WS-CL-REC-CHG (WS-CELL-SUB) TO DL-REC-CHG
           MOVE WS-CL-TOTAL-CHG (WS-CELL-SUB) TO DL-TOTAL-CHG
           MOVE WS-CL-RATE-NOTE (WS-CELL-SUB) TO DL-RATE-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-CL-STEPS (WS-CELL-SUB) TO WS-DP-STEPS (WS-DEPT-USED)
           ADD WS-CL-ELAPSED (WS-CELL-SUB)
               TO WS-DP-ELAPSED (WS-DEPT-USED)
           ADD WS-CL-RECORDS (WS-CELL-SUB)
               TO WS-DP-RECORDS (WS-DEPT-USED)
           ADD WS-CL-TOTAL-CHG (WS-CELL-SUB)
               TO WS-DP-AMOUNT (WS-DEPT-USED).
       WRITE-CHARGE-LINE-END.
           CONTINUE.
       CLOSE-STATEMENT.
           MOVE 'TOTAL' TO TL-LABEL
           MOVE WS-DP-STEPS (WS-DEPT-USED) TO TL-STEPS
           MOVE WS-DP-ELAPSED (WS-DEPT-USED) TO TL-ELAPSED
           MOVE WS-DP-RECORDS (WS-DEPT-USED) TO TL-RECORDS
           MOVE WS-DP-AMOUNT (WS-DEPT-USED) TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DP-AMOUNT (WS-DEPT-USED) TO WS-EDIT-AMOUNT
           STRING '  AMOUNT DUE FROM DEPARTMENT ' DELIMITED BY SIZE
                   WS-DP-DEPT (WS-DEPT-USED) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-DP-AMOUNT (WS-DEPT-USED) TO WS-STMT-AMOUNT.
       CLOSE-STATEMENT-END.
           CONTINUE.
      * The proof page.  Steps and elapsed seconds on the month's run
      * log, and records on the month's control totals, must equal
      * what the statements charged; the statements must add to the
      * priced total; and every run that reached its trailer must
      * have logged the steps the trailer claims.
       WRITE-RECONCILIATION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DIVIDER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGEBACK RECONCILIATION - MONTH ' DELIMITED BY SIZE
                   WS-CHARGE-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DIVIDER TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '  DRIVER RUNS ON DRVRNLOG FOR THE MONTH: '
                       DELIMITED BY SIZE
                   WS-LOG-RUNS DELIMITED BY SIZE
                   '   ENDED: ' DELIMITED BY SIZE
                   WS-LOG-RUNS-ENDED DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CTLTOTAL ROWS FOR THE MONTH: ' DELIMITED BY SIZE
                   WS-CTL-ROWS DELIMITED BY SIZE
                   '   RUN OUTSIDE DRIVER: ' DELIMITED BY SIZE
                   WS-CTL-OUTSIDE-ROWS DELIMITED BY SIZE
                   '   UNREADABLE COUNT: ' DELIMITED BY SIZE
                   WS-CTL-BAD-ROWS DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '                                         SOURCE'
                       DELIMITED BY SIZE
                   '        CHARGED' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'STEPS ON THE RUN LOG' TO PL-LABEL
           MOVE WS-LOG-STEPS TO WS-PROOF-SOURCE
           MOVE WS-CHG-STEPS TO WS-PROOF-CHARGED
           PERFORM WRITE-PROOF-LINE THRU WRITE-PROOF-LINE-END
           MOVE 'ELAPSED SECONDS ON THE RUN LOG' TO PL-LABEL
           MOVE WS-LOG-ELAPSED TO WS-PROOF-SOURCE
           MOVE WS-CHG-ELAPSED TO WS-PROOF-CHARGED
           PERFORM WRITE-PROOF-LINE THRU WRITE-PROOF-LINE-END
           MOVE 'RECORDS ON CTLTOTAL' TO PL-LABEL
           MOVE WS-CTL-RECORDS TO WS-PROOF-SOURCE
           MOVE WS-CHG-RECORDS TO WS-PROOF-CHARGED
           PERFORM WRITE-PROOF-LINE THRU WRITE-PROOF-LINE-END
           MOVE 'STEPS CLAIMED BY RUN TRAILERS' TO PL-LABEL
           MOVE WS-TRAILER-STEPS TO WS-PROOF-SOURCE
           MOVE WS-ENDED-RUN-STEPS TO WS-PROOF-CHARGED
           PERFORM WRITE-PROOF-LINE THRU WRITE-PROOF-LINE-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  CHARGES BY DEPARTMENT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROES TO WS-DEPT-SUB
           PERFORM UNTIL WS-DEPT-SUB NOT < WS-DEPT-USED
               ADD 1 TO WS-DEPT-SUB
               MOVE WS-DP-DEPT (WS-DEPT-SUB) TO TL-LABEL
               MOVE WS-DP-STEPS (WS-DEPT-SUB) TO TL-STEPS
               MOVE WS-DP-ELAPSED (WS-DEPT-SUB) TO TL-ELAPSED
               MOVE WS-DP-RECORDS (WS-DEPT-SUB) TO TL-RECORDS
               MOVE WS-DP-AMOUNT (WS-DEPT-SUB) TO TL-AMOUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           MOVE WS-STMT-AMOUNT TO WS-EDIT-AMOUNT
           STRING '  TOTAL OF THE STATEMENTS: ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CHG-AMOUNT TO WS-EDIT-AMOUNT
           STRING '  TOTAL PRICED:            ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-STMT-AMOUNT NOT = WS-CHG-AMOUNT
               ADD 1 TO WS-OUT-OF-BALANCE
               MOVE '  ** STATEMENTS DO NOT ADD TO THE PRICED TOTAL'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-RATES-USED THRU WRITE-RATES-USED-END

           IF WS-RUN-FULL-SW = 'Y'
               MOVE 'WARNING: RUN TABLE FULL - LATER RUNS CHARGED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CELL-FULL-SW = 'Y'
               ADD 1 TO WS-OUT-OF-BALANCE
               MOVE 'WARNING: CHARGE TABLE FULL - LINES NOT CHARGED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-RATE-FULL-SW = 'Y'
               MOVE 'WARNING: RATE TABLE FULL - RATES NOT LOADED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-OUT-OF-BALANCE > ZEROES
               MOVE 'OUT OF BALANCE' TO WS-VERDICT
               MOVE 'CHGBACK'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               MOVE 'CHARGEBACK OUT OF BALANCE - SEE CHGBRPT'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               IF WS-FINAL-RC < RC-VALIDATION-ERROR
                   MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'VERDICT: ' DELIMITED BY SIZE
                   WS-VERDICT DELIMITED BY SIZE
                   '  UNPRICED LINES: ' DELIMITED BY SIZE
                   WS-UNPRICED-LINES DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-RECONCILIATION-END.
           CONTINUE.
       WRITE-PROOF-LINE.
           MOVE WS-PROOF-SOURCE TO PL-SOURCE
           MOVE WS-PROOF-CHARGED TO PL-CHARGED
           IF WS-PROOF-SOURCE = WS-PROOF-CHARGED
               MOVE 'AGREES' TO PL-RESULT
           ELSE
               MOVE '** DIFFERS' TO PL-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           MOVE WS-PROOF-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-PROOF-LINE-END.
           CONTINUE.
      * The rates the month was priced at, for the department that
      * wants to check its statement.
       WRITE-RATES-USED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  RATES IN FORCE - PER STEP, PER ELAPSED SECOND,'
                       DELIMITED BY SIZE
                   ' PER THOUSAND RECORDS' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RATE-USED = ZEROES
               MOVE '    NO RATES ON CHGRATE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ZEROES TO WS-RATE-SUB
           PERFORM UNTIL WS-RATE-SUB NOT < WS-RATE-USED
               ADD 1 TO WS-RATE-SUB
               MOVE SPACES TO REPORT-LINE
               MOVE WS-RT-STEP-RATE (WS-RATE-SUB) TO WS-EDIT-RATE
               MOVE WS-RT-SECOND-RATE (WS-RATE-SUB) TO WS-EDIT-SECOND
               MOVE WS-RT-KREC-RATE (WS-RATE-SUB) TO WS-EDIT-KREC
               STRING '    ' DELIMITED BY SIZE
                       WS-RT-PROGRAM (WS-RATE-SUB) DELIMITED BY SIZE
                       ' FROM ' DELIMITED BY SIZE
                       WS-RT-EFF-DATE (WS-RATE-SUB) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-EDIT-RATE DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-EDIT-SECOND DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-EDIT-KREC DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-RATES-REFUSED > ZEROES
               MOVE SPACES TO REPORT-LINE
               STRING '    RATE RECORDS REFUSED: ' DELIMITED BY SIZE
                       WS-RATES-REFUSED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       WRITE-RATES-USED-END.
           CONTINUE.
