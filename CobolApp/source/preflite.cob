       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLITE.
      ******************************************************************
      *    PREFLITE - readiness check run ahead of the nightly DRIVER.
      *    Most first-step failures could have been seen coming; this
      *    program looks before the run starts and prints a go/no-go
      *    checklist on PFLTRPT:
      *
      *      INPUTS    every input the night's steps read is there
      *                and not empty - the steps come from DRVCTL (or
      *                DRIVER's default sequence when there is none);
      *                MEONLY steps count only on the last processing
      *                day of the month - of the FISCCAL fiscal period
      *                when CLOSEBASIS is FISCAL, and then FISCCAL
      *                must list the date
      *                   CALCBAT  OPSFILE     USEGLOB  PERSFILE
      *                   VSAM     TRANFILE, VSAMFILE
      *                   SOMESQL  VSAMFILE
      *      RUNLOCK   the suite lock is free (not left by a crash)
      *      CONFIG    every established CONFIG setting present is
      *                one its program can use - a value outside the
      *                range is otherwise ignored or cut short without
      *                a word (see CONFIGR)
      *      CALENDAR  CALLKUP says the date is a processing day, or
      *                the run will carry DRIVER's FORCE override
      *      VSAMCHEK  the latest integrity check on CHEKRPT passed
      *
      *    Optional PFLTPARM:
      *       DATE=yyyymmdd   the processing date the run will see
      *                       (default today)
      *       FORCE=YES       the DRIVER parm will carry FORCE
      *
      *    GO ends RC 0.  NO-GO ends with the worst failing check's
      *    code - 8 for an input, 12 for CONFIG or VSAMCHEK, 16 for
      *    a held lock, 20 for the calendar - so a COND on the DRIVER
      *    step holds the night on any nonzero code.
      *
      *    It can also run as DRIVER's first DRVCTL step, followed by
      *    'STOP COND=0'.  There DRIVER already holds the lock and has
      *    already judged the calendar, so a lock held by this same
      *    run (GLOBAL-RUN-ID) is GO, and so is a non-processing day
      *    DRIVER has let through on its FORCE parm.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'PFLTPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'DRVCTL'
               STATUS IS WS-CONTROL-STATUS.
           SELECT OPS-FILE ASSIGN TO 'OPSFILE'
               STATUS IS WS-PROBE-STATUS.
           SELECT PERSON-FILE ASSIGN TO 'PERSFILE'
               STATUS IS WS-PROBE-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'TRANFILE'
               STATUS IS WS-PROBE-STATUS.
           SELECT KSDS-File-In ASSIGN TO 'VSAMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KSO-Key
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT LOCK-FILE ASSIGN TO 'RUNLOCK'
               STATUS IS WS-LOCK-STATUS.
           SELECT CHECK-REPORT ASSIGN TO 'CHEKRPT'
               STATUS IS WS-CHECK-STATUS.
           SELECT PREFLIGHT-REPORT ASSIGN TO 'PFLTRPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD CONTROL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CONTROL-LINE             PIC X(80).
       FD OPS-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 OPS-REC                  PIC X(80).
       FD PERSON-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PERSON-REC               PIC X(40).
       FD TRANS-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 TRANS-REC                PIC X(41).
       FD KSDS-File-In.
       01 KS-Rec.
           05 KSO-Key               PIC X(10).
           05 KSO-Rec               PIC X(30).
       FD LOCK-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 LOCK-REC.
          05 LKR-STATE             PIC X(4).
          05 FILLER                PIC X.
          05 LKR-DATE              PIC X(8).
          05 FILLER                PIC X.
          05 LKR-TIME              PIC X(8).
          05 FILLER                PIC X.
          05 LKR-PROGRAM           PIC X(8).
          05 FILLER                PIC X.
          05 LKR-RUN-ID            PIC X(16).
       FD CHECK-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CHECK-LINE               PIC X(120).
       FD PREFLIGHT-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-CONTROL-STATUS        PIC 99.
       01 WS-PROBE-STATUS          PIC 99.
       01 WS-LOCK-STATUS           PIC 99.
       01 WS-CHECK-STATUS          PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-EOF-SW                PIC X       VALUE 'N'.
          88 WS-EOF                            VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-FORCE-SW              PIC X       VALUE 'N'.
          88 WS-FORCE-PLANNED                  VALUE 'Y'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-PROC-DATE             PIC X(8)    VALUE SPACES.
       01 WS-PROC-DATE-PARTS REDEFINES WS-PROC-DATE.
          05 WS-PD-YEAR            PIC 9(4).
          05 WS-PD-MONTH           PIC 9(2).
          05 WS-PD-DAY             PIC 9(2).
       01 WS-MONTH-END-SW          PIC X       VALUE 'N'.
          88 WS-MONTH-END                      VALUE 'Y'.
       01 WS-FISCAL-BASIS-SW       PIC X       VALUE 'N'.
          88 WS-FISCAL-BASIS                   VALUE 'Y'.
      * The inputs the steps read.  Each is probed once, however many
      * steps need it; WS-IN-STEPS names the steps that do.
       01 WS-INPUT-TABLE.
          05 WS-IN-ENTRY OCCURS 4 TIMES.
             10 WS-IN-DDNAME       PIC X(8).
             10 WS-IN-NEEDED-SW    PIC X.
                88 WS-IN-NEEDED                VALUE 'Y'.
             10 WS-IN-STEPS        PIC X(40).
             10 WS-IN-STEPS-PTR    PIC 9(3).
       01 WS-IN-SUB                PIC 9       VALUE ZERO.
       01 WS-STEP-NAME             PIC X(8)    VALUE SPACES.
       01 WS-STEP-TOKENS.
          05 WS-STEP-TOKEN         PIC X(20) OCCURS 3 TIMES.
       01 WS-TOKEN-SUB             PIC 9       VALUE ZERO.
       01 WS-STEP-MEONLY-SW        PIC X       VALUE 'N'.
          88 WS-STEP-MEONLY                    VALUE 'Y'.
       01 WS-STEPS-COUNTED         PIC 9(4)    VALUE ZEROES.
       01 WS-STEPS-SKIPPED         PIC 9(4)    VALUE ZEROES.
      * The numeric CONFIG settings and the range each program can
      * use - the receiving field's size, and the program's own
      * lower limit where it has one.
       01 WS-RANGE-VALUES.
          05 FILLER PIC X(30) VALUE
             'CHECKPOINT      00000010000999'.
          05 FILLER PIC X(30) VALUE
             'VCHECKPOINT     00000010000999'.
          05 FILLER PIC X(30) VALUE
             'PAGELIMIT       00000030000999'.
          05 FILLER PIC X(30) VALUE
             'KEEPDAYS        00000010000999'.
          05 FILLER PIC X(30) VALUE
             'PERSRETDAYS     00000019999999'.
          05 FILLER PIC X(30) VALUE
             'DRVHOLDREMIND   00000010099999'.
       01 WS-RANGE-TABLE REDEFINES WS-RANGE-VALUES.
          05 WS-RG-ENTRY OCCURS 6 TIMES.
             10 WS-RG-KEYWORD      PIC X(16).
             10 WS-RG-LOW          PIC 9(7).
             10 WS-RG-HIGH         PIC 9(7).
       01 WS-RG-SUB                PIC 9       VALUE ZERO.
       01 WS-CONFIG-CHECKED        PIC 9(3)    VALUE ZEROES.
       01 WS-LOW-DISPLAY           PIC Z(6)9.
       01 WS-HIGH-DISPLAY          PIC Z(6)9.
       01 WS-LEAD-SPACES           PIC 9       VALUE ZERO.
       01 WS-RANGE-TEXT            PIC X(20)   VALUE SPACES.
       01 WS-RANGE-PTR             PIC 9(3)    VALUE ZEROES.
      * The checklist line and the verdict.
       01 WS-CHECK-ITEM.
          05 WS-CI-FLAG            PIC X(7).
          05 FILLER                PIC X       VALUE SPACE.
          05 WS-CI-SUBJECT         PIC X(20).
          05 FILLER                PIC X       VALUE SPACE.
          05 WS-CI-TEXT            PIC X(91).
       01 WS-CHECKS-FAILED         PIC 9(3)    VALUE ZEROES.
       01 WS-CHECKS-MADE           PIC 9(3)    VALUE ZEROES.
       01 WS-WORST-RC              PIC S9(4) COMP VALUE +0.
       01 WS-FAIL-RC               PIC S9(4) COMP VALUE +0.
       01 WS-VERDICT-LINE-SW       PIC X       VALUE 'N'.
          88 WS-VERDICT-FOUND                  VALUE 'Y'.
       01 WS-CHECK-RUN-STAMP       PIC X(17)   VALUE SPACES.
       01 WS-CHECK-VERDICT         PIC X(4)    VALUE SPACES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY CONFIGR.
           COPY CALLKUPR.
           COPY RUNIDR.
       01 WS-UNDER-DRIVER-SW       PIC X       VALUE 'N'.
          88 WS-UNDER-DRIVER                   VALUE 'Y'.
      ******************************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       MAIN.
           DISPLAY '  <PREFLITE>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-PROC-DATE

           PERFORM READ-PREFLIGHT-PARM THRU READ-PREFLIGHT-PARM-EXIT

           OPEN OUTPUT PREFLIGHT-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'PRE-FLIGHT CHECK - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
                   ' FOR PROCESSING DATE ' DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-PROC-DATE NOT NUMERIC
               MOVE 'DATE= MUST BE YYYYMMDD - NOTHING CHECKED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE PREFLIGHT-REPORT
               MOVE RC-BAD-INPUT TO RETURN-CODE
               DISPLAY '  </PREFLITE>'
               GOBACK
           END-IF

      * The lock says whether this is a DRIVER step; the calendar
      * says whether the month-end-only steps, and so their inputs,
      * are in tonight's run.
           PERFORM CHECK-RUN-LOCK THRU CHECK-RUN-LOCK-EXIT
           PERFORM CHECK-CALENDAR THRU CHECK-CALENDAR-EXIT
           IF WS-FISCAL-BASIS
               PERFORM CHECK-FISCAL-PERIOD
                   THRU CHECK-FISCAL-PERIOD-EXIT
           END-IF
           PERFORM COLLECT-STEP-INPUTS THRU COLLECT-STEP-INPUTS-EXIT
           PERFORM VARYING WS-IN-SUB FROM 1 BY 1 UNTIL WS-IN-SUB > 4
               IF WS-IN-NEEDED (WS-IN-SUB)
                   PERFORM PROBE-INPUT THRU PROBE-INPUT-EXIT
               END-IF
           END-PERFORM
           PERFORM CHECK-CONFIG-SETTINGS
               THRU CHECK-CONFIG-SETTINGS-EXIT
           PERFORM CHECK-INTEGRITY-VERDICT
               THRU CHECK-INTEGRITY-VERDICT-EXIT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-CHECKS-FAILED = ZEROES
               STRING 'VERDICT: GO - ' DELIMITED BY SIZE
                       WS-CHECKS-MADE DELIMITED BY SIZE
                       ' CHECKS PASSED' DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING 'VERDICT: NO-GO - ' DELIMITED BY SIZE
                       WS-CHECKS-FAILED DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       WS-CHECKS-MADE DELIMITED BY SIZE
                       ' CHECKS FAILED - HOLD THE NIGHT RUN'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY '    ' REPORT-LINE (1:70)
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE PREFLIGHT-REPORT

           IF WS-CHECKS-FAILED > ZEROES
               MOVE 'PREFLITE' TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE WS-WORST-RC TO EL-RETURN-CODE
               MOVE 'PRE-FLIGHT CHECK SAYS NO-GO - SEE PFLTRPT'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
           END-IF
           MOVE WS-WORST-RC TO RETURN-CODE
           DISPLAY '  </PREFLITE>'
           GOBACK
         .
      ***********************************************************
       READ-PREFLIGHT-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-PREFLIGHT-PARM-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE SPACES TO WS-PARM-KEYWORD
                       MOVE SPACES TO WS-PARM-VALUE
                       UNSTRING PARM-LINE DELIMITED BY '='
                           INTO WS-PARM-KEYWORD
                                WS-PARM-VALUE
                       IF WS-PARM-KEYWORD = 'DATE'
                           MOVE WS-PARM-VALUE (1:8) TO WS-PROC-DATE
                       END-IF
                       IF WS-PARM-KEYWORD = 'FORCE'
                               AND WS-PARM-VALUE (1:1) = 'Y'
                           MOVE 'Y' TO WS-FORCE-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-PREFLIGHT-PARM-EXIT.
           CONTINUE
         .
      ***********************************************************
      * One checklist line.  A failed check carries the code it
      * fails the night with (WS-FAIL-RC); the worst one wins.
       WRITE-GO-ITEM.
           MOVE 'GO' TO WS-CI-FLAG
           ADD 1 TO WS-CHECKS-MADE
           MOVE WS-CHECK-ITEM TO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-GO-ITEM-EXIT.
           CONTINUE
         .
       WRITE-NOGO-ITEM.
           MOVE 'NO-GO' TO WS-CI-FLAG
           ADD 1 TO WS-CHECKS-MADE
           ADD 1 TO WS-CHECKS-FAILED
           IF WS-FAIL-RC > WS-WORST-RC
               MOVE WS-FAIL-RC TO WS-WORST-RC
           END-IF
           MOVE WS-CHECK-ITEM TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY '    NO-GO: ' WS-CI-SUBJECT ' ' WS-CI-TEXT (1:40).
       WRITE-NOGO-ITEM-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The same rule DRIVER applies: a non-processing day runs only
      * with the FORCE override.
       CHECK-CALENDAR.
           MOVE WS-PD-YEAR  TO CK-YEAR
           MOVE WS-PD-MONTH TO CK-MONTH
           MOVE WS-PD-DAY   TO CK-DAY
           CALL 'CALLKUP' USING CALLKUP-PARM
           MOVE CK-MONTH-END-SW TO WS-MONTH-END-SW
           MOVE 'GET ' TO CF-FUNCTION
           MOVE 'CLOSEBASIS' TO CF-KEYWORD
           CALL 'CONFIG' USING CONFIG-PARM
           IF CF-FOUND AND CF-VALUE = 'FISCAL'
               MOVE 'Y' TO WS-FISCAL-BASIS-SW
               MOVE CK-PERIOD-END-SW TO WS-MONTH-END-SW
           END-IF
           IF CK-DESC = SPACES
               MOVE 'WEEKEND' TO CK-DESC
           END-IF
           MOVE SPACES TO WS-CHECK-ITEM
           MOVE 'CALENDAR' TO WS-CI-SUBJECT
           IF CK-WORKDAY-SW = 'Y'
               IF WS-MONTH-END AND WS-FISCAL-BASIS
                   STRING 'PROCESSING DAY - END OF FISCAL PERIOD '
                               DELIMITED BY SIZE
                           CK-FISCAL-YEAR DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           CK-FISCAL-PERIOD DELIMITED BY SIZE
                           ', MEONLY STEPS RUN' DELIMITED BY SIZE
                       INTO WS-CI-TEXT
               END-IF
               IF WS-MONTH-END AND NOT WS-FISCAL-BASIS
                   STRING 'PROCESSING DAY - LAST OF THE MONTH,'
                               DELIMITED BY SIZE
                           ' MEONLY STEPS RUN' DELIMITED BY SIZE
                       INTO WS-CI-TEXT
               END-IF
               IF NOT WS-MONTH-END
                   MOVE 'PROCESSING DAY' TO WS-CI-TEXT
               END-IF
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
               GO TO CHECK-CALENDAR-EXIT
           END-IF
           IF WS-UNDER-DRIVER
               STRING 'NON-PROCESSING DAY (' DELIMITED BY SIZE
                       CK-DESC DELIMITED BY '  '
                       ') - RUN ALLOWED BY DRIVER ON ITS FORCE PARM'
                           DELIMITED BY SIZE
                   INTO WS-CI-TEXT
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
               GO TO CHECK-CALENDAR-EXIT
           END-IF
           IF WS-FORCE-PLANNED
               STRING 'NON-PROCESSING DAY (' DELIMITED BY SIZE
                       CK-DESC DELIMITED BY '  '
                       ') - FORCE OVERRIDE PLANNED, OPERATOR MUST'
                           DELIMITED BY SIZE
                       ' HOLD CALFORCE' DELIMITED BY SIZE
                   INTO WS-CI-TEXT
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
           ELSE
               STRING 'NON-PROCESSING DAY (' DELIMITED BY SIZE
                       CK-DESC DELIMITED BY '  '
                       ') AND NO FORCE OVERRIDE - DRIVER WILL REFUSE'
                           DELIMITED BY SIZE
                   INTO WS-CI-TEXT
               MOVE RC-CALENDAR-HOLD TO WS-FAIL-RC
               PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
           END-IF.
       CHECK-CALENDAR-EXIT.
           CONTINUE
         .
      ***********************************************************
      * With the close on the fiscal basis, a date FISCCAL does not
      * list has no period to end - the close steps would never run.
       CHECK-FISCAL-PERIOD.
           MOVE SPACES TO WS-CHECK-ITEM
           MOVE 'FISCCAL' TO WS-CI-SUBJECT
           IF CK-FISCAL-YEAR NOT = ZEROES
               STRING WS-PROC-DATE DELIMITED BY SIZE
                       ' IS IN FISCAL PERIOD ' DELIMITED BY SIZE
                       CK-FISCAL-YEAR DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       CK-FISCAL-PERIOD DELIMITED BY SIZE
                   INTO WS-CI-TEXT
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
               GO TO CHECK-FISCAL-PERIOD-EXIT
           END-IF
           STRING 'NO FISCAL PERIOD COVERS ' DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ' - CLOSEBASIS IS FISCAL, ADD THE PERIODS'
                       DELIMITED BY SIZE
                   ' THROUGH CALMAINT' DELIMITED BY SIZE
               INTO WS-CI-TEXT
           MOVE RC-VALIDATION-ERROR TO WS-FAIL-RC
           PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT.
       CHECK-FISCAL-PERIOD-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Read the lock record, never take the lock - the check must
      * not itself be what makes DRIVER wait.
       CHECK-RUN-LOCK.
           MOVE SPACES TO WS-CHECK-ITEM
           MOVE 'RUNLOCK' TO WS-CI-SUBJECT
           MOVE 'FREE' TO WS-CI-TEXT
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = ZEROES
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
               GO TO CHECK-RUN-LOCK-EXIT
           END-IF
           READ LOCK-FILE
               AT END
                   MOVE SPACES TO LKR-STATE
           END-READ
           CLOSE LOCK-FILE
           IF LKR-STATE NOT = 'HELD'
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
               GO TO CHECK-RUN-LOCK-EXIT
           END-IF
           IF GLOBAL-RUN-ID NOT = SPACES
                   AND LKR-RUN-ID = GLOBAL-RUN-ID
               MOVE 'Y' TO WS-UNDER-DRIVER-SW
               MOVE SPACES TO WS-CI-TEXT
               STRING 'HELD BY THIS RUN - ' DELIMITED BY SIZE
                       LKR-PROGRAM DELIMITED BY SPACE
                       ' RUN=' DELIMITED BY SIZE
                       LKR-RUN-ID DELIMITED BY SIZE
                   INTO WS-CI-TEXT
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
               GO TO CHECK-RUN-LOCK-EXIT
           END-IF
           MOVE SPACES TO WS-CI-TEXT
           STRING 'HELD BY ' DELIMITED BY SIZE
                   LKR-PROGRAM DELIMITED BY SPACE
                   ' SINCE ' DELIMITED BY SIZE
                   LKR-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LKR-TIME DELIMITED BY SIZE
                   ' RUN=' DELIMITED BY SIZE
                   LKR-RUN-ID DELIMITED BY SIZE
                   ' - BREAK IT BEFORE THE RUN' DELIMITED BY SIZE
               INTO WS-CI-TEXT
           MOVE RC-PROCESSING-ERROR TO WS-FAIL-RC
           PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT.
       CHECK-RUN-LOCK-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Which inputs tonight's steps read.  No DRVCTL means DRIVER's
      * default sequence; an empty one means a run that does nothing.
       COLLECT-STEP-INPUTS.
           MOVE 'OPSFILE' TO WS-IN-DDNAME (1)
           MOVE 'PERSFILE' TO WS-IN-DDNAME (2)
           MOVE 'TRANFILE' TO WS-IN-DDNAME (3)
           MOVE 'VSAMFILE' TO WS-IN-DDNAME (4)
           PERFORM VARYING WS-IN-SUB FROM 1 BY 1 UNTIL WS-IN-SUB > 4
               MOVE 'N' TO WS-IN-NEEDED-SW (WS-IN-SUB)
               MOVE SPACES TO WS-IN-STEPS (WS-IN-SUB)
               MOVE 1 TO WS-IN-STEPS-PTR (WS-IN-SUB)
           END-PERFORM
           MOVE SPACES TO WS-CHECK-ITEM
           MOVE 'DRVCTL' TO WS-CI-SUBJECT
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = ZEROES
               MOVE 'ADDEM' TO WS-STEP-NAME
               PERFORM NOTE-STEP-INPUTS THRU NOTE-STEP-INPUTS-EXIT
               MOVE 'SUBEM' TO WS-STEP-NAME
               PERFORM NOTE-STEP-INPUTS THRU NOTE-STEP-INPUTS-EXIT
               MOVE 'USEGLOB' TO WS-STEP-NAME
               PERFORM NOTE-STEP-INPUTS THRU NOTE-STEP-INPUTS-EXIT
               MOVE 'SOMESQL' TO WS-STEP-NAME
               PERFORM NOTE-STEP-INPUTS THRU NOTE-STEP-INPUTS-EXIT
               MOVE 'VSAM' TO WS-STEP-NAME
               PERFORM NOTE-STEP-INPUTS THRU NOTE-STEP-INPUTS-EXIT
               MOVE 'NOT PRESENT - DRIVER RUNS ITS DEFAULT SEQUENCE'
                   TO WS-CI-TEXT
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
               GO TO COLLECT-STEP-INPUTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM NOTE-CONTROL-LINE
                           THRU NOTE-CONTROL-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-STEPS-COUNTED = ZEROES
               MOVE 'PRESENT BUT NAMES NO STEP TO RUN' TO WS-CI-TEXT
               MOVE RC-BAD-INPUT TO WS-FAIL-RC
               PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
               GO TO COLLECT-STEP-INPUTS-EXIT
           END-IF
           STRING 'PRESENT - ' DELIMITED BY SIZE
                   WS-STEPS-COUNTED DELIMITED BY SIZE
                   ' STEPS TONIGHT, ' DELIMITED BY SIZE
                   WS-STEPS-SKIPPED DELIMITED BY SIZE
                   ' MONTH-END-ONLY STEPS NOT DUE' DELIMITED BY SIZE
               INTO WS-CI-TEXT
           PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT.
       COLLECT-STEP-INPUTS-EXIT.
           CONTINUE
         .
      ***********************************************************
      * A control record read the way DRIVER reads it - the step
      * name, then up to three tokens, one of which may be MEONLY.
       NOTE-CONTROL-LINE.
           MOVE SPACES TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-TOKENS
           UNSTRING CONTROL-LINE DELIMITED BY ALL SPACES
               INTO WS-STEP-NAME
                    WS-STEP-TOKEN (1)
                    WS-STEP-TOKEN (2)
                    WS-STEP-TOKEN (3)
           IF WS-STEP-NAME = SPACES OR WS-STEP-NAME = 'TRACE'
                   OR WS-STEP-NAME = 'STOP'
                   OR WS-STEP-NAME = 'PREFLITE'
               GO TO NOTE-CONTROL-LINE-EXIT
           END-IF
           MOVE 'N' TO WS-STEP-MEONLY-SW
           PERFORM VARYING WS-TOKEN-SUB FROM 1 BY 1
                   UNTIL WS-TOKEN-SUB > 3
               IF WS-STEP-TOKEN (WS-TOKEN-SUB) = 'MEONLY'
                   MOVE 'Y' TO WS-STEP-MEONLY-SW
               END-IF
           END-PERFORM
           IF WS-STEP-MEONLY AND NOT WS-MONTH-END
               ADD 1 TO WS-STEPS-SKIPPED
               GO TO NOTE-CONTROL-LINE-EXIT
           END-IF
           PERFORM NOTE-STEP-INPUTS THRU NOTE-STEP-INPUTS-EXIT.
       NOTE-CONTROL-LINE-EXIT.
           CONTINUE
         .
      ***********************************************************
       NOTE-STEP-INPUTS.
           ADD 1 TO WS-STEPS-COUNTED
           EVALUATE WS-STEP-NAME
               WHEN 'CALCBAT'
                   MOVE 1 TO WS-IN-SUB
                   PERFORM ADD-NEEDING-STEP
                       THRU ADD-NEEDING-STEP-EXIT
               WHEN 'USEGLOB'
                   MOVE 2 TO WS-IN-SUB
                   PERFORM ADD-NEEDING-STEP
                       THRU ADD-NEEDING-STEP-EXIT
               WHEN 'VSAM'
                   MOVE 3 TO WS-IN-SUB
                   PERFORM ADD-NEEDING-STEP
                       THRU ADD-NEEDING-STEP-EXIT
                   MOVE 4 TO WS-IN-SUB
                   PERFORM ADD-NEEDING-STEP
                       THRU ADD-NEEDING-STEP-EXIT
               WHEN 'SOMESQL'
                   MOVE 4 TO WS-IN-SUB
                   PERFORM ADD-NEEDING-STEP
                       THRU ADD-NEEDING-STEP-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       NOTE-STEP-INPUTS-EXIT.
           CONTINUE
         .
      ***********************************************************
       ADD-NEEDING-STEP.
           MOVE 'Y' TO WS-IN-NEEDED-SW (WS-IN-SUB)
           IF WS-IN-STEPS-PTR (WS-IN-SUB) > 31
               GO TO ADD-NEEDING-STEP-EXIT
           END-IF
           STRING WS-STEP-NAME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
               INTO WS-IN-STEPS (WS-IN-SUB)
               WITH POINTER WS-IN-STEPS-PTR (WS-IN-SUB)
           END-STRING.
       ADD-NEEDING-STEP-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Open and read one record: status 00 and a record means the
      * input is there and has something in it.
       PROBE-INPUT.
           MOVE 'N' TO WS-EOF-SW
           EVALUATE WS-IN-SUB
               WHEN 1
                   OPEN INPUT OPS-FILE
                   IF WS-PROBE-STATUS = ZEROES
                       READ OPS-FILE
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ
                       CLOSE OPS-FILE
                   END-IF
               WHEN 2
                   OPEN INPUT PERSON-FILE
                   IF WS-PROBE-STATUS = ZEROES
                       READ PERSON-FILE
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ
                       CLOSE PERSON-FILE
                   END-IF
               WHEN 3
                   OPEN INPUT TRANS-FILE
                   IF WS-PROBE-STATUS = ZEROES
                       READ TRANS-FILE
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ
                       CLOSE TRANS-FILE
                   END-IF
               WHEN 4
                   OPEN INPUT KSDS-File-In
                   IF WS-PROBE-STATUS = ZEROES
                       READ KSDS-File-In NEXT
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ
                       CLOSE KSDS-File-In
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-CHECK-ITEM
           MOVE WS-IN-DDNAME (WS-IN-SUB) TO WS-CI-SUBJECT
           EVALUATE TRUE
               WHEN WS-PROBE-STATUS = 35
                   STRING 'MISSING - NEEDED BY ' DELIMITED BY SIZE
                           WS-IN-STEPS (WS-IN-SUB) DELIMITED BY SIZE
                       INTO WS-CI-TEXT
                   MOVE RC-BAD-INPUT TO WS-FAIL-RC
                   PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
               WHEN WS-PROBE-STATUS NOT = ZEROES
                       AND NOT WS-EOF
                   STRING 'WILL NOT OPEN, STATUS ' DELIMITED BY SIZE
                           WS-PROBE-STATUS DELIMITED BY SIZE
                           ' - NEEDED BY ' DELIMITED BY SIZE
                           WS-IN-STEPS (WS-IN-SUB) DELIMITED BY SIZE
                       INTO WS-CI-TEXT
                   MOVE RC-BAD-INPUT TO WS-FAIL-RC
                   PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
               WHEN WS-EOF
                   STRING 'EMPTY - NEEDED BY ' DELIMITED BY SIZE
                           WS-IN-STEPS (WS-IN-SUB) DELIMITED BY SIZE
                       INTO WS-CI-TEXT
                   MOVE RC-BAD-INPUT TO WS-FAIL-RC
                   PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
               WHEN OTHER
                   STRING 'PRESENT, NOT EMPTY - NEEDED BY '
                               DELIMITED BY SIZE
                           WS-IN-STEPS (WS-IN-SUB) DELIMITED BY SIZE
                       INTO WS-CI-TEXT
                   PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
           END-EVALUATE.
       PROBE-INPUT-EXIT.
           CONTINUE
         .
      ***********************************************************
      * A setting that is absent is fine - its program keeps its
      * default.  One that is present must be usable as written.
       CHECK-CONFIG-SETTINGS.
           MOVE ZEROES TO WS-CONFIG-CHECKED
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1 UNTIL WS-RG-SUB > 6
               MOVE 'GET ' TO CF-FUNCTION
               MOVE WS-RG-KEYWORD (WS-RG-SUB) TO CF-KEYWORD
               CALL 'CONFIG' USING CONFIG-PARM
               IF CF-FOUND
                   PERFORM CHECK-NUMERIC-SETTING
                       THRU CHECK-NUMERIC-SETTING-EXIT
               END-IF
           END-PERFORM

           MOVE 'GET ' TO CF-FUNCTION
           MOVE 'VSAMPASS' TO CF-KEYWORD
           CALL 'CONFIG' USING CONFIG-PARM
           IF CF-FOUND
               ADD 1 TO WS-CONFIG-CHECKED
               MOVE SPACES TO WS-CHECK-ITEM
               MOVE 'CONFIG VSAMPASS' TO WS-CI-SUBJECT
               IF CF-VALUE = 'RANDOM' OR CF-VALUE = 'SEQUENTIAL'
                   STRING CF-VALUE DELIMITED BY SPACE
                           ' - ALLOWED' DELIMITED BY SIZE
                       INTO WS-CI-TEXT
                   PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
               ELSE
                   STRING CF-VALUE DELIMITED BY '  '
                           ' - MUST BE RANDOM OR SEQUENTIAL'
                               DELIMITED BY SIZE
                       INTO WS-CI-TEXT
                   MOVE RC-VALIDATION-ERROR TO WS-FAIL-RC
                   PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
               END-IF
           END-IF

           MOVE 'GET ' TO CF-FUNCTION
           MOVE 'DRVDEPT' TO CF-KEYWORD
           CALL 'CONFIG' USING CONFIG-PARM
           IF CF-FOUND
               ADD 1 TO WS-CONFIG-CHECKED
               MOVE SPACES TO WS-CHECK-ITEM
               MOVE 'CONFIG DRVDEPT' TO WS-CI-SUBJECT
               IF CF-VALUE (1:4) NOT = SPACES
                       AND CF-VALUE (5:12) = SPACES
                   STRING CF-VALUE DELIMITED BY SPACE
                           ' - ALLOWED' DELIMITED BY SIZE
                       INTO WS-CI-TEXT
                   PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
               ELSE
                   STRING CF-VALUE DELIMITED BY '  '
                           ' - MUST BE A DEPARTMENT CODE OF 1 TO 4'
                               DELIMITED BY SIZE
                           ' CHARACTERS' DELIMITED BY SIZE
                       INTO WS-CI-TEXT
                   MOVE RC-VALIDATION-ERROR TO WS-FAIL-RC
                   PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
               END-IF
           END-IF

           MOVE 'GET ' TO CF-FUNCTION
           MOVE 'CLOSEBASIS' TO CF-KEYWORD
           CALL 'CONFIG' USING CONFIG-PARM
           IF CF-FOUND
               ADD 1 TO WS-CONFIG-CHECKED
               MOVE SPACES TO WS-CHECK-ITEM
               MOVE 'CONFIG CLOSEBASIS' TO WS-CI-SUBJECT
               IF CF-VALUE = 'MONTH' OR CF-VALUE = 'FISCAL'
                   STRING CF-VALUE DELIMITED BY SPACE
                           ' - ALLOWED' DELIMITED BY SIZE
                       INTO WS-CI-TEXT
                   PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
               ELSE
                   STRING CF-VALUE DELIMITED BY '  '
                           ' - MUST BE MONTH OR FISCAL'
                               DELIMITED BY SIZE
                       INTO WS-CI-TEXT
                   MOVE RC-VALIDATION-ERROR TO WS-FAIL-RC
                   PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
               END-IF
           END-IF

           IF WS-CONFIG-CHECKED = ZEROES
               MOVE SPACES TO WS-CHECK-ITEM
               MOVE 'CONFIG' TO WS-CI-SUBJECT
               MOVE 'NO SETTINGS GIVEN - EVERY PROGRAM USES ITS DEFAULT'
                   TO WS-CI-TEXT
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
           END-IF.
       CHECK-CONFIG-SETTINGS-EXIT.
           CONTINUE
         .
      ***********************************************************
       CHECK-NUMERIC-SETTING.
           ADD 1 TO WS-CONFIG-CHECKED
           MOVE SPACES TO WS-CHECK-ITEM
           STRING 'CONFIG ' DELIMITED BY SIZE
                   WS-RG-KEYWORD (WS-RG-SUB) DELIMITED BY SPACE
               INTO WS-CI-SUBJECT
           MOVE WS-RG-LOW (WS-RG-SUB) TO WS-LOW-DISPLAY
           MOVE WS-RG-HIGH (WS-RG-SUB) TO WS-HIGH-DISPLAY
           MOVE SPACES TO WS-RANGE-TEXT
           MOVE 1 TO WS-RANGE-PTR
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-LOW-DISPLAY TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           STRING WS-LOW-DISPLAY (WS-LEAD-SPACES + 1:)
                       DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
               INTO WS-RANGE-TEXT WITH POINTER WS-RANGE-PTR
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-HIGH-DISPLAY TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           STRING WS-HIGH-DISPLAY (WS-LEAD-SPACES + 1:)
                       DELIMITED BY SIZE
               INTO WS-RANGE-TEXT WITH POINTER WS-RANGE-PTR
           IF CF-NUMERIC
                   AND CF-NUMBER NOT < WS-RG-LOW (WS-RG-SUB)
                   AND CF-NUMBER NOT > WS-RG-HIGH (WS-RG-SUB)
               STRING CF-VALUE DELIMITED BY SPACE
                       ' - WITHIN ' DELIMITED BY SIZE
                       WS-RANGE-TEXT DELIMITED BY SIZE
                   INTO WS-CI-TEXT
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
           ELSE
               STRING CF-VALUE DELIMITED BY '  '
                       ' - MUST BE A NUMBER FROM ' DELIMITED BY SIZE
                       WS-RANGE-TEXT DELIMITED BY SIZE
                   INTO WS-CI-TEXT
               MOVE RC-VALIDATION-ERROR TO WS-FAIL-RC
               PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
           END-IF.
       CHECK-NUMERIC-SETTING-EXIT.
           CONTINUE
         .
      ***********************************************************
      * CHEKRPT holds the latest VSAMCHEK run: its first line is the
      * run stamp, and a 'VERDICT: ' line is written only when the
      * check got as far as a verdict.
       CHECK-INTEGRITY-VERDICT.
           MOVE SPACES TO WS-CHECK-ITEM
           MOVE 'VSAMCHEK' TO WS-CI-SUBJECT
           MOVE RC-VALIDATION-ERROR TO WS-FAIL-RC
           OPEN INPUT CHECK-REPORT
           IF WS-CHECK-STATUS NOT = ZEROES
               MOVE 'NO CHEKRPT - RUN VSAMCHEK FIRST' TO WS-CI-TEXT
               PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
               GO TO CHECK-INTEGRITY-VERDICT-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ CHECK-REPORT
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CHECK-LINE (1:31)
                               = 'VSAMFILE INTEGRITY CHECK - RUN '
                           MOVE CHECK-LINE (32:17)
                               TO WS-CHECK-RUN-STAMP
                       END-IF
                       IF CHECK-LINE (1:9) = 'VERDICT: '
                           MOVE 'Y' TO WS-VERDICT-LINE-SW
                           MOVE CHECK-LINE (10:4) TO WS-CHECK-VERDICT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REPORT
           IF NOT WS-VERDICT-FOUND
               STRING 'CHECK OF ' DELIMITED BY SIZE
                       WS-CHECK-RUN-STAMP DELIMITED BY SIZE
                       ' REACHED NO VERDICT - VSAMFILE WOULD NOT OPEN'
                           DELIMITED BY SIZE
                   INTO WS-CI-TEXT
               PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
               GO TO CHECK-INTEGRITY-VERDICT-EXIT
           END-IF
           STRING 'VERDICT ' DELIMITED BY SIZE
                   WS-CHECK-VERDICT DELIMITED BY SIZE
                   ' FROM THE CHECK OF ' DELIMITED BY SIZE
                   WS-CHECK-RUN-STAMP DELIMITED BY SIZE
               INTO WS-CI-TEXT
           IF WS-CHECK-VERDICT = 'PASS'
               PERFORM WRITE-GO-ITEM THRU WRITE-GO-ITEM-EXIT
           ELSE
               PERFORM WRITE-NOGO-ITEM THRU WRITE-NOGO-ITEM-EXIT
           END-IF.
       CHECK-INTEGRITY-VERDICT-EXIT.
           CONTINUE
         .
      ***********************************************************
