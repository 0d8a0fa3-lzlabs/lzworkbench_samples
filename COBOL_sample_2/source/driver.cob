             FILE STATUS IS WS-RESTART-STATUS.
         SELECT RUN-LOG-FILE ASSIGN TO 'DRVRNLOG'
             FILE STATUS IS WS-RUNLOG-STATUS.
         SELECT COMMAND-FILE ASSIGN TO 'DRVCMD'
             FILE STATUS IS WS-COMMAND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 RUN-LOG-LINE PIC X(100).
       FD COMMAND-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 OPERATOR-COMMAND PIC X(80).
       WORKING-STORAGE SECTION.
      * The calculator suite carries two-decimal amounts now - the
      * operands parse through NUMVAL so control cards may write
         01 WS-MONTH-END-RUN-SW  PIC X     VALUE 'N'.
           COPY ERRLOGR.
           COPY LOCKSRVR.
           COPY AUTHCHKR.
      * Set when the operator was refused an override the parm asked
      * for - BREAKLOCK or FORCE - and the run ends RC 12.
         01 WS-AUTH-REFUSED-SW   PIC X     VALUE 'N'.
            88 WS-AUTH-REFUSED             VALUE 'Y'.
         01 DRIVER-COMPANY-TYPE PIC S9(4) COMP VALUE 4.
         01 SAVED-GLOBAL-VAR    PIC X(30).
         01 WS-CONTROL-STATUS   PIC 99.
         01 WS-PARM-LEN          PIC 9(4).
         01 WS-RUNTIME-PARM      PIC X(32) VALUE SPACES.
         01 WS-PARM-REMAINDER    PIC X(26) VALUE SPACES.
      * The department the run is charged to - DEPT=cccc anywhere on
      * the runtime parm, else the DRVDEPT setting, else UNAS.  It is
      * written on the run-log header so CHGBACK can charge the run's
      * steps and control totals to the department.
         01 WS-DEPT-CODE         PIC X(4)  VALUE SPACES.
         01 WS-DEPT-COUNT        PIC 9(4)  VALUE ZEROES.
         01 WS-PARM-WORK         PIC X(32) VALUE SPACES.
         01 WS-PARM-PTR          PIC 9(4)  VALUE ZEROES.
         01 WS-PARM-TOKENS.
            03 WS-PARM-TOKEN     PIC X(32) OCCURS 4 TIMES.
         01 WS-PARM-TOKEN-SUB    PIC 9     VALUE ZERO.
           COPY CONFIGR.
      * Control-language work areas.  A DRVCTL step is
      *    <program> [parms] [COND=nn]
      * where parms is TYPE=n for SOMESQL or p1,p2 for ADDEM/SUBEM,
      * and COND=nn skips the step when the worst RETURN-CODE of the
      * run so far is above nn.  A 'STOP COND=nn' record ends the
      * whole run when the worst RETURN-CODE is above nn.  A
      * PREFLITE step followed by 'STOP COND=0' holds the night
      * before any real work when the readiness check says NO-GO.
         01 WS-STEP-NAME         PIC X(8)  VALUE SPACES.
         01 WS-TOKEN-2           PIC X(20) VALUE SPACES.
         01 WS-TOKEN-3           PIC X(20) VALUE SPACES.
            03 WS-TP-MM          PIC 9(2).
            03 WS-TP-SS          PIC 9(2).
            03 WS-TP-CC          PIC 9(2).
      * Operator commands.  DRVCMD is read again before every DRVCTL
      * step, and the lines added since the last look are acted on:
      *    HOLD          wait before the next step until RELEASE,
      *                  reminding the console every DRVHOLDREMIND
      *                  seconds (CONFIG, default 300)
      *    RELEASE       end a HOLD
      *    SKIP <step>   pass over the next dispatch of that step
      *    CANCEL        end the run now, between steps, keeping the
      *                  restart journal so the rerun resumes at the
      *                  step that was not run; the run ends at least
      *                  RC-VALIDATION-ERROR so the scheduler does not
      *                  take it for a clean completion
      * Each command is written to DRVRNLOG and ERRLOG with the time
      * it took effect.  The file is emptied when the run ends, so no
      * command outlives the run it was given to.
         01 WS-COMMAND-STATUS    PIC 99    VALUE ZEROES.
         01 WS-COMMAND-EOF-SW    PIC X     VALUE 'N'.
            88 WS-COMMAND-EOF              VALUE 'Y'.
         01 WS-COMMAND-FILE-SW   PIC X     VALUE 'N'.
            88 WS-COMMAND-FILE-SEEN        VALUE 'Y'.
         01 WS-COMMANDS-DONE     PIC 9(4)  VALUE ZEROES.
         01 WS-COMMAND-LINE-NO   PIC 9(4)  VALUE ZEROES.
         01 WS-COMMAND-VERB      PIC X(8)  VALUE SPACES.
         01 WS-COMMAND-OPERAND   PIC X(8)  VALUE SPACES.
         01 WS-COMMAND-TEXT      PIC X(50) VALUE SPACES.
         01 WS-COMMAND-SEVERITY  PIC X(8)  VALUE SPACES.
         01 WS-COMMAND-DATE      PIC 9(8)  VALUE ZEROES.
         01 WS-COMMAND-TIME      PIC 9(8)  VALUE ZEROES.
         01 WS-HOLD-SW           PIC X     VALUE 'N'.
            88 WS-RUN-HELD                 VALUE 'Y'.
         01 WS-CANCEL-SW         PIC X     VALUE 'N'.
            88 WS-RUN-CANCELLED            VALUE 'Y'.
         01 WS-SKIP-STEP-SW      PIC X     VALUE 'N'.
            88 WS-SKIP-THIS-STEP           VALUE 'Y'.
         01 WS-SKIP-TABLE.
            03 WS-SKIP-STEP      PIC X(8)  OCCURS 10 TIMES.
         01 WS-SKIP-COUNT        PIC 9(2)  VALUE ZEROES.
         01 WS-SKIP-SUB          PIC 9(2)  VALUE ZEROES.
         01 WS-HOLD-POLL-SECS    PIC 9(4)  VALUE 10.
         01 WS-HOLD-REMIND-SECS  PIC 9(5)  VALUE 300.
         01 WS-HELD-SECS         PIC 9(7)  VALUE ZEROES.
         01 WS-SINCE-REMIND      PIC 9(5)  VALUE ZEROES.
         01 WS-CLOCK-TIME        PIC 9(8)  VALUE ZEROES.
         01 WS-WAIT-START-CSECS  PIC 9(9)  VALUE ZEROES.
         01 WS-WAIT-NOW-CSECS    PIC 9(9)  VALUE ZEROES.
         01 WS-WAIT-CSECS        PIC 9(9)  VALUE ZEROES.

       LINKAGE SECTION.
       01  LINKAGE-PARMS.
               INTO GLOBAL-RUN-ID
           DISPLAY '  RUN ID ' GLOBAL-RUN-ID

           IF WS-DEPT-CODE = SPACES
               MOVE 'GET ' TO CF-FUNCTION
               MOVE 'DRVDEPT' TO CF-KEYWORD
               CALL 'CONFIG' USING CONFIG-PARM
               IF CF-FOUND AND CF-VALUE NOT = SPACES
                   MOVE CF-VALUE (1:4) TO WS-DEPT-CODE
               ELSE
                   MOVE 'UNAS' TO WS-DEPT-CODE
               END-IF
           END-IF
           DISPLAY '  DEPARTMENT ' WS-DEPT-CODE

           IF WS-AUTH-REFUSED
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
               DISPLAY '</DRIVER>'
               GOBACK
           END-IF

           PERFORM CHECK-BUSINESS-CALENDAR
               THRU CHECK-BUSINESS-CALENDAR-EXIT
           IF WS-STOP-RUN
               IF WS-AUTH-REFUSED
                   MOVE RC-VALIDATION-ERROR TO RETURN-CODE
               ELSE
                   MOVE RC-CALENDAR-HOLD TO RETURN-CODE
               END-IF
               DISPLAY '</DRIVER>'
               GOBACK
           END-IF
           ELSE
               PERFORM READ-RESTART-JOURNAL
                   THRU READ-RESTART-JOURNAL-EXIT
               MOVE SPACES TO WS-SKIP-TABLE
               PERFORM UNTIL WS-CONTROL-EOF OR WS-STOP-RUN
                       OR WS-RUN-CANCELLED
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-CONTROL-EOF-SW
                                       ' ALREADY COMPLETE - SKIPPED'
                               END-IF
                           ELSE
                               PERFORM CHECK-OPERATOR-COMMANDS
                                   THRU CHECK-OPERATOR-COMMANDS-EXIT
                               IF NOT WS-RUN-CANCELLED
                                   PERFORM DISPATCH-CONTROL-LINE
                                       THRU DISPATCH-CONTROL-EXIT
                                   PERFORM WRITE-RESTART-JOURNAL
                                       THRU WRITE-RESTART-JOURNAL-EXIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
      * A STOP record fires because a step already failed - keep the
      * journal so the rerun resumes instead of repeating every
      * completed step.  An operator CANCEL keeps it the same way.
      * Only a genuinely clean end of the control file clears it.
               IF NOT WS-STOP-RUN AND NOT WS-RUN-CANCELLED
                   PERFORM CLEAR-RESTART-JOURNAL
                       THRU CLEAR-RESTART-JOURNAL-EXIT
               END-IF
               PERFORM CLEAR-OPERATOR-COMMANDS
                   THRU CLEAR-OPERATOR-COMMANDS-EXIT
               IF WS-RUN-CANCELLED
                   PERFORM REPORT-RUN-CANCELLED
                       THRU REPORT-RUN-CANCELLED-EXIT
               END-IF
           END-IF

           PERFORM WRITE-RUN-LOG-TRAILER
       PARSE-RUNTIME-PARM.
           MOVE SPACES TO WS-RUNTIME-PARM
           MOVE LP-DATA (1:LP-LENGTH) TO WS-RUNTIME-PARM
      * The DEPT= token is taken out first, so the rest of the parm
      * reads exactly as it did without it.
           MOVE ZEROES TO WS-DEPT-COUNT
           INSPECT WS-RUNTIME-PARM TALLYING WS-DEPT-COUNT
               FOR ALL 'DEPT='
           IF WS-DEPT-COUNT > ZEROES
               PERFORM TAKE-DEPT-FROM-PARM
           END-IF
           IF WS-RUNTIME-PARM (1:6) = 'TRACE '
                   OR WS-RUNTIME-PARM = 'TRACE'
               MOVE 'Y' TO GLOBAL-TRACE-SW
               MOVE 'BRK ' TO LK-FUNCTION
               MOVE 'DRIVER' TO LK-PROGRAM-ID
               CALL 'LOCKSRV' USING LOCKSRV-PARM
               IF LK-REFUSED
                   DISPLAY '  ' LK-HOLDER
                   MOVE 'Y' TO WS-AUTH-REFUSED-SW
               END-IF
               MOVE SPACES TO WS-RUNTIME-PARM
           END-IF
           IF WS-RUNTIME-PARM NOT = SPACES
               DISPLAY '  RUNTIME PARM: P1=' P1 ' P2=' P2
           END-IF
           .
       TAKE-DEPT-FROM-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-RUNTIME-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-TOKEN (1)
                    WS-PARM-TOKEN (2)
                    WS-PARM-TOKEN (3)
                    WS-PARM-TOKEN (4)
           MOVE SPACES TO WS-PARM-WORK
           MOVE 1 TO WS-PARM-PTR
           PERFORM VARYING WS-PARM-TOKEN-SUB FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-SUB > 4
               IF WS-PARM-TOKEN (WS-PARM-TOKEN-SUB) (1:5) = 'DEPT='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-SUB) (6:4)
                       TO WS-DEPT-CODE
               ELSE
                   IF WS-PARM-TOKEN (WS-PARM-TOKEN-SUB) NOT = SPACES
                       STRING WS-PARM-TOKEN (WS-PARM-TOKEN-SUB)
                                  DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                           INTO WS-PARM-WORK
                           WITH POINTER WS-PARM-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PARM-WORK TO WS-RUNTIME-PARM
           .
       DISPATCH-CONTROL-LINE.
           PERFORM PARSE-CONTROL-LINE

               GO TO DISPATCH-CONTROL-EXIT
           END-IF

           PERFORM CHECK-SKIP-COMMAND THRU CHECK-SKIP-COMMAND-EXIT
           IF WS-SKIP-THIS-STEP
               GO TO DISPATCH-CONTROL-EXIT
           END-IF

           IF WS-MAX-RC > WS-STEP-COND
               DISPLAY '  SKIPPING STEP ' WS-STEP-NAME
                       ' - WORST RC ' WS-MAX-RC
                   PERFORM RUN-VSAM
               WHEN 'MECLOSE'
                   PERFORM RUN-MECLOSE
               WHEN 'PREFLITE'
                   PERFORM RUN-PREFLITE
               WHEN 'POPSNAP'
                   PERFORM RUN-POPSNAP
               WHEN OTHER
                   DISPLAY '  UNKNOWN DRVCTL ENTRY: ' WS-STEP-NAME
           END-EVALUATE
                   WS-RUN-TIME      DELIMITED BY SIZE
                   ' RUN=' DELIMITED BY SIZE
                   GLOBAL-RUN-ID DELIMITED BY SIZE
                   ' DEPT=' DELIMITED BY SIZE
                   WS-DEPT-CODE DELIMITED BY SIZE
                   ' ===' DELIMITED BY SIZE
               INTO RUN-LOG-LINE
           WRITE RUN-LOG-LINE.
       WRITE-RUN-LOG-TRAILER.
           MOVE WS-MAX-RC TO WS-RC-DISPLAY
           MOVE SPACES TO RUN-LOG-LINE
           IF WS-RUN-CANCELLED
               STRING '=== DRIVER RUN END - STEPS=' DELIMITED BY SIZE
                       WS-STEPS-DISPATCHED DELIMITED BY SIZE
                       ' MAXRC=' DELIMITED BY SIZE
                       WS-RC-DISPLAY DELIMITED BY SIZE
                       ' CANCELLED BY OPERATOR' DELIMITED BY SIZE
                       ' ===' DELIMITED BY SIZE
                   INTO RUN-LOG-LINE
           ELSE
               STRING '=== DRIVER RUN END - STEPS=' DELIMITED BY SIZE
                       WS-STEPS-DISPATCHED DELIMITED BY SIZE
                       ' MAXRC=' DELIMITED BY SIZE
                       WS-RC-DISPLAY DELIMITED BY SIZE
                       ' ===' DELIMITED BY SIZE
                   INTO RUN-LOG-LINE
           END-IF
           WRITE RUN-LOG-LINE.
       WRITE-RUN-LOG-TRAILER-EXIT.
           CONTINUE
      * The business calendar gets the first word: on a weekend or a
      * table holiday the run is refused with RC-CALENDAR-HOLD
      * unless the FORCE parm was given.  The month-end indicator is
      * kept for MEONLY-conditioned control-file steps - the fiscal
      * period-end one instead when CLOSEBASIS is FISCAL, so the
      * close steps follow the 4-4-5 periods.
       CHECK-BUSINESS-CALENDAR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RD-YEAR  TO CK-YEAR
           MOVE WS-RD-MONTH TO CK-MONTH
           MOVE WS-RD-DAY   TO CK-DAY
           CALL 'CALLKUP' USING CALLKUP-PARM
           MOVE 'GET ' TO CF-FUNCTION
           MOVE 'CLOSEBASIS' TO CF-KEYWORD
           CALL 'CONFIG' USING CONFIG-PARM
           IF CF-FOUND AND CF-VALUE = 'FISCAL'
               MOVE CK-PERIOD-END-SW TO WS-MONTH-END-RUN-SW
               IF CK-FISCAL-YEAR = ZEROES
                   DISPLAY '  CLOSEBASIS FISCAL BUT FISCCAL HAS NO'
                           ' PERIOD FOR TODAY - MEONLY STEPS WILL'
                           ' NOT RUN'
                   MOVE 'DRIVER' TO EL-PROGRAM-ID
                   MOVE 'WARNING' TO EL-SEVERITY
                   MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
                   MOVE 'FISCCAL LACKS TODAY - MEONLY STEPS SKIPPED'
                       TO EL-MESSAGE
                   CALL 'ERRLOG' USING ERRLOG-PARM
               END-IF
               IF CK-PERIOD-END-SW = 'Y'
                   DISPLAY '  TODAY IS THE LAST PROCESSING DAY OF'
                           ' FISCAL PERIOD ' CK-FISCAL-YEAR '-'
                           CK-FISCAL-PERIOD
               END-IF
           ELSE
               MOVE CK-MONTH-END-SW TO WS-MONTH-END-RUN-SW
               IF CK-MONTH-END-SW = 'Y'
                   DISPLAY '  TODAY IS THE LAST PROCESSING DAY OF THE'
                           ' MONTH'
               END-IF
           END-IF
      * Running on a non-processing day is an override the operator
      * must be authorised for.
           IF CK-WORKDAY-SW NOT = 'Y' AND WS-FORCE-RUN
               MOVE 'CALFORCE' TO AU-FUNCTION
               MOVE 'DRIVER' TO AU-PROGRAM-ID
               MOVE SPACES TO AU-OPERATOR
               CALL 'AUTHCHK' USING AUTHCHK-PARM
               IF AU-REFUSED
                   DISPLAY '  FORCE PARM REFUSED - ' AU-REASON
                   MOVE 'N' TO WS-FORCE-RUN-SW
                   MOVE 'Y' TO WS-AUTH-REFUSED-SW
               END-IF
           END-IF
           IF CK-WORKDAY-SW NOT = 'Y'
               IF WS-FORCE-RUN
       CLEAR-RESTART-JOURNAL-EXIT.
           CONTINUE
           .
      * Between steps - act on any new operator commands, then wait
      * out a HOLD until it is released or the run is cancelled.
       CHECK-OPERATOR-COMMANDS.
           PERFORM READ-OPERATOR-COMMANDS
               THRU READ-OPERATOR-COMMANDS-EXIT
           IF NOT WS-RUN-HELD OR WS-RUN-CANCELLED
               GO TO CHECK-OPERATOR-COMMANDS-EXIT
           END-IF

           MOVE 'GET ' TO CF-FUNCTION
           MOVE 'DRVHOLDREMIND' TO CF-KEYWORD
           CALL 'CONFIG' USING CONFIG-PARM
           IF CF-FOUND AND CF-NUMERIC AND CF-NUMBER > ZEROES
               MOVE CF-NUMBER TO WS-HOLD-REMIND-SECS
           END-IF
           MOVE ZEROES TO WS-HELD-SECS
           MOVE ZEROES TO WS-SINCE-REMIND
           DISPLAY '  RUN HELD BEFORE STEP ' WS-STEP-NUMBER
                   ' - RELEASE OR CANCEL IT IN DRVCMD'
           PERFORM UNTIL NOT WS-RUN-HELD OR WS-RUN-CANCELLED
               PERFORM WAIT-ONE-POLL THRU WAIT-ONE-POLL-EXIT
               ADD WS-HOLD-POLL-SECS TO WS-HELD-SECS
               ADD WS-HOLD-POLL-SECS TO WS-SINCE-REMIND
               PERFORM READ-OPERATOR-COMMANDS
                   THRU READ-OPERATOR-COMMANDS-EXIT
               IF WS-RUN-HELD AND NOT WS-RUN-CANCELLED
                       AND WS-SINCE-REMIND NOT < WS-HOLD-REMIND-SECS
                   DISPLAY '  RUN STILL HELD BEFORE STEP '
                           WS-STEP-NUMBER ' - HELD ' WS-HELD-SECS
                           ' SECONDS, RELEASE OR CANCEL IT IN DRVCMD'
                   MOVE ZEROES TO WS-SINCE-REMIND
               END-IF
           END-PERFORM.
       CHECK-OPERATOR-COMMANDS-EXIT.
           CONTINUE
           .
      * DRVCMD is read from the top each time; lines past the count
      * already acted on are new.  A file shorter than that count has
      * been replaced, and is taken afresh from its first line.
       READ-OPERATOR-COMMANDS.
           OPEN INPUT COMMAND-FILE
           IF WS-COMMAND-STATUS NOT = ZEROES
               GO TO READ-OPERATOR-COMMANDS-EXIT
           END-IF
           MOVE 'Y' TO WS-COMMAND-FILE-SW
           MOVE ZEROES TO WS-COMMAND-LINE-NO
           MOVE 'N' TO WS-COMMAND-EOF-SW
           PERFORM UNTIL WS-COMMAND-EOF
               READ COMMAND-FILE
                   AT END
                       MOVE 'Y' TO WS-COMMAND-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-COMMAND-LINE-NO
                       IF WS-COMMAND-LINE-NO > WS-COMMANDS-DONE
                           PERFORM ACT-ON-COMMAND
                               THRU ACT-ON-COMMAND-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMAND-FILE
           IF WS-COMMAND-LINE-NO < WS-COMMANDS-DONE
               MOVE ZEROES TO WS-COMMANDS-DONE
               GO TO READ-OPERATOR-COMMANDS
           END-IF
           MOVE WS-COMMAND-LINE-NO TO WS-COMMANDS-DONE.
       READ-OPERATOR-COMMANDS-EXIT.
           CONTINUE
           .
       ACT-ON-COMMAND.
           MOVE SPACES TO WS-COMMAND-VERB
           MOVE SPACES TO WS-COMMAND-OPERAND
           UNSTRING OPERATOR-COMMAND DELIMITED BY ALL SPACES
               INTO WS-COMMAND-VERB
                    WS-COMMAND-OPERAND
           MOVE SPACES TO WS-COMMAND-TEXT
           EVALUATE TRUE
               WHEN WS-COMMAND-VERB = SPACES
                   CONTINUE
               WHEN WS-COMMAND-VERB (1:1) = '*'
                   CONTINUE
               WHEN WS-COMMAND-VERB = 'HOLD'
                   IF NOT WS-RUN-HELD
                       MOVE 'Y' TO WS-HOLD-SW
                       STRING 'RUN HELD BEFORE STEP ' DELIMITED BY SIZE
                               WS-STEP-NUMBER DELIMITED BY SIZE
                           INTO WS-COMMAND-TEXT
                       MOVE 'INFO' TO WS-COMMAND-SEVERITY
                       PERFORM LOG-OPERATOR-COMMAND
                           THRU LOG-OPERATOR-COMMAND-EXIT
                   END-IF
               WHEN WS-COMMAND-VERB = 'RELEASE'
                   IF WS-RUN-HELD
                       MOVE 'N' TO WS-HOLD-SW
                       STRING 'RUN RELEASED AFTER ' DELIMITED BY SIZE
                               WS-HELD-SECS DELIMITED BY SIZE
                               ' SECONDS HELD' DELIMITED BY SIZE
                           INTO WS-COMMAND-TEXT
                       MOVE 'INFO' TO WS-COMMAND-SEVERITY
                       PERFORM LOG-OPERATOR-COMMAND
                           THRU LOG-OPERATOR-COMMAND-EXIT
                   ELSE
                       DISPLAY '  DRVCMD: RELEASE WITH NO HOLD IN'
                               ' FORCE - IGNORED'
                   END-IF
               WHEN WS-COMMAND-VERB = 'SKIP'
                   EVALUATE TRUE
                       WHEN WS-COMMAND-OPERAND = SPACES
                           DISPLAY '  DRVCMD: SKIP NAMES NO STEP'
                                   ' - IGNORED'
                       WHEN WS-SKIP-COUNT NOT < 10
                           DISPLAY '  DRVCMD: TOO MANY SKIPS WAITING'
                                   ' - SKIP ' WS-COMMAND-OPERAND
                                   ' IGNORED'
                       WHEN OTHER
                           ADD 1 TO WS-SKIP-COUNT
                           MOVE WS-COMMAND-OPERAND
                               TO WS-SKIP-STEP (WS-SKIP-COUNT)
                           DISPLAY '  DRVCMD: STEP ' WS-COMMAND-OPERAND
                                   ' WILL BE SKIPPED'
                   END-EVALUATE
               WHEN WS-COMMAND-VERB = 'CANCEL'
                   MOVE 'Y' TO WS-CANCEL-SW
                   MOVE 'N' TO WS-HOLD-SW
                   STRING 'RUN ENDED BEFORE STEP ' DELIMITED BY SIZE
                           WS-STEP-NUMBER DELIMITED BY SIZE
                           ', RESTART JOURNAL KEPT' DELIMITED BY SIZE
                       INTO WS-COMMAND-TEXT
                   MOVE 'WARNING' TO WS-COMMAND-SEVERITY
                   PERFORM LOG-OPERATOR-COMMAND
                       THRU LOG-OPERATOR-COMMAND-EXIT
               WHEN OTHER
                   DISPLAY '  DRVCMD: UNKNOWN COMMAND IGNORED - '
                           OPERATOR-COMMAND (1:40)
           END-EVALUATE.
       ACT-ON-COMMAND-EXIT.
           CONTINUE
           .
      * A SKIP is used up by the first dispatch of the step it names.
       CHECK-SKIP-COMMAND.
           MOVE 'N' TO WS-SKIP-STEP-SW
           MOVE ZEROES TO WS-SKIP-SUB
           PERFORM UNTIL WS-SKIP-SUB NOT < WS-SKIP-COUNT
                   OR WS-SKIP-THIS-STEP
               ADD 1 TO WS-SKIP-SUB
               IF WS-SKIP-STEP (WS-SKIP-SUB) = WS-STEP-NAME
                   MOVE 'Y' TO WS-SKIP-STEP-SW
                   MOVE SPACES TO WS-SKIP-STEP (WS-SKIP-SUB)
               END-IF
           END-PERFORM
           IF WS-SKIP-THIS-STEP
               MOVE 'SKIP' TO WS-COMMAND-VERB
               MOVE WS-STEP-NAME TO WS-COMMAND-OPERAND
               MOVE SPACES TO WS-COMMAND-TEXT
               STRING 'STEP ' DELIMITED BY SIZE
                       WS-STEP-NUMBER DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-STEP-NAME DELIMITED BY SPACE
                       ' NOT RUN' DELIMITED BY SIZE
                   INTO WS-COMMAND-TEXT
               MOVE 'WARNING' TO WS-COMMAND-SEVERITY
               PERFORM LOG-OPERATOR-COMMAND
                   THRU LOG-OPERATOR-COMMAND-EXIT
               DISPLAY '  SKIPPING STEP ' WS-STEP-NAME
                       ' - OPERATOR SKIP COMMAND'
           END-IF.
       CHECK-SKIP-COMMAND-EXIT.
           CONTINUE
           .
       LOG-OPERATOR-COMMAND.
           ACCEPT WS-COMMAND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-COMMAND-TIME FROM TIME
           MOVE SPACES TO RUN-LOG-LINE
           STRING 'CMD  ' DELIMITED BY SIZE
                   WS-COMMAND-VERB DELIMITED BY SIZE
                   ' AT ' DELIMITED BY SIZE
                   WS-COMMAND-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-COMMAND-TIME DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-COMMAND-TEXT DELIMITED BY SIZE
               INTO RUN-LOG-LINE
           WRITE RUN-LOG-LINE
           DISPLAY '  ' RUN-LOG-LINE (1:78)
           MOVE 'DRIVER' TO EL-PROGRAM-ID
           MOVE WS-COMMAND-SEVERITY TO EL-SEVERITY
           MOVE RC-NORMAL TO EL-RETURN-CODE
           MOVE SPACES TO EL-MESSAGE
           STRING 'DRVCMD ' DELIMITED BY SIZE
                   RUN-LOG-LINE (6:72) DELIMITED BY SIZE
               INTO EL-MESSAGE
           CALL 'ERRLOG' USING ERRLOG-PARM.
       LOG-OPERATOR-COMMAND-EXIT.
           CONTINUE
           .
      * The commands were for this run - an empty DRVCMD is left for
      * the next.
       CLEAR-OPERATOR-COMMANDS.
           IF NOT WS-COMMAND-FILE-SEEN
               GO TO CLEAR-OPERATOR-COMMANDS-EXIT
           END-IF
           OPEN OUTPUT COMMAND-FILE
           CLOSE COMMAND-FILE.
       CLEAR-OPERATOR-COMMANDS-EXIT.
           CONTINUE
           .
      * A cancelled run left steps unrun - it must not end RC 0, and
      * the error log says where it stopped.
       REPORT-RUN-CANCELLED.
           IF WS-MAX-RC < RC-VALIDATION-ERROR
               MOVE RC-VALIDATION-ERROR TO WS-MAX-RC
           END-IF
           MOVE 'DRIVER' TO EL-PROGRAM-ID
           MOVE 'WARNING' TO EL-SEVERITY
           MOVE WS-MAX-RC TO EL-RETURN-CODE
           MOVE SPACES TO EL-MESSAGE
           STRING 'RUN CANCELLED BY OPERATOR BEFORE STEP '
                       DELIMITED BY SIZE
                   WS-STEP-NUMBER DELIMITED BY SIZE
                   ' - RERUN RESUMES FROM THE JOURNAL'
                       DELIMITED BY SIZE
               INTO EL-MESSAGE
           CALL 'ERRLOG' USING ERRLOG-PARM.
       REPORT-RUN-CANCELLED-EXIT.
           CONTINUE
           .
      * One poll interval of a HOLD, marked off against the wall
      * clock the way LOCKSRV waits for the run lock.
       WAIT-ONE-POLL.
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME TO WS-TIME-PARTS
           COMPUTE WS-WAIT-START-CSECS =
               ((WS-TP-HH * 60 + WS-TP-MM) * 60 + WS-TP-SS) * 100
               + WS-TP-CC
           MOVE ZEROES TO WS-WAIT-CSECS
           PERFORM UNTIL WS-WAIT-CSECS NOT <
                   WS-HOLD-POLL-SECS * 100
               ACCEPT WS-CLOCK-TIME FROM TIME
               MOVE WS-CLOCK-TIME TO WS-TIME-PARTS
               COMPUTE WS-WAIT-NOW-CSECS =
                   ((WS-TP-HH * 60 + WS-TP-MM) * 60 + WS-TP-SS)
                       * 100 + WS-TP-CC
               IF WS-WAIT-NOW-CSECS < WS-WAIT-START-CSECS
                   ADD 8640000 TO WS-WAIT-NOW-CSECS
               END-IF
               COMPUTE WS-WAIT-CSECS =
                   WS-WAIT-NOW-CSECS - WS-WAIT-START-CSECS
           END-PERFORM.
       WAIT-ONE-POLL-EXIT.
           CONTINUE
           .
       HANDLE-TRACE-RECORD.
           IF WS-TOKEN-2 = 'ON'
               MOVE 'Y' TO GLOBAL-TRACE-SW
           MOVE 'MECLOSE' TO DYNCALL
           CALL DYNCALL
           .
       RUN-PREFLITE.
      ****************************************************
      * The readiness check - its RETURN-CODE is the worst failing
      * check, for a following STOP COND=0 to act on.
           MOVE 'PREFLITE' TO DYNCALL
           CALL DYNCALL
           .
       RUN-POPSNAP.
      ****************************************************
      * The company population snapshot and trend report -
      * scheduled as an MEONLY step so there is one snapshot for
      * each month end.
           MOVE 'POPSNAP' TO DYNCALL
           CALL DYNCALL
           .
