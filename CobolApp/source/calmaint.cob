      *    CALUPDT record:  action(3) date(8) type(1) desc(30), blank
      *    delimited:   ADD yyyymmdd H|W description
      *                 DEL yyyymmdd
      *
      *    The FISCCAL fiscal period table (FISCALR) is kept the same
      *    way, from CALUPDT records of its own:
      *                 PER yyyypp yyyymmdd yyyymmdd   add a period,
      *                                  or replace one, start to end
      *                 PDL yyyypp                     remove a period
      *    rejected with PERD (year or period number unusable), DATE,
      *    OVLP (the dates overlap another period), NFND or FULL.
      *    FISCCAL is rewritten, in year and period order, when an
      *    update to it was applied, and the forecast marks the days
      *    CALLKUP will call fiscal period-end.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               STATUS IS WS-REJECT-STATUS.
           SELECT SCHEDULE-REPORT ASSIGN TO 'CALSRPT'
               STATUS IS WS-REPORT-STATUS.
           SELECT FISCAL-FILE ASSIGN TO 'FISCCAL'
               STATUS IS WS-FISCAL-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
          05 UPD-TYPE              PIC X.
          05 FILLER                PIC X.
          05 UPD-DESC              PIC X(30).
       01 UPDATE-PERIOD-REC REDEFINES UPDATE-REC.
          05 FILLER                PIC X(4).
          05 UPD-FISCAL-YEAR       PIC X(4).
          05 UPD-FISCAL-PERIOD     PIC X(2).
          05 FILLER                PIC X.
          05 UPD-PERIOD-START      PIC X(8).
          05 FILLER                PIC X.
          05 UPD-PERIOD-END        PIC X(8).
          05 FILLER                PIC X(17).
       FD REJECT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
       FD FISCAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
           COPY FISCALR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-STATUS       PIC 99.
       01 WS-UPDATE-STATUS         PIC 99.
       01 WS-REJECT-STATUS         PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-FISCAL-STATUS         PIC 99.
       01 WS-CALENDAR-EOF-SW       PIC X       VALUE 'N'.
          88 WS-CALENDAR-EOF                   VALUE 'Y'.
       01 WS-UPDATE-EOF-SW         PIC X       VALUE 'N'.
             10 WS-CE-DESC         PIC X(30).
       01 WS-SUB                   PIC 9(3)    VALUE ZEROES.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
      * The fiscal period table, the same shape and capacity DATESRV
      * loads.  Removed periods are blanked and skipped on rewrite.
       01 WS-FP-USED               PIC 9(3)    VALUE ZEROES.
       01 WS-FP-TABLE.
          05 WS-FP-ENTRY OCCURS 120 TIMES.
             10 WS-FP-KEY          PIC X(6).
             10 WS-FP-START        PIC X(8).
             10 WS-FP-END          PIC X(8).
       01 WS-FP-HOLD               PIC X(22)   VALUE SPACES.
       01 WS-FP-SUB                PIC 9(3)    VALUE ZEROES.
       01 WS-FP-SUB-2              PIC 9(3)    VALUE ZEROES.
       01 WS-FP-KEY-WORK           PIC X(6)    VALUE SPACES.
       01 WS-FISCAL-CHANGED-SW     PIC X       VALUE 'N'.
          88 WS-FISCAL-CHANGED                 VALUE 'Y'.
      * Forecast work - two months is at most 62 days ahead.
       01 WS-FORECAST-DAYS         PIC 9(3)    VALUE 62.
       01 WS-DAY-OFFSET            PIC 9(3)    VALUE ZEROES.

           PERFORM LOAD-CALENDAR-TABLE
               THRU LOAD-CALENDAR-TABLE-END
           PERFORM LOAD-FISCAL-TABLE
               THRU LOAD-FISCAL-TABLE-END

           OPEN OUTPUT REJECT-FILE
           PERFORM APPLY-UPDATE-FILE THRU APPLY-UPDATE-FILE-END
           CLOSE REJECT-FILE

           PERFORM REWRITE-CALENDAR THRU REWRITE-CALENDAR-END
           IF WS-FISCAL-CHANGED
               PERFORM REWRITE-FISCAL-CALENDAR
                   THRU REWRITE-FISCAL-CALENDAR-END
           END-IF

           DISPLAY '    UPDATES=' WS-UPDATES-READ
                   ' APPLIED=' WS-UPDATES-APPLIED
       APPLY-ONE-UPDATE.
           MOVE SPACES TO WS-REASON-CODE

           IF UPD-ACTION = 'PER' OR UPD-ACTION = 'PDL'
               PERFORM APPLY-FISCAL-UPDATE
                   THRU APPLY-FISCAL-UPDATE-END
               IF WS-REASON-CODE NOT = SPACES
                   GO TO APPLY-UPDATE-REJECT
               END-IF
               GO TO APPLY-ONE-UPDATE-END
           END-IF

           IF UPD-ACTION NOT = 'ADD' AND UPD-ACTION NOT = 'DEL'
               MOVE 'ACTN' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
                   UPD-ACTION ' ' UPD-DATE.
       APPLY-ONE-UPDATE-END.
           CONTINUE.
       LOAD-FISCAL-TABLE.
           OPEN INPUT FISCAL-FILE
           IF WS-FISCAL-STATUS NOT = ZEROES
               GO TO LOAD-FISCAL-TABLE-END
           END-IF
           MOVE 'N' TO WS-CALENDAR-EOF-SW
           PERFORM UNTIL WS-CALENDAR-EOF
               READ FISCAL-FILE
                   AT END
                       MOVE 'Y' TO WS-CALENDAR-EOF-SW
                   NOT AT END
                       IF FC-FISCAL-YEAR IS NUMERIC
                               AND WS-FP-USED < 120
                           ADD 1 TO WS-FP-USED
                           STRING FC-FISCAL-YEAR DELIMITED BY SIZE
                                   FC-PERIOD DELIMITED BY SIZE
                               INTO WS-FP-KEY (WS-FP-USED)
                           MOVE FC-START-DATE
                               TO WS-FP-START (WS-FP-USED)
                           MOVE FC-END-DATE TO WS-FP-END (WS-FP-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FISCAL-FILE.
       LOAD-FISCAL-TABLE-END.
           CONTINUE.
      * A PER or PDL record against the fiscal period table.  The
      * reason code is left for APPLY-ONE-UPDATE to reject on.
       APPLY-FISCAL-UPDATE.
           IF UPD-FISCAL-YEAR NOT NUMERIC
                   OR UPD-FISCAL-PERIOD NOT NUMERIC
                   OR UPD-FISCAL-PERIOD = '00'
                   OR UPD-FISCAL-PERIOD > '12'
               MOVE 'PERD' TO WS-REASON-CODE
               GO TO APPLY-FISCAL-UPDATE-END
           END-IF
           STRING UPD-FISCAL-YEAR DELIMITED BY SIZE
                   UPD-FISCAL-PERIOD DELIMITED BY SIZE
               INTO WS-FP-KEY-WORK

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-FP-SUB
           PERFORM UNTIL WS-FP-SUB NOT < WS-FP-USED
                   OR WS-FOUND-SW = 'Y'
               ADD 1 TO WS-FP-SUB
               IF WS-FP-KEY (WS-FP-SUB) = WS-FP-KEY-WORK
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM

           IF UPD-ACTION = 'PDL'
               IF WS-FOUND-SW = 'N'
                   MOVE 'NFND' TO WS-REASON-CODE
                   GO TO APPLY-FISCAL-UPDATE-END
               END-IF
               MOVE SPACES TO WS-FP-ENTRY (WS-FP-SUB)
               MOVE 'Y' TO WS-FISCAL-CHANGED-SW
               ADD 1 TO WS-UPDATES-APPLIED
               GO TO APPLY-FISCAL-UPDATE-END
           END-IF

           IF UPD-PERIOD-START NOT NUMERIC
                   OR UPD-PERIOD-END NOT NUMERIC
                   OR UPD-PERIOD-START > UPD-PERIOD-END
               MOVE 'DATE' TO WS-REASON-CODE
               GO TO APPLY-FISCAL-UPDATE-END
           END-IF
           MOVE 'VAL ' TO DS-FUNCTION
           MOVE UPD-PERIOD-START (1:4) TO DS-YEAR-1
           MOVE UPD-PERIOD-START (5:2) TO DS-MONTH-1
           MOVE UPD-PERIOD-START (7:2) TO DS-DAY-1
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-VALID
               MOVE UPD-PERIOD-END (1:4) TO DS-YEAR-1
               MOVE UPD-PERIOD-END (5:2) TO DS-MONTH-1
               MOVE UPD-PERIOD-END (7:2) TO DS-DAY-1
               CALL 'DATESRV' USING DATESRV-PARM
           END-IF
           IF DS-NOT-VALID
               MOVE 'DATE' TO WS-REASON-CODE
               GO TO APPLY-FISCAL-UPDATE-END
           END-IF

      * No day may belong to two periods - any other period whose
      * dates touch these is a conflict.
           MOVE ZEROES TO WS-FP-SUB-2
           PERFORM UNTIL WS-FP-SUB-2 NOT < WS-FP-USED
               ADD 1 TO WS-FP-SUB-2
               IF WS-FP-KEY (WS-FP-SUB-2) NOT = SPACES
                       AND WS-FP-KEY (WS-FP-SUB-2) NOT = WS-FP-KEY-WORK
                       AND WS-FP-START (WS-FP-SUB-2)
                           NOT > UPD-PERIOD-END
                       AND WS-FP-END (WS-FP-SUB-2)
                           NOT < UPD-PERIOD-START
                   MOVE 'OVLP' TO WS-REASON-CODE
                   GO TO APPLY-FISCAL-UPDATE-END
               END-IF
           END-PERFORM

           IF WS-FOUND-SW = 'N'
               IF WS-FP-USED NOT < 120
                   MOVE 'FULL' TO WS-REASON-CODE
                   GO TO APPLY-FISCAL-UPDATE-END
               END-IF
               ADD 1 TO WS-FP-USED
               MOVE WS-FP-USED TO WS-FP-SUB
           END-IF
           MOVE WS-FP-KEY-WORK TO WS-FP-KEY (WS-FP-SUB)
           MOVE UPD-PERIOD-START TO WS-FP-START (WS-FP-SUB)
           MOVE UPD-PERIOD-END TO WS-FP-END (WS-FP-SUB)
           MOVE 'Y' TO WS-FISCAL-CHANGED-SW
           ADD 1 TO WS-UPDATES-APPLIED.
       APPLY-FISCAL-UPDATE-END.
           CONTINUE.
       REWRITE-CALENDAR.
           OPEN OUTPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = ZEROES
           CLOSE CALENDAR-FILE.
       REWRITE-CALENDAR-END.
           CONTINUE.
      * FISCCAL goes back in year and period order - the table is
      * put in order first with an exchange pass, blanked slots
      * sorting to the front and skipped.
       REWRITE-FISCAL-CALENDAR.
           PERFORM VARYING WS-FP-SUB FROM 1 BY 1
                   UNTIL WS-FP-SUB NOT < WS-FP-USED
               PERFORM VARYING WS-FP-SUB-2 FROM WS-FP-SUB BY 1
                       UNTIL WS-FP-SUB-2 > WS-FP-USED
                   IF WS-FP-KEY (WS-FP-SUB-2) < WS-FP-KEY (WS-FP-SUB)
                       MOVE WS-FP-ENTRY (WS-FP-SUB) TO WS-FP-HOLD
                       MOVE WS-FP-ENTRY (WS-FP-SUB-2)
                           TO WS-FP-ENTRY (WS-FP-SUB)
                       MOVE WS-FP-HOLD TO WS-FP-ENTRY (WS-FP-SUB-2)
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT FISCAL-FILE
           IF WS-FISCAL-STATUS NOT = ZEROES
               DISPLAY '    CALMAINT: FISCCAL REWRITE FAILED,'
                       ' STATUS ' WS-FISCAL-STATUS
               MOVE 'CALMAINT' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'FISCCAL REWRITE FAILED - FISCAL CALENDAR UNSAFE'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               GO TO REWRITE-FISCAL-CALENDAR-END
           END-IF
           MOVE ZEROES TO WS-FP-SUB
           PERFORM UNTIL WS-FP-SUB NOT < WS-FP-USED
               ADD 1 TO WS-FP-SUB
               IF WS-FP-KEY (WS-FP-SUB) NOT = SPACES
                   MOVE SPACES TO FISCAL-REC
                   MOVE WS-FP-KEY (WS-FP-SUB) (1:4) TO FC-FISCAL-YEAR
                   MOVE WS-FP-KEY (WS-FP-SUB) (5:2) TO FC-PERIOD
                   MOVE WS-FP-START (WS-FP-SUB) TO FC-START-DATE
                   MOVE WS-FP-END (WS-FP-SUB) TO FC-END-DATE
                   WRITE FISCAL-REC
               END-IF
           END-PERFORM
           CLOSE FISCAL-FILE.
       REWRITE-FISCAL-CALENDAR-END.
           CONTINUE.
      * The forward schedule for the next two months, judged by
      * CALLKUP itself - its first call loads the table this run
      * just rewrote, so the forecast shows exactly what DRIVER
                       INTO REPORT-LINE
               END-IF
           END-IF
           IF CK-PERIOD-END-SW = 'Y'
               STRING 'FISCAL PERIOD-END ' DELIMITED BY SIZE
                       CK-FISCAL-YEAR DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       CK-FISCAL-PERIOD DELIMITED BY SIZE
                   INTO REPORT-LINE (60:30)
           END-IF
           WRITE REPORT-LINE.
       FORECAST-ONE-DAY-END.
           CONTINUE.
