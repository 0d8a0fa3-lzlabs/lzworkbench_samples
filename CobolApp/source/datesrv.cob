      *    both sides of that call without the two ever recursing
      *    into each other.  The table loads on the first business-
      *    day call and is kept across calls.
      *
      *    The fiscal functions ('FPER'/'FEND'/'FRNG') answer from
      *    the FISCCAL period table the same way - loaded on the
      *    first fiscal call and kept.  The fiscal year runs on 4-4-5
      *    week periods, so there is no rule to fall back on: a date
      *    outside every listed period is simply not valid.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO 'CALFILE'
               STATUS IS WS-CALENDAR-STATUS.
           SELECT FISCAL-FILE ASSIGN TO 'FISCCAL'
               STATUS IS WS-FISCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE
          05 CAL-TYPE              PIC X.
          05 FILLER                PIC X.
          05 CAL-DESC              PIC X(30).
       FD FISCAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
           COPY FISCALR.
       WORKING-STORAGE SECTION.
       01 WS-DAYS-IN-MONTH-TABLE.
          05 FILLER PIC 9(2) VALUE 31.
       01 WS-STEP               PIC S9(1) COMP.
       01 WS-BUSY-COUNT         PIC S9(7) COMP.
       01 WS-DAY-IS-WORK-SW     PIC X     VALUE 'N'.
      * The FISCCAL period table - ten years of twelve periods.
       01 WS-FISCAL-STATUS      PIC 99.
       01 WS-FISCAL-EOF-SW      PIC X     VALUE 'N'.
          88 WS-FISCAL-EOF                VALUE 'Y'.
       01 WS-FISCAL-LOADED-SW   PIC X     VALUE 'N'.
          88 WS-FISCAL-LOADED             VALUE 'Y'.
       01 WS-FP-USED            PIC 9(3)  VALUE ZEROES.
       01 WS-FP-TABLE.
          05 WS-FP-ENTRY OCCURS 120 TIMES.
             10 WS-FP-YEAR      PIC 9(4).
             10 WS-FP-PERIOD    PIC 9(2).
             10 WS-FP-START     PIC 9(8).
             10 WS-FP-END       PIC 9(8).
       01 WS-FP-SUB             PIC 9(3)  VALUE ZEROES.
       01 WS-FP-FOUND-SW        PIC X     VALUE 'N'.
          88 WS-FP-FOUND                  VALUE 'Y'.
      ******************************************************************
       LINKAGE SECTION.
           COPY DATESRVR.
               WHEN 'BDIF'
                   PERFORM COMPUTE-BUSINESS-DAYS-BETWEEN
                       THRU COMPUTE-BUSINESS-DAYS-BETWEEN-END
               WHEN 'FPER'
                   PERFORM FIND-FISCAL-PERIOD
                       THRU FIND-FISCAL-PERIOD-END
                   IF DS-VALID
                       MOVE WS-FP-START (WS-FP-SUB)
                           TO WS-DATE-YYYYMMDD
                       MOVE WS-DATE-PARTS TO DS-DATE-2
                   END-IF
               WHEN 'FEND'
                   PERFORM FIND-FISCAL-PERIOD
                       THRU FIND-FISCAL-PERIOD-END
                   IF DS-VALID
                       MOVE WS-FP-END (WS-FP-SUB)
                           TO WS-DATE-YYYYMMDD
                       MOVE WS-DATE-PARTS TO DS-DATE-2
                   END-IF
               WHEN 'FRNG'
                   PERFORM FIND-FISCAL-RANGE
                       THRU FIND-FISCAL-RANGE-END
               WHEN OTHER
                   SET DS-NOT-VALID TO TRUE
           END-EVALUATE
           MOVE WS-BUSY-COUNT TO DS-DAYS.
       COMPUTE-BUSINESS-DAYS-BETWEEN-END.
           CONTINUE.
       LOAD-FISCAL-TABLE.
           MOVE 'Y' TO WS-FISCAL-LOADED-SW
           OPEN INPUT FISCAL-FILE
           IF WS-FISCAL-STATUS NOT = ZEROES
               GO TO LOAD-FISCAL-TABLE-END
           END-IF
           MOVE 'N' TO WS-FISCAL-EOF-SW
           PERFORM UNTIL WS-FISCAL-EOF
               READ FISCAL-FILE
                   AT END
                       MOVE 'Y' TO WS-FISCAL-EOF-SW
                   NOT AT END
                       IF FC-FISCAL-YEAR IS NUMERIC
                               AND FC-PERIOD IS NUMERIC
                               AND FC-START-DATE IS NUMERIC
                               AND FC-END-DATE IS NUMERIC
                               AND WS-FP-USED < 120
                           ADD 1 TO WS-FP-USED
                           MOVE FC-FISCAL-YEAR
                               TO WS-FP-YEAR (WS-FP-USED)
                           MOVE FC-PERIOD TO WS-FP-PERIOD (WS-FP-USED)
                           MOVE FC-START-DATE
                               TO WS-FP-START (WS-FP-USED)
                           MOVE FC-END-DATE TO WS-FP-END (WS-FP-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FISCAL-FILE.
       LOAD-FISCAL-TABLE-END.
           CONTINUE.
      * The period DS-DATE-1 falls in - its year and number handed
      * back, its table slot left in WS-FP-SUB for the caller.
       FIND-FISCAL-PERIOD.
           IF NOT WS-FISCAL-LOADED
               PERFORM LOAD-FISCAL-TABLE
                   THRU LOAD-FISCAL-TABLE-END
           END-IF
           PERFORM VALIDATE-DATE-1 THRU VALIDATE-DATE-1-END
           IF DS-NOT-VALID
               GO TO FIND-FISCAL-PERIOD-END
           END-IF
           COMPUTE WS-DATE-YYYYMMDD =
               DS-YEAR-1 * 10000 + DS-MONTH-1 * 100 + DS-DAY-1
           MOVE ZEROES TO WS-FP-SUB
           PERFORM UNTIL WS-FP-SUB NOT < WS-FP-USED
               ADD 1 TO WS-FP-SUB
               IF WS-DATE-YYYYMMDD NOT < WS-FP-START (WS-FP-SUB)
                       AND WS-DATE-YYYYMMDD NOT > WS-FP-END (WS-FP-SUB)
                   MOVE WS-FP-YEAR (WS-FP-SUB) TO DS-FISCAL-YEAR
                   MOVE WS-FP-PERIOD (WS-FP-SUB) TO DS-FISCAL-PERIOD
                   GO TO FIND-FISCAL-PERIOD-END
               END-IF
           END-PERFORM
           SET DS-NOT-VALID TO TRUE.
       FIND-FISCAL-PERIOD-END.
           CONTINUE.
       FIND-FISCAL-RANGE.
           IF NOT WS-FISCAL-LOADED
               PERFORM LOAD-FISCAL-TABLE
                   THRU LOAD-FISCAL-TABLE-END
           END-IF
           MOVE ZEROES TO WS-FP-SUB
           PERFORM UNTIL WS-FP-SUB NOT < WS-FP-USED
               ADD 1 TO WS-FP-SUB
               IF WS-FP-YEAR (WS-FP-SUB) = DS-FISCAL-YEAR
                       AND WS-FP-PERIOD (WS-FP-SUB) = DS-FISCAL-PERIOD
                   MOVE WS-FP-START (WS-FP-SUB) TO WS-DATE-YYYYMMDD
                   MOVE WS-DATE-PARTS TO DS-DATE-1
                   MOVE WS-FP-END (WS-FP-SUB) TO WS-DATE-YYYYMMDD
                   MOVE WS-DATE-PARTS TO DS-DATE-2
                   GO TO FIND-FISCAL-RANGE-END
               END-IF
           END-PERFORM
           SET DS-NOT-VALID TO TRUE.
       FIND-FISCAL-RANGE-END.
           CONTINUE.
