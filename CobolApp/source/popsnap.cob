       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPSNAP.
      ******************************************************************
      *    POPSNAP - company population snapshot and growth trend.
      *    SOMESQL's statistics say how many companies there are
      *    today; this program keeps the history that says how many
      *    were gained or lost.  Scheduled as an MEONLY step under
      *    DRIVER, it counts at month end:
      *
      *       TYPE   xxxx     T2021A companies of each COMPANY_TYPE
      *       STATE  xx       companies with a T2021B address in each
      *                       ADDRESS_STATE - a company with addresses
      *                       in two states counts in both
      *       STATE  BLANK    companies with an address but no state
      *       STATE  NONE     companies with no address row at all
      *       TOTAL  COMPANY  every company on T2021A not closed
      *       TOTAL  CLOSED   every company on T2021A closed
      *       VSAM   HEADERS  VSAMFILE 'HD' header records
      *       VSAM   DETAILS  VSAMFILE 'DT' detail records
      *
      *    It then appends the counts to the POPHIST snapshot history
      *    under the period they were taken in - the calendar month,
      *    or the FISCCAL fiscal period when CONFIG CLOSEBASIS is
      *    FISCAL, as the rest of the month-end pack runs.  A second
      *    snapshot in the same period replaces the first, so a rerun
      *    of the close does not double the counts.  Snapshots taken
      *    on the other basis are left out of the comparison.
      *
      *    A company whose VSAMFILE 'ST' status segment (CSTATR) says
      *    closed, with the closure in force on the run date, is left
      *    out of every count but TOTAL CLOSED - so a closure shows in
      *    the trend as a loss from its type and states.  A company
      *    with no 'ST' segment is active; a suspended one still
      *    counts.
      *
      *    The POPRPT trend report shows, per type and state, the
      *    latest snapshot against the period before it (month over
      *    month) and the same period a year before (year over year),
      *    count and percentage change, and highlights the largest
      *    movers - the MOVERS types or states with the biggest change
      *    up or down each way - with a ranked list of them at the end.
      *
      *    T2021A/T2021B that cannot be read leave tonight without a
      *    snapshot - a part-taken one would show as losses - and end
      *    the step RC 16, and so does a VSAMFILE that cannot be
      *    read - without the status segments the counts would take
      *    the closed companies back in.  A run date
      *    FISCCAL does not list under the FISCAL basis takes no
      *    snapshot and ends RC 8.
      *
      *    The optional POPPARM file:
      *       MODE=SNAPSHOT      take tonight's snapshot and report
      *                          (dflt)
      *       MODE=REPORT        report from the history only
      *       MOVERS=nn          movers highlighted each way, 1 to 10
      *                          (dflt 5)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'POPPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'POPHIST'
               STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'POPRPT'
               STATUS IS WS-REPORT-STATUS.
           SELECT VSAMFILE-FILE ASSIGN TO 'VSAMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KSO-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD HISTORY-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * One count of one snapshot.  PH-PERIOD is yyyymm on the
      * calendar basis (PH-BASIS M), yyyypp on the fiscal (F).
       01 HISTORY-REC.
          05 PH-PERIOD             PIC X(6).
          05 FILLER                PIC X.
          05 PH-BASIS              PIC X.
          05 FILLER                PIC X.
          05 PH-DATE               PIC X(8).
          05 FILLER                PIC X.
          05 PH-TIME               PIC X(8).
          05 FILLER                PIC X.
          05 PH-CATEGORY           PIC X(5).
          05 FILLER                PIC X.
          05 PH-KEY                PIC X(8).
          05 FILLER                PIC X.
          05 PH-COUNT              PIC X(9).
          05 FILLER                PIC X.
          05 PH-RUN-ID             PIC X(16).
          05 FILLER                PIC X(12).
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(132).
       FD VSAMFILE-FILE.
       01 VSAMFILE-REC.
          05 KSO-KEY               PIC X(10).
          05 KSO-SEGMENT-CODE      PIC X(2).
          05 KSO-SEGMENT-DATA      PIC X(28).
      ******************************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC

        01 COMPANY_CODE PIC X(10).
        01 COMPANY_TYPE PIC S9(4) COMP.
        01 ADDRESS_STATE PIC X(2).
        01 IND-ADDRESS-STATE PIC S9(4) COMP.

       01 WS-PARM-STATUS           PIC 99.
       01 WS-HISTORY-STATUS        PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-MASTER-STATUS         PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-HISTORY-EOF-SW        PIC X       VALUE 'N'.
          88 WS-HISTORY-EOF                    VALUE 'Y'.
       01 WS-MASTER-EOF-SW         PIC X       VALUE 'N'.
          88 WS-MASTER-EOF                     VALUE 'Y'.
       01 WS-MASTER-OPEN-SW        PIC X       VALUE 'N'.
          88 WS-MASTER-OPEN                    VALUE 'Y'.
      * The company in hand - its status on the run date, and on the
      * VSAMFILE pass its header and detail records so far.
       01 WS-COMPANY-STATUS        PIC X       VALUE 'A'.
          88 WS-COMPANY-CLOSED                 VALUE 'C'.
       01 WS-OPEN-COMPANIES        PIC 9(9)    VALUE ZEROES.
       01 WS-CLOSED-COMPANIES      PIC 9(9)    VALUE ZEROES.
       01 WS-CO-KEY                PIC X(7)    VALUE SPACES.
       01 WS-CO-HEADERS            PIC 9(9)    VALUE ZEROES.
       01 WS-CO-DETAILS            PIC 9(9)    VALUE ZEROES.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-MODE                  PIC X(8)    VALUE 'SNAPSHOT'.
       01 WS-MOVERS                PIC 9(2)    VALUE 5.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
      * The period tonight's snapshot is taken for, and its basis.
       01 WS-BASIS                 PIC X       VALUE 'M'.
          88 WS-FISCAL-BASIS                   VALUE 'F'.
       01 WS-PERIOD-WORD           PIC X(6)    VALUE 'MONTH'.
       01 WS-SNAP-PERIOD           PIC 9(6)    VALUE ZEROES.
       01 WS-SNAP-STATUS           PIC X       VALUE 'N'.
          88 WS-SNAP-TAKEN                     VALUE 'Y'.
          88 WS-SNAP-NOT-WANTED                VALUE 'N'.
          88 WS-SNAP-FAILED                    VALUE 'F'.
      * Tonight's counts, as they are taken.
       01 WS-SNAP-TABLE.
          05 WS-SN-ENTRY OCCURS 150 TIMES.
             10 WS-SN-CATEGORY     PIC X(5).
             10 WS-SN-KEY          PIC X(8).
             10 WS-SN-COUNT        PIC 9(9).
       01 WS-SN-USED               PIC 9(3)    VALUE ZEROES.
       01 WS-SN-SUB                PIC 9(3)    VALUE ZEROES.
       01 WS-VSAM-HEADERS          PIC 9(9)    VALUE ZEROES.
       01 WS-VSAM-DETAILS          PIC 9(9)    VALUE ZEROES.
      * Every type, state and total any kept period counted.
       01 WS-CELL-TABLE.
          05 WS-CL-ENTRY OCCURS 150 TIMES.
             10 WS-CL-CATEGORY     PIC X(5).
             10 WS-CL-KEY          PIC X(8).
             10 WS-CL-RANK         PIC 9.
             10 WS-CL-MOM-SW       PIC X.
                88 WS-CL-MOM-KNOWN             VALUE 'Y'.
             10 WS-CL-MOM          PIC S9(9).
             10 WS-CL-YOY-SW       PIC X.
                88 WS-CL-YOY-KNOWN             VALUE 'Y'.
             10 WS-CL-YOY          PIC S9(9).
             10 WS-CL-MOVER        PIC X(9).
       01 WS-CL-USED               PIC 9(3)    VALUE ZEROES.
       01 WS-CL-SUB                PIC 9(3)    VALUE ZEROES.
       01 WS-CL-FULL-SW            PIC X       VALUE 'N'.
          88 WS-CL-FULL                        VALUE 'Y'.
      * The latest 13 periods - enough for a year-ago comparison -
      * each with the count of every cell, as of the period's latest
      * snapshot.  WS-PD-SQL-SW says the period counted T2021A, so
      * a type or state it does not mention had none.
       01 WS-PERIOD-TABLE.
          05 WS-PD-ENTRY OCCURS 13 TIMES.
             10 WS-PD-PERIOD       PIC 9(6).
             10 WS-PD-STAMP        PIC X(16).
             10 WS-PD-SQL-SW       PIC X.
                88 WS-PD-SQL-COUNTED           VALUE 'Y'.
             10 WS-PD-CELL OCCURS 150 TIMES.
                15 WS-PD-SEEN-SW   PIC X.
                   88 WS-PD-SEEN               VALUE 'Y'.
                15 WS-PD-COUNT     PIC 9(9).
       01 WS-PD-USED               PIC 9(2)    VALUE ZEROES.
       01 WS-PD-SUB                PIC 9(2)    VALUE ZEROES.
       01 WS-CUR-SUB               PIC 9(2)    VALUE ZEROES.
       01 WS-PREV-SUB              PIC 9(2)    VALUE ZEROES.
       01 WS-YEAR-SUB              PIC 9(2)    VALUE ZEROES.
       01 WS-YEAR-PERIOD           PIC 9(6)    VALUE ZEROES.
       01 WS-HISTORY-READ          PIC 9(7)    VALUE ZEROES.
       01 WS-HISTORY-WRITTEN       PIC 9(3)    VALUE ZEROES.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
      * One history count on its way into the period table.
       01 WS-ADD-PERIOD            PIC 9(6)    VALUE ZEROES.
       01 WS-ADD-STAMP             PIC X(16)   VALUE SPACES.
       01 WS-ADD-CATEGORY          PIC X(5)    VALUE SPACES.
       01 WS-ADD-KEY               PIC X(8)    VALUE SPACES.
       01 WS-ADD-COUNT             PIC 9(9)    VALUE ZEROES.
      * Comparison work areas.
       01 WS-KNOWN-SW              PIC X       VALUE 'N'.
          88 WS-COUNT-KNOWN                    VALUE 'Y'.
       01 WS-NOW-COUNT             PIC 9(9)    VALUE ZEROES.
       01 WS-THEN-COUNT            PIC 9(9)    VALUE ZEROES.
       01 WS-CHANGE                PIC S9(9)   VALUE ZEROES.
       01 WS-ABS-CHANGE            PIC 9(9)    VALUE ZEROES.
       01 WS-BEST-CHANGE           PIC 9(9)    VALUE ZEROES.
       01 WS-BEST-SUB              PIC 9(3)    VALUE ZEROES.
       01 WS-PICKED                PIC 9(2)    VALUE ZEROES.
      * The movers picked, largest first - cell subscripts.
       01 WS-MOVER-TABLE.
          05 WS-MV-MOM-CELL        PIC 9(3)    OCCURS 10 TIMES.
          05 WS-MV-YOY-CELL        PIC 9(3)    OCCURS 10 TIMES.
       01 WS-MV-MOM-USED           PIC 9(2)    VALUE ZEROES.
       01 WS-MV-YOY-USED           PIC 9(2)    VALUE ZEROES.
       01 WS-MV-SUB                PIC 9(2)    VALUE ZEROES.
       01 WS-NOW-KNOWN-SW          PIC X       VALUE 'N'.
          88 WS-NOW-KNOWN                      VALUE 'Y'.
       01 WS-PCT                   PIC S9(5)V9 VALUE ZEROES.
       01 WS-WHICH                 PIC X       VALUE SPACE.
      * The cells in report order - type, state, total, VSAM, then
      * key - as subscripts into WS-CELL-TABLE.
       01 WS-ORDER-TABLE.
          05 WS-ORDER-CELL         PIC 9(3)    OCCURS 150 TIMES.
       01 WS-ORD-SUB               PIC 9(3)    VALUE ZEROES.
       01 WS-ORD-SCAN              PIC 9(3)    VALUE ZEROES.
       01 WS-ORD-HOLD              PIC 9(3)    VALUE ZEROES.
       01 WS-LAST-RANK             PIC 9       VALUE ZERO.
       01 WS-ED-COUNT              PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-CHANGE             PIC ---,---,--9.
       01 WS-ED-PCT                PIC ----9.9.
       01 WS-ED-RANK               PIC Z9.
       01 WS-PREV-TEXT             PIC X(11)   VALUE SPACES.
       01 WS-CHANGE-TEXT           PIC X(11)   VALUE SPACES.
       01 WS-PCT-TEXT              PIC X(8)    VALUE SPACES.
       01 WS-CUR-LABEL             PIC X(7)    VALUE SPACES.
       01 WS-PREV-LABEL            PIC X(7)    VALUE SPACES.
       01 WS-YEAR-LABEL            PIC X(7)    VALUE SPACES.
       01 WS-LABEL-PERIOD          PIC 9(6)    VALUE ZEROES.
       01 WS-LABEL-TEXT            PIC X(7)    VALUE SPACES.
       01 WS-DESC                  PIC X(24)   VALUE SPACES.
       01 WS-NOTE                  PIC X(8)    VALUE SPACES.
       01 WS-REPORT-DETAIL.
          05 RD-CATEGORY           PIC X(5).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-KEY                PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-DESC               PIC X(24).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-NOW                PIC X(11).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-PREV               PIC X(11).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-MOM-CHANGE         PIC X(11).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-MOM-PCT            PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-YEAR               PIC X(11).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-YOY-CHANGE         PIC X(11).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-YOY-PCT            PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-MOVER              PIC X(9).
          05 FILLER                PIC X(11)   VALUE SPACES.
           COPY CONFIGR.
           COPY CSTATR.
           COPY CTYPLKR.
           COPY DATESRVR.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
      * A CALL replaces this program's RETURN-CODE with the called
      * program's - the job code is kept here and set at the end.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <POPSNAP>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF
           INITIALIZE WS-SNAP-TABLE
           INITIALIZE WS-CELL-TABLE
           INITIALIZE WS-PERIOD-TABLE

           PERFORM READ-POPULATION-PARMS
               THRU READ-POPULATION-PARMS-END
           PERFORM SET-SNAPSHOT-PERIOD THRU SET-SNAPSHOT-PERIOD-END

           IF WS-MODE = 'SNAPSHOT' AND WS-SNAP-PERIOD NOT = ZEROES
               MOVE 'Y' TO WS-SNAP-STATUS
               PERFORM OPEN-STATUS-MASTER THRU OPEN-STATUS-MASTER-END
               PERFORM COUNT-COMPANY-TYPES
                   THRU COUNT-COMPANY-TYPES-END
               PERFORM COUNT-COMPANY-STATES
                   THRU COUNT-COMPANY-STATES-END
               PERFORM COUNT-UNADDRESSED THRU COUNT-UNADDRESSED-END
               IF WS-MASTER-OPEN
                   CLOSE VSAMFILE-FILE
                   MOVE 'N' TO WS-MASTER-OPEN-SW
               END-IF
               PERFORM COUNT-VSAMFILE THRU COUNT-VSAMFILE-END
           END-IF

           PERFORM LOAD-POPULATION-HISTORY
               THRU LOAD-POPULATION-HISTORY-END
           IF WS-SNAP-TAKEN
               PERFORM APPEND-SNAPSHOT THRU APPEND-SNAPSHOT-END
           END-IF

           PERFORM COMPARE-PERIODS THRU COMPARE-PERIODS-END
           PERFORM PICK-MOVERS THRU PICK-MOVERS-END
           PERFORM WRITE-TREND-REPORT THRU WRITE-TREND-REPORT-END

           DISPLAY '    PERIOD=' WS-SNAP-PERIOD
                   ' SNAPSHOT=' WS-SNAP-STATUS
                   ' RECORDED=' WS-HISTORY-WRITTEN
                   ' PERIODS=' WS-PD-USED
           MOVE WS-SAVED-RC TO RETURN-CODE
           DISPLAY '  </POPSNAP>'
           GOBACK
           .
       READ-POPULATION-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-POPULATION-PARMS-END
           END-IF
           MOVE 'N' TO WS-PARM-EOF-SW
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SW
                   NOT AT END
                       PERFORM TAKE-POPULATION-PARM
                           THRU TAKE-POPULATION-PARM-END
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-POPULATION-PARMS-END.
           CONTINUE.
       TAKE-POPULATION-PARM.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARM-LINE DELIMITED BY '='
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE
           EVALUATE WS-PARM-KEYWORD
               WHEN SPACES
                   CONTINUE
               WHEN 'MODE'
                   IF WS-PARM-VALUE = 'SNAPSHOT' OR 'REPORT'
                       MOVE WS-PARM-VALUE (1:8) TO WS-MODE
                   ELSE
                       DISPLAY '    POPSNAP: UNKNOWN MODE IGNORED - '
                               PARM-LINE
                   END-IF
               WHEN 'MOVERS'
                   IF WS-PARM-VALUE (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
                           TO WS-MOVERS
                   END-IF
                   IF WS-MOVERS = ZEROES OR WS-MOVERS > 10
                       MOVE 5 TO WS-MOVERS
                   END-IF
               WHEN OTHER
                   DISPLAY '    POPSNAP: UNKNOWN PARM IGNORED - '
                           PARM-LINE
           END-EVALUATE.
       TAKE-POPULATION-PARM-END.
           CONTINUE.
      * The calendar month of the run, or under CLOSEBASIS=FISCAL the
      * fiscal period FISCCAL puts the run date in.
       SET-SNAPSHOT-PERIOD.
           MOVE WS-RUN-DATE (1:6) TO WS-SNAP-PERIOD
           MOVE 'GET ' TO CF-FUNCTION
           MOVE 'CLOSEBASIS' TO CF-KEYWORD
           CALL 'CONFIG' USING CONFIG-PARM
           IF NOT CF-FOUND OR CF-VALUE NOT = 'FISCAL'
               GO TO SET-SNAPSHOT-PERIOD-END
           END-IF
           MOVE 'F' TO WS-BASIS
           MOVE 'PERIOD' TO WS-PERIOD-WORD
           MOVE 'FPER' TO DS-FUNCTION
           MOVE WS-RUN-DATE TO DS-DATE-1
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-VALID
               MOVE DS-FISCAL-YEAR TO WS-SNAP-PERIOD (1:4)
               MOVE DS-FISCAL-PERIOD TO WS-SNAP-PERIOD (5:2)
               GO TO SET-SNAPSHOT-PERIOD-END
           END-IF
           MOVE ZEROES TO WS-SNAP-PERIOD
           IF WS-MODE = 'SNAPSHOT'
               DISPLAY '    POPSNAP: FISCCAL HAS NO PERIOD FOR '
                       WS-RUN-DATE ' - NO SNAPSHOT'
               MOVE 'POPSNAP'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-BAD-INPUT TO EL-RETURN-CODE
               MOVE 'RUN DATE NOT ON FISCCAL - NO POPULATION SNAPSHOT'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE 'F' TO WS-SNAP-STATUS
               MOVE RC-BAD-INPUT TO WS-SAVED-RC
           END-IF.
       SET-SNAPSHOT-PERIOD-END.
           CONTINUE.
      ******************************************************************
      *    VSAMFILE - each company's 'ST' status segment, read by key.
      ******************************************************************
       OPEN-STATUS-MASTER.
           IF NOT WS-SNAP-TAKEN
               GO TO OPEN-STATUS-MASTER-END
           END-IF
           OPEN INPUT VSAMFILE-FILE
           IF WS-MASTER-STATUS = ZEROES
               MOVE 'Y' TO WS-MASTER-OPEN-SW
               GO TO OPEN-STATUS-MASTER-END
           END-IF
           PERFORM REPORT-MASTER-ERROR THRU REPORT-MASTER-ERROR-END.
       OPEN-STATUS-MASTER-END.
           CONTINUE.
      * Closed only once the closure is in force on the run date; no
      * 'ST' segment (status 23) is an active company.
       GET-COMPANY-STATUS.
           MOVE 'A' TO WS-COMPANY-STATUS
           MOVE SPACES TO KSO-KEY
           MOVE COMPANY_CODE (1:7) TO KSO-KEY (1:7)
           MOVE CS-STATUS-SEQ TO KSO-KEY (8:3)
           READ VSAMFILE-FILE
           IF WS-MASTER-STATUS = 23
               GO TO GET-COMPANY-STATUS-END
           END-IF
           IF WS-MASTER-STATUS NOT = ZEROES
               PERFORM REPORT-MASTER-ERROR THRU REPORT-MASTER-ERROR-END
               GO TO GET-COMPANY-STATUS-END
           END-IF
           MOVE VSAMFILE-REC (11:30) TO CS-STATUS-SEGMENT
           IF CS-SEGMENT-CODE = 'ST' AND CS-VALID-STATUS
                   AND CS-EFFECTIVE-DATE NOT > WS-RUN-DATE
               MOVE CS-STATUS-CODE TO WS-COMPANY-STATUS
           END-IF.
       GET-COMPANY-STATUS-END.
           CONTINUE.
       REPORT-MASTER-ERROR.
           IF NOT WS-SNAP-TAKEN
               GO TO REPORT-MASTER-ERROR-END
           END-IF
           DISPLAY '    POPSNAP: VSAMFILE READ FAILED, STATUS '
                   WS-MASTER-STATUS ' - NO SNAPSHOT'
           MOVE 'POPSNAP'  TO EL-PROGRAM-ID
           MOVE 'ERROR'    TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           MOVE 'DSN0001' TO EL-MSG-ID
           MOVE 'VSAMFILE' TO EL-MSG-PARM (1)
           MOVE 'NO POPULATION SNAPSHOT' TO EL-MSG-PARM (2)
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE 'F' TO WS-SNAP-STATUS
           MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC.
       REPORT-MASTER-ERROR-END.
           CONTINUE.
      ******************************************************************
      *    T2021A/T2021B - companies by type and by state, and in all,
      *    company by company so the closed ones can be left out.
      ******************************************************************
       COUNT-COMPANY-TYPES.
           IF NOT WS-SNAP-TAKEN
               GO TO COUNT-COMPANY-TYPES-END
           END-IF
           EXEC SQL
             DECLARE POPTCURS CURSOR FOR
             SELECT COMPANY_CODE, COMPANY_TYPE
             FROM T2021A
             ORDER BY COMPANY_TYPE
           END-EXEC
           EXEC SQL
             OPEN POPTCURS
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'T2021A' TO WS-NOTE
               PERFORM REPORT-POPULATION-SQLERROR
                   THRU REPORT-POPULATION-SQLERROR-END
               GO TO COUNT-COMPANY-TYPES-END
           END-IF
           MOVE ZEROES TO WS-OPEN-COMPANIES
           MOVE ZEROES TO WS-CLOSED-COMPANIES
           PERFORM FETCH-TYPE-ROW THRU FETCH-TYPE-ROW-END
           PERFORM UNTIL SQLCODE NOT = 0 OR NOT WS-SNAP-TAKEN
               PERFORM GET-COMPANY-STATUS THRU GET-COMPANY-STATUS-END
               IF WS-COMPANY-CLOSED
                   ADD 1 TO WS-CLOSED-COMPANIES
               ELSE
                   ADD 1 TO WS-OPEN-COMPANIES
                   MOVE 'TYPE' TO WS-ADD-CATEGORY
                   MOVE SPACES TO WS-ADD-KEY
                   MOVE COMPANY_TYPE TO TY-TYPE
                   MOVE TY-TYPE TO WS-ADD-KEY (1:4)
                   MOVE 1 TO WS-ADD-COUNT
                   PERFORM TALLY-SNAPSHOT-COUNT
                       THRU TALLY-SNAPSHOT-COUNT-END
               END-IF
               PERFORM FETCH-TYPE-ROW THRU FETCH-TYPE-ROW-END
           END-PERFORM
           IF WS-SNAP-TAKEN AND SQLCODE NOT = 100
               MOVE 'T2021A' TO WS-NOTE
               PERFORM REPORT-POPULATION-SQLERROR
                   THRU REPORT-POPULATION-SQLERROR-END
           END-IF
           EXEC SQL
             CLOSE POPTCURS
           END-EXEC
           IF NOT WS-SNAP-TAKEN
               GO TO COUNT-COMPANY-TYPES-END
           END-IF
           MOVE 'TOTAL' TO WS-ADD-CATEGORY
           MOVE 'COMPANY' TO WS-ADD-KEY
           MOVE WS-OPEN-COMPANIES TO WS-ADD-COUNT
           PERFORM KEEP-SNAPSHOT-COUNT THRU KEEP-SNAPSHOT-COUNT-END
           MOVE 'TOTAL' TO WS-ADD-CATEGORY
           MOVE 'CLOSED' TO WS-ADD-KEY
           MOVE WS-CLOSED-COMPANIES TO WS-ADD-COUNT
           PERFORM KEEP-SNAPSHOT-COUNT THRU KEEP-SNAPSHOT-COUNT-END.
       COUNT-COMPANY-TYPES-END.
           CONTINUE.
       FETCH-TYPE-ROW.
           EXEC SQL
             FETCH FROM POPTCURS INTO :COMPANY_CODE, :COMPANY_TYPE
           END-EXEC.
       FETCH-TYPE-ROW-END.
           CONTINUE.
       COUNT-COMPANY-STATES.
           IF NOT WS-SNAP-TAKEN
               GO TO COUNT-COMPANY-STATES-END
           END-IF
           EXEC SQL
             DECLARE POPSCURS CURSOR FOR
             SELECT DISTINCT COMPANY_CODE, ADDRESS_STATE
             FROM T2021B
             ORDER BY ADDRESS_STATE
           END-EXEC
           EXEC SQL
             OPEN POPSCURS
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'T2021B' TO WS-NOTE
               PERFORM REPORT-POPULATION-SQLERROR
                   THRU REPORT-POPULATION-SQLERROR-END
               GO TO COUNT-COMPANY-STATES-END
           END-IF
           PERFORM FETCH-STATE-ROW THRU FETCH-STATE-ROW-END
           PERFORM UNTIL SQLCODE NOT = 0 OR NOT WS-SNAP-TAKEN
               PERFORM GET-COMPANY-STATUS THRU GET-COMPANY-STATUS-END
               IF NOT WS-COMPANY-CLOSED
                   MOVE 'STATE' TO WS-ADD-CATEGORY
                   MOVE SPACES TO WS-ADD-KEY
                   IF IND-ADDRESS-STATE < 0 OR ADDRESS_STATE = SPACES
                       MOVE 'BLANK' TO WS-ADD-KEY
                   ELSE
                       MOVE ADDRESS_STATE TO WS-ADD-KEY (1:2)
                   END-IF
                   MOVE 1 TO WS-ADD-COUNT
                   PERFORM TALLY-SNAPSHOT-COUNT
                       THRU TALLY-SNAPSHOT-COUNT-END
               END-IF
               PERFORM FETCH-STATE-ROW THRU FETCH-STATE-ROW-END
           END-PERFORM
           IF WS-SNAP-TAKEN AND SQLCODE NOT = 100
               MOVE 'T2021B' TO WS-NOTE
               PERFORM REPORT-POPULATION-SQLERROR
                   THRU REPORT-POPULATION-SQLERROR-END
           END-IF
           EXEC SQL
             CLOSE POPSCURS
           END-EXEC.
       COUNT-COMPANY-STATES-END.
           CONTINUE.
       FETCH-STATE-ROW.
           EXEC SQL
             FETCH FROM POPSCURS
                 INTO :COMPANY_CODE,
                      :ADDRESS_STATE :IND-ADDRESS-STATE
           END-EXEC.
       FETCH-STATE-ROW-END.
           CONTINUE.
       COUNT-UNADDRESSED.
           IF NOT WS-SNAP-TAKEN
               GO TO COUNT-UNADDRESSED-END
           END-IF
           MOVE 'STATE' TO WS-ADD-CATEGORY
           MOVE 'NONE' TO WS-ADD-KEY
           MOVE ZEROES TO WS-ADD-COUNT
           PERFORM TALLY-SNAPSHOT-COUNT THRU TALLY-SNAPSHOT-COUNT-END
           EXEC SQL
             DECLARE POPNCURS CURSOR FOR
             SELECT A.COMPANY_CODE
             FROM T2021A A
             WHERE NOT EXISTS
                   (SELECT 1 FROM T2021B B
                     WHERE B.COMPANY_CODE = A.COMPANY_CODE)
           END-EXEC
           EXEC SQL
             OPEN POPNCURS
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'T2021A' TO WS-NOTE
               PERFORM REPORT-POPULATION-SQLERROR
                   THRU REPORT-POPULATION-SQLERROR-END
               GO TO COUNT-UNADDRESSED-END
           END-IF
           PERFORM FETCH-UNADDRESSED-ROW
               THRU FETCH-UNADDRESSED-ROW-END
           PERFORM UNTIL SQLCODE NOT = 0 OR NOT WS-SNAP-TAKEN
               PERFORM GET-COMPANY-STATUS THRU GET-COMPANY-STATUS-END
               IF NOT WS-COMPANY-CLOSED
                   MOVE 'STATE' TO WS-ADD-CATEGORY
                   MOVE 'NONE' TO WS-ADD-KEY
                   MOVE 1 TO WS-ADD-COUNT
                   PERFORM TALLY-SNAPSHOT-COUNT
                       THRU TALLY-SNAPSHOT-COUNT-END
               END-IF
               PERFORM FETCH-UNADDRESSED-ROW
                   THRU FETCH-UNADDRESSED-ROW-END
           END-PERFORM
           IF WS-SNAP-TAKEN AND SQLCODE NOT = 100
               MOVE 'T2021A' TO WS-NOTE
               PERFORM REPORT-POPULATION-SQLERROR
                   THRU REPORT-POPULATION-SQLERROR-END
           END-IF
           EXEC SQL
             CLOSE POPNCURS
           END-EXEC.
       COUNT-UNADDRESSED-END.
           CONTINUE.
       FETCH-UNADDRESSED-ROW.
           EXEC SQL
             FETCH FROM POPNCURS INTO :COMPANY_CODE
           END-EXEC.
       FETCH-UNADDRESSED-ROW-END.
           CONTINUE.
      * A table the database will not read through leaves tonight
      * without a snapshot rather than with part of one.
       REPORT-POPULATION-SQLERROR.
           DISPLAY '    POPSNAP: ' WS-NOTE ' READ FAILED, SQLCODE '
                   SQLCODE ' - NO SNAPSHOT'
           MOVE 'POPSNAP'  TO EL-PROGRAM-ID
           MOVE 'ERROR'    TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           MOVE 'SQL0001' TO EL-MSG-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE 'F' TO WS-SNAP-STATUS
           MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC.
       REPORT-POPULATION-SQLERROR-END.
           CONTINUE.
      ******************************************************************
      *    VSAMFILE - header and detail records of the companies not
      *    closed.  A company's 'ST' segment sorts behind its header
      *    and details, so each company's records are held until the
      *    next company's key shows it is complete.
      ******************************************************************
       COUNT-VSAMFILE.
           IF NOT WS-SNAP-TAKEN
               GO TO COUNT-VSAMFILE-END
           END-IF
           OPEN INPUT VSAMFILE-FILE
           IF WS-MASTER-STATUS NOT = ZEROES
               PERFORM REPORT-MASTER-ERROR THRU REPORT-MASTER-ERROR-END
               GO TO COUNT-VSAMFILE-END
           END-IF
           MOVE ZEROES TO WS-VSAM-HEADERS
           MOVE ZEROES TO WS-VSAM-DETAILS
           MOVE SPACES TO WS-CO-KEY
           MOVE ZEROES TO WS-CO-HEADERS
           MOVE ZEROES TO WS-CO-DETAILS
           MOVE 'A' TO WS-COMPANY-STATUS
           MOVE 'N' TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
               READ VSAMFILE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-SW
                   NOT AT END
                       PERFORM COUNT-MASTER-RECORD
                           THRU COUNT-MASTER-RECORD-END
               END-READ
           END-PERFORM
           PERFORM POST-COMPANY-COUNTS THRU POST-COMPANY-COUNTS-END
           CLOSE VSAMFILE-FILE
           MOVE 'VSAM' TO WS-ADD-CATEGORY
           MOVE 'HEADERS' TO WS-ADD-KEY
           MOVE WS-VSAM-HEADERS TO WS-ADD-COUNT
           PERFORM KEEP-SNAPSHOT-COUNT THRU KEEP-SNAPSHOT-COUNT-END
           MOVE 'VSAM' TO WS-ADD-CATEGORY
           MOVE 'DETAILS' TO WS-ADD-KEY
           MOVE WS-VSAM-DETAILS TO WS-ADD-COUNT
           PERFORM KEEP-SNAPSHOT-COUNT THRU KEEP-SNAPSHOT-COUNT-END.
       COUNT-VSAMFILE-END.
           CONTINUE.
       COUNT-MASTER-RECORD.
           IF KSO-KEY (1:7) NOT = WS-CO-KEY
               PERFORM POST-COMPANY-COUNTS
                   THRU POST-COMPANY-COUNTS-END
               MOVE KSO-KEY (1:7) TO WS-CO-KEY
               MOVE ZEROES TO WS-CO-HEADERS
               MOVE ZEROES TO WS-CO-DETAILS
               MOVE 'A' TO WS-COMPANY-STATUS
           END-IF
           EVALUATE KSO-SEGMENT-CODE
               WHEN 'HD'
                   ADD 1 TO WS-CO-HEADERS
               WHEN 'DT'
                   ADD 1 TO WS-CO-DETAILS
               WHEN 'ST'
                   MOVE VSAMFILE-REC (11:30) TO CS-STATUS-SEGMENT
                   IF CS-VALID-STATUS
                           AND CS-EFFECTIVE-DATE NOT > WS-RUN-DATE
                       MOVE CS-STATUS-CODE TO WS-COMPANY-STATUS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       COUNT-MASTER-RECORD-END.
           CONTINUE.
       POST-COMPANY-COUNTS.
           IF NOT WS-COMPANY-CLOSED
               ADD WS-CO-HEADERS TO WS-VSAM-HEADERS
               ADD WS-CO-DETAILS TO WS-VSAM-DETAILS
           END-IF.
       POST-COMPANY-COUNTS-END.
           CONTINUE.
      * Adds WS-ADD-COUNT to tonight's count for the cell, starting
      * the count when the cell is new.
       TALLY-SNAPSHOT-COUNT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-SN-SUB
           PERFORM UNTIL WS-SN-SUB NOT < WS-SN-USED
                   OR WS-FOUND-SW = 'Y'
               ADD 1 TO WS-SN-SUB
               IF WS-SN-CATEGORY (WS-SN-SUB) = WS-ADD-CATEGORY
                       AND WS-SN-KEY (WS-SN-SUB) = WS-ADD-KEY
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'Y'
               ADD WS-ADD-COUNT TO WS-SN-COUNT (WS-SN-SUB)
           ELSE
               PERFORM KEEP-SNAPSHOT-COUNT THRU KEEP-SNAPSHOT-COUNT-END
           END-IF.
       TALLY-SNAPSHOT-COUNT-END.
           CONTINUE.
       KEEP-SNAPSHOT-COUNT.
           IF WS-SN-USED NOT < 150
               DISPLAY '    POPSNAP: TOO MANY COUNTS - '
                       WS-ADD-CATEGORY ' ' WS-ADD-KEY ' NOT KEPT'
               GO TO KEEP-SNAPSHOT-COUNT-END
           END-IF
           ADD 1 TO WS-SN-USED
           MOVE WS-ADD-CATEGORY TO WS-SN-CATEGORY (WS-SN-USED)
           MOVE WS-ADD-KEY TO WS-SN-KEY (WS-SN-USED)
           MOVE WS-ADD-COUNT TO WS-SN-COUNT (WS-SN-USED).
       KEEP-SNAPSHOT-COUNT-END.
           CONTINUE.
      ******************************************************************
      *    POPHIST - every kept period's counts, as of its latest
      *    snapshot, then tonight's appended.
      ******************************************************************
       LOAD-POPULATION-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = ZEROES
               DISPLAY '    POPSNAP: NO SNAPSHOT HISTORY YET, STATUS '
                       WS-HISTORY-STATUS
               GO TO LOAD-POPULATION-HISTORY-END
           END-IF
           MOVE 'N' TO WS-HISTORY-EOF-SW
           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       PERFORM TAKE-HISTORY-COUNT
                           THRU TAKE-HISTORY-COUNT-END
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       LOAD-POPULATION-HISTORY-END.
           CONTINUE.
       TAKE-HISTORY-COUNT.
           IF PH-PERIOD NOT NUMERIC OR PH-COUNT NOT NUMERIC
                   OR PH-BASIS NOT = WS-BASIS
               GO TO TAKE-HISTORY-COUNT-END
           END-IF
           MOVE PH-PERIOD TO WS-ADD-PERIOD
           MOVE PH-DATE TO WS-ADD-STAMP (1:8)
           MOVE PH-TIME TO WS-ADD-STAMP (9:8)
           MOVE PH-CATEGORY TO WS-ADD-CATEGORY
           MOVE PH-KEY TO WS-ADD-KEY
           MOVE PH-COUNT TO WS-ADD-COUNT
           PERFORM ADD-TO-PERIOD THRU ADD-TO-PERIOD-END.
       TAKE-HISTORY-COUNT-END.
           CONTINUE.
      * Puts WS-ADD-COUNT in period WS-ADD-PERIOD for the cell.  The
      * history is appended in run order, so periods arrive in order
      * and a later snapshot of a period replaces the earlier one;
      * the table keeps the latest 13.
       ADD-TO-PERIOD.
           MOVE 'N' TO WS-FOUND-SW
           MOVE WS-PD-USED TO WS-PD-SUB
           PERFORM UNTIL WS-PD-SUB = ZEROES OR WS-FOUND-SW = 'Y'
               IF WS-PD-PERIOD (WS-PD-SUB) = WS-ADD-PERIOD
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   SUBTRACT 1 FROM WS-PD-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               IF WS-PD-USED > ZEROES
                       AND WS-ADD-PERIOD < WS-PD-PERIOD (WS-PD-USED)
                   GO TO ADD-TO-PERIOD-END
               END-IF
               IF WS-PD-USED = 13
                   MOVE ZEROES TO WS-PD-SUB
                   PERFORM UNTIL WS-PD-SUB NOT < 12
                       ADD 1 TO WS-PD-SUB
                       MOVE WS-PD-ENTRY (WS-PD-SUB + 1)
                           TO WS-PD-ENTRY (WS-PD-SUB)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-PD-USED
               END-IF
               MOVE WS-PD-USED TO WS-PD-SUB
               INITIALIZE WS-PD-ENTRY (WS-PD-SUB)
               MOVE WS-ADD-PERIOD TO WS-PD-PERIOD (WS-PD-SUB)
               MOVE WS-ADD-STAMP TO WS-PD-STAMP (WS-PD-SUB)
           END-IF
           IF WS-ADD-STAMP < WS-PD-STAMP (WS-PD-SUB)
               GO TO ADD-TO-PERIOD-END
           END-IF
           IF WS-ADD-STAMP > WS-PD-STAMP (WS-PD-SUB)
               INITIALIZE WS-PD-ENTRY (WS-PD-SUB)
               MOVE WS-ADD-PERIOD TO WS-PD-PERIOD (WS-PD-SUB)
               MOVE WS-ADD-STAMP TO WS-PD-STAMP (WS-PD-SUB)
           END-IF
           PERFORM FIND-CELL THRU FIND-CELL-END
           IF WS-CL-SUB = ZEROES
               GO TO ADD-TO-PERIOD-END
           END-IF
           MOVE 'Y' TO WS-PD-SEEN-SW (WS-PD-SUB, WS-CL-SUB)
           MOVE WS-ADD-COUNT TO WS-PD-COUNT (WS-PD-SUB, WS-CL-SUB)
           IF WS-ADD-CATEGORY = 'TOTAL'
               MOVE 'Y' TO WS-PD-SQL-SW (WS-PD-SUB)
           END-IF.
       ADD-TO-PERIOD-END.
           CONTINUE.
      * WS-CL-SUB for the cell WS-ADD-CATEGORY/WS-ADD-KEY, added when
      * new; zero when the table is full.
       FIND-CELL.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-CL-SUB
           PERFORM UNTIL WS-CL-SUB NOT < WS-CL-USED
                   OR WS-FOUND-SW = 'Y'
               ADD 1 TO WS-CL-SUB
               IF WS-CL-CATEGORY (WS-CL-SUB) = WS-ADD-CATEGORY
                       AND WS-CL-KEY (WS-CL-SUB) = WS-ADD-KEY
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'Y'
               GO TO FIND-CELL-END
           END-IF
           IF WS-CL-USED NOT < 150
               IF NOT WS-CL-FULL
                   DISPLAY '    POPSNAP: MORE THAN 150 TYPES AND STATES'
                           ' - THE REST ARE NOT REPORTED'
                   MOVE 'Y' TO WS-CL-FULL-SW
               END-IF
               MOVE ZEROES TO WS-CL-SUB
               GO TO FIND-CELL-END
           END-IF
           ADD 1 TO WS-CL-USED
           MOVE WS-CL-USED TO WS-CL-SUB
           MOVE WS-ADD-CATEGORY TO WS-CL-CATEGORY (WS-CL-SUB)
           MOVE WS-ADD-KEY TO WS-CL-KEY (WS-CL-SUB)
           EVALUATE WS-ADD-CATEGORY
               WHEN 'TYPE'
                   MOVE 1 TO WS-CL-RANK (WS-CL-SUB)
               WHEN 'STATE'
                   MOVE 2 TO WS-CL-RANK (WS-CL-SUB)
               WHEN 'TOTAL'
                   MOVE 3 TO WS-CL-RANK (WS-CL-SUB)
               WHEN OTHER
                   MOVE 4 TO WS-CL-RANK (WS-CL-SUB)
           END-EVALUATE.
       FIND-CELL-END.
           CONTINUE.
       APPEND-SNAPSHOT.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = 35
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = ZEROES
               DISPLAY '    POPSNAP: POPHIST OPEN FAILED, STATUS '
                       WS-HISTORY-STATUS
               MOVE 'POPSNAP'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'POPHIST' TO EL-MSG-PARM (1)
               MOVE 'SNAPSHOT NOT RECORDED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC
               GO TO APPEND-SNAPSHOT-END
           END-IF
           MOVE WS-SNAP-PERIOD TO WS-ADD-PERIOD
           MOVE WS-RUN-DATE TO WS-ADD-STAMP (1:8)
           MOVE WS-RUN-TIME TO WS-ADD-STAMP (9:8)
           MOVE ZEROES TO WS-SN-SUB
           PERFORM UNTIL WS-SN-SUB NOT < WS-SN-USED
               ADD 1 TO WS-SN-SUB
               MOVE SPACES TO HISTORY-REC
               MOVE WS-SNAP-PERIOD TO PH-PERIOD
               MOVE WS-BASIS TO PH-BASIS
               MOVE WS-RUN-DATE TO PH-DATE
               MOVE WS-RUN-TIME TO PH-TIME
               MOVE WS-SN-CATEGORY (WS-SN-SUB) TO PH-CATEGORY
               MOVE WS-SN-KEY (WS-SN-SUB) TO PH-KEY
               MOVE WS-SN-COUNT (WS-SN-SUB) TO PH-COUNT
               MOVE GLOBAL-RUN-ID TO PH-RUN-ID
               WRITE HISTORY-REC
               ADD 1 TO WS-HISTORY-WRITTEN
               MOVE WS-SN-CATEGORY (WS-SN-SUB) TO WS-ADD-CATEGORY
               MOVE WS-SN-KEY (WS-SN-SUB) TO WS-ADD-KEY
               MOVE WS-SN-COUNT (WS-SN-SUB) TO WS-ADD-COUNT
               PERFORM ADD-TO-PERIOD THRU ADD-TO-PERIOD-END
           END-PERFORM
           CLOSE HISTORY-FILE.
       APPEND-SNAPSHOT-END.
           CONTINUE.
      ******************************************************************
      *    The latest period against the one before it and against the
      *    same period a year earlier.
      ******************************************************************
       COMPARE-PERIODS.
           MOVE WS-PD-USED TO WS-CUR-SUB
           MOVE ZEROES TO WS-PREV-SUB
           MOVE ZEROES TO WS-YEAR-SUB
           IF WS-CUR-SUB = ZEROES
               GO TO COMPARE-PERIODS-END
           END-IF
           IF WS-CUR-SUB > 1
               COMPUTE WS-PREV-SUB = WS-CUR-SUB - 1
           END-IF
           COMPUTE WS-YEAR-PERIOD = WS-PD-PERIOD (WS-CUR-SUB) - 100
           MOVE ZEROES TO WS-PD-SUB
           PERFORM UNTIL WS-PD-SUB NOT < WS-CUR-SUB
               ADD 1 TO WS-PD-SUB
               IF WS-PD-PERIOD (WS-PD-SUB) = WS-YEAR-PERIOD
                   MOVE WS-PD-SUB TO WS-YEAR-SUB
               END-IF
           END-PERFORM

           MOVE ZEROES TO WS-CL-SUB
           PERFORM UNTIL WS-CL-SUB NOT < WS-CL-USED
               ADD 1 TO WS-CL-SUB
               MOVE 'N' TO WS-CL-MOM-SW (WS-CL-SUB)
               MOVE 'N' TO WS-CL-YOY-SW (WS-CL-SUB)
               MOVE WS-CUR-SUB TO WS-PD-SUB
               PERFORM GET-CELL-COUNT THRU GET-CELL-COUNT-END
               IF WS-COUNT-KNOWN
                   MOVE WS-THEN-COUNT TO WS-NOW-COUNT
                   IF WS-PREV-SUB > ZEROES
                       MOVE WS-PREV-SUB TO WS-PD-SUB
                       PERFORM GET-CELL-COUNT THRU GET-CELL-COUNT-END
                       IF WS-COUNT-KNOWN
                           MOVE 'Y' TO WS-CL-MOM-SW (WS-CL-SUB)
                           COMPUTE WS-CL-MOM (WS-CL-SUB) =
                               WS-NOW-COUNT - WS-THEN-COUNT
                       END-IF
                   END-IF
                   IF WS-YEAR-SUB > ZEROES
                       MOVE WS-YEAR-SUB TO WS-PD-SUB
                       PERFORM GET-CELL-COUNT THRU GET-CELL-COUNT-END
                       IF WS-COUNT-KNOWN
                           MOVE 'Y' TO WS-CL-YOY-SW (WS-CL-SUB)
                           COMPUTE WS-CL-YOY (WS-CL-SUB) =
                               WS-NOW-COUNT - WS-THEN-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       COMPARE-PERIODS-END.
           CONTINUE.
      * The count of cell WS-CL-SUB in period WS-PD-SUB, into
      * WS-THEN-COUNT.  A type or state a period that counted
      * T2021A does not mention had none; a VSAM count it does not
      * mention was not taken.
       GET-CELL-COUNT.
           MOVE ZEROES TO WS-THEN-COUNT
           MOVE 'N' TO WS-KNOWN-SW
           IF WS-PD-SEEN (WS-PD-SUB, WS-CL-SUB)
               MOVE WS-PD-COUNT (WS-PD-SUB, WS-CL-SUB) TO WS-THEN-COUNT
               MOVE 'Y' TO WS-KNOWN-SW
               GO TO GET-CELL-COUNT-END
           END-IF
           IF WS-PD-SQL-COUNTED (WS-PD-SUB)
                   AND WS-CL-RANK (WS-CL-SUB) < 3
               MOVE 'Y' TO WS-KNOWN-SW
           END-IF.
       GET-CELL-COUNT-END.
           CONTINUE.
      * The largest movers each way - by the size of the change, up
      * or down - among the types and states.
       PICK-MOVERS.
           MOVE 'M' TO WS-WHICH
           PERFORM PICK-ONE-WAY THRU PICK-ONE-WAY-END
           MOVE 'Y' TO WS-WHICH
           PERFORM PICK-ONE-WAY THRU PICK-ONE-WAY-END.
       PICK-MOVERS-END.
           CONTINUE.
       PICK-ONE-WAY.
           MOVE ZEROES TO WS-PICKED
           MOVE 1 TO WS-BEST-SUB
           PERFORM UNTIL WS-PICKED NOT < WS-MOVERS
                   OR WS-BEST-SUB = ZEROES
               MOVE ZEROES TO WS-BEST-SUB
               MOVE ZEROES TO WS-BEST-CHANGE
               MOVE ZEROES TO WS-CL-SUB
               PERFORM UNTIL WS-CL-SUB NOT < WS-CL-USED
                   ADD 1 TO WS-CL-SUB
                   PERFORM TRY-MOVER THRU TRY-MOVER-END
               END-PERFORM
               IF WS-BEST-SUB > ZEROES
                   ADD 1 TO WS-PICKED
                   PERFORM TAG-MOVER THRU TAG-MOVER-END
               END-IF
           END-PERFORM.
       PICK-ONE-WAY-END.
           CONTINUE.
       TAG-MOVER.
           IF WS-WHICH = 'M'
               MOVE WS-BEST-SUB TO WS-MV-MOM-CELL (WS-PICKED)
               MOVE WS-PICKED TO WS-MV-MOM-USED
               MOVE 'P' TO WS-CL-MOM-SW (WS-BEST-SUB)
               MOVE SPACES TO WS-CL-MOVER (WS-BEST-SUB)
               STRING '<<' DELIMITED BY SIZE
                       WS-PERIOD-WORD DELIMITED BY SPACE
                   INTO WS-CL-MOVER (WS-BEST-SUB)
               GO TO TAG-MOVER-END
           END-IF
           MOVE WS-BEST-SUB TO WS-MV-YOY-CELL (WS-PICKED)
           MOVE WS-PICKED TO WS-MV-YOY-USED
           MOVE 'P' TO WS-CL-YOY-SW (WS-BEST-SUB)
           IF WS-CL-MOVER (WS-BEST-SUB) = SPACES
               MOVE '<<YEAR' TO WS-CL-MOVER (WS-BEST-SUB)
           ELSE
               MOVE '<<BOTH' TO WS-CL-MOVER (WS-BEST-SUB)
           END-IF.
       TAG-MOVER-END.
           CONTINUE.
      * A picked cell carries 'P' in its switch - still known, but
      * out of the running for the next place.
       TRY-MOVER.
           IF WS-CL-RANK (WS-CL-SUB) > 2
               GO TO TRY-MOVER-END
           END-IF
           IF WS-WHICH = 'M'
               IF WS-CL-MOM-SW (WS-CL-SUB) NOT = 'Y'
                   GO TO TRY-MOVER-END
               END-IF
               MOVE WS-CL-MOM (WS-CL-SUB) TO WS-CHANGE
           ELSE
               IF WS-CL-YOY-SW (WS-CL-SUB) NOT = 'Y'
                   GO TO TRY-MOVER-END
               END-IF
               MOVE WS-CL-YOY (WS-CL-SUB) TO WS-CHANGE
           END-IF
           IF WS-CHANGE < ZEROES
               COMPUTE WS-ABS-CHANGE = ZERO - WS-CHANGE
           ELSE
               MOVE WS-CHANGE TO WS-ABS-CHANGE
           END-IF
           IF WS-ABS-CHANGE > WS-BEST-CHANGE
               MOVE WS-ABS-CHANGE TO WS-BEST-CHANGE
               MOVE WS-CL-SUB TO WS-BEST-SUB
           END-IF.
       TRY-MOVER-END.
           CONTINUE.
      ******************************************************************
      *    POPRPT - the trend report.
      ******************************************************************
       WRITE-TREND-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY POPULATION TREND - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
                   ' RUN='      DELIMITED BY SIZE
                   GLOBAL-RUN-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-FISCAL-BASIS
               MOVE 'SNAPSHOTS BY FISCAL PERIOD (CLOSEBASIS FISCAL)'
                   TO REPORT-LINE
           ELSE
               MOVE 'SNAPSHOTS BY CALENDAR MONTH' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SNAP-PERIOD TO WS-LABEL-PERIOD
           PERFORM LABEL-PERIOD THRU LABEL-PERIOD-END
           EVALUATE TRUE
               WHEN WS-SNAP-TAKEN
                   STRING 'SNAPSHOT TAKEN FOR ' DELIMITED BY SIZE
                           WS-LABEL-TEXT DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN WS-SNAP-FAILED
                   MOVE 'NO SNAPSHOT TAKEN - SEE ERRLOG'
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE 'NO SNAPSHOT TAKEN - REPORT FROM HISTORY ONLY'
                       TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CUR-SUB = ZEROES
               MOVE 'NO SNAPSHOTS RECORDED YET' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO WRITE-TREND-REPORT-CLOSE
           END-IF

           MOVE WS-PD-PERIOD (WS-CUR-SUB) TO WS-LABEL-PERIOD
           PERFORM LABEL-PERIOD THRU LABEL-PERIOD-END
           MOVE WS-LABEL-TEXT TO WS-CUR-LABEL
           MOVE 'NONE' TO WS-PREV-LABEL
           IF WS-PREV-SUB > ZEROES
               MOVE WS-PD-PERIOD (WS-PREV-SUB) TO WS-LABEL-PERIOD
               PERFORM LABEL-PERIOD THRU LABEL-PERIOD-END
               MOVE WS-LABEL-TEXT TO WS-PREV-LABEL
           END-IF
           MOVE 'NONE' TO WS-YEAR-LABEL
           IF WS-YEAR-SUB > ZEROES
               MOVE WS-PD-PERIOD (WS-YEAR-SUB) TO WS-LABEL-PERIOD
               PERFORM LABEL-PERIOD THRU LABEL-PERIOD-END
               MOVE WS-LABEL-TEXT TO WS-YEAR-LABEL
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'LATEST ' DELIMITED BY SIZE
                   WS-CUR-LABEL DELIMITED BY SPACE
                   '   PREVIOUS ' DELIMITED BY SIZE
                   WS-PREV-LABEL DELIMITED BY SPACE
                   '   YEAR BEFORE ' DELIMITED BY SIZE
                   WS-YEAR-LABEL DELIMITED BY SPACE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'GROUP KEY      DESCRIPTION                   '
                       DELIMITED BY SIZE
                   ' LATEST    PREVIOUS      CHANGE      PCT'
                       DELIMITED BY SIZE
                   '  YEAR BEFORE      CHANGE      PCT MOVER'
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM SORT-CELLS THRU SORT-CELLS-END
           MOVE ZERO TO WS-LAST-RANK
           MOVE ZEROES TO WS-ORD-SUB
           PERFORM UNTIL WS-ORD-SUB NOT < WS-CL-USED
               ADD 1 TO WS-ORD-SUB
               MOVE WS-ORDER-CELL (WS-ORD-SUB) TO WS-CL-SUB
               IF WS-CL-RANK (WS-CL-SUB) NOT = WS-LAST-RANK
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE WS-CL-RANK (WS-CL-SUB) TO WS-LAST-RANK
               END-IF
               PERFORM REPORT-ONE-CELL THRU REPORT-ONE-CELL-END
           END-PERFORM

           MOVE 'M' TO WS-WHICH
           PERFORM REPORT-MOVERS THRU REPORT-MOVERS-END
           MOVE 'Y' TO WS-WHICH
           PERFORM REPORT-MOVERS THRU REPORT-MOVERS-END.
       WRITE-TREND-REPORT-CLOSE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PERIODS KEPT=' DELIMITED BY SIZE
                   WS-PD-USED DELIMITED BY SIZE
                   ' HISTORY READ=' DELIMITED BY SIZE
                   WS-HISTORY-READ DELIMITED BY SIZE
                   ' COUNTS RECORDED TONIGHT=' DELIMITED BY SIZE
                   WS-HISTORY-WRITTEN DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.
       WRITE-TREND-REPORT-END.
           CONTINUE.
      * yyyymm or yyyypp as yyyy-mm / yyyy-pp.
       LABEL-PERIOD.
           MOVE SPACES TO WS-LABEL-TEXT
           STRING WS-LABEL-PERIOD (1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-LABEL-PERIOD (5:2) DELIMITED BY SIZE
               INTO WS-LABEL-TEXT.
       LABEL-PERIOD-END.
           CONTINUE.
      * Report order by an exchange sort of the subscripts - the
      * cells are few.
       SORT-CELLS.
           MOVE ZEROES TO WS-ORD-SUB
           PERFORM UNTIL WS-ORD-SUB NOT < WS-CL-USED
               ADD 1 TO WS-ORD-SUB
               MOVE WS-ORD-SUB TO WS-ORDER-CELL (WS-ORD-SUB)
           END-PERFORM
           MOVE ZEROES TO WS-ORD-SUB
           PERFORM UNTIL WS-ORD-SUB NOT < WS-CL-USED
               ADD 1 TO WS-ORD-SUB
               MOVE WS-ORD-SUB TO WS-ORD-SCAN
               PERFORM UNTIL WS-ORD-SCAN NOT < WS-CL-USED
                   ADD 1 TO WS-ORD-SCAN
                   PERFORM ORDER-TWO-CELLS THRU ORDER-TWO-CELLS-END
               END-PERFORM
           END-PERFORM.
       SORT-CELLS-END.
           CONTINUE.
       ORDER-TWO-CELLS.
           MOVE WS-ORDER-CELL (WS-ORD-SUB) TO WS-CL-SUB
           MOVE WS-ORDER-CELL (WS-ORD-SCAN) TO WS-BEST-SUB
           IF WS-CL-RANK (WS-BEST-SUB) < WS-CL-RANK (WS-CL-SUB)
                   OR (WS-CL-RANK (WS-BEST-SUB) = WS-CL-RANK (WS-CL-SUB)
                   AND WS-CL-KEY (WS-BEST-SUB) < WS-CL-KEY (WS-CL-SUB))
               MOVE WS-ORDER-CELL (WS-ORD-SUB) TO WS-ORD-HOLD
               MOVE WS-ORDER-CELL (WS-ORD-SCAN)
                   TO WS-ORDER-CELL (WS-ORD-SUB)
               MOVE WS-ORD-HOLD TO WS-ORDER-CELL (WS-ORD-SCAN)
           END-IF.
       ORDER-TWO-CELLS-END.
           CONTINUE.
       REPORT-ONE-CELL.
           MOVE WS-CL-CATEGORY (WS-CL-SUB) TO RD-CATEGORY
           MOVE WS-CL-KEY (WS-CL-SUB) TO RD-KEY
           PERFORM DESCRIBE-CELL THRU DESCRIBE-CELL-END
           MOVE WS-DESC TO RD-DESC
           MOVE WS-CUR-SUB TO WS-PD-SUB
           PERFORM GET-CELL-COUNT THRU GET-CELL-COUNT-END
           MOVE WS-KNOWN-SW TO WS-NOW-KNOWN-SW
           MOVE WS-THEN-COUNT TO WS-NOW-COUNT
           MOVE '          -' TO RD-NOW
           IF WS-NOW-KNOWN
               MOVE WS-NOW-COUNT TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO RD-NOW
           END-IF
           MOVE WS-PREV-SUB TO WS-PD-SUB
           PERFORM FORMAT-COMPARISON THRU FORMAT-COMPARISON-END
           MOVE WS-PREV-TEXT TO RD-PREV
           MOVE WS-CHANGE-TEXT TO RD-MOM-CHANGE
           MOVE WS-PCT-TEXT TO RD-MOM-PCT
           MOVE WS-YEAR-SUB TO WS-PD-SUB
           PERFORM FORMAT-COMPARISON THRU FORMAT-COMPARISON-END
           MOVE WS-PREV-TEXT TO RD-YEAR
           MOVE WS-CHANGE-TEXT TO RD-YOY-CHANGE
           MOVE WS-PCT-TEXT TO RD-YOY-PCT
           MOVE WS-CL-MOVER (WS-CL-SUB) TO RD-MOVER
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-ONE-CELL-END.
           CONTINUE.
      * The count of the cell in earlier period WS-PD-SUB (none when
      * zero) and the change from it to the latest, as text.  A cell
      * that had none before shows NEW for its percentage.
       FORMAT-COMPARISON.
           MOVE '          -' TO WS-PREV-TEXT
           MOVE SPACES TO WS-CHANGE-TEXT
           MOVE SPACES TO WS-PCT-TEXT
           IF WS-PD-SUB = ZEROES
               GO TO FORMAT-COMPARISON-END
           END-IF
           PERFORM GET-CELL-COUNT THRU GET-CELL-COUNT-END
           IF NOT WS-COUNT-KNOWN
               GO TO FORMAT-COMPARISON-END
           END-IF
           MOVE WS-THEN-COUNT TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-PREV-TEXT
           IF NOT WS-NOW-KNOWN
               GO TO FORMAT-COMPARISON-END
           END-IF
           COMPUTE WS-CHANGE = WS-NOW-COUNT - WS-THEN-COUNT
           MOVE WS-CHANGE TO WS-ED-CHANGE
           MOVE WS-ED-CHANGE TO WS-CHANGE-TEXT
           IF WS-THEN-COUNT = ZEROES
               IF WS-CHANGE > ZEROES
                   MOVE '     NEW' TO WS-PCT-TEXT
               END-IF
               GO TO FORMAT-COMPARISON-END
           END-IF
           COMPUTE WS-PCT ROUNDED = WS-CHANGE * 100 / WS-THEN-COUNT
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-PCT
           END-COMPUTE
           MOVE WS-PCT TO WS-ED-PCT
           STRING WS-ED-PCT DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
               INTO WS-PCT-TEXT.
       FORMAT-COMPARISON-END.
           CONTINUE.
       DESCRIBE-CELL.
           MOVE SPACES TO WS-DESC
           EVALUATE WS-CL-CATEGORY (WS-CL-SUB)
               WHEN 'TYPE'
                   IF WS-CL-KEY (WS-CL-SUB) (1:4) IS NUMERIC
                       MOVE WS-CL-KEY (WS-CL-SUB) (1:4) TO TY-TYPE
                       MOVE WS-RUN-DATE TO TY-AS-OF-DATE
                       CALL 'CTYPLKUP' USING CTYPLKUP-PARM
                       MOVE TY-DESC TO WS-DESC
                   END-IF
               WHEN 'STATE'
                   EVALUATE WS-CL-KEY (WS-CL-SUB)
                       WHEN 'NONE'
                           MOVE 'NO ADDRESS ROW' TO WS-DESC
                       WHEN 'BLANK'
                           MOVE 'ADDRESS WITH NO STATE' TO WS-DESC
                       WHEN OTHER
                           MOVE 'WITH AN ADDRESS IN STATE' TO WS-DESC
                   END-EVALUATE
               WHEN 'TOTAL'
                   IF WS-CL-KEY (WS-CL-SUB) = 'CLOSED'
                       MOVE 'CLOSED COMPANIES' TO WS-DESC
                   ELSE
                       MOVE 'OPEN COMPANIES ON T2021A' TO WS-DESC
                   END-IF
               WHEN 'VSAM'
                   IF WS-CL-KEY (WS-CL-SUB) = 'HEADERS'
                       MOVE 'VSAMFILE HD RECORDS' TO WS-DESC
                   ELSE
                       MOVE 'VSAMFILE DT RECORDS' TO WS-DESC
                   END-IF
           END-EVALUATE.
       DESCRIBE-CELL-END.
           CONTINUE.
      * The movers one way, largest change first.
       REPORT-MOVERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-WHICH = 'M'
               STRING 'LARGEST MOVERS - ' DELIMITED BY SIZE
                       WS-PERIOD-WORD DELIMITED BY SPACE
                       ' OVER ' DELIMITED BY SIZE
                       WS-PERIOD-WORD DELIMITED BY SPACE
                       ', ' DELIMITED BY SIZE
                       WS-PREV-LABEL DELIMITED BY SPACE
                       ' TO ' DELIMITED BY SIZE
                       WS-CUR-LABEL DELIMITED BY SPACE
                   INTO REPORT-LINE
               MOVE WS-MV-MOM-USED TO WS-PICKED
           ELSE
               STRING 'LARGEST MOVERS - YEAR OVER YEAR, '
                           DELIMITED BY SIZE
                       WS-YEAR-LABEL DELIMITED BY SPACE
                       ' TO ' DELIMITED BY SIZE
                       WS-CUR-LABEL DELIMITED BY SPACE
                   INTO REPORT-LINE
               MOVE WS-MV-YOY-USED TO WS-PICKED
           END-IF
           WRITE REPORT-LINE
           IF (WS-WHICH = 'M' AND WS-PREV-SUB = ZEROES)
                   OR (WS-WHICH = 'Y' AND WS-YEAR-SUB = ZEROES)
               MOVE '   NO EARLIER SNAPSHOT TO COMPARE WITH'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO REPORT-MOVERS-END
           END-IF
           IF WS-PICKED = ZEROES
               MOVE '   NO TYPE OR STATE CHANGED' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO REPORT-MOVERS-END
           END-IF
           MOVE ZEROES TO WS-MV-SUB
           PERFORM UNTIL WS-MV-SUB NOT < WS-PICKED
               ADD 1 TO WS-MV-SUB
               PERFORM REPORT-ONE-MOVER THRU REPORT-ONE-MOVER-END
           END-PERFORM.
       REPORT-MOVERS-END.
           CONTINUE.
       REPORT-ONE-MOVER.
           IF WS-WHICH = 'M'
               MOVE WS-MV-MOM-CELL (WS-MV-SUB) TO WS-CL-SUB
               MOVE WS-CL-MOM (WS-CL-SUB) TO WS-CHANGE
           ELSE
               MOVE WS-MV-YOY-CELL (WS-MV-SUB) TO WS-CL-SUB
               MOVE WS-CL-YOY (WS-CL-SUB) TO WS-CHANGE
           END-IF
           PERFORM DESCRIBE-CELL THRU DESCRIBE-CELL-END
           MOVE WS-MV-SUB TO WS-ED-RANK
           MOVE WS-CHANGE TO WS-ED-CHANGE
           MOVE SPACES TO REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                   WS-ED-RANK DELIMITED BY SIZE
                   '. ' DELIMITED BY SIZE
                   WS-CL-CATEGORY (WS-CL-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CL-KEY (WS-CL-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DESC DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-CHANGE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-ONE-MOVER-END.
           CONTINUE.
