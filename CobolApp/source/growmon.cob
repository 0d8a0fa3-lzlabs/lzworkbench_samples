       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROWMON.
      ******************************************************************
      *    GROWMON - dataset growth monitor and capacity forecast.
      *    Meant to run nightly after the batch: it counts the records
      *    on every suite dataset - the keyed masters VSAMFILE,
      *    VSAMXREF, VSAMWIDX, PERSMAST and CALCMAST, and the EXTEND
      *    files SPOOLR, COBPRINT, ERRORLOG, MIDAUDIT and DRVRNLOG
      *    that HOUSEKP trims - and appends one measurement per
      *    dataset to the GROWHIST growth history.
      *
      *    GROWRPT then shows, per dataset, today's count, the growth
      *    since the last measurement on an earlier day (as records
      *    per day), the growth over the last week, and the date the
      *    dataset is projected to reach its capacity threshold at the
      *    weekly rate.  The week is measured from the latest reading
      *    seven or more days old; while the history is younger than
      *    that, from the oldest reading there is.
      *
      *    A dataset already at or over its threshold is logged to
      *    ERRLOG as an ERROR and the step ends RC 12; one projected
      *    to reach it within the warning window is logged as a
      *    WARNING.  A keyed master that cannot be opened is logged as
      *    a WARNING and left out of the history.
      *
      *    The optional GROWPARM file sets the thresholds:
      *       <dataset>=nnnnnnnnn   capacity threshold in records for
      *                             that dataset, e.g. VSAMFILE=500000
      *                             (dflt none - no projection made)
      *       WARNDAYS=nnn          warn when the projected date falls
      *                             within this many days (dflt 30)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'GROWPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'GROWHIST'
               STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'GROWRPT'
               STATUS IS WS-REPORT-STATUS.
           SELECT VSAMFILE-FILE ASSIGN TO 'VSAMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KSO-KEY
               FILE STATUS IS WS-DATASET-STATUS.
           SELECT XREF-FILE ASSIGN TO 'VSAMXREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-DATASET-STATUS.
           SELECT WORD-INDEX-FILE ASSIGN TO 'VSAMWIDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WI-KEY
               FILE STATUS IS WS-DATASET-STATUS.
           SELECT PERSON-MASTER ASSIGN TO 'PERSMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-DATASET-STATUS.
           SELECT CALC-MASTER ASSIGN TO 'CALCMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-DATASET-STATUS.
           SELECT SPOOLR-DATASET ASSIGN TO 'SPOOLR'
               STATUS IS WS-DATASET-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'COBPRINT'
               STATUS IS WS-DATASET-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO 'ERRORLOG'
               STATUS IS WS-DATASET-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'MIDAUDIT'
               STATUS IS WS-DATASET-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'DRVRNLOG'
               STATUS IS WS-DATASET-STATUS.
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
      * One measurement of one dataset.
       01 HISTORY-REC.
          05 GH-DATE               PIC X(8).
          05 FILLER                PIC X.
          05 GH-TIME               PIC X(8).
          05 FILLER                PIC X.
          05 GH-DATASET            PIC X(8).
          05 FILLER                PIC X.
          05 GH-RECORDS            PIC X(9).
          05 FILLER                PIC X.
          05 GH-RUN-ID             PIC X(16).
          05 FILLER                PIC X(7).
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      * The measured datasets - only ever read to be counted.
       FD VSAMFILE-FILE.
       01 VSAMFILE-REC.
          05 KSO-KEY                PIC X(10).
          05 FILLER                PIC X(30).
       FD XREF-FILE.
       01 XREF-REC.
          05 XR-KEY                PIC X(12).
          05 FILLER                PIC X(8).
       FD WORD-INDEX-FILE.
       01 WORD-INDEX-REC.
          05 WI-KEY                PIC X(38).
          05 FILLER                PIC X(20).
       FD PERSON-MASTER.
       01 PERSON-MASTER-REC.
          05 PM-ID                PIC X(10).
          05 FILLER                PIC X(44).
       FD CALC-MASTER.
       01 CALC-MASTER-REC.
          05 CM-KEY                PIC X(12).
          05 FILLER                PIC X(40).
       FD SPOOLR-DATASET
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SPOOLR-DATASET-REC      PIC X(121).
       FD PRINT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PRINT-REC      PIC X(121).
       FD ERROR-LOG-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ERROR-LOG-REC      PIC X(150).
       FD AUDIT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AUDIT-REC      PIC X(84).
       FD RUN-LOG-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 RUN-LOG-REC      PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-HISTORY-STATUS        PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-DATASET-STATUS        PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-HISTORY-EOF-SW        PIC X       VALUE 'N'.
          88 WS-HISTORY-EOF                    VALUE 'Y'.
       01 WS-DATASET-EOF-SW        PIC X       VALUE 'N'.
          88 WS-DATASET-EOF                    VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-WARN-DAYS             PIC 9(3)    VALUE 30.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-WEEK-CUTOFF           PIC 9(8)    VALUE ZEROES.
       01 WS-HISTORY-READ          PIC 9(7)    VALUE ZEROES.
       01 WS-HISTORY-WRITTEN       PIC 9(5)    VALUE ZEROES.
       01 WS-WARNINGS              PIC 9(5)    VALUE ZEROES.
       01 WS-OVER-THRESHOLD        PIC 9(5)    VALUE ZEROES.
      * The measured datasets in the order they are counted and
      * reported.
       01 WS-DATASET-NAMES.
          05 FILLER                PIC X(8)    VALUE 'VSAMFILE'.
          05 FILLER                PIC X(8)    VALUE 'VSAMXREF'.
          05 FILLER                PIC X(8)    VALUE 'VSAMWIDX'.
          05 FILLER                PIC X(8)    VALUE 'PERSMAST'.
          05 FILLER                PIC X(8)    VALUE 'CALCMAST'.
          05 FILLER                PIC X(8)    VALUE 'SPOOLR'.
          05 FILLER                PIC X(8)    VALUE 'COBPRINT'.
          05 FILLER                PIC X(8)    VALUE 'ERRORLOG'.
          05 FILLER                PIC X(8)    VALUE 'MIDAUDIT'.
          05 FILLER                PIC X(8)    VALUE 'DRVRNLOG'.
       01 WS-DATASET-NAME-TABLE REDEFINES WS-DATASET-NAMES.
          05 WS-DATASET-NAME       PIC X(8)    OCCURS 10 TIMES.
      * Per dataset: today's count, the threshold, and the readings
      * the growth is measured from - the latest from an earlier
      * day, the latest a week or more old, and the oldest.
       01 WS-DATASET-TABLE.
          05 WS-DS-ENTRY OCCURS 10 TIMES.
             10 WS-DS-COUNT        PIC 9(9).
             10 WS-DS-OPEN-STATUS  PIC 99.
             10 WS-DS-MEASURED-SW  PIC X.
                88 WS-DS-MEASURED              VALUE 'Y'.
             10 WS-DS-THRESHOLD    PIC 9(9).
             10 WS-DS-DAY-DATE     PIC 9(8).
             10 WS-DS-DAY-COUNT    PIC 9(9).
             10 WS-DS-WEEK-DATE    PIC 9(8).
             10 WS-DS-WEEK-COUNT   PIC 9(9).
             10 WS-DS-FIRST-DATE   PIC 9(8).
             10 WS-DS-FIRST-COUNT  PIC 9(9).
       01 WS-DS-SUB                PIC 9(3)    VALUE ZEROES.
      * The keyed masters lead the table.
       01 WS-KEYED-MASTERS         PIC 9(3)    VALUE 5.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
      * Growth and projection work fields for one dataset.
       01 WS-BASE-DATE             PIC 9(8)    VALUE ZEROES.
       01 WS-BASE-COUNT            PIC 9(9)    VALUE ZEROES.
       01 WS-SPAN-DAYS             PIC S9(7)   VALUE ZEROES.
       01 WS-DAY-GROWTH            PIC S9(9)V99 VALUE ZEROES.
       01 WS-WEEK-GROWTH           PIC S9(9)   VALUE ZEROES.
       01 WS-DAILY-RATE            PIC S9(9)V99 VALUE ZEROES.
       01 WS-HEADROOM              PIC 9(9)    VALUE ZEROES.
       01 WS-DAYS-LEFT             PIC 9(9)    VALUE ZEROES.
       01 WS-PROJECTED-DATE        PIC 9(8)    VALUE ZEROES.
       01 WS-DAY-TEXT              PIC X(15)   VALUE SPACES.
       01 WS-WEEK-TEXT             PIC X(12)   VALUE SPACES.
       01 WS-NOTE                  PIC X(44)   VALUE SPACES.
       01 WS-NOTE-FLAG             PIC X(3)    VALUE SPACES.
       01 WS-ED-COUNT              PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-THRESHOLD          PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-RATE               PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-GROWTH             PIC -ZZZ,ZZZ,ZZ9.
       01 WS-ED-DAYS               PIC ZZZ,ZZ9.
       01 WS-WORK-DATE             PIC 9(8)    VALUE ZEROES.
       01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
          05 WS-WD-YEAR            PIC 9(4).
          05 WS-WD-MONTH           PIC 9(2).
          05 WS-WD-DAY             PIC 9(2).
       01 WS-RUN-DATE-PARTS.
          05 WS-RD-YEAR            PIC 9(4).
          05 WS-RD-MONTH           PIC 9(2).
          05 WS-RD-DAY             PIC 9(2).
           COPY ERRLOGR.
           COPY RETCODE.
           COPY DATESRVR.
           COPY RUNIDR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <GROWMON>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF
           INITIALIZE WS-DATASET-TABLE

           PERFORM READ-GROWTH-PARMS THRU READ-GROWTH-PARMS-END

      * The week is measured back from the latest reading at least
      * seven days before today.
           MOVE 'ADD ' TO DS-FUNCTION
           MOVE WS-RD-YEAR  TO DS-YEAR-1
           MOVE WS-RD-MONTH TO DS-MONTH-1
           MOVE WS-RD-DAY   TO DS-DAY-1
           MOVE -7 TO DS-DAYS
           CALL 'DATESRV' USING DATESRV-PARM
           MOVE DS-DATE-2 TO WS-WEEK-CUTOFF

           PERFORM MEASURE-DATASETS THRU MEASURE-DATASETS-END
           PERFORM LOAD-GROWTH-HISTORY THRU LOAD-GROWTH-HISTORY-END
           PERFORM APPEND-GROWTH-HISTORY
               THRU APPEND-GROWTH-HISTORY-END

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'DATASET GROWTH AND CAPACITY FORECAST - RUN '
                       DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
                   ' RUN='      DELIMITED BY SIZE
                   GLOBAL-RUN-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'WARNING WINDOW ' DELIMITED BY SIZE
                   WS-WARN-DAYS DELIMITED BY SIZE
                   ' DAYS - WEEK MEASURED FROM READINGS ON OR BEFORE '
                       DELIMITED BY SIZE
                   WS-WEEK-CUTOFF DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DATASET     RECORDS   THRESHOLD        PER D'
                       DELIMITED BY SIZE
                   'AY    PER WEEK  PROJECTION' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-DS-SUB
           PERFORM UNTIL WS-DS-SUB NOT < 10
               ADD 1 TO WS-DS-SUB
               PERFORM REPORT-ONE-DATASET THRU REPORT-ONE-DATASET-END
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MEASUREMENTS RECORDED=' DELIMITED BY SIZE
                   WS-HISTORY-WRITTEN DELIMITED BY SIZE
                   ' HISTORY READ=' DELIMITED BY SIZE
                   WS-HISTORY-READ DELIMITED BY SIZE
                   ' WITHIN WINDOW=' DELIMITED BY SIZE
                   WS-WARNINGS DELIMITED BY SIZE
                   ' AT THRESHOLD=' DELIMITED BY SIZE
                   WS-OVER-THRESHOLD DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY '    MEASURED=' WS-HISTORY-WRITTEN
                   ' WITHIN WINDOW=' WS-WARNINGS
                   ' AT THRESHOLD=' WS-OVER-THRESHOLD
           DISPLAY '  </GROWMON>'
           GOBACK
           .
       READ-GROWTH-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-GROWTH-PARMS-END
           END-IF
           MOVE 'N' TO WS-PARM-EOF-SW
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SW
                   NOT AT END
                       PERFORM TAKE-GROWTH-PARM
                           THRU TAKE-GROWTH-PARM-END
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-GROWTH-PARMS-END.
           CONTINUE.
       TAKE-GROWTH-PARM.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARM-LINE DELIMITED BY '='
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE
           IF WS-PARM-KEYWORD = SPACES
               GO TO TAKE-GROWTH-PARM-END
           END-IF
           IF WS-PARM-KEYWORD = 'WARNDAYS'
               IF WS-PARM-VALUE (1:1) IS NUMERIC
                   MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
                       TO WS-WARN-DAYS
               END-IF
               GO TO TAKE-GROWTH-PARM-END
           END-IF
           PERFORM FIND-DATASET THRU FIND-DATASET-END
           IF WS-FOUND-SW = 'N'
               DISPLAY '    GROWMON: UNKNOWN PARM IGNORED - '
                       PARM-LINE
               GO TO TAKE-GROWTH-PARM-END
           END-IF
           IF WS-PARM-VALUE (1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
                   TO WS-DS-THRESHOLD (WS-DS-SUB)
           ELSE
               DISPLAY '    GROWMON: THRESHOLD NOT NUMERIC IGNORED - '
                       PARM-LINE
           END-IF.
       TAKE-GROWTH-PARM-END.
           CONTINUE.
      * Looks WS-PARM-KEYWORD up in the dataset table, leaving its
      * entry in WS-DS-SUB.
       FIND-DATASET.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-DS-SUB
           PERFORM UNTIL WS-DS-SUB NOT < 10
                   OR WS-FOUND-SW = 'Y'
               ADD 1 TO WS-DS-SUB
               IF WS-DATASET-NAME (WS-DS-SUB) = WS-PARM-KEYWORD
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
       FIND-DATASET-END.
           CONTINUE.
       MEASURE-DATASETS.
           MOVE ZEROES TO WS-DS-SUB
           PERFORM UNTIL WS-DS-SUB NOT < 10
               ADD 1 TO WS-DS-SUB
               EVALUATE WS-DS-SUB
               WHEN 1
                   PERFORM COUNT-VSAMFILE THRU COUNT-VSAMFILE-END
               WHEN 2
                   PERFORM COUNT-VSAMXREF THRU COUNT-VSAMXREF-END
               WHEN 3
                   PERFORM COUNT-VSAMWIDX THRU COUNT-VSAMWIDX-END
               WHEN 4
                   PERFORM COUNT-PERSMAST THRU COUNT-PERSMAST-END
               WHEN 5
                   PERFORM COUNT-CALCMAST THRU COUNT-CALCMAST-END
               WHEN 6
                   PERFORM COUNT-SPOOLR THRU COUNT-SPOOLR-END
               WHEN 7
                   PERFORM COUNT-COBPRINT THRU COUNT-COBPRINT-END
               WHEN 8
                   PERFORM COUNT-ERRORLOG THRU COUNT-ERRORLOG-END
               WHEN 9
                   PERFORM COUNT-MIDAUDIT THRU COUNT-MIDAUDIT-END
               WHEN 10
                   PERFORM COUNT-DRVRNLOG THRU COUNT-DRVRNLOG-END
               END-EVALUATE
      * A keyed master that will not open is worth a look - an EXTEND
      * file that has not been written yet is not.
               IF NOT WS-DS-MEASURED (WS-DS-SUB)
                       AND WS-DS-SUB NOT > WS-KEYED-MASTERS
                   DISPLAY '    GROWMON: '
                           WS-DATASET-NAME (WS-DS-SUB)
                           ' NOT MEASURED, STATUS '
                           WS-DS-OPEN-STATUS (WS-DS-SUB)
                   MOVE 'DSN0001' TO EL-MSG-ID
                   MOVE WS-DATASET-NAME (WS-DS-SUB)
                       TO EL-MSG-PARM (1)
                   MOVE 'NOT MEASURED' TO EL-MSG-PARM (2)
                   MOVE 'GROWMON'  TO EL-PROGRAM-ID
                   MOVE 'WARNING'  TO EL-SEVERITY
                   MOVE RC-NORMAL  TO EL-RETURN-CODE
                   CALL 'ERRLOG' USING ERRLOG-PARM
               END-IF
           END-PERFORM.
       MEASURE-DATASETS-END.
           CONTINUE.
       COUNT-VSAMFILE.
           OPEN INPUT VSAMFILE-FILE
           MOVE WS-DATASET-STATUS TO WS-DS-OPEN-STATUS (WS-DS-SUB)
           IF WS-DATASET-STATUS NOT = ZEROES
               GO TO COUNT-VSAMFILE-END
           END-IF
           MOVE 'N' TO WS-DATASET-EOF-SW
           PERFORM UNTIL WS-DATASET-EOF
               READ VSAMFILE-FILE
                   AT END
                       MOVE 'Y' TO WS-DATASET-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-COUNT (WS-DS-SUB)
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-DS-MEASURED-SW (WS-DS-SUB)
           CLOSE VSAMFILE-FILE.
       COUNT-VSAMFILE-END.
           CONTINUE.
       COUNT-VSAMXREF.
           OPEN INPUT XREF-FILE
           MOVE WS-DATASET-STATUS TO WS-DS-OPEN-STATUS (WS-DS-SUB)
           IF WS-DATASET-STATUS NOT = ZEROES
               GO TO COUNT-VSAMXREF-END
           END-IF
           MOVE 'N' TO WS-DATASET-EOF-SW
           PERFORM UNTIL WS-DATASET-EOF
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-DATASET-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-COUNT (WS-DS-SUB)
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-DS-MEASURED-SW (WS-DS-SUB)
           CLOSE XREF-FILE.
       COUNT-VSAMXREF-END.
           CONTINUE.
       COUNT-VSAMWIDX.
           OPEN INPUT WORD-INDEX-FILE
           MOVE WS-DATASET-STATUS TO WS-DS-OPEN-STATUS (WS-DS-SUB)
           IF WS-DATASET-STATUS NOT = ZEROES
               GO TO COUNT-VSAMWIDX-END
           END-IF
           MOVE 'N' TO WS-DATASET-EOF-SW
           PERFORM UNTIL WS-DATASET-EOF
               READ WORD-INDEX-FILE
                   AT END
                       MOVE 'Y' TO WS-DATASET-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-COUNT (WS-DS-SUB)
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-DS-MEASURED-SW (WS-DS-SUB)
           CLOSE WORD-INDEX-FILE.
       COUNT-VSAMWIDX-END.
           CONTINUE.
       COUNT-PERSMAST.
           OPEN INPUT PERSON-MASTER
           MOVE WS-DATASET-STATUS TO WS-DS-OPEN-STATUS (WS-DS-SUB)
           IF WS-DATASET-STATUS NOT = ZEROES
               GO TO COUNT-PERSMAST-END
           END-IF
           MOVE 'N' TO WS-DATASET-EOF-SW
           PERFORM UNTIL WS-DATASET-EOF
               READ PERSON-MASTER
                   AT END
                       MOVE 'Y' TO WS-DATASET-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-COUNT (WS-DS-SUB)
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-DS-MEASURED-SW (WS-DS-SUB)
           CLOSE PERSON-MASTER.
       COUNT-PERSMAST-END.
           CONTINUE.
       COUNT-CALCMAST.
           OPEN INPUT CALC-MASTER
           MOVE WS-DATASET-STATUS TO WS-DS-OPEN-STATUS (WS-DS-SUB)
           IF WS-DATASET-STATUS NOT = ZEROES
               GO TO COUNT-CALCMAST-END
           END-IF
           MOVE 'N' TO WS-DATASET-EOF-SW
           PERFORM UNTIL WS-DATASET-EOF
               READ CALC-MASTER
                   AT END
                       MOVE 'Y' TO WS-DATASET-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-COUNT (WS-DS-SUB)
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-DS-MEASURED-SW (WS-DS-SUB)
           CLOSE CALC-MASTER.
       COUNT-CALCMAST-END.
           CONTINUE.
       COUNT-SPOOLR.
           OPEN INPUT SPOOLR-DATASET
           MOVE WS-DATASET-STATUS TO WS-DS-OPEN-STATUS (WS-DS-SUB)
           IF WS-DATASET-STATUS NOT = ZEROES
               GO TO COUNT-SPOOLR-END
           END-IF
           MOVE 'N' TO WS-DATASET-EOF-SW
           PERFORM UNTIL WS-DATASET-EOF
               READ SPOOLR-DATASET
                   AT END
                       MOVE 'Y' TO WS-DATASET-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-COUNT (WS-DS-SUB)
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-DS-MEASURED-SW (WS-DS-SUB)
           CLOSE SPOOLR-DATASET.
       COUNT-SPOOLR-END.
           CONTINUE.
       COUNT-COBPRINT.
           OPEN INPUT PRINT-FILE
           MOVE WS-DATASET-STATUS TO WS-DS-OPEN-STATUS (WS-DS-SUB)
           IF WS-DATASET-STATUS NOT = ZEROES
               GO TO COUNT-COBPRINT-END
           END-IF
           MOVE 'N' TO WS-DATASET-EOF-SW
           PERFORM UNTIL WS-DATASET-EOF
               READ PRINT-FILE
                   AT END
                       MOVE 'Y' TO WS-DATASET-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-COUNT (WS-DS-SUB)
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-DS-MEASURED-SW (WS-DS-SUB)
           CLOSE PRINT-FILE.
       COUNT-COBPRINT-END.
           CONTINUE.
       COUNT-ERRORLOG.
           OPEN INPUT ERROR-LOG-FILE
           MOVE WS-DATASET-STATUS TO WS-DS-OPEN-STATUS (WS-DS-SUB)
           IF WS-DATASET-STATUS NOT = ZEROES
               GO TO COUNT-ERRORLOG-END
           END-IF
           MOVE 'N' TO WS-DATASET-EOF-SW
           PERFORM UNTIL WS-DATASET-EOF
               READ ERROR-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-DATASET-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-COUNT (WS-DS-SUB)
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-DS-MEASURED-SW (WS-DS-SUB)
           CLOSE ERROR-LOG-FILE.
       COUNT-ERRORLOG-END.
           CONTINUE.
       COUNT-MIDAUDIT.
           OPEN INPUT AUDIT-FILE
           MOVE WS-DATASET-STATUS TO WS-DS-OPEN-STATUS (WS-DS-SUB)
           IF WS-DATASET-STATUS NOT = ZEROES
               GO TO COUNT-MIDAUDIT-END
           END-IF
           MOVE 'N' TO WS-DATASET-EOF-SW
           PERFORM UNTIL WS-DATASET-EOF
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-DATASET-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-COUNT (WS-DS-SUB)
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-DS-MEASURED-SW (WS-DS-SUB)
           CLOSE AUDIT-FILE.
       COUNT-MIDAUDIT-END.
           CONTINUE.
       COUNT-DRVRNLOG.
           OPEN INPUT RUN-LOG-FILE
           MOVE WS-DATASET-STATUS TO WS-DS-OPEN-STATUS (WS-DS-SUB)
           IF WS-DATASET-STATUS NOT = ZEROES
               GO TO COUNT-DRVRNLOG-END
           END-IF
           MOVE 'N' TO WS-DATASET-EOF-SW
           PERFORM UNTIL WS-DATASET-EOF
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-DATASET-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DS-COUNT (WS-DS-SUB)
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-DS-MEASURED-SW (WS-DS-SUB)
           CLOSE RUN-LOG-FILE.
       COUNT-DRVRNLOG-END.
           CONTINUE.
      * Picks out, per dataset, the readings today's count is compared
      * with.  The history is in date order, so a later reading for
      * the same date replaces an earlier one.
       LOAD-GROWTH-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = ZEROES
               DISPLAY '    GROWMON: NO GROWTH HISTORY YET, STATUS '
                       WS-HISTORY-STATUS
               GO TO LOAD-GROWTH-HISTORY-END
           END-IF
           MOVE 'N' TO WS-HISTORY-EOF-SW
           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       PERFORM TAKE-HISTORY-READING
                           THRU TAKE-HISTORY-READING-END
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       LOAD-GROWTH-HISTORY-END.
           CONTINUE.
       TAKE-HISTORY-READING.
           IF GH-DATE NOT NUMERIC OR GH-RECORDS NOT NUMERIC
               GO TO TAKE-HISTORY-READING-END
           END-IF
           MOVE GH-DATE TO WS-WORK-DATE
           IF WS-WORK-DATE NOT < WS-RUN-DATE
               GO TO TAKE-HISTORY-READING-END
           END-IF
           MOVE GH-DATASET TO WS-PARM-KEYWORD
           PERFORM FIND-DATASET THRU FIND-DATASET-END
           IF WS-FOUND-SW = 'N'
               GO TO TAKE-HISTORY-READING-END
           END-IF
           IF WS-DS-FIRST-DATE (WS-DS-SUB) = ZEROES
               MOVE WS-WORK-DATE TO WS-DS-FIRST-DATE (WS-DS-SUB)
               MOVE GH-RECORDS TO WS-DS-FIRST-COUNT (WS-DS-SUB)
           END-IF
           IF WS-WORK-DATE NOT < WS-DS-DAY-DATE (WS-DS-SUB)
               MOVE WS-WORK-DATE TO WS-DS-DAY-DATE (WS-DS-SUB)
               MOVE GH-RECORDS TO WS-DS-DAY-COUNT (WS-DS-SUB)
           END-IF
           IF WS-WORK-DATE NOT > WS-WEEK-CUTOFF
                   AND WS-WORK-DATE NOT < WS-DS-WEEK-DATE (WS-DS-SUB)
               MOVE WS-WORK-DATE TO WS-DS-WEEK-DATE (WS-DS-SUB)
               MOVE GH-RECORDS TO WS-DS-WEEK-COUNT (WS-DS-SUB)
           END-IF.
       TAKE-HISTORY-READING-END.
           CONTINUE.
       APPEND-GROWTH-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = 35
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = ZEROES
               DISPLAY '    GROWMON: GROWHIST OPEN FAILED, STATUS '
                       WS-HISTORY-STATUS
               MOVE 'GROWMON'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'GROWHIST' TO EL-MSG-PARM (1)
               MOVE 'MEASUREMENTS NOT RECORDED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               GO TO APPEND-GROWTH-HISTORY-END
           END-IF
           MOVE ZEROES TO WS-DS-SUB
           PERFORM UNTIL WS-DS-SUB NOT < 10
               ADD 1 TO WS-DS-SUB
               IF WS-DS-MEASURED (WS-DS-SUB)
                   MOVE SPACES TO HISTORY-REC
                   MOVE WS-RUN-DATE TO GH-DATE
                   MOVE WS-RUN-TIME TO GH-TIME
                   MOVE WS-DATASET-NAME (WS-DS-SUB) TO GH-DATASET
                   MOVE WS-DS-COUNT (WS-DS-SUB) TO GH-RECORDS
                   MOVE GLOBAL-RUN-ID TO GH-RUN-ID
                   WRITE HISTORY-REC
                   ADD 1 TO WS-HISTORY-WRITTEN
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.
       APPEND-GROWTH-HISTORY-END.
           CONTINUE.
       REPORT-ONE-DATASET.
           MOVE SPACES TO WS-DAY-TEXT
           MOVE SPACES TO WS-WEEK-TEXT
           MOVE SPACES TO WS-NOTE
           MOVE WS-DS-COUNT (WS-DS-SUB) TO WS-ED-COUNT
           MOVE WS-DS-THRESHOLD (WS-DS-SUB) TO WS-ED-THRESHOLD

           IF NOT WS-DS-MEASURED (WS-DS-SUB)
               MOVE SPACES TO WS-NOTE
               STRING 'NOT MEASURED - OPEN STATUS ' DELIMITED BY SIZE
                       WS-DS-OPEN-STATUS (WS-DS-SUB) DELIMITED BY SIZE
                   INTO WS-NOTE
               MOVE SPACES TO REPORT-LINE
               STRING WS-DATASET-NAME (WS-DS-SUB) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-NOTE DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO REPORT-ONE-DATASET-END
           END-IF

           IF WS-DS-FIRST-DATE (WS-DS-SUB) = ZEROES
               MOVE 'FIRST MEASUREMENT - NO GROWTH YET' TO WS-NOTE
               PERFORM WRITE-DATASET-LINE THRU WRITE-DATASET-LINE-END
               GO TO REPORT-ONE-DATASET-END
           END-IF

      * Growth per day since the last reading on an earlier day.
           MOVE WS-DS-DAY-DATE (WS-DS-SUB) TO WS-BASE-DATE
           MOVE WS-DS-DAY-COUNT (WS-DS-SUB) TO WS-BASE-COUNT
           PERFORM DAYS-SINCE-BASE THRU DAYS-SINCE-BASE-END
           COMPUTE WS-DAY-GROWTH ROUNDED =
               (WS-DS-COUNT (WS-DS-SUB) - WS-BASE-COUNT)
                   / WS-SPAN-DAYS
           MOVE WS-DAY-GROWTH TO WS-ED-RATE
           MOVE WS-ED-RATE TO WS-DAY-TEXT

      * Growth per week, and the daily rate the projection runs at,
      * from the week-old reading or failing that the oldest.
           IF WS-DS-WEEK-DATE (WS-DS-SUB) NOT = ZEROES
               MOVE WS-DS-WEEK-DATE (WS-DS-SUB) TO WS-BASE-DATE
               MOVE WS-DS-WEEK-COUNT (WS-DS-SUB) TO WS-BASE-COUNT
           ELSE
               MOVE WS-DS-FIRST-DATE (WS-DS-SUB) TO WS-BASE-DATE
               MOVE WS-DS-FIRST-COUNT (WS-DS-SUB) TO WS-BASE-COUNT
           END-IF
           PERFORM DAYS-SINCE-BASE THRU DAYS-SINCE-BASE-END
           COMPUTE WS-DAILY-RATE ROUNDED =
               (WS-DS-COUNT (WS-DS-SUB) - WS-BASE-COUNT)
                   / WS-SPAN-DAYS
           COMPUTE WS-WEEK-GROWTH ROUNDED =
               ((WS-DS-COUNT (WS-DS-SUB) - WS-BASE-COUNT) * 7)
                   / WS-SPAN-DAYS
           MOVE WS-WEEK-GROWTH TO WS-ED-GROWTH
           MOVE WS-ED-GROWTH TO WS-WEEK-TEXT

           PERFORM PROJECT-THRESHOLD THRU PROJECT-THRESHOLD-END
           PERFORM WRITE-DATASET-LINE THRU WRITE-DATASET-LINE-END.
       REPORT-ONE-DATASET-END.
           CONTINUE.
      * Whole days from WS-BASE-DATE to today into WS-SPAN-DAYS,
      * never less than one.
       DAYS-SINCE-BASE.
           MOVE WS-BASE-DATE TO WS-WORK-DATE
           MOVE 'DIF ' TO DS-FUNCTION
           MOVE WS-WD-YEAR  TO DS-YEAR-1
           MOVE WS-WD-MONTH TO DS-MONTH-1
           MOVE WS-WD-DAY   TO DS-DAY-1
           MOVE WS-RD-YEAR  TO DS-YEAR-2
           MOVE WS-RD-MONTH TO DS-MONTH-2
           MOVE WS-RD-DAY   TO DS-DAY-2
           CALL 'DATESRV' USING DATESRV-PARM
           MOVE DS-DAYS TO WS-SPAN-DAYS
           IF DS-NOT-VALID OR WS-SPAN-DAYS < 1
               MOVE 1 TO WS-SPAN-DAYS
           END-IF.
       DAYS-SINCE-BASE-END.
           CONTINUE.
       PROJECT-THRESHOLD.
           IF WS-DS-THRESHOLD (WS-DS-SUB) = ZEROES
               MOVE 'NO THRESHOLD SET' TO WS-NOTE
               GO TO PROJECT-THRESHOLD-END
           END-IF

           IF WS-DS-COUNT (WS-DS-SUB) NOT < WS-DS-THRESHOLD (WS-DS-SUB)
               ADD 1 TO WS-OVER-THRESHOLD
               MOVE '** AT OR OVER THRESHOLD NOW' TO WS-NOTE
               MOVE SPACES TO EL-MESSAGE
               STRING WS-DATASET-NAME (WS-DS-SUB) DELIMITED BY SIZE
                       ' HOLDS ' DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       ' RECORDS - THRESHOLD ' DELIMITED BY SIZE
                       WS-ED-THRESHOLD DELIMITED BY SIZE
                       ' REACHED' DELIMITED BY SIZE
                   INTO EL-MESSAGE
               MOVE 'GROWMON'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               CALL 'ERRLOG' USING ERRLOG-PARM
               IF RETURN-CODE < RC-VALIDATION-ERROR
                   MOVE RC-VALIDATION-ERROR TO RETURN-CODE
               END-IF
               GO TO PROJECT-THRESHOLD-END
           END-IF

           IF WS-DAILY-RATE NOT > ZEROES
               MOVE 'NOT GROWING - NO PROJECTION' TO WS-NOTE
               GO TO PROJECT-THRESHOLD-END
           END-IF

      * Days left at the weekly rate, rounded up to a whole day.
           COMPUTE WS-HEADROOM =
               WS-DS-THRESHOLD (WS-DS-SUB) - WS-DS-COUNT (WS-DS-SUB)
           COMPUTE WS-DAYS-LEFT = WS-HEADROOM / WS-DAILY-RATE
           IF WS-DAYS-LEFT * WS-DAILY-RATE < WS-HEADROOM
               ADD 1 TO WS-DAYS-LEFT
           END-IF
           IF WS-DAYS-LEFT > 36500
               MOVE 'NOT WITHIN 100 YEARS AT THIS RATE' TO WS-NOTE
               GO TO PROJECT-THRESHOLD-END
           END-IF

           MOVE 'ADD ' TO DS-FUNCTION
           MOVE WS-RD-YEAR  TO DS-YEAR-1
           MOVE WS-RD-MONTH TO DS-MONTH-1
           MOVE WS-RD-DAY   TO DS-DAY-1
           MOVE WS-DAYS-LEFT TO DS-DAYS
           CALL 'DATESRV' USING DATESRV-PARM
           MOVE DS-DATE-2 TO WS-PROJECTED-DATE
           MOVE WS-DAYS-LEFT TO WS-ED-DAYS
           MOVE SPACES TO WS-NOTE-FLAG
           IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
               MOVE '** ' TO WS-NOTE-FLAG
           END-IF
           STRING WS-NOTE-FLAG DELIMITED BY SIZE
                   'REACHES THRESHOLD ' DELIMITED BY SIZE
                   WS-PROJECTED-DATE DELIMITED BY SIZE
                   ' IN' DELIMITED BY SIZE
                   WS-ED-DAYS DELIMITED BY SIZE
                   ' DAYS' DELIMITED BY SIZE
               INTO WS-NOTE

           IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
               ADD 1 TO WS-WARNINGS
               MOVE SPACES TO EL-MESSAGE
               STRING WS-DATASET-NAME (WS-DS-SUB) DELIMITED BY SIZE
                       ' PROJECTED TO REACH ' DELIMITED BY SIZE
                       WS-ED-THRESHOLD DELIMITED BY SIZE
                       ' RECORDS ON ' DELIMITED BY SIZE
                       WS-PROJECTED-DATE DELIMITED BY SIZE
                       ' - EXTEND OR REORG' DELIMITED BY SIZE
                   INTO EL-MESSAGE
               MOVE 'GROWMON'  TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-NORMAL  TO EL-RETURN-CODE
               CALL 'ERRLOG' USING ERRLOG-PARM
           END-IF.
       PROJECT-THRESHOLD-END.
           CONTINUE.
       WRITE-DATASET-LINE.
           MOVE SPACES TO REPORT-LINE
           IF WS-DS-THRESHOLD (WS-DS-SUB) = ZEROES
               STRING WS-DATASET-NAME (WS-DS-SUB) DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       '            ' DELIMITED BY SIZE
                       WS-DAY-TEXT DELIMITED BY SIZE
                       WS-WEEK-TEXT DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-NOTE DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING WS-DATASET-NAME (WS-DS-SUB) DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ED-THRESHOLD DELIMITED BY SIZE
                       WS-DAY-TEXT DELIMITED BY SIZE
                       WS-WEEK-TEXT DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-NOTE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
       WRITE-DATASET-LINE-END.
           CONTINUE.
