       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMELINE.
      ******************************************************************
      *    TIMELINE - one company's change timeline across every store
      *    that records what happened to it.  Audit's "what happened
      *    to company X" used to take SQLHIST, JRNLRPT and a hand
      *    search of the reject files and the error log; this program
      *    pulls the lot into a single chronological listing on the
      *    TLNRPT report:
      *
      *       T2021H    APPLIED   change-history rows SQLMAINT wrote
      *       VJOURNAL  APPLIED   before/after images of VSAM updates
      *       TRANREJ   REJECTED  TRANEDIT pre-edit rejects
      *       SQLMREJ   REJECTED  SQLMAINT rejects
      *       ERRORLOG  LOGGED    error-log entries naming the company
      *
      *    Every line names its store and the GLOBAL-RUN-ID of the run
      *    that produced it.  The VSAM side keys a company on the
      *    first seven bytes of its code, so the journal and TRANREJ
      *    are matched on those.  The two reject files hold the
      *    latest run's rejects and carry no stamp of their own; each
      *    is dated, and its run named, by the last PROD total its
      *    writer put on CTLTOTAL.  A reject file with no such total
      *    is listed after the dated events, undated, whatever the
      *    date range, so nothing the auditor should see is dropped.
      *
      *    TLNPARM:  COMPANY=cccccccccc     (required)
      *              FROM=yyyymmdd          (default - from the start)
      *              TO=yyyymmdd            (default - to the end)
      *
      *    The events are put in order through a SORT on date, time
      *    and the order they were gathered in.
      *
      *    A company COREKEY has re-keyed keeps its history under each
      *    code it was held under: the move shows on both codes'
      *    timelines as a MOVE or MERGE of the company code, and a
      *    code the company has since left is headed with the code it
      *    is kept under today (RKEYXREF, through RKEYLKUP).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'TLNPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT Journal-File ASSIGN TO 'VJOURNAL'
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT TRAN-REJECT-FILE ASSIGN TO 'TRANREJ'
               STATUS IS WS-TRANREJ-STATUS.
           SELECT SQLM-REJECT-FILE ASSIGN TO 'SQLMREJ'
               STATUS IS WS-SQLMREJ-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO 'ERRORLOG'
               STATUS IS WS-ERRLOG-STATUS.
           SELECT TOTALS-FILE ASSIGN TO 'CTLTOTAL'
               STATUS IS WS-TOTALS-STATUS.
           SELECT TIMELINE-SORT-FILE ASSIGN TO 'SORTWK01'.
           SELECT TIMELINE-REPORT ASSIGN TO 'TLNRPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD Journal-File
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 Journal-Rec.
           05 JR-RUN-DATE           PIC X(8).
           05 FILLER                PIC X.
           05 JR-RUN-TIME           PIC X(8).
           05 FILLER                PIC X.
           05 JR-ACTION             PIC X.
           05 FILLER                PIC X.
           05 JR-KEY.
              10 JR-KEY-COMPANY     PIC X(7).
              10 JR-KEY-SEQ         PIC X(3).
           05 FILLER                PIC X.
           05 JR-BEFORE-IMAGE       PIC X(30).
           05 FILLER                PIC X.
           05 JR-AFTER-IMAGE        PIC X(30).
           05 FILLER                PIC X.
           05 JR-RUN-ID             PIC X(16).
           05 FILLER                PIC X.
           05 JR-CHAIN              PIC 9(18).
       FD TRAN-REJECT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 TRAN-REJECT-REC.
          05 TJ-REASON             PIC X(4).
          05 FILLER                PIC X.
          05 TJ-TRANS.
             10 TJ-ACTION          PIC X.
             10 TJ-KEY.
                15 TJ-KEY-COMPANY  PIC X(7).
                15 TJ-KEY-SEQ      PIC X(3).
             10 TJ-DATA            PIC X(30).
       FD SQLM-REJECT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SQLM-REJECT-REC.
          05 SJ-REASON             PIC X(4).
          05 FILLER                PIC X.
          05 SJ-SQLCODE            PIC X(10).
          05 FILLER                PIC X.
          05 SJ-TRANS.
             10 SJ-ACTION          PIC X.
             10 SJ-TARGET          PIC X.
             10 SJ-COMPANY-CODE    PIC X(10).
             10 SJ-DATA            PIC X(68).
       FD ERROR-LOG-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ERROR-LOG-LINE.
          05 EG-DATE               PIC X(8).
          05 FILLER                PIC X.
          05 EG-TIME               PIC X(8).
          05 FILLER                PIC X.
          05 EG-PROGRAM            PIC X(8).
          05 FILLER                PIC X(4).
          05 EG-RC                 PIC X(5).
          05 FILLER                PIC X(115).
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
      * One event.  TL-UNDATED puts a reject file nobody dated after
      * everything that could be placed in time.
       SD TIMELINE-SORT-FILE.
       01 TIMELINE-SORT-REC.
          05 TL-UNDATED            PIC X.
          05 TL-DATE               PIC X(8).
          05 TL-TIME               PIC X(8).
          05 TL-STORE              PIC X(8).
          05 TL-EVENT              PIC X(8).
          05 TL-RUN-ID             PIC X(16).
          05 TL-DETAIL             PIC X(79).
          05 TL-LINE-2             PIC X(79).
          05 TL-LINE-3             PIC X(79).
       FD TIMELINE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC

        01 COMPANY_CODE PIC X(10).
        01 HIST_ACTION PIC X.
        01 HIST_TARGET PIC X.
        01 HIST_BEFORE PIC X(68).
        01 HIST_AFTER PIC X(68).
        01 HIST_RUN_DATE PIC X(8).
        01 HIST_RUN_TIME PIC X(8).
        01 HIST_RUN_ID PIC X(16).
        01 FROM_DATE PIC X(8).
        01 TO_DATE PIC X(8).

       01 WS-PARM-STATUS           PIC 99.
       01 WS-JOURNAL-STATUS        PIC 99.
       01 WS-TRANREJ-STATUS        PIC 99.
       01 WS-SQLMREJ-STATUS        PIC 99.
       01 WS-ERRLOG-STATUS         PIC 99.
       01 WS-TOTALS-STATUS         PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-EOF-SW                PIC X       VALUE 'N'.
          88 WS-EOF                            VALUE 'Y'.
       01 WS-SORT-EOF-SW           PIC X       VALUE 'N'.
          88 WS-SORT-EOF                       VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-ASK-COMPANY           PIC X(10)   VALUE SPACES.
       01 WS-ASK-LEN               PIC 9(3)    VALUE ZEROES.
       01 WS-FROM-DATE             PIC X(8)    VALUE '00000000'.
       01 WS-TO-DATE               PIC X(8)    VALUE '99999999'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
      * What dates each reject file - the last PROD total its writer
      * left on CTLTOTAL - and how many records that total counted.
       01 WS-REJECT-DATING.
          05 WS-RD-ENTRY OCCURS 2 TIMES.
             10 WS-RD-FILE         PIC X(8).
             10 WS-RD-PROGRAM      PIC X(8).
             10 WS-RD-FOUND-SW     PIC X.
                88 WS-RD-FOUND                 VALUE 'Y'.
             10 WS-RD-DATE         PIC X(8).
             10 WS-RD-TIME         PIC X(8).
             10 WS-RD-RUN-ID       PIC X(16).
             10 WS-RD-COUNT        PIC X(7).
             10 WS-RD-ON-FILE      PIC 9(7).
             10 WS-RD-STATUS       PIC 99.
       01 WS-RD-SUB                PIC 9       VALUE ZERO.
      * Events gathered per store, and the stores that could not be
      * read - a timeline with a store missing says so.
       01 WS-STORE-COUNTS.
          05 WS-SC-ENTRY OCCURS 5 TIMES.
             10 WS-SC-STORE        PIC X(8).
             10 WS-SC-EVENTS       PIC 9(7).
             10 WS-SC-MISSING-SW   PIC X.
                88 WS-SC-MISSING               VALUE 'Y'.
       01 WS-SC-SUB                PIC 9       VALUE ZERO.
       01 WS-EVENTS-LISTED         PIC 9(7)    VALUE ZEROES.
       01 WS-HITS                  PIC 9(3)    VALUE ZEROES.
       01 WS-MSG-PTR               PIC 9(3)    VALUE ZEROES.
       01 WS-EG-SEVERITY           PIC X(8)    VALUE SPACES.
       01 WS-EG-MESSAGE            PIC X(80)   VALUE SPACES.
       01 WS-ACTION-WORD           PIC X(6)    VALUE SPACES.
           COPY RKEYLKR.
       01 WS-UNDATED-SW            PIC X       VALUE 'N'.
          88 WS-UNDATED-HEADED                 VALUE 'Y'.
       01 WS-SQL-FAILED-SW         PIC X       VALUE 'N'.
          88 WS-SQL-FAILED                     VALUE 'Y'.
       01 WS-SQLCODE-DISPLAY       PIC -(9)9.
       01 WS-TIMELINE-LINE.
          05 WS-TLL-DATE           PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 WS-TLL-TIME           PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 WS-TLL-STORE          PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 WS-TLL-EVENT          PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 WS-TLL-RUN-ID         PIC X(16).
          05 FILLER                PIC X       VALUE SPACE.
          05 WS-TLL-DETAIL         PIC X(79).
           COPY ERRLOGR.
           COPY RETCODE.
      ******************************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       MAIN.
           DISPLAY '  <TIMELINE>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM READ-TIMELINE-PARM THRU READ-TIMELINE-PARM-EXIT

           OPEN OUTPUT TIMELINE-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY CHANGE TIMELINE - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-ASK-COMPANY = SPACES
               DISPLAY '    TIMELINE: NO COMPANY= PARM GIVEN'
               MOVE 'NO COMPANY= PARM GIVEN - NOTHING TO DO'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RC-BAD-INPUT TO RETURN-CODE
               CLOSE TIMELINE-REPORT
               DISPLAY '  </TIMELINE>'
               GOBACK
           END-IF
           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
                   OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY '    TIMELINE: BAD FROM=/TO= RANGE '
                       WS-FROM-DATE ' ' WS-TO-DATE
               MOVE 'FROM=/TO= MUST BE YYYYMMDD, FROM NOT AFTER TO'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RC-BAD-INPUT TO RETURN-CODE
               CLOSE TIMELINE-REPORT
               DISPLAY '  </TIMELINE>'
               GOBACK
           END-IF

      * How long the code really is - the error log is searched for
      * it as text.
           MOVE 10 TO WS-ASK-LEN
           PERFORM UNTIL WS-ASK-LEN = ZEROES
                   OR WS-ASK-COMPANY (WS-ASK-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ASK-LEN
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY ' DELIMITED BY SIZE
                   WS-ASK-COMPANY DELIMITED BY SIZE
                   '  FROM ' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ASK-COMPANY TO RL-CODE
           CALL 'RKEYLKUP' USING RKEYLKUP-PARM
           IF RL-MOVED
               MOVE SPACES TO REPORT-LINE
               STRING 'CODE GIVEN UP - THE COMPANY IS NOW KEPT UNDER '
                           DELIMITED BY SIZE
                       RL-CURRENT-CODE DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TIMELINE-LINE
           MOVE 'DATE' TO WS-TLL-DATE
           MOVE 'TIME' TO WS-TLL-TIME
           MOVE 'STORE' TO WS-TLL-STORE
           MOVE 'EVENT' TO WS-TLL-EVENT
           MOVE 'RUN-ID' TO WS-TLL-RUN-ID
           MOVE 'DETAIL' TO WS-TLL-DETAIL
           MOVE WS-TIMELINE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'T2021H' TO WS-SC-STORE (1)
           MOVE 'VJOURNAL' TO WS-SC-STORE (2)
           MOVE 'TRANREJ' TO WS-SC-STORE (3)
           MOVE 'SQLMREJ' TO WS-SC-STORE (4)
           MOVE 'ERRORLOG' TO WS-SC-STORE (5)
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 5
               MOVE ZEROES TO WS-SC-EVENTS (WS-SC-SUB)
               MOVE 'N' TO WS-SC-MISSING-SW (WS-SC-SUB)
           END-PERFORM
           PERFORM FIND-REJECT-DATING THRU FIND-REJECT-DATING-EXIT

           SORT TIMELINE-SORT-FILE
               ON ASCENDING KEY TL-UNDATED TL-DATE TL-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS GATHER-EVENTS
                   THRU GATHER-EVENTS-EXIT
               OUTPUT PROCEDURE IS LIST-EVENTS
                   THRU LIST-EVENTS-EXIT
           IF SORT-RETURN NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE 'TIMELINE SORT FAILED - THE LISTING IS INCOMPLETE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'TIMELINE' TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'TIMELINE SORT FAILED' TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
           END-IF

           PERFORM WRITE-SOURCE-LINES THRU WRITE-SOURCE-LINES-EXIT
           IF WS-EVENTS-LISTED = ZEROES
               MOVE SPACES TO REPORT-LINE
               MOVE 'NOTHING ON FILE FOR THE COMPANY IN THE RANGE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               IF RETURN-CODE = RC-NORMAL
                   MOVE RC-VALIDATION-ERROR TO RETURN-CODE
               END-IF
           END-IF
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE TIMELINE-REPORT

           DISPLAY '    COMPANY=' WS-ASK-COMPANY
                   ' EVENTS=' WS-EVENTS-LISTED
           DISPLAY '  </TIMELINE>'
           GOBACK
         .
      ***********************************************************
       READ-TIMELINE-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-TIMELINE-PARM-EXIT
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
                       IF WS-PARM-KEYWORD = 'COMPANY'
                           MOVE WS-PARM-VALUE (1:10)
                               TO WS-ASK-COMPANY
                       END-IF
                       IF WS-PARM-KEYWORD = 'FROM'
                           MOVE WS-PARM-VALUE (1:8) TO WS-FROM-DATE
                       END-IF
                       IF WS-PARM-KEYWORD = 'TO'
                           MOVE WS-PARM-VALUE (1:8) TO WS-TO-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-TIMELINE-PARM-EXIT.
           CONTINUE
         .
      ***********************************************************
      * CTLTOTAL is appended to in run order, so the last PROD total
      * for a reject file belongs to the run that last wrote it.
       FIND-REJECT-DATING.
           MOVE 'TRANREJ' TO WS-RD-FILE (1)
           MOVE 'TRANEDIT' TO WS-RD-PROGRAM (1)
           MOVE 'SQLMREJ' TO WS-RD-FILE (2)
           MOVE 'SQLMAINT' TO WS-RD-PROGRAM (2)
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1 UNTIL WS-RD-SUB > 2
               MOVE 'N' TO WS-RD-FOUND-SW (WS-RD-SUB)
               MOVE SPACES TO WS-RD-DATE (WS-RD-SUB)
               MOVE SPACES TO WS-RD-TIME (WS-RD-SUB)
               MOVE SPACES TO WS-RD-RUN-ID (WS-RD-SUB)
               MOVE ZEROES TO WS-RD-COUNT (WS-RD-SUB)
               MOVE ZEROES TO WS-RD-ON-FILE (WS-RD-SUB)
               MOVE ZEROES TO WS-RD-STATUS (WS-RD-SUB)
           END-PERFORM
           OPEN INPUT TOTALS-FILE
           IF WS-TOTALS-STATUS NOT = ZEROES
               GO TO FIND-REJECT-DATING-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ TOTALS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                               UNTIL WS-RD-SUB > 2
                           IF TOT-PROGRAM = WS-RD-PROGRAM (WS-RD-SUB)
                                   AND TOT-FILE-ID
                                       = WS-RD-FILE (WS-RD-SUB)
                                   AND TOT-ROLE = 'PROD'
                               MOVE 'Y' TO WS-RD-FOUND-SW (WS-RD-SUB)
                               MOVE TOT-DATE TO WS-RD-DATE (WS-RD-SUB)
                               MOVE TOT-TIME TO WS-RD-TIME (WS-RD-SUB)
                               MOVE TOT-RUN-ID
                                   TO WS-RD-RUN-ID (WS-RD-SUB)
                               MOVE TOT-COUNT
                                   TO WS-RD-COUNT (WS-RD-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE TOTALS-FILE.
       FIND-REJECT-DATING-EXIT.
           CONTINUE
         .
      ***********************************************************
      * SORT input procedure - every store in turn.
       GATHER-EVENTS.
           PERFORM GATHER-HISTORY THRU GATHER-HISTORY-EXIT
           PERFORM GATHER-JOURNAL THRU GATHER-JOURNAL-EXIT
           PERFORM GATHER-TRAN-REJECTS THRU GATHER-TRAN-REJECTS-EXIT
           PERFORM GATHER-SQLM-REJECTS THRU GATHER-SQLM-REJECTS-EXIT
           PERFORM GATHER-ERROR-LOG THRU GATHER-ERROR-LOG-EXIT.
       GATHER-EVENTS-EXIT.
           CONTINUE
         .
      ***********************************************************
       GATHER-HISTORY.
           MOVE WS-ASK-COMPANY TO COMPANY_CODE
           MOVE WS-FROM-DATE TO FROM_DATE
           MOVE WS-TO-DATE TO TO_DATE
           MOVE -1 TO SQLCODE

           EXEC SQL
             DECLARE TLCURSOR CURSOR FOR
             SELECT TRAN_ACTION, TRAN_TARGET,
                    BEFORE_IMAGE, AFTER_IMAGE,
                    RUN_DATE, RUN_TIME, RUN_ID
             FROM T2021H
             WHERE COMPANY_CODE = :COMPANY_CODE
               AND RUN_DATE >= :FROM_DATE
               AND RUN_DATE <= :TO_DATE
             ORDER BY RUN_DATE ASC, RUN_TIME ASC
           END-EXEC

           EXEC SQL
             OPEN TLCURSOR
           END-EXEC
           PERFORM CHECK-SQLERROR
           IF WS-SQL-FAILED
               GO TO GATHER-HISTORY-EXIT
           END-IF

           EXEC SQL
             FETCH FROM TLCURSOR INTO :HIST_ACTION, :HIST_TARGET,
                                   :HIST_BEFORE, :HIST_AFTER,
                                   :HIST_RUN_DATE, :HIST_RUN_TIME,
                                   :HIST_RUN_ID
           END-EXEC
           PERFORM CHECK-SQLERROR

           PERFORM UNTIL SQLCODE = 100 OR WS-SQL-FAILED
               MOVE SPACES TO TIMELINE-SORT-REC
               MOVE '0' TO TL-UNDATED
               MOVE HIST_RUN_DATE TO TL-DATE
               MOVE HIST_RUN_TIME TO TL-TIME
               MOVE 'T2021H' TO TL-STORE
               MOVE 'APPLIED' TO TL-EVENT
               MOVE HIST_RUN_ID TO TL-RUN-ID
               EVALUATE HIST_ACTION
                   WHEN 'I' MOVE 'INSERT' TO WS-ACTION-WORD
                   WHEN 'U' MOVE 'UPDATE' TO WS-ACTION-WORD
                   WHEN 'D' MOVE 'DELETE' TO WS-ACTION-WORD
                   WHEN 'K' MOVE 'MOVE' TO WS-ACTION-WORD
                   WHEN 'M' MOVE 'MERGE' TO WS-ACTION-WORD
                   WHEN OTHER MOVE HIST_ACTION TO WS-ACTION-WORD
               END-EVALUATE
               EVALUATE HIST_TARGET
                   WHEN 'B'
                       STRING WS-ACTION-WORD DELIMITED BY SPACE
                               ' ADDRESS ROW (T2021B)' DELIMITED BY SIZE
                           INTO TL-DETAIL
                   WHEN 'X'
                       STRING WS-ACTION-WORD DELIMITED BY SPACE
                               ' COMPANY CODE ' DELIMITED BY SIZE
                               HIST_BEFORE (1:10) DELIMITED BY SIZE
                               ' TO ' DELIMITED BY SIZE
                               HIST_AFTER (1:10) DELIMITED BY SIZE
                           INTO TL-DETAIL
                   WHEN OTHER
                       STRING WS-ACTION-WORD DELIMITED BY SPACE
                               ' COMPANY ROW (T2021A)' DELIMITED BY SIZE
                           INTO TL-DETAIL
               END-EVALUATE
               STRING 'BEFORE=' DELIMITED BY SIZE
                       HIST_BEFORE DELIMITED BY SIZE
                   INTO TL-LINE-2
               STRING 'AFTER =' DELIMITED BY SIZE
                       HIST_AFTER DELIMITED BY SIZE
                   INTO TL-LINE-3
               RELEASE TIMELINE-SORT-REC
               ADD 1 TO WS-SC-EVENTS (1)
               EXEC SQL
                 FETCH FROM TLCURSOR INTO :HIST_ACTION, :HIST_TARGET,
                                   :HIST_BEFORE, :HIST_AFTER,
                                   :HIST_RUN_DATE, :HIST_RUN_TIME,
                                   :HIST_RUN_ID
               END-EXEC
               PERFORM CHECK-SQLERROR
           END-PERFORM

           EXEC SQL
             CLOSE TLCURSOR
           END-EXEC.
       GATHER-HISTORY-EXIT.
           CONTINUE
         .
      ***********************************************************
       GATHER-JOURNAL.
           OPEN INPUT Journal-File
           IF WS-JOURNAL-STATUS NOT = ZEROES
               MOVE 'Y' TO WS-SC-MISSING-SW (2)
               GO TO GATHER-JOURNAL-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ Journal-File
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF JR-KEY-COMPANY = WS-ASK-COMPANY (1:7)
                               AND JR-RUN-DATE NOT < WS-FROM-DATE
                               AND JR-RUN-DATE NOT > WS-TO-DATE
                           PERFORM RELEASE-JOURNAL-EVENT
                               THRU RELEASE-JOURNAL-EVENT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Journal-File.
       GATHER-JOURNAL-EXIT.
           CONTINUE
         .
      ***********************************************************
       RELEASE-JOURNAL-EVENT.
           MOVE SPACES TO TIMELINE-SORT-REC
           MOVE '0' TO TL-UNDATED
           MOVE JR-RUN-DATE TO TL-DATE
           MOVE JR-RUN-TIME TO TL-TIME
           MOVE 'VJOURNAL' TO TL-STORE
           MOVE 'APPLIED' TO TL-EVENT
           MOVE JR-RUN-ID TO TL-RUN-ID
           EVALUATE JR-ACTION
               WHEN 'A' MOVE 'ADD' TO WS-ACTION-WORD
               WHEN 'C' MOVE 'CHANGE' TO WS-ACTION-WORD
               WHEN 'D' MOVE 'DELETE' TO WS-ACTION-WORD
               WHEN 'X' MOVE 'RE-KEY' TO WS-ACTION-WORD
               WHEN OTHER MOVE JR-ACTION TO WS-ACTION-WORD
           END-EVALUATE
           STRING WS-ACTION-WORD DELIMITED BY SPACE
                   ' VSAMFILE KEY ' DELIMITED BY SIZE
                   JR-KEY DELIMITED BY SIZE
               INTO TL-DETAIL
           STRING 'BEFORE=' DELIMITED BY SIZE
                   JR-BEFORE-IMAGE DELIMITED BY SIZE
               INTO TL-LINE-2
           STRING 'AFTER =' DELIMITED BY SIZE
                   JR-AFTER-IMAGE DELIMITED BY SIZE
               INTO TL-LINE-3
           RELEASE TIMELINE-SORT-REC
           ADD 1 TO WS-SC-EVENTS (2).
       RELEASE-JOURNAL-EVENT-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Every record is counted against the dating total; only the
      * company's are released, and only when the file's date falls
      * in the range or it has none.
       GATHER-TRAN-REJECTS.
           OPEN INPUT TRAN-REJECT-FILE
           MOVE WS-TRANREJ-STATUS TO WS-RD-STATUS (1)
           IF WS-TRANREJ-STATUS NOT = ZEROES
               MOVE 'Y' TO WS-SC-MISSING-SW (3)
               GO TO GATHER-TRAN-REJECTS-EXIT
           END-IF
           MOVE 1 TO WS-RD-SUB
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ TRAN-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RD-ON-FILE (1)
                       IF TJ-KEY-COMPANY = WS-ASK-COMPANY (1:7)
                           PERFORM SET-REJECT-STAMP
                               THRU SET-REJECT-STAMP-EXIT
                           IF TL-UNDATED = '1'
                                   OR (TL-DATE NOT < WS-FROM-DATE
                                   AND TL-DATE NOT > WS-TO-DATE)
                               MOVE 'TRANREJ' TO TL-STORE
                               STRING 'REASON ' DELIMITED BY SIZE
                                       TJ-REASON DELIMITED BY SIZE
                                       ' TRANSACTION ' DELIMITED BY SIZE
                                       TJ-TRANS DELIMITED BY SIZE
                                   INTO TL-DETAIL
                               RELEASE TIMELINE-SORT-REC
                               ADD 1 TO WS-SC-EVENTS (3)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-REJECT-FILE.
       GATHER-TRAN-REJECTS-EXIT.
           CONTINUE
         .
      ***********************************************************
       GATHER-SQLM-REJECTS.
           OPEN INPUT SQLM-REJECT-FILE
           MOVE WS-SQLMREJ-STATUS TO WS-RD-STATUS (2)
           IF WS-SQLMREJ-STATUS NOT = ZEROES
               MOVE 'Y' TO WS-SC-MISSING-SW (4)
               GO TO GATHER-SQLM-REJECTS-EXIT
           END-IF
           MOVE 2 TO WS-RD-SUB
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ SQLM-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RD-ON-FILE (2)
                       IF SJ-COMPANY-CODE = WS-ASK-COMPANY
                           PERFORM SET-REJECT-STAMP
                               THRU SET-REJECT-STAMP-EXIT
                           IF TL-UNDATED = '1'
                                   OR (TL-DATE NOT < WS-FROM-DATE
                                   AND TL-DATE NOT > WS-TO-DATE)
                               MOVE 'SQLMREJ' TO TL-STORE
                               STRING 'REASON ' DELIMITED BY SIZE
                                       SJ-REASON DELIMITED BY SIZE
                                       ' SQLCODE ' DELIMITED BY SIZE
                                       SJ-SQLCODE DELIMITED BY SIZE
                                   INTO TL-DETAIL
                               STRING 'TRANSACTION=' DELIMITED BY SIZE
                                       SJ-TRANS DELIMITED BY SIZE
                                   INTO TL-LINE-2
                               RELEASE TIMELINE-SORT-REC
                               ADD 1 TO WS-SC-EVENTS (4)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SQLM-REJECT-FILE.
       GATHER-SQLM-REJECTS-EXIT.
           CONTINUE
         .
      ***********************************************************
      * A reject takes its date, time and run from the total that
      * dates its file (WS-RD-SUB), or goes to the undated tail.
       SET-REJECT-STAMP.
           MOVE SPACES TO TIMELINE-SORT-REC
           MOVE 'REJECTED' TO TL-EVENT
           IF WS-RD-FOUND (WS-RD-SUB)
               MOVE '0' TO TL-UNDATED
               MOVE WS-RD-DATE (WS-RD-SUB) TO TL-DATE
               MOVE WS-RD-TIME (WS-RD-SUB) TO TL-TIME
               MOVE WS-RD-RUN-ID (WS-RD-SUB) TO TL-RUN-ID
           ELSE
               MOVE '1' TO TL-UNDATED
               MOVE 'UNKNOWN' TO TL-RUN-ID
           END-IF.
       SET-REJECT-STAMP-EXIT.
           CONTINUE
         .
      ***********************************************************
      * An ERRLOG line is date, time, program, RC=, severity, the
      * 80-byte message, then RUN= and the run id.  The company is
      * looked for in the message only.
       GATHER-ERROR-LOG.
           OPEN INPUT ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS NOT = ZEROES
               MOVE 'Y' TO WS-SC-MISSING-SW (5)
               GO TO GATHER-ERROR-LOG-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ ERROR-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF EG-DATE NOT < WS-FROM-DATE
                               AND EG-DATE NOT > WS-TO-DATE
                           PERFORM CHECK-ERROR-LOG-LINE
                               THRU CHECK-ERROR-LOG-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERROR-LOG-FILE.
       GATHER-ERROR-LOG-EXIT.
           CONTINUE
         .
      ***********************************************************
       CHECK-ERROR-LOG-LINE.
           MOVE SPACES TO WS-EG-SEVERITY
           MOVE 37 TO WS-MSG-PTR
           UNSTRING ERROR-LOG-LINE DELIMITED BY SPACE
               INTO WS-EG-SEVERITY
               WITH POINTER WS-MSG-PTR
           IF WS-MSG-PTR > 70
               GO TO CHECK-ERROR-LOG-LINE-EXIT
           END-IF
           MOVE ERROR-LOG-LINE (WS-MSG-PTR:80) TO WS-EG-MESSAGE
           MOVE ZEROES TO WS-HITS
           INSPECT WS-EG-MESSAGE TALLYING WS-HITS
               FOR ALL WS-ASK-COMPANY (1:WS-ASK-LEN)
           IF WS-HITS = ZEROES
               GO TO CHECK-ERROR-LOG-LINE-EXIT
           END-IF
           MOVE SPACES TO TIMELINE-SORT-REC
           MOVE '0' TO TL-UNDATED
           MOVE EG-DATE TO TL-DATE
           MOVE EG-TIME TO TL-TIME
           MOVE 'ERRORLOG' TO TL-STORE
           MOVE 'LOGGED' TO TL-EVENT
           IF ERROR-LOG-LINE (WS-MSG-PTR + 80:5) = ' RUN='
               MOVE ERROR-LOG-LINE (WS-MSG-PTR + 85:16) TO TL-RUN-ID
           END-IF
           STRING WS-EG-SEVERITY DELIMITED BY SPACE
                   ' FROM ' DELIMITED BY SIZE
                   EG-PROGRAM DELIMITED BY SPACE
                   ' RC=' DELIMITED BY SIZE
                   EG-RC DELIMITED BY SIZE
               INTO TL-DETAIL
           MOVE WS-EG-MESSAGE TO TL-LINE-2
           RELEASE TIMELINE-SORT-REC
           ADD 1 TO WS-SC-EVENTS (5).
       CHECK-ERROR-LOG-LINE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * SORT output procedure - the timeline itself.
       LIST-EVENTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN TIMELINE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SW
                   NOT AT END
                       PERFORM WRITE-EVENT THRU WRITE-EVENT-EXIT
               END-RETURN
           END-PERFORM.
       LIST-EVENTS-EXIT.
           CONTINUE
         .
      ***********************************************************
       WRITE-EVENT.
           IF TL-UNDATED = '1' AND NOT WS-UNDATED-HEADED
               MOVE 'Y' TO WS-UNDATED-SW
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'REJECTS NOT DATED - NO CONTROL TOTAL ON CTLTOTAL'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-EVENTS-LISTED
           MOVE SPACES TO WS-TIMELINE-LINE
           MOVE TL-DATE TO WS-TLL-DATE
           MOVE TL-TIME TO WS-TLL-TIME
           MOVE TL-STORE TO WS-TLL-STORE
           MOVE TL-EVENT TO WS-TLL-EVENT
           MOVE TL-RUN-ID TO WS-TLL-RUN-ID
           MOVE TL-DETAIL TO WS-TLL-DETAIL
           MOVE WS-TIMELINE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF TL-LINE-2 NOT = SPACES
               MOVE SPACES TO WS-TIMELINE-LINE
               MOVE TL-LINE-2 TO WS-TLL-DETAIL
               MOVE WS-TIMELINE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF TL-LINE-3 NOT = SPACES
               MOVE SPACES TO WS-TIMELINE-LINE
               MOVE TL-LINE-3 TO WS-TLL-DETAIL
               MOVE WS-TIMELINE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       WRITE-EVENT-EXIT.
           CONTINUE
         .
      ***********************************************************
      * What each store gave, and how each reject file was dated.
       WRITE-SOURCE-LINES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'EVENTS BY STORE' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1 UNTIL WS-SC-SUB > 5
               MOVE SPACES TO REPORT-LINE
               IF WS-SC-MISSING (WS-SC-SUB)
                   STRING '  ' DELIMITED BY SIZE
                           WS-SC-STORE (WS-SC-SUB) DELIMITED BY SIZE
                           ' NOT AVAILABLE - NOT SEARCHED'
                               DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING '  ' DELIMITED BY SIZE
                           WS-SC-STORE (WS-SC-SUB) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-SC-EVENTS (WS-SC-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-SQL-FAILED
               MOVE SPACES TO REPORT-LINE
               STRING '  T2021H READ FAILED WITH SQLCODE '
                           DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       ' - THE TIMELINE IS INCOMPLETE' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1 UNTIL WS-RD-SUB > 2
               PERFORM WRITE-DATING-LINE THRU WRITE-DATING-LINE-EXIT
           END-PERFORM.
       WRITE-SOURCE-LINES-EXIT.
           CONTINUE
         .
      ***********************************************************
       WRITE-DATING-LINE.
           IF WS-RD-STATUS (WS-RD-SUB) NOT = ZEROES
               GO TO WRITE-DATING-LINE-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF NOT WS-RD-FOUND (WS-RD-SUB)
               STRING '  ' DELIMITED BY SIZE
                       WS-RD-FILE (WS-RD-SUB) DELIMITED BY SIZE
                       ' HAS NO PROD TOTAL FROM ' DELIMITED BY SIZE
                       WS-RD-PROGRAM (WS-RD-SUB) DELIMITED BY SIZE
                       ' - ITS REJECTS ARE LISTED UNDATED'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO WRITE-DATING-LINE-EXIT
           END-IF
           STRING '  ' DELIMITED BY SIZE
                   WS-RD-FILE (WS-RD-SUB) DELIMITED BY SIZE
                   ' DATED BY ' DELIMITED BY SIZE
                   WS-RD-PROGRAM (WS-RD-SUB) DELIMITED BY SIZE
                   ' TOTAL OF ' DELIMITED BY SIZE
                   WS-RD-DATE (WS-RD-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RD-TIME (WS-RD-SUB) DELIMITED BY SIZE
                   ' RUN=' DELIMITED BY SIZE
                   WS-RD-RUN-ID (WS-RD-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
      * A file that no longer holds what its total counted has been
      * written since by something that left no total - its dates
      * may not be its own.
           IF WS-RD-COUNT (WS-RD-SUB) NOT = WS-RD-ON-FILE (WS-RD-SUB)
               MOVE SPACES TO REPORT-LINE
               STRING '    WARNING - FILE HOLDS ' DELIMITED BY SIZE
                       WS-RD-ON-FILE (WS-RD-SUB) DELIMITED BY SIZE
                       ' RECORDS, THE TOTAL COUNTED ' DELIMITED BY SIZE
                       WS-RD-COUNT (WS-RD-SUB) DELIMITED BY SIZE
                       ' - DATES MAY BE WRONG' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       WRITE-DATING-LINE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * A failed statement ends the history search but not the run -
      * the other stores are still listed, and the report says the
      * timeline is short of T2021H.
       CHECK-SQLERROR.
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100 THEN
             DISPLAY 'STATEMENT FAILED WITH SQLCODE: ' SQLCODE
             MOVE SQLCODE TO WS-SQLCODE-DISPLAY
             MOVE 'Y' TO WS-SQL-FAILED-SW
             MOVE 'TIMELINE' TO EL-PROGRAM-ID
             MOVE 'ERROR'    TO EL-SEVERITY
             MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
             MOVE 'SQL0001' TO EL-MSG-ID
             CALL 'ERRLOG' USING ERRLOG-PARM
             MOVE RC-PROCESSING-ERROR TO RETURN-CODE
           END-IF
           .
      ***********************************************************
