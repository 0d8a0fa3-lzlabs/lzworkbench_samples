       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGEXTR.
      ******************************************************************
      *    CHGEXTR - incremental change extract for downstream
      *    systems.  COMPEXP is a full dump every time; this program
      *    hands on only what changed since the last successful
      *    extract - the T2021H change-history rows SQLMAINT writes
      *    and the VJOURNAL before/after images of the VSAMFILE runs
      *    - one CHGXFILE record per change, each naming the company,
      *    the action, the before and after values and the
      *    GLOBAL-RUN-ID of the run that made it.
      *
      *    The CHGHWM high-water-mark file records where the last
      *    extract stopped, and where the one before it stopped:
      *       T2021H    date+time of the latest history row taken
      *       VJOURNAL  date+time of the latest journal record taken
      *                 and how many records carrying that exact
      *                 stamp had been taken - the journal can hold
      *                 several records stamped the same hundredth
      *    A run takes everything after the mark and moves the mark
      *    only once CHGXFILE is complete and closed, so a failed run
      *    leaves the mark where it was and the next run takes the
      *    same changes again - nothing is skipped.  A normal run
      *    after a good one starts from the new mark - nothing is
      *    taken twice.  To re-create a lost extract without moving
      *    the mark, CHGXPARM says
      *       MODE=RERUN
      *    and the run reproduces the last extract exactly, from the
      *    previous mark to the current one.  No CHGHWM means no
      *    extract has run yet and everything on file is taken.
      *
      *    The run holds the suite lock so no maintenance run can add
      *    history or journal records while the mark is being moved.
      *
      *    CHGXFILE, 200 bytes, ends with a TRAILER record carrying
      *    the counts; CHGXRPT shows the ranges and counts.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'CHGXPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT MARK-FILE ASSIGN TO 'CHGHWM'
               STATUS IS WS-MARK-STATUS.
           SELECT Journal-File ASSIGN TO 'VJOURNAL'
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'CHGXFILE'
               STATUS IS WS-EXTRACT-STATUS.
           SELECT EXTRACT-REPORT ASSIGN TO 'CHGXRPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD MARK-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 MARK-REC.
          05 HW-HIST-FROM          PIC X(16).
          05 FILLER                PIC X.
          05 HW-HIST-TO            PIC X(16).
          05 FILLER                PIC X.
          05 HW-JRNL-FROM          PIC X(16).
          05 FILLER                PIC X.
          05 HW-JRNL-FROM-COUNT    PIC X(5).
          05 FILLER                PIC X.
          05 HW-JRNL-TO            PIC X(16).
          05 FILLER                PIC X.
          05 HW-JRNL-TO-COUNT      PIC X(5).
          05 FILLER                PIC X.
          05 HW-EXTRACTED          PIC X(16).
          05 FILLER                PIC X.
          05 HW-RUN-ID             PIC X(16).
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
       FD EXTRACT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 EXTRACT-REC.
          05 CX-SOURCE             PIC X(8).
          05 FILLER                PIC X.
          05 CX-COMPANY            PIC X(10).
          05 FILLER                PIC X.
          05 CX-DETAIL             PIC X(3).
          05 FILLER                PIC X.
          05 CX-ACTION             PIC X.
          05 FILLER                PIC X.
          05 CX-CHANGE-DATE        PIC X(8).
          05 FILLER                PIC X.
          05 CX-CHANGE-TIME        PIC X(8).
          05 FILLER                PIC X.
          05 CX-RUN-ID             PIC X(16).
          05 FILLER                PIC X.
          05 CX-BEFORE             PIC X(68).
          05 FILLER                PIC X.
          05 CX-AFTER              PIC X(68).
          05 FILLER                PIC X(2).
       01 EXTRACT-TRAILER REDEFINES EXTRACT-REC.
          05 CT-TYPE               PIC X(8).
          05 FILLER                PIC X.
          05 CT-HIST-COUNT         PIC 9(7).
          05 FILLER                PIC X.
          05 CT-JRNL-COUNT         PIC 9(7).
          05 FILLER                PIC X.
          05 CT-EXTRACTED          PIC X(16).
          05 FILLER                PIC X.
          05 CT-MODE               PIC X(6).
          05 FILLER                PIC X(152).
       FD EXTRACT-REPORT
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
        01 FROM_TIME PIC X(8).
        01 TO_DATE PIC X(8).
        01 TO_TIME PIC X(8).

       01 WS-PARM-STATUS           PIC 99.
       01 WS-MARK-STATUS           PIC 99.
       01 WS-JOURNAL-STATUS        PIC 99.
       01 WS-EXTRACT-STATUS        PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-JOURNAL-EOF-SW        PIC X       VALUE 'N'.
          88 WS-JOURNAL-EOF                    VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-RUN-MODE-SW           PIC X       VALUE 'N'.
          88 WS-RERUN-MODE                     VALUE 'R'.
       01 WS-MARK-FOUND-SW         PIC X       VALUE 'N'.
          88 WS-MARK-FOUND                     VALUE 'Y'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
      * The range this run takes: after FROM, up to and including TO.
      * A normal run's TO is open until the data says where it ends.
       01 WS-HIST-FROM             PIC X(16)   VALUE ZEROES.
       01 WS-HIST-TO               PIC X(16)   VALUE ZEROES.
       01 WS-HIST-LATEST           PIC X(16)   VALUE ZEROES.
       01 WS-JRNL-FROM             PIC X(16)   VALUE ZEROES.
       01 WS-JRNL-FROM-COUNT       PIC 9(5)    VALUE ZEROES.
       01 WS-JRNL-TO               PIC X(16)   VALUE ZEROES.
       01 WS-JRNL-TO-COUNT         PIC 9(5)    VALUE ZEROES.
       01 WS-JRNL-LATEST           PIC X(16)   VALUE ZEROES.
       01 WS-JRNL-LATEST-COUNT     PIC 9(5)    VALUE ZEROES.
      * Where the journal record in hand sits: its stamp and its
      * place among the records carrying that stamp.
       01 WS-REC-STAMP             PIC X(16)   VALUE SPACES.
       01 WS-REC-ORDINAL           PIC 9(5)    VALUE ZEROES.
       01 WS-PREV-STAMP            PIC X(16)   VALUE SPACES.
       01 WS-TAKE-SW               PIC X       VALUE 'N'.
          88 WS-TAKE-RECORD                    VALUE 'Y'.
       01 WS-HIST-TAKEN            PIC 9(7)    VALUE ZEROES.
       01 WS-JRNL-TAKEN            PIC 9(7)    VALUE ZEROES.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY LOCKSRVR.
           COPY RUNIDR.

       PROCEDURE DIVISION.
      ***********************************************************
       MAIN.
           DISPLAY '  <CHGEXTR>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF

      * No maintenance run may add to either trail while the mark
      * is being moved.
           MOVE 'GET ' TO LK-FUNCTION
           MOVE 'CHGEXTR' TO LK-PROGRAM-ID
           CALL 'LOCKSRV' USING LOCKSRV-PARM
           IF LK-REFUSED
               DISPLAY '    ' LK-HOLDER
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               DISPLAY '  </CHGEXTR>'
               GOBACK
           END-IF

           PERFORM READ-EXTRACT-PARM THRU READ-EXTRACT-PARM-EXIT
           PERFORM READ-HIGH-WATER-MARK
               THRU READ-HIGH-WATER-MARK-EXIT

           OPEN OUTPUT EXTRACT-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'INCREMENTAL CHANGE EXTRACT - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
                   ' RUN='      DELIMITED BY SIZE
                   GLOBAL-RUN-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-RERUN-MODE AND NOT WS-MARK-FOUND
               DISPLAY '    CHGEXTR: MODE=RERUN BUT NO CHGHWM -'
                       ' NOTHING TO REPRODUCE'
               MOVE 'MODE=RERUN BUT NO EXTRACT HAS RUN - NOTHING TO'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE EXTRACT-REPORT
               MOVE RC-BAD-INPUT TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
               DISPLAY '  </CHGEXTR>'
               GOBACK
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = ZEROES
               DISPLAY '    CHGEXTR: CHGXFILE OPEN FAILED, STATUS '
                       WS-EXTRACT-STATUS
               MOVE 'CHGEXTR'  TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'CHGXFILE' TO EL-MSG-PARM (1)
               MOVE 'MARK NOT MOVED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               CLOSE EXTRACT-REPORT
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
               DISPLAY '  </CHGEXTR>'
               GOBACK
           END-IF

           PERFORM EXTRACT-HISTORY THRU EXTRACT-HISTORY-EXIT
           PERFORM EXTRACT-JOURNAL THRU EXTRACT-JOURNAL-EXIT

           MOVE SPACES TO EXTRACT-TRAILER
           MOVE 'TRAILER' TO CT-TYPE
           MOVE WS-HIST-TAKEN TO CT-HIST-COUNT
           MOVE WS-JRNL-TAKEN TO CT-JRNL-COUNT
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO CT-EXTRACTED
           IF WS-RERUN-MODE
               MOVE 'RERUN' TO CT-MODE
           ELSE
               MOVE 'NORMAL' TO CT-MODE
           END-IF
           WRITE EXTRACT-REC
           CLOSE EXTRACT-FILE

      * Only a complete extract moves the mark; a rerun never does.
           IF RETURN-CODE = RC-NORMAL AND NOT WS-RERUN-MODE
               PERFORM WRITE-HIGH-WATER-MARK
                   THRU WRITE-HIGH-WATER-MARK-EXIT
           END-IF

           PERFORM WRITE-RANGE-LINES THRU WRITE-RANGE-LINES-EXIT
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE EXTRACT-REPORT

           DISPLAY '    HISTORY=' WS-HIST-TAKEN
                   ' JOURNAL=' WS-JRNL-TAKEN
           PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
           DISPLAY '  </CHGEXTR>'
           GOBACK
         .
      ***********************************************************
       READ-EXTRACT-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-EXTRACT-PARM-EXIT
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
                       IF WS-PARM-KEYWORD = 'MODE'
                               AND WS-PARM-VALUE (1:5) = 'RERUN'
                           MOVE 'R' TO WS-RUN-MODE-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-EXTRACT-PARM-EXIT.
           CONTINUE
         .
      ***********************************************************
      * A normal run starts where the last one stopped and is open
      * ended; a rerun repeats the last one's range exactly.
       READ-HIGH-WATER-MARK.
           OPEN INPUT MARK-FILE
           IF WS-MARK-STATUS = ZEROES
               READ MARK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-MARK-FOUND-SW
               END-READ
               CLOSE MARK-FILE
           END-IF
           IF NOT WS-MARK-FOUND
               MOVE ZEROES TO WS-HIST-FROM
               MOVE ZEROES TO WS-JRNL-FROM
               MOVE ZEROES TO WS-JRNL-FROM-COUNT
           ELSE
               IF WS-RERUN-MODE
                   MOVE HW-HIST-FROM TO WS-HIST-FROM
                   MOVE HW-JRNL-FROM TO WS-JRNL-FROM
                   MOVE HW-JRNL-FROM-COUNT TO WS-JRNL-FROM-COUNT
               ELSE
                   MOVE HW-HIST-TO TO WS-HIST-FROM
                   MOVE HW-JRNL-TO TO WS-JRNL-FROM
                   MOVE HW-JRNL-TO-COUNT TO WS-JRNL-FROM-COUNT
               END-IF
           END-IF
           IF WS-RERUN-MODE
               MOVE HW-HIST-TO TO WS-HIST-TO
               MOVE HW-JRNL-TO TO WS-JRNL-TO
               MOVE HW-JRNL-TO-COUNT TO WS-JRNL-TO-COUNT
           ELSE
               MOVE ALL '9' TO WS-HIST-TO
               MOVE ALL '9' TO WS-JRNL-TO
               MOVE 99999 TO WS-JRNL-TO-COUNT
           END-IF
           MOVE WS-HIST-FROM TO WS-HIST-LATEST
           MOVE WS-JRNL-FROM TO WS-JRNL-LATEST
           MOVE WS-JRNL-FROM-COUNT TO WS-JRNL-LATEST-COUNT.
       READ-HIGH-WATER-MARK-EXIT.
           CONTINUE
         .
      ***********************************************************
       WRITE-HIGH-WATER-MARK.
           OPEN OUTPUT MARK-FILE
           IF WS-MARK-STATUS NOT = ZEROES
               DISPLAY '    CHGEXTR: CHGHWM REWRITE FAILED, STATUS '
                       WS-MARK-STATUS
               MOVE 'CHGEXTR'  TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'CHGHWM REWRITE FAILED - NEXT RUN REPEATS THIS ONE'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               GO TO WRITE-HIGH-WATER-MARK-EXIT
           END-IF
           MOVE SPACES TO MARK-REC
           MOVE WS-HIST-FROM TO HW-HIST-FROM
           MOVE WS-HIST-LATEST TO HW-HIST-TO
           MOVE WS-JRNL-FROM TO HW-JRNL-FROM
           MOVE WS-JRNL-FROM-COUNT TO HW-JRNL-FROM-COUNT
           MOVE WS-JRNL-LATEST TO HW-JRNL-TO
           MOVE WS-JRNL-LATEST-COUNT TO HW-JRNL-TO-COUNT
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO HW-EXTRACTED
           MOVE GLOBAL-RUN-ID TO HW-RUN-ID
           WRITE MARK-REC
           CLOSE MARK-FILE.
       WRITE-HIGH-WATER-MARK-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Every T2021H row of a run carries the run's start stamp, and
      * the suite lock keeps runs from overlapping the extract, so
      * the stamp alone marks the position.
       EXTRACT-HISTORY.
           MOVE WS-HIST-FROM (1:8) TO FROM_DATE
           MOVE WS-HIST-FROM (9:8) TO FROM_TIME
           MOVE WS-HIST-TO (1:8) TO TO_DATE
           MOVE WS-HIST-TO (9:8) TO TO_TIME
           MOVE -1 TO SQLCODE

           EXEC SQL
             DECLARE CXCURSOR CURSOR FOR
             SELECT COMPANY_CODE, TRAN_ACTION, TRAN_TARGET,
                    BEFORE_IMAGE, AFTER_IMAGE,
                    RUN_DATE, RUN_TIME, RUN_ID
             FROM T2021H
             WHERE (RUN_DATE > :FROM_DATE
                    OR (RUN_DATE = :FROM_DATE
                        AND RUN_TIME > :FROM_TIME))
               AND (RUN_DATE < :TO_DATE
                    OR (RUN_DATE = :TO_DATE
                        AND RUN_TIME <= :TO_TIME))
             ORDER BY RUN_DATE ASC, RUN_TIME ASC, COMPANY_CODE ASC
           END-EXEC

           EXEC SQL
             OPEN CXCURSOR
           END-EXEC
           PERFORM DISPLAY-SQLERROR-IF-ANY

           EXEC SQL
             FETCH FROM CXCURSOR INTO :COMPANY_CODE, :HIST_ACTION,
                                   :HIST_TARGET,
                                   :HIST_BEFORE, :HIST_AFTER,
                                   :HIST_RUN_DATE, :HIST_RUN_TIME,
                                   :HIST_RUN_ID
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               PERFORM DISPLAY-SQLERROR-IF-ANY
               ADD 1 TO WS-HIST-TAKEN
               MOVE SPACES TO EXTRACT-REC
               MOVE 'T2021H' TO CX-SOURCE
               MOVE COMPANY_CODE TO CX-COMPANY
               MOVE HIST_TARGET TO CX-DETAIL
               MOVE HIST_ACTION TO CX-ACTION
               MOVE HIST_RUN_DATE TO CX-CHANGE-DATE
               MOVE HIST_RUN_TIME TO CX-CHANGE-TIME
               MOVE HIST_RUN_ID TO CX-RUN-ID
               MOVE HIST_BEFORE TO CX-BEFORE
               MOVE HIST_AFTER TO CX-AFTER
               WRITE EXTRACT-REC
               IF HIST_RUN_DATE > WS-HIST-LATEST (1:8)
                       OR (HIST_RUN_DATE = WS-HIST-LATEST (1:8)
                       AND HIST_RUN_TIME > WS-HIST-LATEST (9:8))
                   MOVE HIST_RUN_DATE TO WS-HIST-LATEST (1:8)
                   MOVE HIST_RUN_TIME TO WS-HIST-LATEST (9:8)
               END-IF
               EXEC SQL
                 FETCH FROM CXCURSOR INTO :COMPANY_CODE, :HIST_ACTION,
                                   :HIST_TARGET,
                                   :HIST_BEFORE, :HIST_AFTER,
                                   :HIST_RUN_DATE, :HIST_RUN_TIME,
                                   :HIST_RUN_ID
               END-EXEC
           END-PERFORM

           EXEC SQL
             CLOSE CXCURSOR
           END-EXEC
           PERFORM DISPLAY-SQLERROR-IF-ANY.
       EXTRACT-HISTORY-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The journal is in the order it was written.  A record is
      * taken when its place - stamp, then ordinal within the stamp
      * - lies after FROM and not after TO.
       EXTRACT-JOURNAL.
           OPEN INPUT Journal-File
           IF WS-JOURNAL-STATUS NOT = ZEROES
               DISPLAY '    CHGEXTR: VJOURNAL NOT AVAILABLE, STATUS '
                       WS-JOURNAL-STATUS ' - NO JOURNAL CHANGES'
               GO TO EXTRACT-JOURNAL-EXIT
           END-IF
           MOVE SPACES TO WS-PREV-STAMP
           MOVE ZEROES TO WS-REC-ORDINAL
           MOVE 'N' TO WS-JOURNAL-EOF-SW
           PERFORM UNTIL WS-JOURNAL-EOF
               READ Journal-File
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF-SW
                   NOT AT END
                       PERFORM CHECK-JOURNAL-PLACE
                           THRU CHECK-JOURNAL-PLACE-EXIT
                       IF WS-TAKE-RECORD
                           PERFORM TAKE-JOURNAL-RECORD
                               THRU TAKE-JOURNAL-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Journal-File.
       EXTRACT-JOURNAL-EXIT.
           CONTINUE
         .
      ***********************************************************
       CHECK-JOURNAL-PLACE.
           MOVE 'N' TO WS-TAKE-SW
           STRING JR-RUN-DATE DELIMITED BY SIZE
                  JR-RUN-TIME DELIMITED BY SIZE
               INTO WS-REC-STAMP
           IF WS-REC-STAMP = WS-PREV-STAMP
               ADD 1 TO WS-REC-ORDINAL
           ELSE
               MOVE 1 TO WS-REC-ORDINAL
               MOVE WS-REC-STAMP TO WS-PREV-STAMP
           END-IF
           IF WS-REC-STAMP < WS-JRNL-FROM
               GO TO CHECK-JOURNAL-PLACE-EXIT
           END-IF
           IF WS-REC-STAMP = WS-JRNL-FROM
                   AND WS-REC-ORDINAL NOT > WS-JRNL-FROM-COUNT
               GO TO CHECK-JOURNAL-PLACE-EXIT
           END-IF
           IF WS-REC-STAMP > WS-JRNL-TO
               GO TO CHECK-JOURNAL-PLACE-EXIT
           END-IF
           IF WS-REC-STAMP = WS-JRNL-TO
                   AND WS-REC-ORDINAL > WS-JRNL-TO-COUNT
               GO TO CHECK-JOURNAL-PLACE-EXIT
           END-IF
           MOVE 'Y' TO WS-TAKE-SW.
       CHECK-JOURNAL-PLACE-EXIT.
           CONTINUE
         .
      ***********************************************************
       TAKE-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-TAKEN
           MOVE SPACES TO EXTRACT-REC
           MOVE 'VJOURNAL' TO CX-SOURCE
           MOVE JR-KEY-COMPANY TO CX-COMPANY
           MOVE JR-KEY-SEQ TO CX-DETAIL
           MOVE JR-ACTION TO CX-ACTION
           MOVE JR-RUN-DATE TO CX-CHANGE-DATE
           MOVE JR-RUN-TIME TO CX-CHANGE-TIME
           MOVE JR-RUN-ID TO CX-RUN-ID
           MOVE JR-BEFORE-IMAGE TO CX-BEFORE
           MOVE JR-AFTER-IMAGE TO CX-AFTER
           WRITE EXTRACT-REC
           IF WS-REC-STAMP > WS-JRNL-LATEST
                   OR (WS-REC-STAMP = WS-JRNL-LATEST
                   AND WS-REC-ORDINAL > WS-JRNL-LATEST-COUNT)
               MOVE WS-REC-STAMP TO WS-JRNL-LATEST
               MOVE WS-REC-ORDINAL TO WS-JRNL-LATEST-COUNT
           END-IF.
       TAKE-JOURNAL-RECORD-EXIT.
           CONTINUE
         .
      ***********************************************************
       WRITE-RANGE-LINES.
           MOVE SPACES TO REPORT-LINE
           IF WS-RERUN-MODE
               MOVE 'MODE: RERUN - LAST EXTRACT REPRODUCED, MARK KEPT'
                   TO REPORT-LINE
           ELSE
               MOVE 'MODE: NORMAL - CHANGES SINCE THE LAST EXTRACT'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'T2021H   AFTER ' DELIMITED BY SIZE
                   WS-HIST-FROM DELIMITED BY SIZE
                   ' UP TO ' DELIMITED BY SIZE
                   WS-HIST-LATEST DELIMITED BY SIZE
                   ' ROWS: ' DELIMITED BY SIZE
                   WS-HIST-TAKEN DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'VJOURNAL AFTER ' DELIMITED BY SIZE
                   WS-JRNL-FROM DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-JRNL-FROM-COUNT DELIMITED BY SIZE
                   ' UP TO ' DELIMITED BY SIZE
                   WS-JRNL-LATEST DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-JRNL-LATEST-COUNT DELIMITED BY SIZE
                   ' RECORDS: ' DELIMITED BY SIZE
                   WS-JRNL-TAKEN DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-RANGE-LINES-EXIT.
           CONTINUE
         .
      ***********************************************************
       RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE 'FREE' TO LK-FUNCTION
           MOVE 'CHGEXTR' TO LK-PROGRAM-ID
           CALL 'LOCKSRV' USING LOCKSRV-PARM
           MOVE WS-SAVED-RC TO RETURN-CODE.
       RELEASE-RUN-LOCK-EXIT.
           CONTINUE
         .
      ***********************************************************
      * A failed statement ends the run before the mark is moved -
      * the next run takes the same changes again.
       DISPLAY-SQLERROR-IF-ANY.
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100 THEN
             DISPLAY 'STATEMENT FAILED WITH SQLCODE: ' SQLCODE
                     ' - MARK NOT MOVED'
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 'CHGEXTR ' TO EL-PROGRAM-ID
             MOVE 'FATAL'    TO EL-SEVERITY
             MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
             MOVE 'SQL0001' TO EL-MSG-ID
             CALL 'ERRLOG' USING ERRLOG-PARM
             MOVE RC-PROCESSING-ERROR TO RETURN-CODE
             CLOSE EXTRACT-FILE
             CLOSE EXTRACT-REPORT
             PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
             GOBACK
           END-IF
           .
      ***********************************************************
