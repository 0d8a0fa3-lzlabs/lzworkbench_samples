       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINVFY.
      ******************************************************************
      *    CHAINVFY - audit trail chain verifier.  Every MIDAUDIT and
      *    VJOURNAL record and every T2021H history row carries a
      *    chain value computed from its own content and the chain
      *    value of the record before it (see CHAINSRV).  This program
      *    walks each trail, recomputes every link and reports the
      *    first one that does not hold - the record that was
      *    changed, or the place where one was dropped, slipped in or
      *    moved.
      *
      *       MIDAUDIT   AUDARC then MIDAUDIT, as one chain
      *       VJOURNAL   JRNLARC then VJOURNAL, as one chain
      *       T2021H     the chained history rows in HIST_SEQ order
      *
      *    With the archive mounted the walk runs end to end from the
      *    first record ever written, and the archive's last record
      *    must meet the CARRY anchor the archiving run (HOUSEKP,
      *    JRNLRET) left on CHAINLOG.  Without it the live trail is
      *    verified from that anchor.
      *
      *    Each run appends a VERIFIED record per trail to CHAINLOG -
      *    the end of chain reached, its record number, OK or BROKEN
      *    and where.  The next run holds the trail to the last good
      *    one: the record at that number must still carry that chain
      *    value, and the trail must still reach it, so records cut
      *    off the end of a trail are caught too.
      *
      *    Records from before the trails were chained carry a blank
      *    chain field and are counted as unchained; a blank chain
      *    field after the chain has started is a break.  T2021H rows
      *    written before the table was chained have no HIST_SEQ and
      *    are not walked.
      *
      *    The optional CHAINPARM file:
      *       TRAIL=xxxxxxxx     MIDAUDIT, VJOURNAL or T2021H - verify
      *                          just that trail (default all three)
      *       AUDITNAME=xxxxxxxx the name a partition audit file
      *                          mounted as MIDAUDIT is logged under
      *                          (PROGTOPB partitions keep their own
      *                          AUDPTnn trails; default MIDAUDIT)
      *
      *    The CHAINRPT report lists each trail's walk.  A broken
      *    chain is an ERRLOG ERROR and ends the step RC 12.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'CHAINPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CHAINRPT'
               STATUS IS WS-REPORT-STATUS.
           SELECT CHAIN-LOG ASSIGN TO 'CHAINLOG'
               STATUS IS WS-LOG-STATUS.
           SELECT AUDIT-ARCHIVE ASSIGN TO 'AUDARC'
               STATUS IS WS-TRAIL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'MIDAUDIT'
               STATUS IS WS-TRAIL-STATUS.
           SELECT JOURNAL-ARCHIVE ASSIGN TO 'JRNLARC'
               STATUS IS WS-TRAIL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'VJOURNAL'
               STATUS IS WS-TRAIL-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(132).
       FD CHAIN-LOG
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
           COPY CHAINLGR.
      * The trail records - content first, chain value last.
       FD AUDIT-ARCHIVE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AUDIT-ARC-LINE.
          05 AA-BODY               PIC X(65).
          05 FILLER                PIC X.
          05 AA-CHAIN              PIC X(18).
       FD AUDIT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AUDIT-LINE.
          05 AUD-BODY              PIC X(65).
          05 FILLER                PIC X.
          05 AUD-CHAIN             PIC X(18).
       FD JOURNAL-ARCHIVE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 JOURNAL-ARC-REC.
          05 JA-BODY               PIC X(109).
          05 FILLER                PIC X.
          05 JA-CHAIN              PIC X(18).
       FD JOURNAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 JOURNAL-REC.
          05 JR-BODY               PIC X(109).
          05 FILLER                PIC X.
          05 JR-CHAIN              PIC X(18).
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
        01 HIST_SEQ PIC S9(9) COMP.
        01 HIST_CHAIN PIC X(18).

       01 WS-PARM-STATUS           PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-LOG-STATUS            PIC 99.
       01 WS-TRAIL-STATUS          PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-EOF-SW                PIC X       VALUE 'N'.
          88 WS-EOF                            VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-WANT-TRAIL            PIC X(8)    VALUE 'ALL'.
       01 WS-AUDIT-NAME            PIC X(8)    VALUE 'MIDAUDIT'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-TRAILS-VERIFIED       PIC 9(3)    VALUE ZEROES.
       01 WS-TRAILS-BROKEN         PIC 9(3)    VALUE ZEROES.
      * The walk of the trail in hand.
       01 WS-TRAIL-NAME            PIC X(8)    VALUE SPACES.
       01 WS-POSITION              PIC 9(9)    VALUE ZEROES.
       01 WS-UNCHAINED             PIC 9(9)    VALUE ZEROES.
       01 WS-EXPECT-CHAIN          PIC 9(18)   VALUE ZEROES.
       01 WS-CHAINED-SW            PIC X       VALUE 'N'.
          88 WS-CHAINED                        VALUE 'Y'.
       01 WS-BROKEN-SW             PIC X       VALUE 'N'.
          88 WS-BROKEN                         VALUE 'Y'.
       01 WS-BREAK-AT              PIC 9(9)    VALUE ZEROES.
       01 WS-BREAK-REASON          PIC X(60)   VALUE SPACES.
       01 WS-BREAK-RECORD          PIC X(110)  VALUE SPACES.
       01 WS-ANCHOR-POSITION       PIC 9(9)    VALUE ZEROES.
       01 WS-ANCHOR-CHAIN          PIC 9(18)   VALUE ZEROES.
      * The last good verification of the trail, from CHAINLOG.
       01 WS-LAST-OK-SW            PIC X       VALUE 'N'.
          88 WS-LAST-OK-FOUND                  VALUE 'Y'.
       01 WS-LAST-OK-POSITION      PIC 9(9)    VALUE ZEROES.
       01 WS-LAST-OK-CHAIN         PIC 9(18)   VALUE ZEROES.
      * One record handed to the link check.
       01 WS-CHECK-LENGTH          PIC 9(4)    VALUE ZEROES.
       01 WS-CHECK-BODY            PIC X(200)  VALUE SPACES.
       01 WS-CHECK-CHAIN           PIC X(18)   VALUE SPACES.
       01 WS-CHECK-CHAIN-N REDEFINES WS-CHECK-CHAIN
                                   PIC 9(18).
       01 WS-EDIT-COUNT            PIC Z(8)9.
       01 WS-EDIT-COUNT-2          PIC Z(8)9.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
           COPY LOCKSRVR.
           COPY CHAINSRVR.
           COPY HISTCHNR.
      * A CALL replaces this program's RETURN-CODE with the called
      * program's - the job code is kept here and set at the end.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <CHAINVFY>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF

      * The trails are read end to end - hold off the runs that
      * append to them or trim them until the walk is done.
           MOVE 'GET ' TO LK-FUNCTION
           MOVE 'CHAINVFY' TO LK-PROGRAM-ID
           CALL 'LOCKSRV' USING LOCKSRV-PARM
           IF LK-REFUSED
               DISPLAY '    ' LK-HOLDER
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               DISPLAY '  </CHAINVFY>'
               GOBACK
           END-IF

           PERFORM READ-VERIFY-PARM THRU READ-VERIFY-PARM-END

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'AUDIT TRAIL CHAIN VERIFICATION - RUN '
                       DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-WANT-TRAIL = 'ALL' OR WS-WANT-TRAIL = 'MIDAUDIT'
               PERFORM VERIFY-MIDAUDIT THRU VERIFY-MIDAUDIT-END
           END-IF
           IF WS-WANT-TRAIL = 'ALL' OR WS-WANT-TRAIL = 'VJOURNAL'
               PERFORM VERIFY-VJOURNAL THRU VERIFY-VJOURNAL-END
           END-IF
           IF WS-WANT-TRAIL = 'ALL' OR WS-WANT-TRAIL = 'T2021H'
               PERFORM VERIFY-HISTORY THRU VERIFY-HISTORY-END
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TRAILS VERIFIED: ' DELIMITED BY SIZE
                   WS-TRAILS-VERIFIED DELIMITED BY SIZE
                   '   BROKEN: ' DELIMITED BY SIZE
                   WS-TRAILS-BROKEN DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           MOVE 'FREE' TO LK-FUNCTION
           MOVE 'CHAINVFY' TO LK-PROGRAM-ID
           CALL 'LOCKSRV' USING LOCKSRV-PARM

           DISPLAY '    TRAILS=' WS-TRAILS-VERIFIED
                   ' BROKEN=' WS-TRAILS-BROKEN
           MOVE WS-SAVED-RC TO RETURN-CODE
           DISPLAY '  </CHAINVFY>'
           GOBACK
           .
       READ-VERIFY-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-VERIFY-PARM-END
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
                           WHEN 'TRAIL'
                               MOVE WS-PARM-VALUE (1:8)
                                   TO WS-WANT-TRAIL
                           WHEN 'AUDITNAME'
                               MOVE WS-PARM-VALUE (1:8)
                                   TO WS-AUDIT-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
           IF WS-WANT-TRAIL NOT = 'ALL'
                   AND WS-WANT-TRAIL NOT = 'MIDAUDIT'
                   AND WS-WANT-TRAIL NOT = 'VJOURNAL'
                   AND WS-WANT-TRAIL NOT = 'T2021H'
               DISPLAY '    CHAINVFY: UNKNOWN TRAIL ' WS-WANT-TRAIL
                       ' - VERIFYING ALL'
               MOVE 'ALL' TO WS-WANT-TRAIL
           END-IF
           IF WS-AUDIT-NAME = SPACES
               MOVE 'MIDAUDIT' TO WS-AUDIT-NAME
           END-IF.
       READ-VERIFY-PARM-END.
           CONTINUE.
      ******************************************************************
      *    MIDAUDIT - AUDARC first when it is mounted, then the live
      *    trail.
      ******************************************************************
       VERIFY-MIDAUDIT.
           MOVE WS-AUDIT-NAME TO WS-TRAIL-NAME
           PERFORM START-TRAIL THRU START-TRAIL-END
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-TRAIL-STATUS = ZEROES
               PERFORM NOTE-ARCHIVE-WALK THRU NOTE-ARCHIVE-WALK-END
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ AUDIT-ARCHIVE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE 65 TO WS-CHECK-LENGTH
                           MOVE AA-BODY TO WS-CHECK-BODY
                           MOVE AA-CHAIN TO WS-CHECK-CHAIN
                           PERFORM CHECK-LINK THRU CHECK-LINK-END
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE
               PERFORM CHECK-ARCHIVE-MEETS-ANCHOR
                   THRU CHECK-ARCHIVE-MEETS-ANCHOR-END
           ELSE
               PERFORM START-FROM-ANCHOR THRU START-FROM-ANCHOR-END
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-TRAIL-STATUS = ZEROES
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE 65 TO WS-CHECK-LENGTH
                           MOVE AUD-BODY TO WS-CHECK-BODY
                           MOVE AUD-CHAIN TO WS-CHECK-CHAIN
                           PERFORM CHECK-LINK THRU CHECK-LINK-END
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               MOVE '  LIVE TRAIL NOT AVAILABLE - NO RECORDS READ'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM FINISH-TRAIL THRU FINISH-TRAIL-END.
       VERIFY-MIDAUDIT-END.
           CONTINUE.
      ******************************************************************
      *    VJOURNAL - JRNLARC first when it is mounted, then the live
      *    journal.
      ******************************************************************
       VERIFY-VJOURNAL.
           MOVE 'VJOURNAL' TO WS-TRAIL-NAME
           PERFORM START-TRAIL THRU START-TRAIL-END
           OPEN INPUT JOURNAL-ARCHIVE
           IF WS-TRAIL-STATUS = ZEROES
               PERFORM NOTE-ARCHIVE-WALK THRU NOTE-ARCHIVE-WALK-END
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-ARCHIVE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE 109 TO WS-CHECK-LENGTH
                           MOVE JA-BODY TO WS-CHECK-BODY
                           MOVE JA-CHAIN TO WS-CHECK-CHAIN
                           PERFORM CHECK-LINK THRU CHECK-LINK-END
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-ARCHIVE
               PERFORM CHECK-ARCHIVE-MEETS-ANCHOR
                   THRU CHECK-ARCHIVE-MEETS-ANCHOR-END
           ELSE
               PERFORM START-FROM-ANCHOR THRU START-FROM-ANCHOR-END
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-TRAIL-STATUS = ZEROES
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE 109 TO WS-CHECK-LENGTH
                           MOVE JR-BODY TO WS-CHECK-BODY
                           MOVE JR-CHAIN TO WS-CHECK-CHAIN
                           PERFORM CHECK-LINK THRU CHECK-LINK-END
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               MOVE '  LIVE TRAIL NOT AVAILABLE - NO RECORDS READ'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM FINISH-TRAIL THRU FINISH-TRAIL-END.
       VERIFY-VJOURNAL-END.
           CONTINUE.
      ******************************************************************
      *    T2021H - the chained rows in HIST_SEQ order, numbered from
      *    1 without a gap.
      ******************************************************************
       VERIFY-HISTORY.
           MOVE 'T2021H' TO WS-TRAIL-NAME
           PERFORM START-TRAIL THRU START-TRAIL-END

           EXEC SQL
             DECLARE HCCURSOR CURSOR FOR
             SELECT COMPANY_CODE, TRAN_ACTION, TRAN_TARGET,
                    BEFORE_IMAGE, AFTER_IMAGE,
                    RUN_DATE, RUN_TIME, RUN_ID,
                    HIST_SEQ, CHAIN_VALUE
             FROM T2021H
             WHERE HIST_SEQ IS NOT NULL
             ORDER BY HIST_SEQ ASC
           END-EXEC

           EXEC SQL
             OPEN HCCURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM REPORT-HISTORY-SQLERROR
                   THRU REPORT-HISTORY-SQLERROR-END
               GO TO VERIFY-HISTORY-END
           END-IF

           PERFORM FETCH-HISTORY-ROW THRU FETCH-HISTORY-ROW-END
           PERFORM UNTIL SQLCODE NOT = 0
               IF NOT WS-BROKEN
                   COMPUTE WS-BREAK-AT = WS-POSITION + 1
                   IF HIST_SEQ NOT = WS-BREAK-AT
                       MOVE 'Y' TO WS-BROKEN-SW
                       MOVE 'ROW NUMBERING NOT CONTIGUOUS - ROW'
                           TO WS-BREAK-REASON
                       MOVE HIST_SEQ TO WS-EDIT-COUNT
                       STRING 'HIST_SEQ ' DELIMITED BY SIZE
                               WS-EDIT-COUNT DELIMITED BY SIZE
                               ' FOUND IN ITS PLACE' DELIMITED BY SIZE
                           INTO WS-BREAK-RECORD
                   END-IF
               END-IF
               MOVE COMPANY_CODE  TO HC-COMPANY-CODE
               MOVE HIST_ACTION   TO HC-ACTION
               MOVE HIST_TARGET   TO HC-TARGET
               MOVE HIST_BEFORE   TO HC-BEFORE
               MOVE HIST_AFTER    TO HC-AFTER
               MOVE HIST_RUN_DATE TO HC-RUN-DATE
               MOVE HIST_RUN_TIME TO HC-RUN-TIME
               MOVE HIST_RUN_ID   TO HC-RUN-ID
               MOVE HIST_SEQ      TO HC-SEQ
               MOVE 189 TO WS-CHECK-LENGTH
               MOVE HIST-CHAIN-BODY TO WS-CHECK-BODY
               MOVE HIST_CHAIN TO WS-CHECK-CHAIN
               PERFORM CHECK-LINK THRU CHECK-LINK-END
               PERFORM FETCH-HISTORY-ROW THRU FETCH-HISTORY-ROW-END
           END-PERFORM
           IF SQLCODE NOT = 100
               PERFORM REPORT-HISTORY-SQLERROR
                   THRU REPORT-HISTORY-SQLERROR-END
               EXEC SQL
                 CLOSE HCCURSOR
               END-EXEC
               GO TO VERIFY-HISTORY-END
           END-IF

           EXEC SQL
             CLOSE HCCURSOR
           END-EXEC
           PERFORM FINISH-TRAIL THRU FINISH-TRAIL-END.
       VERIFY-HISTORY-END.
           CONTINUE.
       FETCH-HISTORY-ROW.
           EXEC SQL
             FETCH FROM HCCURSOR INTO :COMPANY_CODE, :HIST_ACTION,
                                   :HIST_TARGET,
                                   :HIST_BEFORE, :HIST_AFTER,
                                   :HIST_RUN_DATE, :HIST_RUN_TIME,
                                   :HIST_RUN_ID,
                                   :HIST_SEQ, :HIST_CHAIN
           END-EXEC.
       FETCH-HISTORY-ROW-END.
           CONTINUE.
      * A history walk the database will not complete proves nothing
      * either way - no VERIFIED record is logged for it.
       REPORT-HISTORY-SQLERROR.
           DISPLAY '    CHAINVFY: T2021H READ FAILED, SQLCODE '
                   SQLCODE ' - CHAIN NOT VERIFIED'
           MOVE '  HISTORY NOT VERIFIED - SQL ERROR, SEE JOB LOG'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CHAINVFY' TO EL-PROGRAM-ID
           MOVE 'ERROR'    TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           MOVE 'SQL0001' TO EL-MSG-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC.
       REPORT-HISTORY-SQLERROR-END.
           CONTINUE.
      ******************************************************************
      *    The walk itself, shared by the three trails.
      ******************************************************************
       START-TRAIL.
           MOVE ZEROES TO WS-POSITION
           MOVE ZEROES TO WS-UNCHAINED
           MOVE ZEROES TO WS-EXPECT-CHAIN
           MOVE ZEROES TO WS-BREAK-AT
           MOVE 'N' TO WS-CHAINED-SW
           MOVE 'N' TO WS-BROKEN-SW
           MOVE SPACES TO WS-BREAK-REASON
           MOVE SPACES TO WS-BREAK-RECORD
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TRAIL ' DELIMITED BY SIZE
                   WS-TRAIL-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM FIND-LAST-VERIFIED THRU FIND-LAST-VERIFIED-END
           MOVE 'ANCH' TO CN-FUNCTION
           MOVE WS-TRAIL-NAME TO CN-TRAIL
           MOVE 'CHAINVFY' TO CN-PROGRAM-ID
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           MOVE CN-POSITION TO WS-ANCHOR-POSITION
           MOVE CN-CHAIN TO WS-ANCHOR-CHAIN.
       START-TRAIL-END.
           CONTINUE.
      * The latest VERIFIED record that found the trail OK.
       FIND-LAST-VERIFIED.
           MOVE 'N' TO WS-LAST-OK-SW
           MOVE ZEROES TO WS-LAST-OK-POSITION
           MOVE ZEROES TO WS-LAST-OK-CHAIN
           OPEN INPUT CHAIN-LOG
           IF WS-LOG-STATUS NOT = ZEROES
               GO TO FIND-LAST-VERIFIED-END
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ CHAIN-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CL-TYPE = 'VERIFIED'
                               AND CL-TRAIL = WS-TRAIL-NAME
                               AND CL-STATUS = 'OK'
                               AND CL-POSITION IS NUMERIC
                               AND CL-CHAIN IS NUMERIC
                           MOVE 'Y' TO WS-LAST-OK-SW
                           MOVE CL-POSITION TO WS-LAST-OK-POSITION
                           MOVE CL-CHAIN TO WS-LAST-OK-CHAIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-LOG.
       FIND-LAST-VERIFIED-END.
           CONTINUE.
       NOTE-ARCHIVE-WALK.
           MOVE '  ARCHIVE MOUNTED - WALKED FROM THE FIRST RECORD'
               TO REPORT-LINE
           WRITE REPORT-LINE.
       NOTE-ARCHIVE-WALK-END.
           CONTINUE.
      * Without the archive the live trail picks up at the anchor.
       START-FROM-ANCHOR.
           MOVE WS-ANCHOR-POSITION TO WS-POSITION
           MOVE WS-ANCHOR-CHAIN TO WS-EXPECT-CHAIN
           IF WS-ANCHOR-CHAIN NOT = ZEROES
               MOVE 'Y' TO WS-CHAINED-SW
           END-IF
           IF WS-ANCHOR-POSITION > ZEROES
               MOVE WS-ANCHOR-POSITION TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '  ARCHIVE NOT MOUNTED - LIVE TRAIL WALKED FROM'
                           DELIMITED BY SIZE
                       ' THE CARRY ANCHOR AT RECORD ' DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       START-FROM-ANCHOR-END.
           CONTINUE.
      * The archive has to end exactly where the anchor says the live
      * trail takes over - same record number, same chain value.
       CHECK-ARCHIVE-MEETS-ANCHOR.
           IF WS-BROKEN
               GO TO CHECK-ARCHIVE-MEETS-ANCHOR-END
           END-IF
           IF WS-POSITION = WS-ANCHOR-POSITION
                   AND WS-EXPECT-CHAIN = WS-ANCHOR-CHAIN
               GO TO CHECK-ARCHIVE-MEETS-ANCHOR-END
           END-IF
           MOVE 'Y' TO WS-BROKEN-SW
           MOVE WS-POSITION TO WS-BREAK-AT
           MOVE 'ARCHIVE DOES NOT END AT THE CARRY ANCHOR'
               TO WS-BREAK-REASON
           MOVE WS-ANCHOR-POSITION TO WS-EDIT-COUNT
           STRING 'ANCHOR IS RECORD ' DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   ' CHAIN ' DELIMITED BY SIZE
                   WS-ANCHOR-CHAIN DELIMITED BY SIZE
               INTO WS-BREAK-RECORD.
       CHECK-ARCHIVE-MEETS-ANCHOR-END.
           CONTINUE.
      * One record: recompute its chain value from the one before and
      * compare.  Past the first break the records are only counted.
       CHECK-LINK.
           ADD 1 TO WS-POSITION
           IF WS-BROKEN
               GO TO CHECK-LINK-END
           END-IF
           IF WS-CHECK-CHAIN NOT NUMERIC
               IF WS-CHAINED
                   MOVE 'Y' TO WS-BROKEN-SW
                   MOVE WS-POSITION TO WS-BREAK-AT
                   MOVE 'RECORD CARRIES NO CHAIN VALUE'
                       TO WS-BREAK-REASON
                   MOVE WS-CHECK-BODY TO WS-BREAK-RECORD
               ELSE
                   ADD 1 TO WS-UNCHAINED
                   MOVE ZEROES TO WS-EXPECT-CHAIN
               END-IF
               GO TO CHECK-LINK-END
           END-IF
           MOVE 'LINK' TO CN-FUNCTION
           MOVE WS-EXPECT-CHAIN TO CN-CHAIN
           MOVE WS-CHECK-LENGTH TO CN-LENGTH
           MOVE WS-CHECK-BODY TO CN-DATA
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           IF CN-CHAIN NOT = WS-CHECK-CHAIN
               MOVE 'Y' TO WS-BROKEN-SW
               MOVE WS-POSITION TO WS-BREAK-AT
               MOVE 'CHAIN VALUE DOES NOT MATCH THE RECORD AND ITS'
                   TO WS-BREAK-REASON
               MOVE ' PREDECESSOR' TO WS-BREAK-REASON (46:12)
               MOVE WS-CHECK-BODY TO WS-BREAK-RECORD
               GO TO CHECK-LINK-END
           END-IF
           MOVE WS-CHECK-CHAIN-N TO WS-EXPECT-CHAIN
           MOVE 'Y' TO WS-CHAINED-SW
           IF WS-LAST-OK-FOUND
                   AND WS-POSITION = WS-LAST-OK-POSITION
                   AND WS-EXPECT-CHAIN NOT = WS-LAST-OK-CHAIN
               MOVE 'Y' TO WS-BROKEN-SW
               MOVE WS-POSITION TO WS-BREAK-AT
               MOVE 'RECORD NO LONGER CARRIES THE LAST VERIFIED END'
                   TO WS-BREAK-REASON
               MOVE ' OF CHAIN' TO WS-BREAK-REASON (47:9)
               MOVE WS-CHECK-BODY TO WS-BREAK-RECORD
           END-IF.
       CHECK-LINK-END.
           CONTINUE.
      * Close off the walk: the trail must still reach the last good
      * verification, then the outcome is reported and logged.
       FINISH-TRAIL.
           IF NOT WS-BROKEN
                   AND WS-LAST-OK-FOUND
                   AND WS-POSITION < WS-LAST-OK-POSITION
               MOVE 'Y' TO WS-BROKEN-SW
               COMPUTE WS-BREAK-AT = WS-POSITION + 1
               MOVE 'TRAIL ENDS SHORT OF THE LAST VERIFIED END OF CHAIN'
                   TO WS-BREAK-REASON
               MOVE WS-LAST-OK-POSITION TO WS-EDIT-COUNT
               STRING 'LAST VERIFIED AT RECORD ' DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-BREAK-RECORD
           END-IF
           ADD 1 TO WS-TRAILS-VERIFIED

           MOVE WS-POSITION TO WS-EDIT-COUNT
           MOVE WS-UNCHAINED TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING '  RECORDS ' DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   '   UNCHAINED (BEFORE CHAINING BEGAN) '
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LAST-OK-FOUND
               MOVE WS-LAST-OK-POSITION TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '  LAST VERIFIED END OF CHAIN AT RECORD '
                           DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       ' CHAIN ' DELIMITED BY SIZE
                       WS-LAST-OK-CHAIN DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-BROKEN
               ADD 1 TO WS-TRAILS-BROKEN
               MOVE WS-BREAK-AT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '  *** CHAIN BROKEN AT RECORD ' DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WS-BREAK-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '      ' DELIMITED BY SIZE
                       WS-BREAK-RECORD DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY '    CHAINVFY: ' WS-TRAIL-NAME
                       ' CHAIN BROKEN AT RECORD ' WS-BREAK-AT
               MOVE 'CHAINVFY' TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               MOVE 'CHN0001' TO EL-MSG-ID
               MOVE WS-TRAIL-NAME TO EL-MSG-PARM (1)
               CALL 'ERRLOG' USING ERRLOG-PARM
               IF WS-SAVED-RC < RC-VALIDATION-ERROR
                   MOVE RC-VALIDATION-ERROR TO WS-SAVED-RC
               END-IF
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING '  CHAIN OK - END OF CHAIN ' DELIMITED BY SIZE
                       WS-EXPECT-CHAIN DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM LOG-VERIFIED-END THRU LOG-VERIFIED-END-END.
       FINISH-TRAIL-END.
           CONTINUE.
      * The end of chain verified this run, for the next run to hold
      * the trail to.
       LOG-VERIFIED-END.
           OPEN EXTEND CHAIN-LOG
           IF WS-LOG-STATUS = 35
               OPEN OUTPUT CHAIN-LOG
           END-IF
           IF WS-LOG-STATUS NOT = ZEROES
               DISPLAY '    CHAINVFY: CHAINLOG NOT AVAILABLE, STATUS '
                       WS-LOG-STATUS
               MOVE '  CHAINLOG NOT AVAILABLE - RESULT NOT LOGGED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC
               GO TO LOG-VERIFIED-END-END
           END-IF
           MOVE SPACES TO CHAIN-LOG-REC
           MOVE 'VERIFIED' TO CL-TYPE
           MOVE WS-TRAIL-NAME TO CL-TRAIL
           MOVE WS-RUN-DATE TO CL-DATE
           MOVE WS-RUN-TIME TO CL-TIME
           MOVE WS-EXPECT-CHAIN TO CL-CHAIN
           IF WS-BROKEN
               MOVE 'BROKEN' TO CL-STATUS
               MOVE WS-BREAK-AT TO CL-BREAK-AT
               COMPUTE CL-POSITION = WS-BREAK-AT - 1
           ELSE
               MOVE 'OK' TO CL-STATUS
               MOVE ZEROES TO CL-BREAK-AT
               MOVE WS-POSITION TO CL-POSITION
           END-IF
           MOVE 'CHAINVFY' TO CL-PROGRAM-ID
           MOVE GLOBAL-RUN-ID TO CL-RUN-ID
           WRITE CHAIN-LOG-REC
           CLOSE CHAIN-LOG.
       LOG-VERIFIED-END-END.
           CONTINUE.
