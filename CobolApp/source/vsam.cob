       FILE-CONTROL.
          SELECT KSDS-File-In-Out ASSIGN TO 'VSAMFILE'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KSO-Key
              FILE STATUS IS FSO.
          SELECT Trans-File ASSIGN TO 'TRANFILE'
              FILE STATUS IS FST.
          SELECT Sort-Work-File ASSIGN TO 'SORTWK01'.
          SELECT Sorted-Trans-File ASSIGN TO 'VSAMSORT'
              FILE STATUS IS WS-SORTED-STATUS.
          SELECT Checkpoint-File ASSIGN TO 'VCHKPT'
              FILE STATUS IS WS-CHKPT-STATUS.
          SELECT Journal-File ASSIGN TO 'VJOURNAL'
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 Trans-File-Rec           PICTURE IS X(41).
      * The sequential pass works from TRANFILE sorted into key order,
      * arrival order kept within a key.
       SD Sort-Work-File.
       01 SW-Rec.
           05 SW-Action             PICTURE IS X.
           05 SW-Key                PICTURE IS X(10).
           05 SW-Data               PICTURE IS X(30).
       FD Sorted-Trans-File
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 Sorted-Trans-Rec         PICTURE IS X(41).
       FD Checkpoint-File
           RECORDING MODE F
           LABEL RECORDS STANDARD
           05 JR-BEFORE-IMAGE       PICTURE IS X(30).
           05 FILLER                PICTURE IS X.
           05 JR-AFTER-IMAGE        PICTURE IS X(30).
           05 FILLER                PICTURE IS X.
           05 JR-RUN-ID             PICTURE IS X(16).
           05 FILLER                PICTURE IS X.
           05 JR-CHAIN              PICTURE IS 9(18).
       FD Vsam-Parm-File
           RECORDING MODE F
           LABEL RECORDS STANDARD
           05 FILLER                PICTURE IS X(8).
      ******************************************************************
       WORKING-STORAGE SECTION.
      * The transaction in hand, read INTO here from TRANFILE or from
      * its sorted copy.
       01 Trans-Rec.
           05 TR-Action             PICTURE IS X.
           05 TR-Key                PICTURE IS X(10).
           05 TR-Data               PICTURE IS X(30).
       01 FSO                      PICTURE IS 99.
       01 FST                      PICTURE IS 99.
       01 WS-TRANS-EOF-SW          PICTURE IS X       VALUE 'N'.
      * (ERROR).
       01 WS-LOG-SEVERITY          PICTURE IS X(8)    VALUE 'ERROR'.
       01 WS-JOURNAL-STATUS        PICTURE IS 99      VALUE ZEROES.
       01 WS-JOURNAL-OPEN-SW       PICTURE IS X       VALUE 'N'.
          88 WS-JOURNAL-OPEN                           VALUE 'Y'.
      * The state cross-reference is maintained only when the file
      * has been built - a missing VSAMXREF leaves the run exactly
      * as before.  Adds and changes write their detail's state
       01 WS-SIM-WOULD-DELETE      PICTURE IS 9(7)    VALUE ZEROES.
       01 WS-SIM-WOULD-FAIL        PICTURE IS 9(7)    VALUE ZEROES.
       01 WS-RUN-TIME              PICTURE IS 9(8)    VALUE ZEROES.
      * A closed company takes no new details - its 'ST' status
      * segment is read before every 'DT' add.
       01 WS-COMPANY-CLOSED-SW     PICTURE IS X       VALUE 'N'.
          88 WS-COMPANY-CLOSED                         VALUE 'Y'.
       01 WS-CLOSED-REFUSED        PICTURE IS 9(7)    VALUE ZEROES.
      * How TRANFILE meets the master - RANDOM, one keyed read per
      * transaction in arrival order, or SEQUENTIAL for month-end
      * volumes: TRANFILE sorted into key order and one skip-
      * sequential pass, every transaction for a key applied to the
      * key's image in storage and the net result written once.
      * CONFIG keyword VSAMPASS chooses; RANDOM is the default.
       01 WS-PASS-MODE-SW          PICTURE IS X       VALUE 'R'.
          88 WS-RANDOM-PASS                            VALUE 'R'.
          88 WS-SEQUENTIAL-PASS                        VALUE 'S'.
       01 WS-PASS-SOURCE           PICTURE IS X(8)    VALUE 'DEFAULT'.
       01 WS-SORTED-STATUS         PICTURE IS 99      VALUE ZEROES.
      * The key group in hand on the sequential pass - its image as
      * found on the master and as the group's transactions leave
      * it.  Checkpoints that fall due inside a group are held until
      * the group is on the master, and so are the journal and
      * cross-reference images of its transactions - a journal that
      * ran ahead of the master would have recovery replay updates
      * the master never took.  A group with more transactions than
      * the image table holds is put on the master part-way, and the
      * rest of it carries on from there.  A group the master refuses
      * stops the pass, with no checkpoint past the last group that
      * went on, so the rerun resumes at the refused key.
       01 WS-GRP-ACTIVE-SW         PICTURE IS X       VALUE 'N'.
          88 WS-GRP-ACTIVE                             VALUE 'Y'.
       01 WS-GRP-KEY               PICTURE IS X(10)   VALUE SPACES.
       01 WS-GRP-WAS-SW            PICTURE IS X       VALUE 'N'.
          88 WS-GRP-WAS-ON-FILE                        VALUE 'Y'.
       01 WS-GRP-ORIG-IMAGE        PICTURE IS X(30)   VALUE SPACES.
       01 WS-GRP-EXISTS-SW         PICTURE IS X       VALUE 'N'.
          88 WS-GRP-EXISTS                             VALUE 'Y'.
       01 WS-GRP-IMAGE             PICTURE IS X(30)   VALUE SPACES.
       01 WS-CHKPT-PENDING         PICTURE IS 9(5)    VALUE ZEROES.
       01 WS-GRP-JNL-USED          PICTURE IS 9(3)    VALUE ZEROES.
       01 WS-GRP-JNL-MAX           PICTURE IS 9(3)    VALUE 100.
       01 WS-GRP-JNL-SUB           PICTURE IS 9(3)    VALUE ZEROES.
       01 WS-GRP-JNL-TABLE.
          05 WS-GRP-JNL-ENTRY OCCURS 100 TIMES.
             10 WS-GRP-JNL-IMAGE   PICTURE IS X(109).
             10 WS-GRP-XREF-IMAGE  PICTURE IS X(20).
       01 WS-GRP-SPLIT-SW          PICTURE IS X       VALUE 'N'.
          88 WS-GRP-SPLIT                              VALUE 'Y'.
       01 WS-PASS-STOPPED-SW       PICTURE IS X       VALUE 'N'.
          88 WS-PASS-STOPPED                           VALUE 'Y'.
      * The master record the last READ NEXT returned - 'Y' while it
      * is still ahead of the pass, 'E' once the master is exhausted.
      * A keyed read of some other record loses the pass's position,
      * and the next key is found with START instead.
       01 WS-AHEAD-SW              PICTURE IS X       VALUE 'N'.
          88 WS-AHEAD-HELD                             VALUE 'Y'.
          88 WS-AHEAD-AT-END                           VALUE 'E'.
          88 WS-AHEAD-NONE                             VALUE 'N'.
       01 WS-AHEAD-KEY             PICTURE IS X(10)   VALUE SPACES.
       01 WS-AHEAD-IMAGE           PICTURE IS X(30)   VALUE SPACES.
       01 WS-POSITION-OK-SW        PICTURE IS X       VALUE 'N'.
          88 WS-POSITION-OK                            VALUE 'Y'.
       01 WS-SEQ-STARTS            PICTURE IS 9(7)    VALUE ZEROES.
       01 WS-SEQ-KEYS              PICTURE IS 9(7)    VALUE ZEROES.
       01 WS-SORT-RC-DISPLAY       PICTURE IS ----9.

       01 WS-VSAM-STATUS-TABLE.
          05 FILLER PIC X(60) VALUE
           COPY LOCKSRVR.
           COPY CTLTOTR.
           COPY CONFIGR.
           COPY CSTATR.
           COPY BTCHCHKR.
           COPY CHAINSRVR.
       01 WS-CONFIG-SOURCE         PICTURE IS X(8)    VALUE 'DEFAULT'.
      * The print line is built here exactly as before; PRTSRV owns
      * the COBPRINT dataset, its pagination and carriage control.
               DISPLAY '    SIMULATE MODE - NO UPDATES WILL BE APPLIED'
           END-IF

      * A live run applies only a batch one operator registered and
      * a different one approved through BTCHAPR.  A trial run is
      * left unrestricted so the approver can review its report of
      * the batch first.
           IF WS-LIVE-MODE
               MOVE 'CHEK' TO BC-FUNCTION
               MOVE 'TRANFILE' TO BC-TARGET
               MOVE 'VSAM' TO BC-PROGRAM-ID
               CALL 'BTCHCHK' USING BTCHCHK-PARM
               MOVE SPACES TO Print-Rec
               IF BC-REFUSED
                   STRING 'BATCH REFUSED - ' DELIMITED BY SIZE
                           BC-REASON DELIMITED BY SIZE
                       INTO Print-Rec
                   PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END
                   DISPLAY '    ' Print-Rec
                   PERFORM CLOSE-PRINT-REPORT
                       THRU CLOSE-PRINT-REPORT-END
                   MOVE 'FREE' TO LK-FUNCTION
                   MOVE 'VSAM' TO LK-PROGRAM-ID
                   CALL 'LOCKSRV' USING LOCKSRV-PARM
                   MOVE RC-VALIDATION-ERROR TO RETURN-CODE
                   DISPLAY '  </VSAM>'
                   GOBACK
               END-IF
               IF BC-BATCH-ID NOT = SPACES
                   STRING 'BATCH ' DELIMITED BY SIZE
                           BC-BATCH-ID DELIMITED BY SPACE
                           ' PREPARED BY ' DELIMITED BY SIZE
                           BC-PREPARER DELIMITED BY SPACE
                           ', APPROVED BY ' DELIMITED BY SIZE
                           BC-APPROVER DELIMITED BY SPACE
                       INTO Print-Rec
                   PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END
               END-IF
           END-IF

           MOVE 'Try to OPEN INOUT KSDS-File-In-Out.' TO Print-Rec
           PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END

               PERFORM OPEN-STATE-XREF THRU OPEN-STATE-XREF-END
           END-IF

           PERFORM OPEN-TRANS-INPUT THRU OPEN-TRANS-INPUT-END
      * Restart skips by key order, so it only replays correctly when
      * Trans-File is sorted ascending by TR-Key, same as it was on the
      * checkpointed run - an out-of-order key after a restart will
      * sort below WS-RESTART-KEY and be silently skipped instead of
      * reprocessed.
           PERFORM UNTIL WS-TRANS-EOF
               PERFORM READ-TRANS-INPUT THRU READ-TRANS-INPUT-END
               IF NOT WS-TRANS-EOF
                   IF FST NOT = ZEROES
                       PERFORM LOG-TRANS-FILE-ERROR
                   ELSE
                       IF WS-RESTART-KEY NOT = SPACES
                               AND TR-Key NOT > WS-RESTART-KEY
                           CONTINUE
                       ELSE
                           IF WS-SEQUENTIAL-PASS
                               PERFORM ENTER-KEY-GROUP
                                   THRU ENTER-KEY-GROUP-END
                           END-IF
                           IF NOT WS-PASS-STOPPED
                               PERFORM PROCESS-TRANSACTION
                                   THRU PROCESS-TRANSACTION-END
                               ADD 1 TO WS-TRANS-PROCESSED
                                   AND FUNCTION MOD(WS-TRANS-PROCESSED,
                                       WS-CHECKPOINT-INTERVAL) = 0
                                   MOVE TR-Key TO WS-CHECKPOINT-KEY
                                   IF WS-SEQUENTIAL-PASS
                                       ADD 1 TO WS-CHKPT-PENDING
                                   ELSE
                                       PERFORM WRITE-CHECKPOINT
                                           THRU WRITE-CHECKPOINT-END
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SEQUENTIAL-PASS
               PERFORM FLUSH-KEY-GROUP THRU FLUSH-KEY-GROUP-END
               CLOSE Sorted-Trans-File
               MOVE SPACES TO Print-Rec
               STRING 'SEQUENTIAL PASS: KEYS=' DELIMITED BY SIZE
                       WS-SEQ-KEYS DELIMITED BY SIZE
                       ' POSITIONINGS=' DELIMITED BY SIZE
                       WS-SEQ-STARTS DELIMITED BY SIZE
                   INTO Print-Rec
               PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END
           ELSE
               CLOSE Trans-File
           END-IF

      * A stopped pass is not a clean end - its checkpoint series
      * is left ending on the last group that reached the master.
           IF WS-LIVE-MODE
               IF WS-PASS-STOPPED
                   IF WS-CHKPT-OPEN
                       CLOSE Checkpoint-File
                       MOVE 'N' TO WS-CHKPT-OPEN-SW
                   END-IF
               ELSE
                   MOVE SPACES TO WS-CHECKPOINT-KEY
                   PERFORM WRITE-CHECKPOINT THRU WRITE-CHECKPOINT-END
               END-IF
               PERFORM CLOSE-JOURNAL THRU CLOSE-JOURNAL-END
               IF WS-XREF-OPEN
                   CLOSE Xref-File
                   MOVE 'N' TO WS-XREF-OPEN-SW
                   WS-CONFIG-SOURCE DELIMITED BY SPACES
                   ')' DELIMITED BY SIZE
               INTO Print-Rec
           PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END
           MOVE 'GET ' TO CF-FUNCTION
           MOVE 'VSAMPASS' TO CF-KEYWORD
           CALL 'CONFIG' USING CONFIG-PARM
           IF CF-FOUND
               IF CF-VALUE = 'SEQUENTIAL'
                   MOVE 'S' TO WS-PASS-MODE-SW
                   MOVE 'CONFIG' TO WS-PASS-SOURCE
               END-IF
               IF CF-VALUE = 'RANDOM'
                   MOVE 'CONFIG' TO WS-PASS-SOURCE
               END-IF
           END-IF
           MOVE SPACES TO Print-Rec
           IF WS-SEQUENTIAL-PASS
               STRING 'SETTINGS: TRANSACTION PASS SEQUENTIAL ('
                           DELIMITED BY SIZE
                       WS-PASS-SOURCE DELIMITED BY SPACES
                       ')' DELIMITED BY SIZE
                   INTO Print-Rec
           ELSE
               STRING 'SETTINGS: TRANSACTION PASS RANDOM ('
                           DELIMITED BY SIZE
                       WS-PASS-SOURCE DELIMITED BY SPACES
                       ')' DELIMITED BY SIZE
                   INTO Print-Rec
           END-IF
           PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END.
       FETCH-RUN-SETTINGS-END.
           CONTINUE.
      * The journal is the only record of what each update replaced,
      * and forward recovery depends on it being complete - if it
      * cannot be opened the maintenance run does not start.
      * Each journal record is chained onto the one before it, so the
      * chain is picked up from the journal's last record first.
       OPEN-JOURNAL.
           MOVE 'LAST'     TO CN-FUNCTION
           MOVE 'VJOURNAL' TO CN-TRAIL
           MOVE 'VSAM'     TO CN-PROGRAM-ID
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           OPEN EXTEND Journal-File
           IF WS-JOURNAL-STATUS = 35
               OPEN OUTPUT Journal-File
               MOVE 'VSAM'    TO EL-PROGRAM-ID
               MOVE 'FATAL'   TO EL-SEVERITY
               MOVE WS-JOURNAL-STATUS TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'JOURNAL' TO EL-MSG-PARM (1)
               MOVE 'RUN NOT STARTED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               PERFORM WRITE-SUMMARY-TRAILER
                   THRU WRITE-SUMMARY-TRAILER-END
               CALL 'LOCKSRV' USING LOCKSRV-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-JOURNAL-OPEN-SW.
       OPEN-JOURNAL-END.
           CONTINUE.
      * The online journal writer chains on from where this run
      * left the journal, so the chain end is posted whenever the
      * journal is closed - a run that stops on a master error
      * included, or the next writer would break the chain.
       CLOSE-JOURNAL.
           IF WS-JOURNAL-OPEN
               CLOSE Journal-File
               MOVE 'N' TO WS-JOURNAL-OPEN-SW
               MOVE 'MARK'     TO CN-FUNCTION
               MOVE 'VJOURNAL' TO CN-TRAIL
               MOVE 'VSAM'     TO CN-PROGRAM-ID
               CALL 'CHAINSRV' USING CHAINSRV-PARM
           END-IF.
       CLOSE-JOURNAL-END.
           CONTINUE.
      * Only an already-built cross-reference is maintained - file
      * status 35 means the index is not in service and the run
      * behaves exactly as before VSAMXBLD existed.
           MOVE TR-Data (17:2) TO XR-State
           MOVE TR-Key (1:7) TO XR-Company-Key (1:7)
           MOVE '000' TO XR-Company-Key (8:3)
           IF WS-SEQUENTIAL-PASS
               MOVE XR-Rec TO WS-GRP-XREF-IMAGE (WS-GRP-JNL-USED)
               GO TO UPDATE-STATE-XREF-END
           END-IF
           PERFORM WRITE-STATE-XREF THRU WRITE-STATE-XREF-END.
       UPDATE-STATE-XREF-END.
           CONTINUE.
       WRITE-STATE-XREF.
           WRITE XR-Rec
           IF WS-XREF-STATUS NOT = ZEROES
                   AND WS-XREF-STATUS NOT = 22
               DISPLAY '    VSAM: XREF WRITE FAILED, STATUS '
                       WS-XREF-STATUS ' KEY=' XR-Key
           END-IF.
       WRITE-STATE-XREF-END.
           CONTINUE.
       WRITE-JOURNAL-RECORD.
           MOVE SPACES TO Journal-Rec
           MOVE TR-Key TO JR-KEY
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
           MOVE GLOBAL-RUN-ID TO JR-RUN-ID
           IF WS-SEQUENTIAL-PASS
               ADD 1 TO WS-GRP-JNL-USED
               MOVE Journal-Rec (1:109)
                   TO WS-GRP-JNL-IMAGE (WS-GRP-JNL-USED)
               MOVE SPACES TO WS-GRP-XREF-IMAGE (WS-GRP-JNL-USED)
               GO TO WRITE-JOURNAL-RECORD-END
           END-IF
           PERFORM CHAIN-AND-WRITE-JOURNAL
               THRU CHAIN-AND-WRITE-JOURNAL-END.
       WRITE-JOURNAL-RECORD-END.
           CONTINUE.
       CHAIN-AND-WRITE-JOURNAL.
           MOVE 'LINK' TO CN-FUNCTION
           MOVE 109 TO CN-LENGTH
           MOVE Journal-Rec (1:109) TO CN-DATA
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           MOVE CN-CHAIN TO JR-CHAIN
           WRITE Journal-Rec.
       CHAIN-AND-WRITE-JOURNAL-END.
           CONTINUE.
       PROCESS-TRANSACTION.
           IF GLOBAL-TRACE-SW = 'Y'
               MOVE 'VSAM' TO TRC-PROGRAM-ID
           EVALUATE TR-Action
               WHEN 'R'
                   ADD 1 TO WS-READS-ATTEMPTED
                   PERFORM MASTER-READ THRU MASTER-READ-END
                   PERFORM CARP-AND-CONTINUE-IF-VSAM-ERROR
                   IF FSO = ZERO
                       DISPLAY '    ' KS-Rec
                   END-IF
               WHEN 'A'
                   ADD 1 TO WS-WRITES-ATTEMPTED
                   PERFORM CHECK-COMPANY-CLOSED
                       THRU CHECK-COMPANY-CLOSED-END
                   PERFORM VALIDATE-SEGMENT-DATA
                       THRU VALIDATE-SEGMENT-DATA-END
                   IF WS-COMPANY-CLOSED
                       SET WS-SEGMENT-NOT-OK TO TRUE
                   END-IF
                   IF WS-SEGMENT-OK
                       IF WS-SIMULATE-MODE
                           PERFORM SIMULATE-ADD
                               THRU SIMULATE-ADD-END
                       ELSE
                           PERFORM MASTER-WRITE THRU MASTER-WRITE-END
                           PERFORM CARP-AND-CONTINUE-IF-VSAM-ERROR
                           IF FSO = ZERO
                               MOVE SPACES TO WS-BEFORE-IMAGE
      * Read the record first so the journal carries the image the
      * change is replacing - a missing key fails here with the same
      * file status the REWRITE itself would have raised.
                   PERFORM MASTER-READ THRU MASTER-READ-END
                   IF FSO NOT = ZERO
                       IF WS-SIMULATE-MODE
                           PERFORM SIMULATE-REPORT-FAIL
                               PERFORM SIMULATE-CHANGE
                                   THRU SIMULATE-CHANGE-END
                           ELSE
                               PERFORM MASTER-REWRITE
                                   THRU MASTER-REWRITE-END
                               PERFORM CARP-AND-CONTINUE-IF-VSAM-ERROR
                               IF FSO = ZERO
                                   MOVE KSO-Rec TO WS-AFTER-IMAGE
      * Read the record first so the journal carries the image being
      * deleted - a missing key fails here with the same file status
      * the DELETE itself would have raised.
                   PERFORM MASTER-READ THRU MASTER-READ-END
                   IF FSO NOT = ZERO
                       IF WS-SIMULATE-MODE
                           PERFORM SIMULATE-REPORT-FAIL
                           PERFORM PUT-PRINT-LINE
                               THRU PUT-PRINT-LINE-END
                       ELSE
                           PERFORM MASTER-DELETE
                               THRU MASTER-DELETE-END
                           PERFORM CARP-AND-CONTINUE-IF-VSAM-ERROR
                           IF FSO = ZERO
                               MOVE SPACES TO WS-AFTER-IMAGE
           .
       PROCESS-TRANSACTION-END.
           CONTINUE.
      * A 'DT' add against a company whose 'ST' segment says closed,
      * with the closure already in force, is refused and logged.
      * The status read uses the master's record area, so the
      * transaction key is put back before the add goes on.
       CHECK-COMPANY-CLOSED.
           MOVE 'N' TO WS-COMPANY-CLOSED-SW
           IF TR-Data (1:2) NOT = 'DT'
               GO TO CHECK-COMPANY-CLOSED-END
           END-IF
           MOVE TR-Key (1:7) TO KSO-Key (1:7)
           MOVE CS-STATUS-SEQ TO KSO-Key (8:3)
           PERFORM MASTER-READ THRU MASTER-READ-END
           IF FSO = ZERO
               MOVE KSO-Rec TO CS-STATUS-SEGMENT
               IF CS-SEGMENT-CODE = 'ST' AND CS-CLOSED
                       AND CS-EFFECTIVE-DATE NOT > WS-RUN-DATE
                   MOVE 'Y' TO WS-COMPANY-CLOSED-SW
               END-IF
           END-IF
           MOVE TR-Key TO KSO-Key
           IF NOT WS-COMPANY-CLOSED
               GO TO CHECK-COMPANY-CLOSED-END
           END-IF
           ADD 1 TO WS-CLOSED-REFUSED
           MOVE SPACES TO Print-Rec
           IF WS-SIMULATE-MODE
               STRING 'WOULD FAIL   KEY=' DELIMITED BY SIZE
                       TR-Key            DELIMITED BY SIZE
                       ' ADD - COMPANY CLOSED ' DELIMITED BY SIZE
                       CS-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO Print-Rec
               PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END
               GO TO CHECK-COMPANY-CLOSED-END
           END-IF
           STRING 'DETAIL ADD REFUSED FOR KEY ' DELIMITED BY SIZE
                   TR-Key            DELIMITED BY SIZE
                   ' - COMPANY CLOSED ' DELIMITED BY SIZE
                   CS-EFFECTIVE-DATE DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   CS-REASON         DELIMITED BY SIZE
               INTO Print-Rec
           PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END
           DISPLAY '    ' Print-Rec
           ADD 1 TO WS-ERRORS-HIT
           MOVE 'VSAM'    TO EL-PROGRAM-ID
           MOVE 'ERROR'   TO EL-SEVERITY
           MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
           MOVE SPACES TO EL-MESSAGE
           STRING 'DETAIL ADD REFUSED - COMPANY CLOSED, KEY '
                       DELIMITED BY SIZE
                   TR-Key DELIMITED BY SIZE
               INTO EL-MESSAGE
           CALL 'ERRLOG' USING ERRLOG-PARM.
       CHECK-COMPANY-CLOSED-END.
           CONTINUE.
       READ-RUN-MODE.
           OPEN INPUT Vsam-Parm-File
           IF WS-VSAMPARM-STATUS NOT = ZEROES
           CLOSE Vsam-Parm-File.
       READ-RUN-MODE-END.
           CONTINUE.
      * Trans-file input for the run.  The sequential pass first
      * sorts TRANFILE into key order - WITH DUPLICATES IN ORDER
      * keeps each key's transactions in arrival order - and reads
      * the sorted copy; the random pass reads TRANFILE as it comes.
       OPEN-TRANS-INPUT.
           MOVE 'N' TO WS-TRANS-EOF-SW
           OPEN INPUT Trans-File
           IF FST NOT = ZEROES
               PERFORM LOG-TRANS-FILE-ERROR
               MOVE 'Y' TO WS-TRANS-EOF-SW
               GO TO OPEN-TRANS-INPUT-END
           END-IF
           IF WS-RANDOM-PASS
               GO TO OPEN-TRANS-INPUT-END
           END-IF
           CLOSE Trans-File
           SORT Sort-Work-File
               ON ASCENDING KEY SW-Key
               WITH DUPLICATES IN ORDER
               USING Trans-File
               GIVING Sorted-Trans-File
           IF SORT-RETURN NOT = ZERO
               MOVE SORT-RETURN TO WS-SORT-RC-DISPLAY
               MOVE SPACES TO Print-Rec
               STRING 'TRANFILE SORT FAILED - SORT-RETURN '
                           DELIMITED BY SIZE
                       WS-SORT-RC-DISPLAY DELIMITED BY SIZE
                   INTO Print-Rec
               PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END
               DISPLAY '    ' Print-Rec
               MOVE 'VSAM'    TO EL-PROGRAM-ID
               MOVE 'ERROR'   TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'TRANFILE SORT FAILED' TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               ADD 1 TO WS-ERRORS-HIT
               MOVE 'Y' TO WS-TRANS-EOF-SW
               GO TO OPEN-TRANS-INPUT-END
           END-IF
           OPEN INPUT Sorted-Trans-File
           IF WS-SORTED-STATUS NOT = ZEROES
               MOVE WS-SORTED-STATUS TO FST
               PERFORM LOG-TRANS-FILE-ERROR
               MOVE 'Y' TO WS-TRANS-EOF-SW
           END-IF.
       OPEN-TRANS-INPUT-END.
           CONTINUE.
       READ-TRANS-INPUT.
           IF WS-RANDOM-PASS
               READ Trans-File INTO Trans-Rec
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF-SW
               END-READ
               GO TO READ-TRANS-INPUT-END
           END-IF
           READ Sorted-Trans-File INTO Trans-Rec
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF-SW
           END-READ
           MOVE WS-SORTED-STATUS TO FST.
       READ-TRANS-INPUT-END.
           CONTINUE.
      * A new key on the sorted pass puts the last group on the
      * master and finds the new key's record.  The pass reads the
      * master forward with READ NEXT while it stays positioned and
      * skips ahead with START when a key lies further on; the
      * record read ahead answers "not on file" without any I/O
      * when its key is beyond the transaction's.
       ENTER-KEY-GROUP.
           IF WS-GRP-ACTIVE AND TR-Key = WS-GRP-KEY
               IF WS-GRP-JNL-USED NOT < WS-GRP-JNL-MAX
                   PERFORM SPLIT-KEY-GROUP THRU SPLIT-KEY-GROUP-END
               END-IF
               GO TO ENTER-KEY-GROUP-END
           END-IF
           PERFORM FLUSH-KEY-GROUP THRU FLUSH-KEY-GROUP-END
           IF WS-PASS-STOPPED
               GO TO ENTER-KEY-GROUP-END
           END-IF
           ADD 1 TO WS-SEQ-KEYS
           MOVE TR-Key TO WS-GRP-KEY
           MOVE 'N' TO WS-GRP-EXISTS-SW
           MOVE SPACES TO WS-GRP-IMAGE

           IF WS-AHEAD-NONE AND WS-POSITION-OK
               PERFORM READ-MASTER-AHEAD THRU READ-MASTER-AHEAD-END
           END-IF
           IF WS-AHEAD-HELD AND WS-AHEAD-KEY < TR-Key
               MOVE 'N' TO WS-AHEAD-SW
               MOVE 'N' TO WS-POSITION-OK-SW
           END-IF
           IF WS-AHEAD-NONE
               PERFORM START-MASTER-AT-KEY THRU START-MASTER-AT-KEY-END
               IF WS-POSITION-OK
                   PERFORM READ-MASTER-AHEAD THRU READ-MASTER-AHEAD-END
               END-IF
           END-IF
           IF WS-AHEAD-HELD AND WS-AHEAD-KEY = TR-Key
               MOVE 'Y' TO WS-GRP-EXISTS-SW
               MOVE WS-AHEAD-IMAGE TO WS-GRP-IMAGE
               MOVE 'N' TO WS-AHEAD-SW
           END-IF

           MOVE WS-GRP-EXISTS-SW TO WS-GRP-WAS-SW
           MOVE WS-GRP-IMAGE TO WS-GRP-ORIG-IMAGE
           MOVE 'Y' TO WS-GRP-ACTIVE-SW.
       ENTER-KEY-GROUP-END.
           CONTINUE.
       START-MASTER-AT-KEY.
           ADD 1 TO WS-SEQ-STARTS
           MOVE TR-Key TO KSO-Key
           START KSDS-File-In-Out KEY IS NOT LESS THAN KSO-Key
           IF FSO = 23
               MOVE 'E' TO WS-AHEAD-SW
               MOVE 'N' TO WS-POSITION-OK-SW
               GO TO START-MASTER-AT-KEY-END
           END-IF
           PERFORM CARP-AND-RETURN-IF-VSAM-ERROR
           MOVE 'Y' TO WS-POSITION-OK-SW.
       START-MASTER-AT-KEY-END.
           CONTINUE.
       READ-MASTER-AHEAD.
           READ KSDS-File-In-Out NEXT RECORD
           IF FSO = 10
               MOVE 'E' TO WS-AHEAD-SW
               MOVE 'N' TO WS-POSITION-OK-SW
               GO TO READ-MASTER-AHEAD-END
           END-IF
           PERFORM CARP-AND-RETURN-IF-VSAM-ERROR
           MOVE 'Y' TO WS-AHEAD-SW
           MOVE KSO-Key TO WS-AHEAD-KEY
           MOVE KSO-Rec TO WS-AHEAD-IMAGE.
       READ-MASTER-AHEAD-END.
           CONTINUE.
      * A group whose image table is full goes on the master as it
      * stands, and the group carries on from what is now on file.
      * Its checkpoints stay held - the key still has transactions
      * to come.
       SPLIT-KEY-GROUP.
           MOVE 'Y' TO WS-GRP-SPLIT-SW
           PERFORM FLUSH-KEY-GROUP THRU FLUSH-KEY-GROUP-END
           MOVE 'N' TO WS-GRP-SPLIT-SW
           IF WS-PASS-STOPPED
               GO TO SPLIT-KEY-GROUP-END
           END-IF
           MOVE WS-GRP-EXISTS-SW TO WS-GRP-WAS-SW
           MOVE WS-GRP-IMAGE TO WS-GRP-ORIG-IMAGE
           MOVE 'Y' TO WS-GRP-ACTIVE-SW.
       SPLIT-KEY-GROUP-END.
           CONTINUE.
      * The key group's net effect goes to the master in one update -
      * an add, a delete, or a rewrite when the image changed; a
      * group that only read, or whose transactions all failed,
      * costs no write.  Only once the master has taken it are the
      * group's journal and cross-reference images written, and the
      * checkpoints that fell due inside the group.
       FLUSH-KEY-GROUP.
           IF NOT WS-GRP-ACTIVE
               GO TO FLUSH-KEY-GROUP-END
           END-IF
           MOVE 'N' TO WS-GRP-ACTIVE-SW
           MOVE ZERO TO FSO
           MOVE WS-GRP-KEY TO KSO-Key
           EVALUATE TRUE
               WHEN WS-GRP-EXISTS AND NOT WS-GRP-WAS-ON-FILE
                   MOVE WS-GRP-IMAGE TO KSO-Rec
                   WRITE KS-Rec
               WHEN WS-GRP-WAS-ON-FILE AND NOT WS-GRP-EXISTS
                   DELETE KSDS-File-In-Out
               WHEN WS-GRP-EXISTS
                       AND WS-GRP-IMAGE NOT = WS-GRP-ORIG-IMAGE
                   MOVE WS-GRP-IMAGE TO KSO-Rec
                   REWRITE KS-Rec
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FSO NOT = ZERO
               MOVE 'ERROR' TO WS-LOG-SEVERITY
               PERFORM DECODE-AND-LOG-VSAM-ERROR
               PERFORM STOP-SEQUENTIAL-PASS
                   THRU STOP-SEQUENTIAL-PASS-END
               GO TO FLUSH-KEY-GROUP-END
           END-IF
           PERFORM WRITE-GROUP-JOURNAL THRU WRITE-GROUP-JOURNAL-END
           IF WS-GRP-SPLIT
               GO TO FLUSH-KEY-GROUP-END
           END-IF
           PERFORM UNTIL WS-CHKPT-PENDING = ZEROES
               MOVE WS-GRP-KEY TO WS-CHECKPOINT-KEY
               PERFORM WRITE-CHECKPOINT THRU WRITE-CHECKPOINT-END
               SUBTRACT 1 FROM WS-CHKPT-PENDING
           END-PERFORM.
       FLUSH-KEY-GROUP-END.
           CONTINUE.
       WRITE-GROUP-JOURNAL.
           MOVE ZEROES TO WS-GRP-JNL-SUB
           PERFORM UNTIL WS-GRP-JNL-SUB NOT < WS-GRP-JNL-USED
               ADD 1 TO WS-GRP-JNL-SUB
               MOVE SPACES TO Journal-Rec
               MOVE WS-GRP-JNL-IMAGE (WS-GRP-JNL-SUB)
                   TO Journal-Rec (1:109)
               PERFORM CHAIN-AND-WRITE-JOURNAL
                   THRU CHAIN-AND-WRITE-JOURNAL-END
               IF WS-GRP-XREF-IMAGE (WS-GRP-JNL-SUB) NOT = SPACES
                   MOVE WS-GRP-XREF-IMAGE (WS-GRP-JNL-SUB) TO XR-Rec
                   PERFORM WRITE-STATE-XREF THRU WRITE-STATE-XREF-END
               END-IF
           END-PERFORM
           MOVE ZEROES TO WS-GRP-JNL-USED.
       WRITE-GROUP-JOURNAL-END.
           CONTINUE.
      * The master refused a group: none of its transactions took,
      * so none is journalled, and the pass ends here.  Checkpoints
      * held for the group are dropped, leaving the series on the
      * last group the master took - the rerun resumes at this key.
       STOP-SEQUENTIAL-PASS.
           MOVE 'Y' TO WS-PASS-STOPPED-SW
           MOVE 'Y' TO WS-TRANS-EOF-SW
           MOVE ZEROES TO WS-GRP-JNL-USED
           MOVE ZEROES TO WS-CHKPT-PENDING
           MOVE SPACES TO Print-Rec
           STRING 'SEQUENTIAL PASS STOPPED AT KEY ' DELIMITED BY SIZE
                   WS-GRP-KEY DELIMITED BY SIZE
                   ' - GROUP NOT APPLIED OR JOURNALLED'
                       DELIMITED BY SIZE
               INTO Print-Rec
           PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END
           DISPLAY '    ' Print-Rec
           MOVE 'VSAM'    TO EL-PROGRAM-ID
           MOVE 'ERROR'   TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           MOVE SPACES TO EL-MESSAGE
           STRING 'SEQUENTIAL PASS STOPPED - MASTER REFUSED KEY '
                       DELIMITED BY SIZE
                   WS-GRP-KEY DELIMITED BY SIZE
                   ', RERUN RESUMES THERE' DELIMITED BY SIZE
               INTO EL-MESSAGE
           CALL 'ERRLOG' USING ERRLOG-PARM.
       STOP-SEQUENTIAL-PASS-END.
           CONTINUE.
      * The master verbs PROCESS-TRANSACTION uses.  The random pass
      * issues them against VSAMFILE; on the sequential pass the
      * transaction's own key is served from the key group's image,
      * with the file status the master would have given, so every
      * message, journal image and count comes out as it would on
      * the random pass.  Any other key - a company's status
      * segment - is a keyed read of the master either way.
       MASTER-READ.
           IF WS-SEQUENTIAL-PASS AND KSO-Key = WS-GRP-KEY
               IF WS-GRP-EXISTS
                   MOVE WS-GRP-IMAGE TO KSO-Rec
                   MOVE ZERO TO FSO
               ELSE
                   MOVE 23 TO FSO
               END-IF
           ELSE
               READ KSDS-File-In-Out
               MOVE 'N' TO WS-POSITION-OK-SW
           END-IF.
       MASTER-READ-END.
           CONTINUE.
       MASTER-WRITE.
           IF WS-RANDOM-PASS
               WRITE KS-Rec
               GO TO MASTER-WRITE-END
           END-IF
           IF WS-GRP-EXISTS
               MOVE 22 TO FSO
           ELSE
               MOVE 'Y' TO WS-GRP-EXISTS-SW
               MOVE KSO-Rec TO WS-GRP-IMAGE
               MOVE ZERO TO FSO
           END-IF.
       MASTER-WRITE-END.
           CONTINUE.
       MASTER-REWRITE.
           IF WS-RANDOM-PASS
               REWRITE KS-Rec
               GO TO MASTER-REWRITE-END
           END-IF
           IF WS-GRP-EXISTS
               MOVE KSO-Rec TO WS-GRP-IMAGE
               MOVE ZERO TO FSO
           ELSE
               MOVE 23 TO FSO
           END-IF.
       MASTER-REWRITE-END.
           CONTINUE.
       MASTER-DELETE.
           IF WS-RANDOM-PASS
               DELETE KSDS-File-In-Out
               GO TO MASTER-DELETE-END
           END-IF
           IF WS-GRP-EXISTS
               MOVE 'N' TO WS-GRP-EXISTS-SW
               MOVE SPACES TO WS-GRP-IMAGE
               MOVE ZERO TO FSO
           ELSE
               MOVE 23 TO FSO
           END-IF.
       MASTER-DELETE-END.
           CONTINUE.
      * In simulate mode every read and every validation still runs,
      * and the impact of each transaction is written to the print
      * file, but nothing is written, rewritten or deleted on the
      * master and no journal or checkpoint state is left behind.
       SIMULATE-ADD.
           PERFORM MASTER-READ THRU MASTER-READ-END
           IF FSO = ZERO
               ADD 1 TO WS-SIM-WOULD-FAIL
               MOVE SPACES TO Print-Rec
              PERFORM DECODE-AND-LOG-VSAM-ERROR
              PERFORM WRITE-SUMMARY-TRAILER
                  THRU WRITE-SUMMARY-TRAILER-END
              PERFORM CLOSE-JOURNAL THRU CLOSE-JOURNAL-END
              IF WS-XREF-OPEN
                 CLOSE Xref-File
                 MOVE 'N' TO WS-XREF-OPEN-SW
              END-IF
              PERFORM CLOSE-PRINT-REPORT THRU CLOSE-PRINT-REPORT-END
              MOVE 'FREE' TO LK-FUNCTION
              MOVE 'VSAM' TO LK-PROGRAM-ID
                   WS-DELETES-ATTEMPTED  DELIMITED BY SIZE
                   ' FAILCOUNT='         DELIMITED BY SIZE
                   WS-ERRORS-HIT         DELIMITED BY SIZE
                   ' CLOSED-REFUSED='    DELIMITED BY SIZE
                   WS-CLOSED-REFUSED     DELIMITED BY SIZE
               INTO Print-Rec
           PERFORM PUT-PRINT-LINE THRU PUT-PRINT-LINE-END.
       WRITE-SUMMARY-TRAILER-END.
