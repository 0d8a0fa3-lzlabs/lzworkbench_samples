       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINSRV.
      ******************************************************************
      *    CHAINSRV - shared audit trail chaining service, called like
      *    ERRLOG (see CHAINSRVR for the functions).  A record's chain
      *    value is
      *
      *       HASHSRV ( previous chain value (18 digits)
      *                 + the record with its chain field left off )
      *
      *    the first record on a trail chaining from zeroes.  Every
      *    batch writer finds its starting value with 'LAST' before
      *    it opens the trail EXTEND - the trail's own last record is
      *    the truth, so nothing can drift between a control file
      *    and the data.  When an archiving run has emptied the live
      *    trail, 'LAST' falls back to the CARRY anchor the run left
      *    on CHAINLOG, so the next record chains from the last one
      *    archived and the archive and live trail read as one chain.
      *
      *    Records carried over from before the trails were chained
      *    have a blank chain field; the chain starts from zeroes
      *    after the last of them.
      *
      *    Trail record layouts, chain field last:
      *       MIDAUDIT   84 bytes, chain value at 67 (PROGMIDB)
      *       VJOURNAL  128 bytes, chain value at 111 (VSAM)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO 'MIDAUDIT'
               STATUS IS WS-AUDIT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'VJOURNAL'
               STATUS IS WS-JOURNAL-STATUS.
           SELECT CHAIN-LOG ASSIGN TO 'CHAINLOG'
               STATUS IS WS-LOG-STATUS.
           SELECT CHAIN-CONTROL ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-TRAIL
               STATUS IS WS-CONTROL-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AUDIT-LINE.
          05 FILLER                PIC X(66).
          05 AUD-CHAIN             PIC 9(18).
       FD JOURNAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 JOURNAL-REC.
          05 FILLER                PIC X(110).
          05 JR-CHAIN              PIC 9(18).
       FD CHAIN-LOG
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
           COPY CHAINLGR.
       FD CHAIN-CONTROL.
           COPY CHAINCTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS          PIC 99.
       01 WS-JOURNAL-STATUS        PIC 99.
       01 WS-LOG-STATUS            PIC 99.
       01 WS-CONTROL-STATUS        PIC 99.
       01 WS-EOF-SW                PIC X       VALUE 'N'.
          88 WS-EOF                            VALUE 'Y'.
       01 WS-LIVE-COUNT            PIC 9(9)    VALUE ZEROES.
       01 WS-LAST-CHAIN            PIC 9(18)   VALUE ZEROES.
       01 WS-PREV-CHAIN            PIC X(18)   VALUE SPACES.
           COPY HASHSRVR.
           COPY RUNIDR.
      ******************************************************************
       LINKAGE SECTION.
           COPY CHAINSRVR.
      ******************************************************************
       PROCEDURE DIVISION USING CHAINSRV-PARM.
       MAIN.
           MOVE 'Y' TO CN-OK-SW
           EVALUATE CN-FUNCTION
               WHEN 'LAST'
                   PERFORM FIND-CARRY-ANCHOR
                       THRU FIND-CARRY-ANCHOR-END
                   PERFORM FIND-TRAIL-END THRU FIND-TRAIL-END-END
               WHEN 'LINK'
                   PERFORM LINK-RECORD THRU LINK-RECORD-END
               WHEN 'ANCH'
                   PERFORM FIND-CARRY-ANCHOR
                       THRU FIND-CARRY-ANCHOR-END
               WHEN 'CARY'
                   PERFORM LOG-CARRY-ANCHOR THRU LOG-CARRY-ANCHOR-END
               WHEN 'MARK'
                   PERFORM POST-CHAIN-CONTROL
                       THRU POST-CHAIN-CONTROL-END
               WHEN OTHER
                   DISPLAY 'CHAINSRV: UNKNOWN FUNCTION ' CN-FUNCTION
                   MOVE 'N' TO CN-OK-SW
           END-EVALUATE
           GOBACK
           .
      * The chain value of a record - the previous value first, then
      * the record, through the shared hash.
       LINK-RECORD.
           IF CN-LENGTH = ZEROES OR CN-LENGTH > 200
               DISPLAY 'CHAINSRV: LENGTH ' CN-LENGTH ' OUT OF RANGE'
               MOVE 'N' TO CN-OK-SW
               GO TO LINK-RECORD-END
           END-IF
           MOVE CN-CHAIN TO WS-PREV-CHAIN
           MOVE 'INIT' TO HS-FUNCTION
           CALL 'HASHSRV' USING HASHSRV-PARM
           MOVE 'ADD ' TO HS-FUNCTION
           MOVE 18 TO HS-LENGTH
           MOVE WS-PREV-CHAIN TO HS-DATA
           CALL 'HASHSRV' USING HASHSRV-PARM
           MOVE CN-LENGTH TO HS-LENGTH
           MOVE CN-DATA (1:CN-LENGTH) TO HS-DATA
           CALL 'HASHSRV' USING HASHSRV-PARM
           MOVE HS-HASH-A TO CN-CHAIN-A
           MOVE HS-HASH-B TO CN-CHAIN-B.
       LINK-RECORD-END.
           CONTINUE.
      * The latest CARRY for the trail - zeroes at record zero when
      * nothing has ever been archived off it.
       FIND-CARRY-ANCHOR.
           MOVE ZEROES TO CN-CHAIN
           MOVE ZEROES TO CN-POSITION
           OPEN INPUT CHAIN-LOG
           IF WS-LOG-STATUS NOT = ZEROES
               GO TO FIND-CARRY-ANCHOR-END
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ CHAIN-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CL-TYPE = 'CARRY'
                               AND CL-TRAIL = CN-TRAIL
                               AND CL-CHAIN IS NUMERIC
                               AND CL-POSITION IS NUMERIC
                           MOVE CL-CHAIN TO CN-CHAIN
                           MOVE CL-POSITION TO CN-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-LOG.
       FIND-CARRY-ANCHOR-END.
           CONTINUE.
      * Read the live trail through to its last record.  CN-CHAIN and
      * CN-POSITION come in holding the carry anchor and are left
      * alone when the trail is empty or not there yet.
       FIND-TRAIL-END.
           MOVE ZEROES TO WS-LIVE-COUNT
           MOVE 'N' TO WS-EOF-SW
           EVALUATE CN-TRAIL
               WHEN 'MIDAUDIT'
                   OPEN INPUT AUDIT-FILE
                   IF WS-AUDIT-STATUS NOT = ZEROES
                       GO TO FIND-TRAIL-END-END
                   END-IF
                   PERFORM UNTIL WS-EOF
                       READ AUDIT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-LIVE-COUNT
                               IF AUD-CHAIN IS NUMERIC
                                   MOVE AUD-CHAIN TO WS-LAST-CHAIN
                               ELSE
                                   MOVE ZEROES TO WS-LAST-CHAIN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               WHEN 'VJOURNAL'
                   OPEN INPUT JOURNAL-FILE
                   IF WS-JOURNAL-STATUS NOT = ZEROES
                       GO TO FIND-TRAIL-END-END
                   END-IF
                   PERFORM UNTIL WS-EOF
                       READ JOURNAL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-LIVE-COUNT
                               IF JR-CHAIN IS NUMERIC
                                   MOVE JR-CHAIN TO WS-LAST-CHAIN
                               ELSE
                                   MOVE ZEROES TO WS-LAST-CHAIN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               WHEN OTHER
                   DISPLAY 'CHAINSRV: NO TRAIL FILE FOR ' CN-TRAIL
                   MOVE 'N' TO CN-OK-SW
                   GO TO FIND-TRAIL-END-END
           END-EVALUATE
           IF WS-LIVE-COUNT > ZEROES
               MOVE WS-LAST-CHAIN TO CN-CHAIN
               ADD WS-LIVE-COUNT TO CN-POSITION
           END-IF.
       FIND-TRAIL-END-END.
           CONTINUE.
       LOG-CARRY-ANCHOR.
           OPEN EXTEND CHAIN-LOG
           IF WS-LOG-STATUS = 35
               OPEN OUTPUT CHAIN-LOG
           END-IF
           IF WS-LOG-STATUS NOT = ZEROES
               DISPLAY 'CHAINSRV: CHAINLOG NOT AVAILABLE, STATUS '
                       WS-LOG-STATUS
               MOVE 'N' TO CN-OK-SW
               GO TO LOG-CARRY-ANCHOR-END
           END-IF
           MOVE SPACES TO CHAIN-LOG-REC
           MOVE 'CARRY' TO CL-TYPE
           MOVE CN-TRAIL TO CL-TRAIL
           ACCEPT CL-DATE FROM DATE YYYYMMDD
           ACCEPT CL-TIME FROM TIME
           MOVE CN-POSITION TO CL-POSITION
           MOVE CN-CHAIN TO CL-CHAIN
           MOVE ZEROES TO CL-BREAK-AT
           MOVE CN-PROGRAM-ID TO CL-PROGRAM-ID
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING CL-DATE DELIMITED BY SIZE
                      CL-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF
           MOVE GLOBAL-RUN-ID TO CL-RUN-ID
           WRITE CHAIN-LOG-REC
           CLOSE CHAIN-LOG.
       LOG-CARRY-ANCHOR-END.
           CONTINUE.
      * CHAINCTL is only in service where an online writer needs it -
      * status 35 means it is not defined and there is nothing to do.
       POST-CHAIN-CONTROL.
           OPEN I-O CHAIN-CONTROL
           IF WS-CONTROL-STATUS NOT = ZEROES
               IF WS-CONTROL-STATUS NOT = 35
                   DISPLAY 'CHAINSRV: CHAINCTL OPEN FAILED, STATUS '
                           WS-CONTROL-STATUS
                   MOVE 'N' TO CN-OK-SW
               END-IF
               GO TO POST-CHAIN-CONTROL-END
           END-IF
           MOVE CN-TRAIL TO CC-TRAIL
           READ CHAIN-CONTROL
               INVALID KEY
                   MOVE SPACES TO CHAIN-CONTROL-REC
                   MOVE CN-TRAIL TO CC-TRAIL
           END-READ
           MOVE CN-CHAIN TO CC-CHAIN
           ACCEPT CC-DATE FROM DATE YYYYMMDD
           ACCEPT CC-TIME FROM TIME
           MOVE CN-PROGRAM-ID TO CC-PROGRAM-ID
           IF WS-CONTROL-STATUS = ZEROES
               REWRITE CHAIN-CONTROL-REC
           ELSE
               WRITE CHAIN-CONTROL-REC
           END-IF
           IF WS-CONTROL-STATUS NOT = ZEROES
               DISPLAY 'CHAINSRV: CHAINCTL UPDATE FAILED, STATUS '
                       WS-CONTROL-STATUS
               MOVE 'N' TO CN-OK-SW
           END-IF
           CLOSE CHAIN-CONTROL.
       POST-CHAIN-CONTROL-END.
           CONTINUE.
