       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDGATE.
      ******************************************************************
      *    FEEDGATE - acceptance gate for inbound partner feeds.
      *    Partner systems send company maintenance as flat files
      *    that used to be copied straight into SQLTRAN or TRANFILE;
      *    this program stands between the two and releases a feed
      *    only when it is complete, is the one expected next from
      *    its sender, and has not been processed before.
      *
      *    FEEDIN, 80-byte records:
      *       header   'HDR' sender(8) file sequence(6) creation
      *                date(8) target(8) - target SQLTRAN or TRANFILE
      *       details  the SQLTRAN record (80 bytes) or the Trans-Rec
      *                (first 41 bytes), as the target says
      *       trailer  'TRL' detail count(7) hash total(15)
      *    The hash total is the sum of the details' company codes
      *    (SQLTRAN MT-COMPANY-CODE, TRANFILE TR-Key), each taken as
      *    the number formed by its digits - other characters are
      *    skipped, so 'A0000123  ' counts as 123.
      *
      *    FEEDREG registry, one record per sender:
      *       sender(8) last sequence(6) its creation date(8) and
      *       the date it was accepted(8), blank delimited
      *    A sender must be on the registry (added with last sequence
      *    zero before its first feed) and each feed must carry the
      *    next sequence number - an already-accepted number is a
      *    resend, a higher one means a feed has gone missing.
      *
      *    A feed that balances is copied to its target and the
      *    registry moves on; anything else is refused with one of
      *       NOHD  first record is not a header
      *       SNDR  sender not on FEEDREG
      *       TRGT  target not SQLTRAN or TRANFILE
      *       DATE  creation date not a valid date
      *       DUPL  sequence already accepted - a resend
      *       GAP   sequence skips ahead - a feed is missing
      *       NOTR  no trailer, or records after the trailer
      *       CNT   trailer count does not match the details
      *       HASH  trailer hash total does not match the details
      *    and the target is written empty, so the maintenance step
      *    behind the gate has nothing to apply.  The verdict, the
      *    header and the counts go to FEEDRPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO 'FEEDIN'
               STATUS IS WS-FEED-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO 'FEEDREG'
               STATUS IS WS-REGISTRY-STATUS.
           SELECT SQLTRAN-FILE ASSIGN TO 'SQLTRAN'
               STATUS IS WS-SQLTRAN-STATUS.
           SELECT Trans-File ASSIGN TO 'TRANFILE'
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT GATE-REPORT ASSIGN TO 'FEEDRPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 FEED-REC                 PIC X(80).
       01 FEED-HEADER REDEFINES FEED-REC.
          05 FH-TYPE               PIC X(3).
          05 FH-SENDER             PIC X(8).
          05 FH-SEQUENCE           PIC X(6).
          05 FH-CREATED            PIC X(8).
          05 FH-TARGET             PIC X(8).
          05 FILLER                PIC X(47).
       01 FEED-TRAILER REDEFINES FEED-REC.
          05 FT-TYPE               PIC X(3).
          05 FT-COUNT              PIC X(7).
          05 FT-HASH               PIC X(15).
          05 FILLER                PIC X(55).
       FD REGISTRY-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REGISTRY-REC.
          05 RG-SENDER             PIC X(8).
          05 FILLER                PIC X.
          05 RG-LAST-SEQUENCE      PIC X(6).
          05 FILLER                PIC X.
          05 RG-LAST-CREATED       PIC X(8).
          05 FILLER                PIC X.
          05 RG-ACCEPTED-ON        PIC X(8).
       FD SQLTRAN-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SQLTRAN-REC              PIC X(80).
       FD Trans-File
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 Trans-Rec                PIC X(41).
       FD GATE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS           PIC 99.
       01 WS-REGISTRY-STATUS       PIC 99.
       01 WS-SQLTRAN-STATUS        PIC 99.
       01 WS-TRANS-STATUS          PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-FEED-EOF-SW           PIC X       VALUE 'N'.
          88 WS-FEED-EOF                       VALUE 'Y'.
       01 WS-REGISTRY-EOF-SW       PIC X       VALUE 'N'.
          88 WS-REGISTRY-EOF                   VALUE 'Y'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-REASON-CODE           PIC X(4)    VALUE SPACES.
       01 WS-REASON-TEXT           PIC X(50)   VALUE SPACES.
      * What the header said, kept for the copy pass and the report.
       01 WS-SENDER                PIC X(8)    VALUE SPACES.
       01 WS-SEQUENCE              PIC 9(6)    VALUE ZEROES.
       01 WS-CREATED               PIC X(8)    VALUE SPACES.
       01 WS-TARGET                PIC X(8)    VALUE SPACES.
       01 WS-EXPECTED-SEQUENCE     PIC 9(6)    VALUE ZEROES.
      * Counting pass.
       01 WS-RECORDS-READ          PIC 9(7)    VALUE ZEROES.
       01 WS-DETAIL-COUNT          PIC 9(7)    VALUE ZEROES.
       01 WS-HASH-TOTAL            PIC 9(15)   VALUE ZEROES.
       01 WS-TRAILER-SEEN-SW       PIC X       VALUE 'N'.
          88 WS-TRAILER-SEEN                   VALUE 'Y'.
       01 WS-AFTER-TRAILER         PIC 9(7)    VALUE ZEROES.
       01 WS-TRAILER-COUNT         PIC 9(7)    VALUE ZEROES.
       01 WS-TRAILER-HASH          PIC 9(15)   VALUE ZEROES.
       01 WS-CODE-FIELD            PIC X(10)   VALUE SPACES.
       01 WS-CODE-VALUE            PIC 9(10)   VALUE ZEROES.
       01 WS-CODE-DIGIT            PIC 9       VALUE ZERO.
       01 WS-CHAR-SUB              PIC 9(2)    VALUE ZEROES.
       01 WS-RECORDS-RELEASED      PIC 9(7)    VALUE ZEROES.
      * Copy pass failure - which file, what was being done to it.
       01 WS-RELEASE-FAILED-SW     PIC X       VALUE 'N'.
          88 WS-RELEASE-FAILED                 VALUE 'Y'.
       01 WS-FAILED-DD             PIC X(8)    VALUE SPACES.
       01 WS-FAILED-ACTION         PIC X(5)    VALUE SPACES.
       01 WS-FAILED-STATUS         PIC 99      VALUE ZEROES.
      * The registry, loaded whole and written back whole.
       01 WS-REG-USED              PIC 9(3)    VALUE ZEROES.
       01 WS-REG-TABLE.
          05 WS-REG-ENTRY OCCURS 100 TIMES.
             10 WS-RE-SENDER       PIC X(8).
             10 WS-RE-LAST-SEQ     PIC X(6).
             10 WS-RE-LAST-CREATED PIC X(8).
             10 WS-RE-ACCEPTED-ON  PIC X(8).
       01 WS-REG-SUB               PIC 9(3)    VALUE ZEROES.
       01 WS-REG-FOUND-SUB         PIC 9(3)    VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY DATESRVR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <FEEDGATE>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT GATE-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'INBOUND FEED GATE - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LOAD-REGISTRY THRU LOAD-REGISTRY-END

           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = ZEROES
               DISPLAY '    FEEDGATE: FEEDIN OPEN FAILED, STATUS '
                       WS-FEED-STATUS
               MOVE 'FEEDGATE' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-BAD-INPUT TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'FEEDIN' TO EL-MSG-PARM (1)
               MOVE 'NO FEED RELEASED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE 'FEEDIN OPEN FAILED - NO FEED RELEASED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RC-BAD-INPUT TO RETURN-CODE
               CLOSE GATE-REPORT
               DISPLAY '  </FEEDGATE>'
               GOBACK
           END-IF

           PERFORM CHECK-FEED THRU CHECK-FEED-END
           CLOSE FEED-FILE

           IF WS-REASON-CODE = SPACES
               PERFORM RELEASE-FEED THRU RELEASE-FEED-END
           ELSE
               PERFORM REFUSE-FEED THRU REFUSE-FEED-END
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS READ: ' DELIMITED BY SIZE
                   WS-RECORDS-READ DELIMITED BY SIZE
                   ' DETAILS: ' DELIMITED BY SIZE
                   WS-DETAIL-COUNT DELIMITED BY SIZE
                   ' HASH: ' DELIMITED BY SIZE
                   WS-HASH-TOTAL DELIMITED BY SIZE
                   ' RELEASED: ' DELIMITED BY SIZE
                   WS-RECORDS-RELEASED DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE GATE-REPORT

           DISPLAY '    SENDER=' WS-SENDER
                   ' SEQ=' WS-SEQUENCE
                   ' DETAILS=' WS-DETAIL-COUNT
                   ' RELEASED=' WS-RECORDS-RELEASED
           DISPLAY '  </FEEDGATE>'
           GOBACK
           .
       LOAD-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = ZEROES
               DISPLAY '    FEEDGATE: FEEDREG NOT FOUND - NO SENDER'
                       ' IS KNOWN'
               GO TO LOAD-REGISTRY-END
           END-IF
           MOVE 'N' TO WS-REGISTRY-EOF-SW
           PERFORM UNTIL WS-REGISTRY-EOF
               READ REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTRY-EOF-SW
                   NOT AT END
                       IF RG-SENDER NOT = SPACES
                               AND WS-REG-USED < 100
                           ADD 1 TO WS-REG-USED
                           MOVE RG-SENDER
                               TO WS-RE-SENDER (WS-REG-USED)
                           MOVE RG-LAST-SEQUENCE
                               TO WS-RE-LAST-SEQ (WS-REG-USED)
                           MOVE RG-LAST-CREATED
                               TO WS-RE-LAST-CREATED (WS-REG-USED)
                           MOVE RG-ACCEPTED-ON
                               TO WS-RE-ACCEPTED-ON (WS-REG-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.
       LOAD-REGISTRY-END.
           CONTINUE.
      * The counting pass - the header is judged against the registry
      * first, then every detail is counted and hashed until the
      * trailer, which must be the last record.
       CHECK-FEED.
           READ FEED-FILE
               AT END
                   MOVE 'NOHD' TO WS-REASON-CODE
                   MOVE 'FEED IS EMPTY' TO WS-REASON-TEXT
                   GO TO CHECK-FEED-END
           END-READ
           ADD 1 TO WS-RECORDS-READ
           PERFORM CHECK-HEADER THRU CHECK-HEADER-END
           IF WS-REASON-CODE NOT = SPACES
               GO TO CHECK-FEED-END
           END-IF

           MOVE 'N' TO WS-FEED-EOF-SW
           PERFORM UNTIL WS-FEED-EOF
               READ FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-FEED-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       EVALUATE TRUE
                           WHEN WS-TRAILER-SEEN
                               ADD 1 TO WS-AFTER-TRAILER
                           WHEN FT-TYPE = 'TRL'
                               MOVE 'Y' TO WS-TRAILER-SEEN-SW
                               IF FT-COUNT IS NUMERIC
                                   MOVE FT-COUNT TO WS-TRAILER-COUNT
                               END-IF
                               IF FT-HASH IS NUMERIC
                                   MOVE FT-HASH TO WS-TRAILER-HASH
                               END-IF
                           WHEN OTHER
                               PERFORM COUNT-ONE-DETAIL
                                   THRU COUNT-ONE-DETAIL-END
                       END-EVALUATE
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 'NOTR' TO WS-REASON-CODE
                   MOVE 'NO TRAILER RECORD - FEED IS INCOMPLETE'
                       TO WS-REASON-TEXT
               WHEN WS-AFTER-TRAILER > ZEROES
                   MOVE 'NOTR' TO WS-REASON-CODE
                   MOVE 'RECORDS FOLLOW THE TRAILER'
                       TO WS-REASON-TEXT
               WHEN FT-COUNT NOT NUMERIC
                       OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'CNT ' TO WS-REASON-CODE
                   MOVE 'TRAILER COUNT DOES NOT MATCH THE DETAILS'
                       TO WS-REASON-TEXT
               WHEN FT-HASH NOT NUMERIC
                       OR WS-TRAILER-HASH NOT = WS-HASH-TOTAL
                   MOVE 'HASH' TO WS-REASON-CODE
                   MOVE 'TRAILER HASH TOTAL DOES NOT MATCH THE DETAILS'
                       TO WS-REASON-TEXT
           END-EVALUATE.
       CHECK-FEED-END.
           CONTINUE.
       CHECK-HEADER.
           IF FH-TYPE NOT = 'HDR'
               MOVE 'NOHD' TO WS-REASON-CODE
               MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-REASON-TEXT
               GO TO CHECK-HEADER-END
           END-IF
           MOVE FH-SENDER TO WS-SENDER
           MOVE FH-CREATED TO WS-CREATED
           MOVE FH-TARGET TO WS-TARGET
           IF FH-SEQUENCE IS NUMERIC
               MOVE FH-SEQUENCE TO WS-SEQUENCE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'HEADER: SENDER ' DELIMITED BY SIZE
                   FH-SENDER DELIMITED BY SIZE
                   ' SEQUENCE ' DELIMITED BY SIZE
                   FH-SEQUENCE DELIMITED BY SIZE
                   ' CREATED ' DELIMITED BY SIZE
                   FH-CREATED DELIMITED BY SIZE
                   ' TARGET ' DELIMITED BY SIZE
                   FH-TARGET DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-REG-FOUND-SUB
           MOVE ZEROES TO WS-REG-SUB
           PERFORM UNTIL WS-REG-SUB NOT < WS-REG-USED
               ADD 1 TO WS-REG-SUB
               IF WS-RE-SENDER (WS-REG-SUB) = FH-SENDER
                   MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
                   MOVE WS-REG-USED TO WS-REG-SUB
               END-IF
           END-PERFORM
           IF WS-REG-FOUND-SUB = ZEROES
               MOVE 'SNDR' TO WS-REASON-CODE
               MOVE 'SENDER IS NOT ON THE FEED REGISTRY'
                   TO WS-REASON-TEXT
               GO TO CHECK-HEADER-END
           END-IF

           IF FH-TARGET NOT = 'SQLTRAN' AND FH-TARGET NOT = 'TRANFILE'
               MOVE 'TRGT' TO WS-REASON-CODE
               MOVE 'TARGET IS NOT SQLTRAN OR TRANFILE'
                   TO WS-REASON-TEXT
               GO TO CHECK-HEADER-END
           END-IF

           IF FH-CREATED NOT NUMERIC
               MOVE 'DATE' TO WS-REASON-CODE
               MOVE 'CREATION DATE IS NOT A VALID DATE'
                   TO WS-REASON-TEXT
               GO TO CHECK-HEADER-END
           END-IF
           MOVE 'VAL ' TO DS-FUNCTION
           MOVE FH-CREATED TO DS-DATE-1
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-NOT-VALID
               MOVE 'DATE' TO WS-REASON-CODE
               MOVE 'CREATION DATE IS NOT A VALID DATE'
                   TO WS-REASON-TEXT
               GO TO CHECK-HEADER-END
           END-IF

           IF WS-RE-LAST-SEQ (WS-REG-FOUND-SUB) IS NUMERIC
               MOVE WS-RE-LAST-SEQ (WS-REG-FOUND-SUB)
                   TO WS-EXPECTED-SEQUENCE
           ELSE
               MOVE ZEROES TO WS-EXPECTED-SEQUENCE
           END-IF
           ADD 1 TO WS-EXPECTED-SEQUENCE
           IF FH-SEQUENCE NOT NUMERIC
               MOVE 'GAP ' TO WS-REASON-CODE
               MOVE 'FILE SEQUENCE IS NOT NUMERIC' TO WS-REASON-TEXT
               GO TO CHECK-HEADER-END
           END-IF
           IF WS-SEQUENCE < WS-EXPECTED-SEQUENCE
               MOVE 'DUPL' TO WS-REASON-CODE
               MOVE 'SEQUENCE ALREADY ACCEPTED - FEED IS A RESEND'
                   TO WS-REASON-TEXT
               GO TO CHECK-HEADER-END
           END-IF
           IF WS-SEQUENCE > WS-EXPECTED-SEQUENCE
               MOVE 'GAP ' TO WS-REASON-CODE
               MOVE 'SEQUENCE SKIPS AHEAD - A FEED IS MISSING'
                   TO WS-REASON-TEXT
           END-IF.
       CHECK-HEADER-END.
           CONTINUE.
       COUNT-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           IF WS-TARGET = 'SQLTRAN'
               MOVE FEED-REC (3:10) TO WS-CODE-FIELD
           ELSE
               MOVE FEED-REC (2:10) TO WS-CODE-FIELD
           END-IF
           MOVE ZEROES TO WS-CODE-VALUE
           MOVE ZEROES TO WS-CHAR-SUB
           PERFORM UNTIL WS-CHAR-SUB NOT < 10
               ADD 1 TO WS-CHAR-SUB
               IF WS-CODE-FIELD (WS-CHAR-SUB:1) IS NUMERIC
                   COMPUTE WS-CODE-VALUE = WS-CODE-VALUE * 10
                   MOVE WS-CODE-FIELD (WS-CHAR-SUB:1) TO WS-CODE-DIGIT
                   ADD WS-CODE-DIGIT TO WS-CODE-VALUE
               END-IF
           END-PERFORM
           ADD WS-CODE-VALUE TO WS-HASH-TOTAL
               ON SIZE ERROR
                   CONTINUE
           END-ADD.
       COUNT-ONE-DETAIL-END.
           CONTINUE.
      * The copy pass - only the details go through, in the target's
      * own record length; then the registry moves on to this feed.
      * The registry only moves on once every detail is on the
      * target - a copy that fails part way is not a release.
       RELEASE-FEED.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = ZEROES
               MOVE 'FEEDIN' TO WS-FAILED-DD
               MOVE 'OPEN' TO WS-FAILED-ACTION
               MOVE WS-FEED-STATUS TO WS-FAILED-STATUS
               PERFORM RELEASE-FAILED THRU RELEASE-FAILED-END
               GO TO RELEASE-FEED-END
           END-IF
           IF WS-TARGET = 'SQLTRAN'
               OPEN OUTPUT SQLTRAN-FILE
               MOVE WS-SQLTRAN-STATUS TO WS-FAILED-STATUS
           ELSE
               OPEN OUTPUT Trans-File
               MOVE WS-TRANS-STATUS TO WS-FAILED-STATUS
           END-IF
           IF WS-FAILED-STATUS NOT = ZEROES
               CLOSE FEED-FILE
               MOVE WS-TARGET TO WS-FAILED-DD
               MOVE 'OPEN' TO WS-FAILED-ACTION
               PERFORM RELEASE-FAILED THRU RELEASE-FAILED-END
               GO TO RELEASE-FEED-END
           END-IF
           MOVE 'N' TO WS-FEED-EOF-SW
           MOVE 'N' TO WS-TRAILER-SEEN-SW
           READ FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SW
           END-READ
           PERFORM UNTIL WS-FEED-EOF
               READ FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-FEED-EOF-SW
                   NOT AT END
                       IF FT-TYPE = 'TRL'
                           MOVE 'Y' TO WS-FEED-EOF-SW
                       ELSE
                           PERFORM RELEASE-ONE-DETAIL
                               THRU RELEASE-ONE-DETAIL-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           IF WS-TARGET = 'SQLTRAN'
               CLOSE SQLTRAN-FILE
           ELSE
               CLOSE Trans-File
           END-IF
           IF WS-RELEASE-FAILED
               PERFORM RELEASE-FAILED THRU RELEASE-FAILED-END
               GO TO RELEASE-FEED-END
           END-IF

           MOVE WS-SEQUENCE TO WS-RE-LAST-SEQ (WS-REG-FOUND-SUB)
           MOVE WS-CREATED TO WS-RE-LAST-CREATED (WS-REG-FOUND-SUB)
           MOVE WS-RUN-DATE TO WS-RE-ACCEPTED-ON (WS-REG-FOUND-SUB)
           PERFORM REWRITE-REGISTRY THRU REWRITE-REGISTRY-END

           MOVE SPACES TO REPORT-LINE
           STRING 'VERDICT: ACCEPTED - RELEASED TO ' DELIMITED BY SIZE
                   WS-TARGET DELIMITED BY SPACES
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       RELEASE-FEED-END.
           CONTINUE.
      * A failed write stops the copy at that record.
       RELEASE-ONE-DETAIL.
           IF WS-TARGET = 'SQLTRAN'
               MOVE FEED-REC TO SQLTRAN-REC
               WRITE SQLTRAN-REC
               MOVE WS-SQLTRAN-STATUS TO WS-FAILED-STATUS
           ELSE
               MOVE FEED-REC (1:41) TO Trans-Rec
               WRITE Trans-Rec
               MOVE WS-TRANS-STATUS TO WS-FAILED-STATUS
           END-IF
           IF WS-FAILED-STATUS NOT = ZEROES
               MOVE 'Y' TO WS-RELEASE-FAILED-SW
               MOVE 'Y' TO WS-FEED-EOF-SW
               MOVE WS-TARGET TO WS-FAILED-DD
               MOVE 'WRITE' TO WS-FAILED-ACTION
               GO TO RELEASE-ONE-DETAIL-END
           END-IF
           ADD 1 TO WS-RECORDS-RELEASED.
       RELEASE-ONE-DETAIL-END.
           CONTINUE.
      * A feed that balanced but could not be copied is not released:
      * the target is emptied as for a refusal, the registry stays
      * where it was so the same feed can be rerun, and the run ends
      * on a processing error rather than a refusal.
       RELEASE-FAILED.
           MOVE 'Y' TO WS-RELEASE-FAILED-SW
           IF WS-TARGET = 'SQLTRAN'
               OPEN OUTPUT SQLTRAN-FILE
               CLOSE SQLTRAN-FILE
           ELSE
               OPEN OUTPUT Trans-File
               CLOSE Trans-File
           END-IF
           MOVE ZEROES TO WS-RECORDS-RELEASED

           MOVE 'FEEDGATE' TO EL-PROGRAM-ID
           MOVE 'FATAL'    TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           IF WS-FAILED-ACTION = 'OPEN'
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE WS-FAILED-DD TO EL-MSG-PARM (1)
               MOVE 'FEED NOT RELEASED' TO EL-MSG-PARM (2)
           ELSE
               MOVE SPACES TO EL-MESSAGE
               STRING WS-FAILED-DD DELIMITED BY SPACES
                       ' WRITE FAILED - FEED NOT RELEASED'
                           DELIMITED BY SIZE
                   INTO EL-MESSAGE
           END-IF
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE RC-PROCESSING-ERROR TO RETURN-CODE

           MOVE SPACES TO REPORT-LINE
           STRING 'VERDICT: NOT RELEASED - ' DELIMITED BY SIZE
                   WS-FAILED-DD DELIMITED BY SPACES
                   ' ' DELIMITED BY SIZE
                   WS-FAILED-ACTION DELIMITED BY SPACES
                   ' FAILED, FILE STATUS ' DELIMITED BY SIZE
                   WS-FAILED-STATUS DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY '    FEEDGATE: ' REPORT-LINE (10:70).
       RELEASE-FAILED-END.
           CONTINUE.
      * A refused feed leaves the target empty so the step behind the
      * gate cannot pick up yesterday's file by mistake, and leaves
      * the registry where it was.
       REFUSE-FEED.
           IF WS-TARGET = 'TRANFILE'
               OPEN OUTPUT Trans-File
               CLOSE Trans-File
           ELSE
               OPEN OUTPUT SQLTRAN-FILE
               CLOSE SQLTRAN-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'VERDICT: REFUSED (' DELIMITED BY SIZE
                   WS-REASON-CODE DELIMITED BY SIZE
                   ') ' DELIMITED BY SIZE
                   WS-REASON-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY '    FEEDGATE: REFUSED (' WS-REASON-CODE ') '
                   WS-REASON-TEXT

           MOVE 'FEEDGATE' TO EL-PROGRAM-ID
           MOVE 'ERROR'    TO EL-SEVERITY
           MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
           MOVE SPACES TO EL-MESSAGE
           STRING 'INBOUND FEED REFUSED (' DELIMITED BY SIZE
                   WS-REASON-CODE DELIMITED BY SIZE
                   ') SENDER ' DELIMITED BY SIZE
                   WS-SENDER DELIMITED BY SIZE
               INTO EL-MESSAGE
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
       REFUSE-FEED-END.
           CONTINUE.
       REWRITE-REGISTRY.
           OPEN OUTPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = ZEROES
               DISPLAY '    FEEDGATE: FEEDREG REWRITE FAILED,'
                       ' STATUS ' WS-REGISTRY-STATUS
               MOVE 'FEEDGATE' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'FEEDREG REWRITE FAILED - RESEND NOT DETECTABLE'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               GO TO REWRITE-REGISTRY-END
           END-IF
           MOVE ZEROES TO WS-REG-SUB
           PERFORM UNTIL WS-REG-SUB NOT < WS-REG-USED
               ADD 1 TO WS-REG-SUB
               MOVE SPACES TO REGISTRY-REC
               MOVE WS-RE-SENDER (WS-REG-SUB) TO RG-SENDER
               MOVE WS-RE-LAST-SEQ (WS-REG-SUB) TO RG-LAST-SEQUENCE
               MOVE WS-RE-LAST-CREATED (WS-REG-SUB) TO RG-LAST-CREATED
               MOVE WS-RE-ACCEPTED-ON (WS-REG-SUB) TO RG-ACCEPTED-ON
               WRITE REGISTRY-REC
           END-PERFORM
           CLOSE REGISTRY-FILE.
       REWRITE-REGISTRY-END.
           CONTINUE.
