       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTCHAPR.
      ******************************************************************
      *    BTCHAPR - maker-checker registration and approval of
      *    maintenance batches.  Before a live VSAM maintenance run or
      *    SQLMAINT run will apply a batch (see BTCHCHK), its preparer
      *    registers it here and a different operator approves it,
      *    normally after reviewing the simulate-mode report of the
      *    same batch.  The BTCHPARM file says what to do:
      *
      *       FUNCTION=REGISTER  count and hash the batch on hand and
      *                          append it to BTCHREG under the
      *                          preparer's operator id
      *       FUNCTION=APPROVE   sign off a registered batch on
      *                          BTCHAPPR - refused when the approver
      *                          is the preparer, or when the batch
      *                          on hand is no longer the one that
      *                          was registered
      *       FUNCTION=LIST      the listing only (the default)
      *       TARGET=xxxxxxxx    TRANFILE (VSAM maintenance) or
      *                          SQLTRAN (SQLMAINT) - REGISTER only
      *       BATCH=xxxxxxxx     the batch id: required to APPROVE;
      *                          to REGISTER it defaults to the run
      *                          date and time
      *
      *    The operator is the one signed on to the job (OPERID), and
      *    must hold BATCHREG or BATCHAPR on AUTHFILE - each attempt
      *    is on the SECLOG security log through AUTHCHK.  Every run
      *    writes the action taken and the full register, each batch
      *    with its approval, to the BTCHRPT report.
      *
      *    RC 8 for a bad or incomplete BTCHPARM, an unknown or
      *    duplicate batch id, or an empty batch; RC 12 when the
      *    operator is not authorised or the approval is refused.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'BTCHPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'BTCHREG'
               STATUS IS WS-REGISTER-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO 'BTCHAPPR'
               STATUS IS WS-APPROVAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'BTCHRPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD REGISTER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REGISTER-REC             PIC X(100).
       FD APPROVAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 APPROVAL-REC             PIC X(100).
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-REGISTER-STATUS       PIC 99.
       01 WS-APPROVAL-STATUS       PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-REGISTER-EOF-SW       PIC X       VALUE 'N'.
          88 WS-REGISTER-EOF                   VALUE 'Y'.
       01 WS-APPROVAL-EOF-SW       PIC X       VALUE 'N'.
          88 WS-APPROVAL-EOF                   VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-FUNCTION              PIC X(8)    VALUE 'LIST'.
       01 WS-TARGET                PIC X(8)    VALUE SPACES.
       01 WS-BATCH-ID              PIC X(16)   VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-RC                PIC 9(2)    VALUE ZEROES.
       01 WS-ACTION-TEXT           PIC X(100)  VALUE SPACES.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
          88 WS-FOUND                          VALUE 'Y'.
      * The registration being approved.
       01 WS-REGISTRATION          PIC X(100)  VALUE SPACES.
      * The approvals on file, for the listing.
       01 WS-APPR-USED             PIC 9(4)    VALUE ZEROES.
       01 WS-APPR-TABLE.
          05 WS-APPR-ENTRY OCCURS 1000 TIMES.
             10 WS-AP-BATCH-ID     PIC X(16).
             10 WS-AP-HASH         PIC X(18).
             10 WS-AP-APPROVER     PIC X(8).
       01 WS-SUB                   PIC 9(4)    VALUE ZEROES.
       01 WS-LISTED                PIC 9(7)    VALUE ZEROES.
       01 WS-PENDING               PIC 9(7)    VALUE ZEROES.
       01 WS-APPROVAL-TEXT         PIC X(30)   VALUE SPACES.
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-REPORT-DETAIL.
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-BATCH-ID           PIC X(16).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-TARGET             PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-HASH               PIC X(18).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-PREPARER           PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-DATE               PIC 9(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-APPROVAL           PIC X(30).
          05 FILLER                PIC X(13)   VALUE SPACES.
           COPY BTCHRECR.
           COPY BTCHCHKR.
           COPY AUTHCHKR.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <BTCHAPR>'
           MOVE RC-NORMAL TO WS-RUN-RC
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF

           PERFORM READ-BATCH-PARMS THRU READ-BATCH-PARMS-END

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'MAINTENANCE BATCH REGISTER AND APPROVALS - RUN '
                       DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-ACTION-TEXT
           EVALUATE WS-FUNCTION
               WHEN 'REGISTER'
                   PERFORM REGISTER-BATCH THRU REGISTER-BATCH-END
               WHEN 'APPROVE'
                   PERFORM APPROVE-BATCH THRU APPROVE-BATCH-END
               WHEN 'LIST'
                   MOVE 'LIST ONLY' TO WS-ACTION-TEXT
               WHEN OTHER
                   STRING 'UNKNOWN FUNCTION ' DELIMITED BY SIZE
                           WS-FUNCTION DELIMITED BY SPACE
                           ' - NOTHING DONE' DELIMITED BY SIZE
                       INTO WS-ACTION-TEXT
                   MOVE RC-BAD-INPUT TO WS-RUN-RC
           END-EVALUATE

           DISPLAY '    BTCHAPR: ' WS-ACTION-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACTION: ' DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LIST-BATCHES THRU LIST-BATCHES-END

           CLOSE REPORT-FILE
           MOVE WS-RUN-RC TO RETURN-CODE
           DISPLAY '  </BTCHAPR>'
           GOBACK
           .
       READ-BATCH-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-BATCH-PARMS-END
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
                           WHEN 'FUNCTION'
                               MOVE WS-PARM-VALUE (1:8)
                                   TO WS-FUNCTION
                           WHEN 'TARGET'
                               MOVE WS-PARM-VALUE (1:8) TO WS-TARGET
                           WHEN 'BATCH'
                               MOVE WS-PARM-VALUE (1:16)
                                   TO WS-BATCH-ID
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-BATCH-PARMS-END.
           CONTINUE.
      ******************************************************************
      *    REGISTER - the preparer's half.
      ******************************************************************
       REGISTER-BATCH.
           IF WS-TARGET NOT = 'TRANFILE' AND WS-TARGET NOT = 'SQLTRAN'
               MOVE 'REGISTER NEEDS TARGET=TRANFILE OR TARGET=SQLTRAN'
                   TO WS-ACTION-TEXT
               MOVE RC-BAD-INPUT TO WS-RUN-RC
               GO TO REGISTER-BATCH-END
           END-IF

           MOVE 'BATCHREG' TO AU-FUNCTION
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-END
           IF AU-REFUSED
               GO TO REGISTER-BATCH-END
           END-IF

           MOVE 'SUM ' TO BC-FUNCTION
           MOVE WS-TARGET TO BC-TARGET
           MOVE 'BTCHAPR' TO BC-PROGRAM-ID
           CALL 'BTCHCHK' USING BTCHCHK-PARM
           IF BC-COUNT = ZEROES
               STRING WS-TARGET DELIMITED BY SPACE
                       ' EMPTY OR NOT AVAILABLE - NOT REGISTERED'
                           DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               MOVE RC-BAD-INPUT TO WS-RUN-RC
               GO TO REGISTER-BATCH-END
           END-IF

           IF WS-BATCH-ID = SPACES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-BATCH-ID
           END-IF
           PERFORM FIND-REGISTRATION THRU FIND-REGISTRATION-END
           IF WS-FOUND
               STRING 'BATCH ' DELIMITED BY SIZE
                       WS-BATCH-ID DELIMITED BY SPACE
                       ' ALREADY REGISTERED - NOT REGISTERED AGAIN'
                           DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               MOVE RC-BAD-INPUT TO WS-RUN-RC
               GO TO REGISTER-BATCH-END
           END-IF

           MOVE SPACES TO BATCH-CONTROL-REC
           MOVE WS-BATCH-ID TO BK-BATCH-ID
           MOVE WS-TARGET TO BK-TARGET
           MOVE BC-COUNT TO BK-COUNT
           MOVE BC-HASH-A TO BK-HASH-A
           MOVE BC-HASH-B TO BK-HASH-B
           MOVE AU-OPERATOR TO BK-OPERATOR
           MOVE WS-RUN-DATE TO BK-DATE
           MOVE WS-RUN-TIME TO BK-TIME
           MOVE GLOBAL-RUN-ID TO BK-RUN-ID
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = 35
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = ZEROES
               STRING 'BTCHREG NOT AVAILABLE, STATUS ' DELIMITED BY SIZE
                       WS-REGISTER-STATUS DELIMITED BY SIZE
                       ' - NOT REGISTERED' DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               MOVE RC-PROCESSING-ERROR TO WS-RUN-RC
               GO TO REGISTER-BATCH-END
           END-IF
           WRITE REGISTER-REC FROM BATCH-CONTROL-REC
           CLOSE REGISTER-FILE

           MOVE BC-COUNT TO WS-EDIT-COUNT
           STRING 'REGISTERED BATCH ' DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
                   WS-TARGET DELIMITED BY SPACE
                   ', ' DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   ' RECORDS, PREPARER ' DELIMITED BY SIZE
                   AU-OPERATOR DELIMITED BY SPACE
               INTO WS-ACTION-TEXT.
       REGISTER-BATCH-END.
           CONTINUE.
      ******************************************************************
      *    APPROVE - the checker's half.  The approval carries the
      *    count and hash that were registered, so BTCHCHK can hold
      *    the batch on hand to exactly what was signed off.
      ******************************************************************
       APPROVE-BATCH.
           IF WS-BATCH-ID = SPACES
               MOVE 'APPROVE NEEDS BATCH=id' TO WS-ACTION-TEXT
               MOVE RC-BAD-INPUT TO WS-RUN-RC
               GO TO APPROVE-BATCH-END
           END-IF

           MOVE 'BATCHAPR' TO AU-FUNCTION
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-END
           IF AU-REFUSED
               GO TO APPROVE-BATCH-END
           END-IF

           PERFORM FIND-REGISTRATION THRU FIND-REGISTRATION-END
           IF NOT WS-FOUND
               STRING 'BATCH ' DELIMITED BY SIZE
                       WS-BATCH-ID DELIMITED BY SPACE
                       ' IS NOT REGISTERED - NOTHING APPROVED'
                           DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               MOVE RC-BAD-INPUT TO WS-RUN-RC
               GO TO APPROVE-BATCH-END
           END-IF
           MOVE WS-REGISTRATION TO BATCH-CONTROL-REC

           IF BK-OPERATOR = AU-OPERATOR
               STRING 'BATCH ' DELIMITED BY SIZE
                       WS-BATCH-ID DELIMITED BY SPACE
                       ' REFUSED - PREPARER MAY NOT APPROVE IT'
                           DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               PERFORM RAISE-REFUSAL THRU RAISE-REFUSAL-END
               GO TO APPROVE-BATCH-END
           END-IF

      * The approver signs off what is on hand - the batch they
      * reviewed - and it must still be the one registered.
           MOVE 'SUM ' TO BC-FUNCTION
           MOVE BK-TARGET TO BC-TARGET
           MOVE 'BTCHAPR' TO BC-PROGRAM-ID
           CALL 'BTCHCHK' USING BTCHCHK-PARM
           IF BC-COUNT NOT = BK-COUNT OR BC-HASH NOT = BK-HASH
               STRING 'BATCH ' DELIMITED BY SIZE
                       WS-BATCH-ID DELIMITED BY SPACE
                       ' REFUSED - ' DELIMITED BY SIZE
                       BK-TARGET DELIMITED BY SPACE
                       ' ON HAND DIFFERS FROM THE REGISTRATION'
                           DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               PERFORM RAISE-REFUSAL THRU RAISE-REFUSAL-END
               GO TO APPROVE-BATCH-END
           END-IF

           MOVE AU-OPERATOR TO BK-OPERATOR
           MOVE WS-RUN-DATE TO BK-DATE
           MOVE WS-RUN-TIME TO BK-TIME
           MOVE GLOBAL-RUN-ID TO BK-RUN-ID
           OPEN EXTEND APPROVAL-FILE
           IF WS-APPROVAL-STATUS = 35
               OPEN OUTPUT APPROVAL-FILE
           END-IF
           IF WS-APPROVAL-STATUS NOT = ZEROES
               STRING 'BTCHAPPR NOT AVAILABLE, STATUS '
                           DELIMITED BY SIZE
                       WS-APPROVAL-STATUS DELIMITED BY SIZE
                       ' - NOT APPROVED' DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               MOVE RC-PROCESSING-ERROR TO WS-RUN-RC
               GO TO APPROVE-BATCH-END
           END-IF
           WRITE APPROVAL-REC FROM BATCH-CONTROL-REC
           CLOSE APPROVAL-FILE

           STRING 'APPROVED BATCH ' DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
                   BK-TARGET DELIMITED BY SPACE
                   ', APPROVER ' DELIMITED BY SIZE
                   AU-OPERATOR DELIMITED BY SPACE
               INTO WS-ACTION-TEXT.
       APPROVE-BATCH-END.
           CONTINUE.
      * AUTHCHK judges the signed-on operator for AU-FUNCTION and puts
      * the attempt on SECLOG.
       CHECK-OPERATOR.
           MOVE 'BTCHAPR' TO AU-PROGRAM-ID
           MOVE SPACES TO AU-OPERATOR
           CALL 'AUTHCHK' USING AUTHCHK-PARM
           IF AU-REFUSED
               STRING AU-FUNCTION DELIMITED BY SPACE
                       ' REFUSED - ' DELIMITED BY SIZE
                       AU-REASON DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               MOVE RC-VALIDATION-ERROR TO WS-RUN-RC
           END-IF.
       CHECK-OPERATOR-END.
           CONTINUE.
       RAISE-REFUSAL.
           MOVE 'BTCHAPR'  TO EL-PROGRAM-ID
           MOVE 'ERROR'    TO EL-SEVERITY
           MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
           MOVE WS-ACTION-TEXT TO EL-MESSAGE
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE RC-VALIDATION-ERROR TO WS-RUN-RC.
       RAISE-REFUSAL-END.
           CONTINUE.
      * The latest registration under WS-BATCH-ID, if any.
       FIND-REGISTRATION.
           MOVE 'N' TO WS-FOUND-SW
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = ZEROES
               GO TO FIND-REGISTRATION-END
           END-IF
           MOVE 'N' TO WS-REGISTER-EOF-SW
           PERFORM UNTIL WS-REGISTER-EOF
               READ REGISTER-FILE INTO BATCH-CONTROL-REC
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF-SW
                   NOT AT END
                       IF BK-BATCH-ID = WS-BATCH-ID
                           MOVE 'Y' TO WS-FOUND-SW
                           MOVE BATCH-CONTROL-REC TO WS-REGISTRATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.
       FIND-REGISTRATION-END.
           CONTINUE.
      ******************************************************************
      *    The register - every batch, with who approved it.
      ******************************************************************
       LIST-BATCHES.
           PERFORM LOAD-APPROVALS THRU LOAD-APPROVALS-END
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING ' BATCH            TARGET       RECORDS HASH'
                       DELIMITED BY SIZE
                   '               PREPARER REGISTRD APPROVAL'
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = ZEROES
               MOVE ' NO BATCHES REGISTERED' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO LIST-BATCHES-END
           END-IF
           MOVE 'N' TO WS-REGISTER-EOF-SW
           PERFORM UNTIL WS-REGISTER-EOF
               READ REGISTER-FILE INTO BATCH-CONTROL-REC
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF-SW
                   NOT AT END
                       PERFORM LIST-ONE-BATCH THRU LIST-ONE-BATCH-END
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING ' BATCHES REGISTERED ' DELIMITED BY SIZE
                   WS-LISTED DELIMITED BY SIZE
                   '   AWAITING APPROVAL ' DELIMITED BY SIZE
                   WS-PENDING DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       LIST-BATCHES-END.
           CONTINUE.
       LIST-ONE-BATCH.
           ADD 1 TO WS-LISTED
           MOVE 'AWAITING APPROVAL' TO WS-APPROVAL-TEXT
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-APPR-USED
               ADD 1 TO WS-SUB
               IF WS-AP-BATCH-ID (WS-SUB) = BK-BATCH-ID
                       AND WS-AP-HASH (WS-SUB) = BK-HASH
                       AND WS-AP-APPROVER (WS-SUB) NOT = BK-OPERATOR
                   MOVE SPACES TO WS-APPROVAL-TEXT
                   STRING 'APPROVED BY ' DELIMITED BY SIZE
                           WS-AP-APPROVER (WS-SUB) DELIMITED BY SIZE
                       INTO WS-APPROVAL-TEXT
               END-IF
           END-PERFORM
           IF WS-APPROVAL-TEXT = 'AWAITING APPROVAL'
               ADD 1 TO WS-PENDING
           END-IF
           MOVE BK-BATCH-ID TO RD-BATCH-ID
           MOVE BK-TARGET TO RD-TARGET
           MOVE BK-COUNT TO RD-COUNT
           MOVE BK-HASH TO RD-HASH
           MOVE BK-OPERATOR TO RD-PREPARER
           MOVE BK-DATE TO RD-DATE
           MOVE WS-APPROVAL-TEXT TO RD-APPROVAL
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL.
       LIST-ONE-BATCH-END.
           CONTINUE.
       LOAD-APPROVALS.
           MOVE ZEROES TO WS-APPR-USED
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = ZEROES
               GO TO LOAD-APPROVALS-END
           END-IF
           MOVE 'N' TO WS-APPROVAL-EOF-SW
           PERFORM UNTIL WS-APPROVAL-EOF
               READ APPROVAL-FILE INTO BATCH-CONTROL-REC
                   AT END
                       MOVE 'Y' TO WS-APPROVAL-EOF-SW
                   NOT AT END
                       IF WS-APPR-USED < 1000
                           ADD 1 TO WS-APPR-USED
                           MOVE BK-BATCH-ID
                               TO WS-AP-BATCH-ID (WS-APPR-USED)
                           MOVE BK-HASH TO WS-AP-HASH (WS-APPR-USED)
                           MOVE BK-OPERATOR
                               TO WS-AP-APPROVER (WS-APPR-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.
       LOAD-APPROVALS-END.
           CONTINUE.
