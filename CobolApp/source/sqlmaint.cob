      *                 zip (10)
      *
      *    Reject reasons: ACTN bad action, TRGT bad target, KEY
      *    blank company code, TYPE non-numeric company type, TYPU
      *    company type not on the CTYPEFIL reference table, TYPR
      *    company type retired or not in force on the run date,
      *    STAT state code not on the table, ZIP  zip not nnnnn or
      *    nnnnn-nnnn, ZPST zip outside the state's ZIPSTATE prefix
      *    ranges (through the shared ZIPLKUP check), CDIG new
      *    company code not seven digits with a good check digit,
      *    NISS new company code never issued by the CODEREG registry
      *    (through the shared CODESRV check - CODEALOC issues
      *    codes), DUPC insert of a company code already on T2021A,
      *    NFND update/delete matched no row, SQL  any other SQLCODE
      *    from the DML.
      *
      *    COMMIT interval defaults to 100 and can be set with a
      *    'COMMIT=nnn' record in the optional SQLMPARM file.  A
      *    paths issue no DML and the run ends with a ROLLBACK for
      *    good measure.
      *
      *    A live run must be authorised: the operator signed on to
      *    the job has to hold SQLMLIVE on AUTHFILE (see AUTHCHK), or
      *    the run is refused RC 12 before any transaction is read.
      *    It must also be applying an approved batch: the SQLTRAN on
      *    hand has to match, record for record, a batch one operator
      *    registered and a different one approved through BTCHAPR
      *    (see BTCHCHK), or it is refused RC 12 the same way.  A
      *    simulate run needs neither, so the approver can review its
      *    report of the batch before signing it off.
      *
      *    Every applied transaction also writes one row to the
      *    T2021H change-history table - company code, action,
      *    target, the before and after values, run date/time and
      *    VJOURNAL images the auditors already accepted for the
      *    KSDS.  SQLHIST reports a company's history on request.
      *    History shares the transaction's unit of work, so a
      *    rollback takes the history row with it.  Each row is also
      *    numbered (HIST_SEQ, one up from the highest on the table)
      *    and chained (CHAIN_VALUE, through CHAINSRV) onto the row
      *    before it, so CHAINVFY can prove no history row has been
      *    changed, dropped or slipped in since it was written.
      *
      *    A live run is restartable from its last COMMIT.  Each
      *    commit rewrites the SQLMRSTR restart record (layout
      *    SQLMRSR) with how many SQLTRAN records had been read and
      *    the counts reached, and a clean finish writes it back as
      *    zeroes.  A rerun that finds a commit position on file -
      *    after checking SQLTRAN is still the batch that was being
      *    applied - skips the committed transactions instead of
      *    replaying them as DUPC and NFND rejects, cuts SQLMREJ
      *    back to the rejects written up to that commit, and
      *    carries the committed counts into its SUMMARY.  A
      *    simulate run ignores the restart record and leaves it be.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               STATUS IS WS-REPORT-STATUS.
           SELECT PARM-FILE         ASSIGN TO 'SQLMPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT RESTART-FILE      ASSIGN TO 'SQLMRSTR'
               STATUS IS WS-RESTART-STATUS.
           SELECT REJECT-WORK-FILE  ASSIGN TO 'SQLMRWK'
               STATUS IS WS-REJECT-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE
           BLOCK CONTAINS 0.
       01  PARM-LINE                PIC X(40).

       FD  RESTART-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
           COPY SQLMRSR.

       FD  REJECT-WORK-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01  REJECT-WORK-REC          PIC X(96).

       WORKING-STORAGE SECTION.

           EXEC SQL
        01 HIST_RUN_DATE PIC X(8).
        01 HIST_RUN_TIME PIC X(8).
        01 HIST_RUN_ID PIC X(16).
        01 HIST_SEQ PIC S9(9) COMP.
        01 HIST_CHAIN PIC X(18).
        01 B_COMPANY_NAME.
          49 B-LEN PIC S9(4) COMP.
          49 B-VAL PIC X(256).
        01 WS-SIM-WOULD-UPDATE PIC 9(7) VALUE ZERO.
        01 WS-SIM-WOULD-DELETE PIC 9(7) VALUE ZERO.
        01 WS-ROW-COUNT PIC S9(9) COMP.
      * Restart from the last commit - the SQLTRAN record count the
      * rerun skips through, and the SQLMREJ rejects it keeps.
        01 WS-RESTART-STATUS PIC 99.
        01 WS-REJECT-WORK-STATUS PIC 99.
        01 WS-RESTART-SW PIC X VALUE 'N'.
           88 WS-RESTARTING VALUE 'Y'.
        01 WS-RESTART-POINT PIC 9(7) VALUE ZERO.
        01 WS-RESTART-RUN-ID PIC X(16) VALUE SPACES.
        01 WS-RESTART-REJECTS PIC 9(7) VALUE ZERO.
        01 WS-KEPT-REJECTS PIC 9(7) VALUE ZERO.
        01 WS-REJECT-WORK-EOF-SW PIC X VALUE 'N'.
           88 WS-REJECT-WORK-EOF VALUE 'Y'.

      * The 50 states plus DC - an MT-ADDRESS-STATE that is not on
      * this table is rejected before the SQL ever runs.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
           COPY CTYPLKR.
           COPY ZIPLKR.
           COPY AUTHCHKR.
           COPY BTCHCHKR.
           COPY CHAINSRVR.
           COPY HISTCHNR.
           COPY CTLTOTR.
           COPY CODESRVR.
        01 WS-HIST-SEQ PIC 9(9) VALUE ZERO.
        01 WS-RUN-DATE PIC 9(8) VALUE ZEROES.
        01 WS-RUN-TIME PIC 9(8) VALUE ZEROES.

                       ' APPLIED'
           END-IF

      * A live run changes the company tables - only an operator
      * authorised for SQLMLIVE may start one.
           IF WS-LIVE-MODE
               MOVE 'SQLMLIVE' TO AU-FUNCTION
               MOVE 'SQLMAINT' TO AU-PROGRAM-ID
               MOVE SPACES     TO AU-OPERATOR
               CALL 'AUTHCHK' USING AUTHCHK-PARM
               IF AU-REFUSED
                   DISPLAY '    SQLMAINT: LIVE RUN REFUSED - '
                           AU-REASON
                   MOVE RC-VALIDATION-ERROR TO RETURN-CODE
                   DISPLAY '  </SQLMAINT>'
                   GOBACK
               END-IF
      * ... and applies only a batch one operator registered and a
      * different one approved through BTCHAPR.
               MOVE 'CHEK'     TO BC-FUNCTION
               MOVE 'SQLTRAN'  TO BC-TARGET
               MOVE 'SQLMAINT' TO BC-PROGRAM-ID
               CALL 'BTCHCHK' USING BTCHCHK-PARM
               IF BC-REFUSED
                   DISPLAY '    SQLMAINT: BATCH REFUSED - '
                           BC-REASON
                   MOVE RC-VALIDATION-ERROR TO RETURN-CODE
                   DISPLAY '  </SQLMAINT>'
                   GOBACK
               END-IF
      * ... and resumes after the last commit of a failed run, so
      * long as it is the same batch the failed run was applying.
               PERFORM READ-RESTART-POINT
                   THRU READ-RESTART-POINT-EXIT
               IF WS-RESTARTING
                   IF SR-BATCH-COUNT NOT = BC-COUNT
                           OR SR-BATCH-HASH NOT = BC-HASH
                       DISPLAY '    SQLMAINT: RESTART REFUSED - SQLTRAN'
                               ' IS NOT THE BATCH THE FAILED RUN WAS'
                               ' APPLYING'
                       MOVE 'SQLMAINT' TO EL-PROGRAM-ID
                       MOVE 'ERROR'    TO EL-SEVERITY
                       MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
                       MOVE 'RESTART REFUSED - SQLTRAN HAS CHANGED'
                           TO EL-MESSAGE
                       CALL 'ERRLOG' USING ERRLOG-PARM
                       MOVE RC-VALIDATION-ERROR TO RETURN-CODE
                       DISPLAY '  </SQLMAINT>'
                       GOBACK
                   END-IF
               END-IF
           END-IF

           OPEN INPUT MAINT-TRANS-FILE
           IF WS-TRANS-STATUS NOT = ZERO
               DISPLAY '    SQLMAINT: SQLTRAN OPEN FAILED, STATUS '
               MOVE 'SQLMAINT' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-BAD-INPUT TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'SQLTRAN' TO EL-MSG-PARM (1)
               MOVE 'NO MAINTENANCE RUN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-BAD-INPUT TO RETURN-CODE
               DISPLAY '  </SQLMAINT>'
               GOBACK
           END-IF
           IF WS-RESTARTING
               PERFORM CUT-BACK-REJECTS THRU CUT-BACK-REJECTS-EXIT
           ELSE
               OPEN OUTPUT MAINT-REJECT-FILE
           END-IF
           OPEN OUTPUT MAINT-REPORT
           IF WS-RESTARTING
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING 'RESTARTED AFTER TRANSACTION ' DELIMITED BY SIZE
                       WS-RESTART-POINT DELIMITED BY SIZE
                       ' COMMITTED BY RUN ' DELIMITED BY SIZE
                       WS-RESTART-RUN-ID DELIMITED BY SIZE
                       ' - COUNTS CARRIED FORWARD' DELIMITED BY SIZE
                   INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
               DISPLAY '    ' MAINT-REPORT-LINE (1:100)
           END-IF

           IF WS-LIVE-MODE
               PERFORM FIND-HISTORY-CHAIN-END
                   THRU FIND-HISTORY-CHAIN-END-EXIT
           END-IF

           MOVE 'N' TO WS-TRANS-EOF-SW
           PERFORM UNTIL WS-TRANS-EOF
                       MOVE 'Y' TO WS-TRANS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF WS-RECORDS-READ > WS-RESTART-POINT
                           PERFORM APPLY-ONE-TRANSACTION
                               THRU APPLY-ONE-TRANSACTION-EXIT
                           IF WS-SINCE-COMMIT
                                   NOT < WS-COMMIT-INTERVAL
                               PERFORM TAKE-COMMIT
                                   THRU TAKE-COMMIT-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               END-EXEC
           ELSE
               PERFORM TAKE-COMMIT THRU TAKE-COMMIT-EXIT
               PERFORM CLEAR-RESTART-POINT
                   THRU CLEAR-RESTART-POINT-EXIT
           END-IF

           PERFORM WRITE-SUMMARY-TRAILER
           CLOSE MAINT-REJECT-FILE
           CLOSE MAINT-REPORT

      * The reject file carries no stamp of its own; this total is
      * what dates its records and names the run that wrote them.
           MOVE 'SQLMAINT' TO CT-PROGRAM-ID
           MOVE 'SQLMREJ' TO CT-FILE-ID
           MOVE 'PROD' TO CT-ROLE
           MOVE WS-REJECT-COUNT TO CT-COUNT
           CALL 'CTLTOT' USING CTLTOT-PARM

           IF WS-REJECT-COUNT > ZERO
               MOVE 'SQLMAINT' TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
                   PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
                   GO TO APPLY-COMPANY-TRANS-EXIT
               END-IF
      * The type must be on the reference table and in force today -
      * a typo or a retired type is caught here, not weeks later in
      * the account managers' counts.
               MOVE MT-COMPANY-TYPE TO TY-TYPE
               MOVE WS-RUN-DATE TO TY-AS-OF-DATE
               CALL 'CTYPLKUP' USING CTYPLKUP-PARM
               IF TY-NOT-FOUND
                   MOVE 'TYPU' TO WS-REASON-CODE
                   PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
                   GO TO APPLY-COMPANY-TRANS-EXIT
               END-IF
               IF TY-RETIRED
                   MOVE 'TYPR' TO WS-REASON-CODE
                   PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
                   GO TO APPLY-COMPANY-TRANS-EXIT
               END-IF
               MOVE MT-COMPANY-TYPE TO COMPANY_TYPE
               MOVE SPACES TO VAL OF COMPANY_NAME
               MOVE MT-COMPANY-NAME TO VAL OF COMPANY_NAME (1:40)
               END-PERFORM
               MOVE WS-NAME-LEN TO LEN
           END-IF
      * A new company's code must be one the registry issued.
           IF MT-ACTION = 'I'
               PERFORM CHECK-NEW-COMPANY-CODE
                   THRU CHECK-NEW-COMPANY-CODE-EXIT
               IF NOT CD-GOOD
                   GO TO APPLY-COMPANY-TRANS-EXIT
               END-IF
           END-IF

      * A trial run stops here - the same lookups decide the
      * outcome, but no DML is issued.
                       END-EXEC
                       PERFORM COUNT-DML-RESULT
                           THRU COUNT-DML-RESULT-EXIT
                       IF SQLCODE = 0
                           PERFORM MARK-COMPANY-CODE-USED
                               THRU MARK-COMPANY-CODE-USED-EXIT
                       END-IF
                   END-IF
               WHEN 'U'
                   EXEC SQL
       APPLY-COMPANY-TRANS-EXIT.
           CONTINUE
         .
      ***********************************************************
      * CODESRV decides: CDIG when the code is not a seven-digit
      * code with a good check digit, NISS when the registry never
      * issued it - or cannot be read, so nothing unchecked gets in.
       CHECK-NEW-COMPANY-CODE.
           MOVE 'CHEK' TO CD-FUNCTION
           MOVE 'SQLMAINT' TO CD-PROGRAM-ID
           MOVE COMPANY_CODE TO CD-CODE
           CALL 'CODESRV' USING CODESRV-PARM
           EVALUATE TRUE
               WHEN CD-GOOD
                   CONTINUE
               WHEN CD-BAD-DIGIT
                   MOVE 'CDIG' TO WS-REASON-CODE
                   PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
               WHEN OTHER
                   IF CD-FAILED
                       DISPLAY '    SQLMAINT: ' CD-REASON
                   END-IF
                   MOVE 'NISS' TO WS-REASON-CODE
                   PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
           END-EVALUATE.
       CHECK-NEW-COMPANY-CODE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The inserted code is now in use - the registry says so and
      * by whom.  A registry that cannot be written is reported but
      * does not undo the insert; the next CODEALOC listing finds
      * the company and marks the code then.
       MARK-COMPANY-CODE-USED.
           MOVE 'USE ' TO CD-FUNCTION
           MOVE 'SQLMAINT' TO CD-PROGRAM-ID
           MOVE COMPANY_CODE TO CD-CODE
           CALL 'CODESRV' USING CODESRV-PARM
           IF NOT CD-GOOD
               DISPLAY '    SQLMAINT: CODE ' COMPANY_CODE
                       ' NOT MARKED IN USE - ' CD-REASON
           END-IF.
       MARK-COMPANY-CODE-USED-EXIT.
           CONTINUE
         .
      ***********************************************************
       APPLY-ADDRESS-TRANS.
           IF MT-ACTION NOT = 'I'
                   PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
                   GO TO APPLY-ADDRESS-TRANS-EXIT
               END-IF
      * Each field is good on its own - now the two together.
               MOVE MT-ADDRESS-STATE TO ZP-STATE
               MOVE MT-ADDRESS-ZIP   TO ZP-ZIP
               CALL 'ZIPLKUP' USING ZIPLKUP-PARM
               IF ZP-MISMATCH
                   MOVE 'ZPST' TO WS-REASON-CODE
                   PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
                   GO TO APPLY-ADDRESS-TRANS-EXIT
               END-IF
               MOVE MT-ADDRESS-LINE1 TO ADDRESS_LINE1
               MOVE MT-ADDRESS-CITY  TO ADDRESS_CITY
               MOVE MT-ADDRESS-STATE TO ADDRESS_STATE
           MOVE WS-RUN-DATE TO HIST_RUN_DATE
           MOVE WS-RUN-TIME TO HIST_RUN_TIME
           MOVE GLOBAL-RUN-ID TO HIST_RUN_ID
           ADD 1 TO WS-HIST-SEQ
           MOVE COMPANY_CODE  TO HC-COMPANY-CODE
           MOVE HIST_ACTION   TO HC-ACTION
           MOVE HIST_TARGET   TO HC-TARGET
           MOVE HIST_BEFORE   TO HC-BEFORE
           MOVE HIST_AFTER    TO HC-AFTER
           MOVE HIST_RUN_DATE TO HC-RUN-DATE
           MOVE HIST_RUN_TIME TO HC-RUN-TIME
           MOVE HIST_RUN_ID   TO HC-RUN-ID
           MOVE WS-HIST-SEQ   TO HC-SEQ
           MOVE 'LINK' TO CN-FUNCTION
           MOVE 189 TO CN-LENGTH
           MOVE HIST-CHAIN-BODY TO CN-DATA
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           MOVE WS-HIST-SEQ TO HIST_SEQ
           MOVE CN-CHAIN TO HIST_CHAIN
           EXEC SQL
             INSERT INTO T2021H
                 (COMPANY_CODE, TRAN_ACTION, TRAN_TARGET,
                  BEFORE_IMAGE, AFTER_IMAGE,
                  RUN_DATE, RUN_TIME, RUN_ID,
                  HIST_SEQ, CHAIN_VALUE)
                 VALUES (:COMPANY_CODE, :HIST_ACTION, :HIST_TARGET,
                         :HIST_BEFORE, :HIST_AFTER,
                         :HIST_RUN_DATE, :HIST_RUN_TIME,
                         :HIST_RUN_ID,
                         :HIST_SEQ, :HIST_CHAIN)
           END-EXEC
           PERFORM CHECK-FATAL-SQLERROR.
       WRITE-HISTORY-ROW-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The history chain carries on from the highest-numbered row -
      * none yet means this run's first row is number 1, chained
      * from zeroes.  Rows written before the table was chained
      * carry no HIST_SEQ and stand outside the chain.
       FIND-HISTORY-CHAIN-END.
           MOVE ZERO TO WS-HIST-SEQ
           MOVE ZEROES TO CN-CHAIN
           MOVE 'T2021H' TO CN-TRAIL
           MOVE 'SQLMAINT' TO CN-PROGRAM-ID
           EXEC SQL
             SELECT HIST_SEQ, CHAIN_VALUE
               INTO :HIST_SEQ, :HIST_CHAIN
               FROM T2021H
              WHERE HIST_SEQ = (SELECT MAX(HIST_SEQ) FROM T2021H)
           END-EXEC
           PERFORM CHECK-FATAL-SQLERROR
           IF SQLCODE = 0
               MOVE HIST_SEQ TO WS-HIST-SEQ
               MOVE HIST_CHAIN TO CN-CHAIN
           END-IF
           DISPLAY '    HISTORY CHAIN CONTINUES FROM ROW '
                   WS-HIST-SEQ.
       FIND-HISTORY-CHAIN-END-EXIT.
           CONTINUE
         .
      ***********************************************************
       VALIDATE-STATE.
           MOVE 'N' TO WS-STATE-OK-SW
               DISPLAY '    COMMIT TAKEN AFTER ' WS-SINCE-COMMIT
                       ' CHANGES'
               MOVE ZERO TO WS-SINCE-COMMIT
               PERFORM WRITE-RESTART-POINT
                   THRU WRITE-RESTART-POINT-EXIT
           END-IF.
       TAKE-COMMIT-EXIT.
           CONTINUE
         .
      ***********************************************************
      * A commit position on SQLMRSTR means the last run died after
      * committing part of the batch - pick up its counts.
       READ-RESTART-POINT.
           MOVE 'N' TO WS-RESTART-SW
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS NOT = ZERO
               GO TO READ-RESTART-POINT-EXIT
           END-IF
           READ RESTART-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SR-TRANS-DONE IS NUMERIC
                           AND SR-TRANS-DONE > ZERO
                       MOVE 'Y' TO WS-RESTART-SW
                   END-IF
           END-READ
           CLOSE RESTART-FILE
           IF NOT WS-RESTARTING
               GO TO READ-RESTART-POINT-EXIT
           END-IF
           MOVE SR-TRANS-DONE TO WS-RESTART-POINT
           MOVE SR-RUN-ID TO WS-RESTART-RUN-ID
           MOVE SR-INSERTS TO WS-INSERTS-APPLIED
           MOVE SR-UPDATES TO WS-UPDATES-APPLIED
           MOVE SR-DELETES TO WS-DELETES-APPLIED
           MOVE SR-REJECTS TO WS-RESTART-REJECTS
           DISPLAY '    SQLMAINT: RESTART RECORD FOUND - RESUMING'
                   ' AFTER TRANSACTION ' WS-RESTART-POINT.
       READ-RESTART-POINT-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The failed run's rejects past its last commit belong to
      * transactions this run applies again - SQLMREJ is cut back
      * to the rejects written up to the commit, through SQLMRWK.
       CUT-BACK-REJECTS.
           MOVE ZERO TO WS-KEPT-REJECTS
           OPEN OUTPUT REJECT-WORK-FILE
           OPEN INPUT MAINT-REJECT-FILE
           IF WS-REJECT-STATUS = ZERO
               MOVE 'N' TO WS-REJECT-WORK-EOF-SW
               PERFORM UNTIL WS-REJECT-WORK-EOF
                   READ MAINT-REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-REJECT-WORK-EOF-SW
                       NOT AT END
                           IF WS-KEPT-REJECTS < WS-RESTART-REJECTS
                               ADD 1 TO WS-KEPT-REJECTS
                               MOVE MAINT-REJECT-REC
                                   TO REJECT-WORK-REC
                               WRITE REJECT-WORK-REC
                           ELSE
                               MOVE 'Y' TO WS-REJECT-WORK-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-REJECT-FILE
           END-IF
           CLOSE REJECT-WORK-FILE

           OPEN OUTPUT MAINT-REJECT-FILE
           OPEN INPUT REJECT-WORK-FILE
           MOVE 'N' TO WS-REJECT-WORK-EOF-SW
           PERFORM UNTIL WS-REJECT-WORK-EOF
               READ REJECT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-REJECT-WORK-EOF-SW
                   NOT AT END
                       MOVE REJECT-WORK-REC TO MAINT-REJECT-REC
                       WRITE MAINT-REJECT-REC
               END-READ
           END-PERFORM
           CLOSE REJECT-WORK-FILE
           MOVE WS-KEPT-REJECTS TO WS-REJECT-COUNT
           IF WS-KEPT-REJECTS < WS-RESTART-REJECTS
               DISPLAY '    SQLMAINT: SQLMREJ HELD ONLY '
                       WS-KEPT-REJECTS ' OF THE ' WS-RESTART-REJECTS
                       ' COMMITTED REJECTS'
               MOVE WS-RESTART-REJECTS TO WS-REJECT-COUNT
           END-IF.
       CUT-BACK-REJECTS-EXIT.
           CONTINUE
         .
      ***********************************************************
       WRITE-RESTART-POINT.
           MOVE SPACES TO SQLM-RESTART-REC
           MOVE WS-RECORDS-READ TO SR-TRANS-DONE
           MOVE WS-INSERTS-APPLIED TO SR-INSERTS
           MOVE WS-UPDATES-APPLIED TO SR-UPDATES
           MOVE WS-DELETES-APPLIED TO SR-DELETES
           MOVE WS-REJECT-COUNT TO SR-REJECTS
           MOVE BC-COUNT TO SR-BATCH-COUNT
           MOVE BC-HASH TO SR-BATCH-HASH
           MOVE GLOBAL-RUN-ID TO SR-RUN-ID
           ACCEPT SR-COMMIT-DATE FROM DATE YYYYMMDD
           ACCEPT SR-COMMIT-TIME FROM TIME
           OPEN OUTPUT RESTART-FILE
           WRITE SQLM-RESTART-REC
           CLOSE RESTART-FILE.
       WRITE-RESTART-POINT-EXIT.
           CONTINUE
         .
      ***********************************************************
       CLEAR-RESTART-POINT.
           MOVE SPACES TO SQLM-RESTART-REC
           MOVE ZERO TO SR-TRANS-DONE
           MOVE ZERO TO SR-INSERTS
           MOVE ZERO TO SR-UPDATES
           MOVE ZERO TO SR-DELETES
           MOVE ZERO TO SR-REJECTS
           MOVE ZERO TO SR-BATCH-COUNT
           MOVE ZERO TO SR-COMMIT-DATE
           MOVE ZERO TO SR-COMMIT-TIME
           OPEN OUTPUT RESTART-FILE
           WRITE SQLM-RESTART-REC
           CLOSE RESTART-FILE.
       CLEAR-RESTART-POINT-EXIT.
           CONTINUE
         .
      ***********************************************************
       WRITE-SUMMARY-TRAILER.
           IF WS-SIMULATE-MODE
             MOVE 'SQLMAINT' TO EL-PROGRAM-ID
             MOVE 'FATAL'    TO EL-SEVERITY
             MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
             MOVE 'SQL0001' TO EL-MSG-ID
             CALL 'ERRLOG' USING ERRLOG-PARM
             MOVE RC-PROCESSING-ERROR TO RETURN-CODE
             CLOSE MAINT-TRANS-FILE
