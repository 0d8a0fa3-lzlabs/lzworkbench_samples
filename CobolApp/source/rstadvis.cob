      *    RSTADVIS - restart advisor for failed runs.  After a crash
      *    the on-call has had to inspect DRVRSTRT (DRIVER's
      *    completed-steps journal), CHKPTFIL (PROGTOPB's batch
      *    checkpoint), VCHKPT (VSAM's checkpoint key series),
      *    SQLMRSTR (SQLMAINT's last-commit position) and RUNLOCK,
      *    and decide from memory what a rerun will skip, replay or
      *    refuse.  This program reads all five and prints a
      *    plain-language restart plan on ADVISRPT:
      *
      *      - which DRVCTL step the run will resume at, by number
      *        and by the step's own control record
      *      - which parm record the batch loop will pick up from
      *      - which transaction key the maintenance loop will
      *        resume after
      *      - which SQLTRAN transaction the company-table
      *        maintenance will resume after, and the counts it
      *        carries forward
      *      - whether the lock must be broken before anything runs
      *      - which leftover state a clean (non-restart) rerun
      *        would need cleared first
               STATUS IS WS-CHECKPOINT-STATUS.
           SELECT VSAM-CHECKPOINT ASSIGN TO 'VCHKPT'
               STATUS IS WS-VCHKPT-STATUS.
           SELECT SQLM-RESTART-FILE ASSIGN TO 'SQLMRSTR'
               STATUS IS WS-SQLMRSTR-STATUS.
           SELECT LOCK-FILE ASSIGN TO 'RUNLOCK'
               STATUS IS WS-LOCK-STATUS.
           SELECT ADVICE-REPORT ASSIGN TO 'ADVISRPT'
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 VCHKPT-LINE              PIC X(10).
       FD SQLM-RESTART-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
           COPY SQLMRSR.
       FD LOCK-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
       01 WS-CONTROL-STATUS        PIC 99.
       01 WS-CHECKPOINT-STATUS     PIC 99.
       01 WS-VCHKPT-STATUS         PIC 99.
       01 WS-SQLMRSTR-STATUS       PIC 99.
       01 WS-LOCK-STATUS           PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-EOF-SW                PIC X       VALUE 'N'.
       01 WS-PARM-FOUND-SW         PIC X       VALUE 'N'.
       01 WS-VSAM-RESTART-KEY      PIC X(10)   VALUE SPACES.
       01 WS-VCHKPT-FOUND-SW       PIC X       VALUE 'N'.
       01 WS-SQLM-FOUND-SW         PIC X       VALUE 'N'.
       01 WS-LOCK-HELD-SW          PIC X       VALUE 'N'.
       01 WS-LOCK-HOLDER           PIC X(8)    VALUE SPACES.
       01 WS-LEFTOVER-COUNT        PIC 9(2)    VALUE ZEROES.
               THRU READ-BATCH-CHECKPOINT-END
           PERFORM READ-VSAM-CHECKPOINT
               THRU READ-VSAM-CHECKPOINT-END
           PERFORM READ-SQLMAINT-RESTART
               THRU READ-SQLMAINT-RESTART-END
           PERFORM READ-LOCK-STATE THRU READ-LOCK-STATE-END

           PERFORM WRITE-RESTART-PLAN THRU WRITE-RESTART-PLAN-END
           END-IF.
       READ-VSAM-CHECKPOINT-END.
           CONTINUE.
      * A clean SQLMAINT finish leaves the record zeroed.
       READ-SQLMAINT-RESTART.
           OPEN INPUT SQLM-RESTART-FILE
           IF WS-SQLMRSTR-STATUS NOT = ZEROES
               GO TO READ-SQLMAINT-RESTART-END
           END-IF
           READ SQLM-RESTART-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SR-TRANS-DONE IS NUMERIC
                       IF SR-TRANS-DONE > ZEROES
                           MOVE 'Y' TO WS-SQLM-FOUND-SW
                       END-IF
                   END-IF
           END-READ
           CLOSE SQLM-RESTART-FILE.
       READ-SQLMAINT-RESTART-END.
           CONTINUE.
       READ-LOCK-STATE.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = ZEROES
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-SQLM-FOUND-SW = 'Y'
               ADD 1 TO WS-LEFTOVER-COUNT
               STRING '5. SQLMAINT WILL RESUME AFTER TRANSACTION '
                           DELIMITED BY SIZE
                       SR-TRANS-DONE DELIMITED BY SIZE
                       ', COMMITTED BY RUN ' DELIMITED BY SIZE
                       SR-RUN-ID DELIMITED BY SIZE
                       ' - THE SAME SQLTRAN MUST BE MOUNTED'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '   COUNTS CARRIED FORWARD: INSERTS='
                           DELIMITED BY SIZE
                       SR-INSERTS DELIMITED BY SIZE
                       ' UPDATES=' DELIMITED BY SIZE
                       SR-UPDATES DELIMITED BY SIZE
                       ' DELETES=' DELIMITED BY SIZE
                       SR-DELETES DELIMITED BY SIZE
                       ' REJECTS=' DELIMITED BY SIZE
                       SR-REJECTS DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING '5. NO SQLMAINT RESTART RECORD - THE COMPANY'
                       ' TABLE MAINTENANCE STARTS FROM THE TOP'
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-LEFTOVER-COUNT > ZEROES
               STRING '6. FOR A CLEAN NON-RESTART RERUN, CLEAR THE'
                       ' STATE ABOVE FIRST:' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
                   MOVE '   - EMPTY VCHKPT' TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-SQLM-FOUND-SW = 'Y'
                   MOVE '   - EMPTY SQLMRSTR' TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-LOCK-HELD-SW = 'Y'
                   MOVE '   - BREAK OR DELETE RUNLOCK'
                       TO REPORT-LINE
               END-IF
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           ELSE
               MOVE '6. NO LEFTOVER STATE - A RERUN IS CLEAN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
