      *      DETAIL MISMATCH  - a 'DT' segment whose line1/state/zip
      *                         has no matching T2021B row
      *
      *    A company whose 'ST' lifecycle status (CSTATR) has it
      *    closed as of the run date is left out of the comparison and
      *    counted instead - its T2021A row, if any, goes with it.
      *    CLOSED=SHOW in the optional RCONPARM file brings closed
      *    companies back into the comparison, each flagged on the
      *    report.
      *
      *    Ends with a PASS/FAIL verdict and a nonzero RETURN-CODE on
      *    FAIL so the scheduler can hold downstream jobs.  VSAMCHEK
      *    checks the KSDS against itself; this is the check against
              FILE STATUS IS FSO.
          SELECT RECON-REPORT ASSIGN TO 'SQLRCRPT'
              STATUS IS WS-REPORT-STATUS.
          SELECT PARM-FILE ASSIGN TO 'RCONPARM'
              STATUS IS WS-PARM-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
      ******************************************************************
       WORKING-STORAGE SECTION.


       01 FSO                      PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-SHOW-CLOSED-SW        PIC X       VALUE 'N'.
          88 WS-SHOW-CLOSED                    VALUE 'Y'.
       01 WS-CLOSED-EXCLUDED       PIC 9(7)    VALUE ZEROES.
       01 WS-KSDS-EOF-SW           PIC X       VALUE 'N'.
          88 WS-KSDS-EOF                       VALUE 'Y'.
       01 WS-SQL-EOF-SW            PIC X       VALUE 'N'.
       01 WS-VG-NAME               PIC X(21)   VALUE SPACES.
       01 WS-VG-CLAIMED            PIC 9(7)    VALUE ZEROES.
       01 WS-VG-CLAIMED-OK-SW      PIC X       VALUE 'N'.
       01 WS-VG-STATUS             PIC X       VALUE 'A'.
          88 WS-VG-CLOSED                      VALUE 'C'.
       01 WS-VG-STATUS-DATE        PIC 9(8)    VALUE ZEROES.
       01 WS-VG-DETAIL-COUNT       PIC 9(3)    VALUE ZEROES.
       01 WS-VG-DETAIL-TABLE.
          05 WS-VG-DET OCCURS 99 TIMES.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY CSTATR.
      ******************************************************************
       PROCEDURE DIVISION.
      ***********************************************************
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM READ-RECON-PARMS THRU READ-RECON-PARMS-EXIT
           IF WS-SHOW-CLOSED
               MOVE 'CLOSED COMPANIES ARE COMPARED' TO REPORT-LINE
           ELSE
               MOVE 'CLOSED COMPANIES ARE LEFT OUT' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           OPEN INPUT KSDS-File-In
           IF FSO NOT = ZEROES
               DISPLAY '    SQLRECON: VSAMFILE OPEN FAILED, STATUS '
               MOVE 'SQLRECON' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE FSO        TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'VSAMFILE' TO EL-MSG-PARM (1)
               MOVE 'CHECK NOT RUN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE RECON-REPORT
                           THRU REPORT-ONLY-SQL-EXIT
                       PERFORM LOAD-SQL-GROUP
                           THRU LOAD-SQL-GROUP-EXIT
                   WHEN WS-VG-CLOSED AND NOT WS-SHOW-CLOSED
                           AND WS-VG-COMPANY NOT > WS-SG-COMPANY
                       PERFORM SKIP-CLOSED-COMPANY
                           THRU SKIP-CLOSED-COMPANY-EXIT
                       PERFORM LOAD-VSAM-GROUP
                           THRU LOAD-VSAM-GROUP-EXIT
                   WHEN NOT WS-SG-LOADED
                       PERFORM REPORT-ONLY-VSAM
                           THRU REPORT-ONLY-VSAM-EXIT
           DISPLAY '  </SQLRECON>'
           GOBACK
           .
      ***********************************************************
       READ-RECON-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-RECON-PARMS-EXIT
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
                           WHEN 'CLOSED'
                               IF WS-PARM-VALUE = 'SHOW'
                                   MOVE 'Y' TO WS-SHOW-CLOSED-SW
                               ELSE
                                   MOVE 'N' TO WS-SHOW-CLOSED-SW
                               END-IF
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY '    SQLRECON: UNKNOWN PARM'
                                       ' IGNORED - ' PARM-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-RECON-PARMS-EXIT.
           CONTINUE.
      ***********************************************************
      * Buffer the next VSAM company group - the header plus every
      * 'DT' behind it and its 'ST' status, stopping at the next
      * header (kept pending) or end of file.
      ***********************************************************
       LOAD-VSAM-GROUP.
           MOVE 'N' TO WS-VG-LOADED-SW
           MOVE HIGH-VALUES TO WS-VG-COMPANY
           MOVE ZEROES TO WS-VG-DETAIL-COUNT
           MOVE 'A' TO WS-VG-STATUS
           MOVE ZEROES TO WS-VG-STATUS-DATE

           PERFORM UNTIL WS-VG-LOADED OR
                   (WS-KSDS-EOF AND NOT WS-PENDING)
                           MOVE 'N' TO
                               WS-VG-MATCHED-SW (WS-VG-DETAIL-COUNT)
                       END-IF
                       IF WS-PD-SEGMENT = 'ST'
                           PERFORM TAKE-COMPANY-STATUS
                               THRU TAKE-COMPANY-STATUS-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-VSAM-GROUP-EXIT.
           CONTINUE.
      ***********************************************************
      * A status dated after the run date is not yet in force.
       TAKE-COMPANY-STATUS.
           MOVE WS-PD-SEGMENT TO CS-SEGMENT-CODE
           MOVE WS-PD-DATA TO CS-STATUS-SEGMENT (3:28)
           IF CS-VALID-STATUS
                   AND CS-EFFECTIVE-DATE IS NUMERIC
                   AND CS-EFFECTIVE-DATE NOT > WS-RUN-DATE
               MOVE CS-STATUS-CODE TO WS-VG-STATUS
               MOVE CS-EFFECTIVE-DATE TO WS-VG-STATUS-DATE
           END-IF.
       TAKE-COMPANY-STATUS-EXIT.
           CONTINUE.
      ***********************************************************
      * A closed company drops out of the comparison, together with
      * the T2021A row that shares its key when there is one.
       SKIP-CLOSED-COMPANY.
           ADD 1 TO WS-CLOSED-EXCLUDED
           IF WS-SG-LOADED AND WS-SG-COMPANY = WS-VG-COMPANY
               PERFORM LOAD-SQL-GROUP THRU LOAD-SQL-GROUP-EXIT
           END-IF.
       SKIP-CLOSED-COMPANY-EXIT.
           CONTINUE.
      ***********************************************************
      * Hand over the pending record if there is one, else read the
      * file; end of file leaves the pending switch off.
       TAKE-NEXT-VSAM-RECORD.
      * counts, and each detail's content against the address rows.
      ***********************************************************
       COMPARE-COMPANY.
           IF WS-VG-CLOSED
               MOVE SPACES TO REPORT-LINE
               STRING 'CLOSED COMPANY  COMPANY=' DELIMITED BY SIZE
                       WS-VG-COMPANY DELIMITED BY SIZE
                       ' EFFECTIVE ' DELIMITED BY SIZE
                       WS-VG-STATUS-DATE DELIMITED BY SIZE
                       ' - COMPARED ON REQUEST' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-VG-NAME NOT = WS-SG-NAME
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SPACES TO REPORT-LINE
                   WS-MISMATCH-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSED COMPANIES LEFT OUT=' DELIMITED BY SIZE
                   WS-CLOSED-EXCLUDED DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-MISMATCH-COUNT > ZEROES
               MOVE 'FAIL' TO WS-VERDICT
             MOVE 'SQLRECON' TO EL-PROGRAM-ID
             MOVE 'FATAL'    TO EL-SEVERITY
             MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
             MOVE 'SQL0001' TO EL-MSG-ID
             CALL 'ERRLOG' USING ERRLOG-PARM
             MOVE RC-PROCESSING-ERROR TO RETURN-CODE
             CLOSE KSDS-File-In
