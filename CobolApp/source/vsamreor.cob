      *      - corrects the detail count in KSH-Header-Data
      *      - journals every image it changes to VJOURNAL ('D' for
      *        the key removed, 'A' for the key written, 'C' for the
      *        header) so forward recovery replays the reorg exactly,
      *        each record chained onto the journal's last (CHAINSRV)
      *
      *    Companies touched are listed on REORGRPT with a summary.
      *    The run takes the suite lock like every other writer.
           05 JR-BEFORE-IMAGE       PIC X(30).
           05 FILLER                PIC X.
           05 JR-AFTER-IMAGE        PIC X(30).
           05 FILLER                PIC X.
           05 JR-RUN-ID             PIC X(16).
           05 FILLER                PIC X.
           05 JR-CHAIN              PIC 9(18).
       FD REORG-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           COPY ERRLOGR.
           COPY RETCODE.
           COPY LOCKSRVR.
           COPY RUNIDR.
           COPY CHAINSRVR.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF

           MOVE 'GET ' TO LK-FUNCTION
           MOVE 'VSAMREOR' TO LK-PROGRAM-ID
               MOVE 'VSAMREOR' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE FSO        TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'VSAMFILE' TO EL-MSG-PARM (1)
               MOVE 'NO REORG RUN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE REORG-REPORT
           END-IF

      * Every image this run changes goes to the journal, the same
      * rule the maintenance run lives by, chained on from the
      * journal's last record.
           MOVE 'LAST'     TO CN-FUNCTION
           MOVE 'VJOURNAL' TO CN-TRAIL
           MOVE 'VSAMREOR' TO CN-PROGRAM-ID
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           OPEN EXTEND Journal-File
           IF WS-JOURNAL-STATUS = 35
               OPEN OUTPUT Journal-File
               MOVE 'VSAMREOR' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE WS-JOURNAL-STATUS TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'JOURNAL' TO EL-MSG-PARM (1)
               MOVE 'REORG NOT STARTED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE KSDS-File-In-Out
           END-PERFORM

           CLOSE Journal-File
           MOVE 'MARK' TO CN-FUNCTION
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           CLOSE KSDS-File-In-Out

           PERFORM WRITE-REORG-SUMMARY
           MOVE WS-JR-KEY TO JR-KEY
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE
           MOVE WS-JR-AFTER TO JR-AFTER-IMAGE
           MOVE GLOBAL-RUN-ID TO JR-RUN-ID
           MOVE 'LINK' TO CN-FUNCTION
           MOVE 109 TO CN-LENGTH
           MOVE Journal-Rec (1:109) TO CN-DATA
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           MOVE CN-CHAIN TO JR-CHAIN
           WRITE Journal-Rec.
       WRITE-JOURNAL-RECORD-END.
           CONTINUE.
