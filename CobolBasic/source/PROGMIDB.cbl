           03  AUD-CALLER               PIC X(8).
           03  FILLER                   PIC X      VALUE SPACE.
           03  AUD-RUN-ID               PIC X(16).
      * Each record is chained onto the one before it (CHAINSRV) so
      * the auditors' copy of the trail is tamper-evident.
           03  FILLER                   PIC X      VALUE SPACE.
           03  AUD-CHAIN                PIC 9(18).

       WORKING-STORAGE SECTION.                                         00290000
       01  WORK-SAVES.
      * stays open until the caller's 'EOJ ' call closes it.
           03  WS-AUDIT-OPEN-SW         PIC X      VALUE 'N'.
               88  WS-AUDIT-OPEN                   VALUE 'Y'.
      * The record as chained - everything ahead of AUD-CHAIN.
           03  WS-AUDIT-BODY-LENGTH     PIC 9(4)   VALUE 65.
       01  WORK-CONSTANTS.                                              00290102
           03  WC-PROGRAM-ID            PIC X(8)  VALUE 'PROGMIDB'.     00290202
           03  FILLER                   PIC X(17) VALUE                 00290402
           COPY RETCODE.
           COPY RUNIDR.
           COPY TRACER.
           COPY CHAINSRVR.
       01  WORK-TRACE-FIELDS.
           03  WT-VALUE-DISPLAY         PIC -(9)9.
           03  WT-SAVED-RC              PIC S9(8) COMP VALUE +0.
           PERFORM COMPUTE-FUNCTION-RESULT
               THRU COMPUTE-FUNCTION-RESULT-END.
                                                                        01121000
      * The function's code is saved ahead of the audit write - the
      * CHAINSRV calls there replace RETURN-CODE, and an overflow
      * must still reach the caller.
           MOVE RETURN-CODE TO WT-SAVED-RC.
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-END.

           MOVE 'PROGMIDB' TO TRC-PROGRAM-ID.
           MOVE 'EXIT'     TO TRC-EVENT.
           MOVE SPACES TO TRC-TEXT.
           END-IF
           MOVE GLOBAL-RUN-ID  TO AUD-RUN-ID

      * The chain carries on from the trail's last record, found
      * before the file is opened for this run's appends.
           IF NOT WS-AUDIT-OPEN
               MOVE 'LAST'     TO CN-FUNCTION
               MOVE 'MIDAUDIT' TO CN-TRAIL
               MOVE 'PROGMIDB' TO CN-PROGRAM-ID
               CALL 'CHAINSRV' USING CHAINSRV-PARM
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS = 35
                   OPEN OUTPUT AUDIT-FILE
               END-IF
           END-IF
           IF WS-AUDIT-OPEN
               MOVE 'LINK' TO CN-FUNCTION
               MOVE WS-AUDIT-BODY-LENGTH TO CN-LENGTH
               MOVE AUDIT-LINE (1:WS-AUDIT-BODY-LENGTH) TO CN-DATA
               CALL 'CHAINSRV' USING CHAINSRV-PARM
               MOVE CN-CHAIN TO AUD-CHAIN
               WRITE AUDIT-LINE
           END-IF.
       WRITE-AUDIT-RECORD-END.
