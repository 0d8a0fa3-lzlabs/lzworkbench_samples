      *    the key is already on file, WRITE when it is not, so a
      *    rerun of the recovery is harmless); deletes remove the key
      *    and tolerate it already being gone.
      *
      *    The operator signed on to the job must hold VSAMRCVR on
      *    AUTHFILE (see AUTHCHK), and VSAMRELD as well since the
      *    restore step is a reload; either refusal ends the run
      *    RC 12 and both uses are on SECLOG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 JR-BEFORE-IMAGE       PIC X(30).
           05 FILLER                PIC X.
           05 JR-AFTER-IMAGE        PIC X(30).
           05 FILLER                PIC X.
           05 JR-RUN-ID             PIC X(16).
           05 FILLER                PIC X.
           05 JR-CHAIN              PIC 9(18).
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           COPY ERRLOGR.
           COPY RETCODE.
           COPY LOCKSRVR.
           COPY AUTHCHKR.
      * A CALL replaces this program's RETURN-CODE with the called
      * program's - the job code is carried across the lock release.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
           DISPLAY '  <VSAMRCVR>'
           MOVE RC-NORMAL TO RETURN-CODE

      * Rebuilding the master is for authorised operators only.
           MOVE 'VSAMRCVR' TO AU-FUNCTION
           MOVE 'VSAMRCVR' TO AU-PROGRAM-ID
           MOVE SPACES     TO AU-OPERATOR
           CALL 'AUTHCHK' USING AUTHCHK-PARM
           IF AU-REFUSED
               DISPLAY '    VSAMRCVR: RECOVERY REFUSED - ' AU-REASON
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
               DISPLAY '  </VSAMRCVR>'
               GOBACK
           END-IF

      * This program copies or rebuilds the master - it serializes with the
      * maintenance runs through the same lock they take.
           MOVE 'GET ' TO LK-FUNCTION
               MOVE 'VSAMRCVR' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE FSO        TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'VSAMFILE' TO EL-MSG-PARM (1)
               MOVE 'RESTORED FILE NOT USABLE' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE Journal-File
                       DISPLAY '    REPLAY ERROR FS=' FSO
                               ' ACTION=' JR-ACTION ' KEY=' JR-KEY
                   END-IF
      * A COREKEY re-key cross-reference - the records it moved are
      * journalled on their own as adds, changes and deletes.
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY '    UNKNOWN JOURNAL ACTION: ' JR-ACTION
