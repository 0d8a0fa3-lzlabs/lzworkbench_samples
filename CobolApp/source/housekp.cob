      *    records between the archive (EXTEND) and a work file, pass
      *    two copies the work file back over the live file, so a
      *    failure in pass one leaves the live file untouched.
      *
      *    MIDAUDIT records are chained (see CHAINSRV), so its archive
      *    takes only the oldest run of records - archiving stops at
      *    the first record kept - and records go across with their
      *    chain values as written.  The chain value and record
      *    number of the last record archived are left on CHAINLOG
      *    as a CARRY anchor; the first record kept chains from it,
      *    and AUDARC plus MIDAUDIT still verify as one chain.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 AUDIT-LINE.
          03 FILLER                PIC X(22).
          03 AUD-REC-DATE          PIC X(8).
          03 FILLER                PIC X(36).
          03 AUD-CHAIN             PIC X(18).
       FD AUDIT-ARCHIVE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AUDIT-ARC-LINE           PIC X(84).
       FD AUDIT-WORK
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AUDIT-WRK-LINE           PIC X(84).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-CURRENT-RUN-DATE      PIC 9(8)    VALUE ZEROES.
       01 WS-KEPT-COUNT            PIC 9(7)    VALUE ZEROES.
       01 WS-ARCHIVED-COUNT        PIC 9(7)    VALUE ZEROES.
       01 WS-KEEPING-SW            PIC X       VALUE 'N'.
          88 WS-KEEPING                        VALUE 'Y'.
       01 WS-LAST-ARC-CHAIN        PIC X(18)   VALUE SPACES.
       01 WS-SPOOLR-RUN-MARKER     PIC X(16)   VALUE
          '=== PROGTOPB RUN'.
       01 WS-PRINT-RUN-MARKER      PIC X(12)   VALUE
           COPY DATESRVR.
           COPY LOCKSRVR.
           COPY CONFIGR.
           COPY CHAINSRVR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           END-IF
           MOVE ZEROES TO WS-KEPT-COUNT
           MOVE ZEROES TO WS-ARCHIVED-COUNT
           MOVE 'N' TO WS-KEEPING-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                           MOVE ZEROES TO WS-CURRENT-RUN-DATE
                       END-IF
                       IF WS-CURRENT-RUN-DATE NOT < WS-CUTOFF-DATE
                           MOVE 'Y' TO WS-KEEPING-SW
                       END-IF
                       IF WS-KEEPING
                           MOVE AUDIT-LINE TO AUDIT-WRK-LINE
                           WRITE AUDIT-WRK-LINE
                           ADD 1 TO WS-KEPT-COUNT
                           MOVE AUDIT-LINE TO AUDIT-ARC-LINE
                           WRITE AUDIT-ARC-LINE
                           ADD 1 TO WS-ARCHIVED-COUNT
                           MOVE AUD-CHAIN TO WS-LAST-ARC-CHAIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-WORK
           CLOSE AUDIT-FILE
           DISPLAY '    MIDAUDIT: KEPT ' WS-KEPT-COUNT
                   ' ARCHIVED ' WS-ARCHIVED-COUNT
           IF WS-ARCHIVED-COUNT > ZEROES
               PERFORM CARRY-AUDIT-CHAIN THRU CARRY-AUDIT-CHAIN-END
           END-IF.
       PURGE-AUDIT-END.
           CONTINUE.
      * The anchor the trimmed trail chains from: the last archived
      * record's chain value at its record number, counted on from
      * the previous anchor.  A record from before the trail was
      * chained carries none, and the chain restarts from zeroes.
       CARRY-AUDIT-CHAIN.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE 'ANCH'     TO CN-FUNCTION
           MOVE 'MIDAUDIT' TO CN-TRAIL
           MOVE 'HOUSEKP'  TO CN-PROGRAM-ID
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           ADD WS-ARCHIVED-COUNT TO CN-POSITION
           IF WS-LAST-ARC-CHAIN IS NUMERIC
               MOVE WS-LAST-ARC-CHAIN TO CN-CHAIN
           ELSE
               MOVE ZEROES TO CN-CHAIN
           END-IF
           MOVE 'CARY' TO CN-FUNCTION
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           IF CN-FAILED
               MOVE 'HOUSEKP'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'MIDAUDIT CHAIN ANCHOR NOT LOGGED - SEE CHAINLOG'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC
           END-IF
           DISPLAY '    MIDAUDIT: CHAIN CARRIED AT RECORD '
                   CN-POSITION
           MOVE WS-SAVED-RC TO RETURN-CODE.
       CARRY-AUDIT-CHAIN-END.
           CONTINUE.
      * A work file that will not open means the trim cannot be done
      * safely - the file's purge is skipped with the live file left
      * exactly as it was.
