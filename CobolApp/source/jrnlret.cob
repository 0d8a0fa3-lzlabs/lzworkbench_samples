      *        failure mid-split leaves the live journal untouched
      *
      *    The recovery window - everything from the verified unload
      *    forward - stays intact on the live journal.  When CHGEXTR
      *    is in use its CHGHWM mark can hold the cutoff back too:
      *    nothing the change extract has not yet passed (or could
      *    still be asked to reproduce) is retired.
      *
      *    Journal records are chained (see CHAINSRV), so only the
      *    oldest run of records retires - retirement stops at the
      *    first record kept - and they go to JRNLARC with their
      *    chain values as written.  The chain value and record
      *    number of the last record retired are left on CHAINLOG as
      *    a CARRY anchor; the first record kept chains from it, and
      *    JRNLARC plus VJOURNAL still verify as one chain.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               STATUS IS WS-ARCHIVE-STATUS.
           SELECT JOURNAL-WORK ASSIGN TO 'JRNLWRK'
               STATUS IS WS-WORK-STATUS.
           SELECT MARK-FILE ASSIGN TO 'CHGHWM'
               STATUS IS WS-MARK-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 JR-RUN-DATE           PIC X(8).
           05 FILLER                PIC X.
           05 JR-RUN-TIME           PIC X(8).
           05 FILLER                PIC X(93).
           05 JR-CHAIN              PIC X(18).
       FD JOURNAL-ARCHIVE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ARCHIVE-REC              PIC X(128).
       FD JOURNAL-WORK
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 WORK-REC                 PIC X(128).
       FD MARK-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 MARK-REC.
          05 FILLER                PIC X(34).
          05 HW-JRNL-FROM-DATE     PIC X(8).
          05 HW-JRNL-FROM-TIME     PIC X(8).
          05 FILLER                PIC X(63).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-BACKUP-STATUS         PIC 99.
       01 WS-JOURNAL-STATUS        PIC 99.
       01 WS-ARCHIVE-STATUS        PIC 99.
       01 WS-WORK-STATUS           PIC 99.
       01 WS-MARK-STATUS           PIC 99.
       01 WS-EOF-SW                PIC X       VALUE 'N'.
          88 WS-EOF                            VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW       PIC X       VALUE 'N'.
       01 WS-UNLOAD-TIME           PIC 9(8)    VALUE ZEROES.
       01 WS-RETIRED-COUNT         PIC 9(7)    VALUE ZEROES.
       01 WS-KEPT-COUNT            PIC 9(7)    VALUE ZEROES.
       01 WS-KEEPING-SW            PIC X       VALUE 'N'.
          88 WS-KEEPING                        VALUE 'Y'.
       01 WS-LAST-ARC-CHAIN        PIC X(18)   VALUE SPACES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY LOCKSRVR.
           COPY CHAINSRVR.
      * A CALL replaces this program's RETURN-CODE with the called
      * program's - the job code is carried across the lock release.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
           DISPLAY '    VERIFIED UNLOAD OF ' WS-UNLOAD-DATE
                   ' ' WS-UNLOAD-TIME
                   ' - RETIRING JOURNAL RECORDS BEFORE IT'
           PERFORM HOLD-FOR-EXTRACT-MARK
               THRU HOLD-FOR-EXTRACT-MARK-END

           PERFORM SPLIT-JOURNAL THRU SPLIT-JOURNAL-END
           PERFORM COPY-BACK-JOURNAL THRU COPY-BACK-JOURNAL-END
           IF RETURN-CODE = ZEROES AND WS-RETIRED-COUNT > ZEROES
               PERFORM CARRY-JOURNAL-CHAIN
                   THRU CARRY-JOURNAL-CHAIN-END
           END-IF

           DISPLAY '    RETIRED=' WS-RETIRED-COUNT
                   ' KEPT=' WS-KEPT-COUNT
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
       REFUSE-TO-TRIM-END.
           CONTINUE.
      * The change extract's older mark (the start of the extract it
      * can still reproduce) lowers the cutoff when it is earlier.
       HOLD-FOR-EXTRACT-MARK.
           OPEN INPUT MARK-FILE
           IF WS-MARK-STATUS NOT = ZEROES
               GO TO HOLD-FOR-EXTRACT-MARK-END
           END-IF
           READ MARK-FILE
               AT END
                   CLOSE MARK-FILE
                   GO TO HOLD-FOR-EXTRACT-MARK-END
           END-READ
           CLOSE MARK-FILE
           IF HW-JRNL-FROM-DATE NOT NUMERIC
                   OR HW-JRNL-FROM-TIME NOT NUMERIC
               GO TO HOLD-FOR-EXTRACT-MARK-END
           END-IF
           IF HW-JRNL-FROM-DATE < WS-UNLOAD-DATE
                   OR (HW-JRNL-FROM-DATE = WS-UNLOAD-DATE
                   AND HW-JRNL-FROM-TIME < WS-UNLOAD-TIME)
               MOVE HW-JRNL-FROM-DATE TO WS-UNLOAD-DATE
               MOVE HW-JRNL-FROM-TIME TO WS-UNLOAD-TIME
               DISPLAY '    CHANGE EXTRACT NOT YET PAST IT - RETIRING'
                       ' ONLY BEFORE ' WS-UNLOAD-DATE
                       ' ' WS-UNLOAD-TIME
           END-IF.
       HOLD-FOR-EXTRACT-MARK-END.
           CONTINUE.
      * Pass one - split the journal between the archive and the
      * work file.  Records stamped before the unload can never be
      * replayed and retire; everything else is the recovery window.
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF NOT (JR-RUN-DATE IS NUMERIC
                               AND (JR-RUN-DATE < WS-UNLOAD-DATE
                               OR (JR-RUN-DATE = WS-UNLOAD-DATE
                                   AND JR-RUN-TIME IS NUMERIC
                                   AND JR-RUN-TIME <
                                       WS-UNLOAD-TIME)))
                           MOVE 'Y' TO WS-KEEPING-SW
                       END-IF
                       IF NOT WS-KEEPING
                           MOVE Journal-Rec TO ARCHIVE-REC
                           WRITE ARCHIVE-REC
                           ADD 1 TO WS-RETIRED-COUNT
                           MOVE JR-CHAIN TO WS-LAST-ARC-CHAIN
                       ELSE
                           MOVE Journal-Rec TO WORK-REC
                           WRITE WORK-REC
           CLOSE Journal-File.
       COPY-BACK-JOURNAL-END.
           CONTINUE.
      * The anchor the trimmed journal chains from: the last retired
      * record's chain value at its record number, counted on from
      * the previous anchor.  A record from before the journal was
      * chained carries none, and the chain restarts from zeroes.
       CARRY-JOURNAL-CHAIN.
           MOVE 'ANCH'     TO CN-FUNCTION
           MOVE 'VJOURNAL' TO CN-TRAIL
           MOVE 'JRNLRET'  TO CN-PROGRAM-ID
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           ADD WS-RETIRED-COUNT TO CN-POSITION
           IF WS-LAST-ARC-CHAIN IS NUMERIC
               MOVE WS-LAST-ARC-CHAIN TO CN-CHAIN
           ELSE
               MOVE ZEROES TO CN-CHAIN
           END-IF
           MOVE 'CARY' TO CN-FUNCTION
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           MOVE RC-NORMAL TO RETURN-CODE
           IF CN-FAILED
               DISPLAY '    JRNLRET: CHAIN ANCHOR NOT LOGGED'
               MOVE 'JRNLRET'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'VJOURNAL CHAIN ANCHOR NOT LOGGED - SEE CHAINLOG'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
           END-IF
           DISPLAY '    VJOURNAL CHAIN CARRIED AT RECORD '
                   CN-POSITION.
       CARRY-JOURNAL-CHAIN-END.
           CONTINUE.
