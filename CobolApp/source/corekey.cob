       IDENTIFICATION DIVISION.
       PROGRAM-ID. COREKEY.
      ******************************************************************
      *    COREKEY - company re-key and merge.  When a company code was
      *    keyed wrong, or two customers become one, the company is
      *    moved off its old code onto a new one, or merged into a
      *    company already on file, in every store that keys on the
      *    code:
      *
      *       T2021A    the company row - moved to the new code, or on
      *                 a merge dropped in favour of the survivor's
      *       T2021B    every address row, moved to the new code
      *       VSAMFILE  the 'HD' header, every 'DT' detail and the
      *                 'ST' status segment - moved to the new 7-byte
      *                 company key, or on a merge the details are
      *                 numbered on behind the survivor's own, the two
      *                 headers' detail counts are added together
      *                 under the survivor's header and the old
      *                 header and status segment are dropped
      *       VSAMXREF  the by-state entries of the moved details,
      *                 re-pointed at the new header key (when the
      *                 cross-reference is in service)
      *       CONTLINK  every contact link, moved to the new code; on
      *                 a merge a person already a contact of the
      *                 survivor keeps the survivor's link
      *
      *    Every VSAMFILE image changed is journalled to VJOURNAL ('A'
      *    for a key written, 'C' for the survivor's header, 'D' for
      *    a key removed) so forward recovery replays the move, and
      *    the move itself is journalled as an 'X' cross-reference
      *    record keyed on the old header key, old code as the
      *    before image and new code as the after image.  T2021H
      *    gets the same cross-reference as a history row under each
      *    of the two codes - TRAN_ACTION K (moved) or M (merged),
      *    TRAN_TARGET X, old code before, new code and what was
      *    carried after - plus a 'D' row for a company row a merge
      *    drops.  The old code's own history stays under the old
      *    code, and RKEYXREF (layout RKEYXRR) records old code to
      *    new so inquiries on the old code are led to the new one
      *    (see RKEYLKUP).  A code brought back into use by a later
      *    move loses its RKEYXREF entry.
      *
      *    RKEYUPDT record:  action(3) old code(10) new code(10),
      *    blank delimited:
      *       MOV oooooooooo nnnnnnnnnn   move to a code not in use
      *       MRG oooooooooo nnnnnnnnnn   merge into a company on file
      *
      *    Rejects go to RKEYREJ with a 4-byte reason code in the
      *    reject convention the edit front ends use:
      *       ACTN  action not MOV/MRG
      *       KEY   old or new code blank
      *       SAME  old and new code the same
      *       NFND  nothing on file under the old code
      *       DUPC  MOV to a code already on T2021A or VSAMFILE
      *       NTGT  MRG into a code on neither T2021A nor VSAMFILE
      *       CLSD  MRG into a company whose closure is in force
      *       FULL  MRG would number the survivor's details past 998
      *
      *    The VSAM side keys a company on the first seven bytes of
      *    its code; when both codes share those seven bytes there
      *    is nothing on VSAMFILE to move and only the SQL side and
      *    the contact links change.  Group links on GRPLINK are not
      *    touched - a company still named there is reported and
      *    warned on, to be relinked through GRPMANT.
      *
      *    Each company is one unit of work, committed once its
      *    VSAMFILE records and contact links have moved.  A VSAMFILE
      *    error rolls the SQL side back and stops the run; VJOURNAL
      *    shows how far the VSAMFILE side got.  A live run changes
      *    every store at once, so the operator must hold COREKEY on
      *    AUTHFILE (see AUTHCHK), and the run takes the suite lock
      *    like every other VSAMFILE writer.  Each update's outcome
      *    is listed on RKEYRPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDATE-FILE ASSIGN TO 'RKEYUPDT'
               STATUS IS WS-UPDATE-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'RKEYREJ'
               STATUS IS WS-REJECT-STATUS.
           SELECT REKEY-REPORT ASSIGN TO 'RKEYRPT'
               STATUS IS WS-REPORT-STATUS.
           SELECT KSDS-File-In-Out ASSIGN TO 'VSAMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KSO-Key
               FILE STATUS IS FSO.
           SELECT Journal-File ASSIGN TO 'VJOURNAL'
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT Xref-File ASSIGN TO 'VSAMXREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-Key
               FILE STATUS IS WS-XREF-STATUS.
           SELECT LINK-FILE ASSIGN TO 'CONTLINK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT GROUP-FILE ASSIGN TO 'GRPLINK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GL-CHILD
               FILE STATUS IS WS-GROUP-STATUS.
           SELECT REKEY-XREF-FILE ASSIGN TO 'RKEYXREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RX-OLD-CODE
               FILE STATUS IS WS-RKEY-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD UPDATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 UPDATE-REC.
          05 UPD-ACTION            PIC X(3).
          05 FILLER                PIC X.
          05 UPD-OLD-CODE          PIC X(10).
          05 FILLER                PIC X.
          05 UPD-NEW-CODE          PIC X(10).
       FD REJECT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REJECT-REC.
          05 REJ-REASON            PIC X(4).
          05 FILLER                PIC X.
          05 REJ-UPDATE            PIC X(25).
       FD REKEY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
       FD KSDS-File-In-Out.
       01 KS-Rec.
           05 KSO-Key.
              10 KSO-Key-Company    PIC X(7).
              10 KSO-Key-Seq        PIC X(3).
           05 KSO-Rec.
              10 KSO-Segment-Code   PIC X(2).
              10 KSO-Segment-Data   PIC X(28).
       FD Journal-File
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 Journal-Rec.
           05 JR-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X.
           05 JR-RUN-TIME           PIC 9(8).
           05 FILLER                PIC X.
           05 JR-ACTION             PIC X.
           05 FILLER                PIC X.
           05 JR-KEY                PIC X(10).
           05 FILLER                PIC X.
           05 JR-BEFORE-IMAGE       PIC X(30).
           05 FILLER                PIC X.
           05 JR-AFTER-IMAGE        PIC X(30).
           05 FILLER                PIC X.
           05 JR-RUN-ID             PIC X(16).
           05 FILLER                PIC X.
           05 JR-CHAIN              PIC 9(18).
       FD Xref-File.
       01 XR-Rec.
           05 XR-Key.
              10 XR-State           PIC X(2).
              10 XR-Company-Key     PIC X(10).
           05 FILLER                PIC X(8).
       FD LINK-FILE.
       01 LINK-REC.
          05 CL-KEY.
             10 CL-COMPANY         PIC X(10).
             10 CL-PERS-ID         PIC X(10).
          05 CL-ROLE               PIC X.
          05 CL-START-DATE         PIC X(8).
          05 CL-END-DATE           PIC X(8).
          05 CL-LAST-UPDATED       PIC 9(8).
       FD GROUP-FILE.
           COPY GRPLINKR.
       FD REKEY-XREF-FILE.
           COPY RKEYXRR.
      ******************************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC

        01 COMPANY_CODE PIC X(10).
        01 NEW_COMPANY_CODE PIC X(10).
        01 COMPANY_NAME.
          49 LEN PIC S9(4) COMP.
          49 VAL PIC X(256).
        01 COMPANY_TYPE PIC S9(4) COMP.
        01 WS-ROW-COUNT PIC S9(9) COMP.
      * Host variables for the T2021H history rows.
        01 HIST_ACTION PIC X.
        01 HIST_TARGET PIC X.
        01 HIST_BEFORE PIC X(68).
        01 HIST_AFTER PIC X(68).
        01 HIST_RUN_DATE PIC X(8).
        01 HIST_RUN_TIME PIC X(8).
        01 HIST_RUN_ID PIC X(16).
        01 HIST_SEQ PIC S9(9) COMP.
        01 HIST_CHAIN PIC X(18).

       01 FSO                      PIC 99.
       01 WS-UPDATE-STATUS         PIC 99.
       01 WS-REJECT-STATUS         PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-JOURNAL-STATUS        PIC 99.
       01 WS-XREF-STATUS           PIC 99.
       01 WS-LINK-STATUS           PIC 99.
       01 WS-GROUP-STATUS          PIC 99.
       01 WS-RKEY-STATUS           PIC 99.
       01 WS-UPDATE-EOF-SW         PIC X       VALUE 'N'.
          88 WS-UPDATE-EOF                     VALUE 'Y'.
       01 WS-SCAN-EOF-SW           PIC X       VALUE 'N'.
          88 WS-SCAN-EOF                       VALUE 'Y'.
      * The by-state cross-reference and the contact links are only
      * carried along when the files are in service.
       01 WS-XREF-OPEN-SW          PIC X       VALUE 'N'.
          88 WS-XREF-OPEN                      VALUE 'Y'.
       01 WS-LINK-OPEN-SW          PIC X       VALUE 'N'.
          88 WS-LINK-OPEN                      VALUE 'Y'.
       01 WS-REASON-CODE           PIC X(4)    VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-UPDATES-READ          PIC 9(5)    VALUE ZEROES.
       01 WS-COMPANIES-MOVED       PIC 9(5)    VALUE ZEROES.
       01 WS-COMPANIES-MERGED      PIC 9(5)    VALUE ZEROES.
       01 WS-UPDATES-REJECTED      PIC 9(5)    VALUE ZEROES.
       01 WS-ERRORS-HIT            PIC 9(5)    VALUE ZEROES.
      * The update in hand.
       01 WS-OLD-CODE              PIC X(10)   VALUE SPACES.
       01 WS-NEW-CODE              PIC X(10)   VALUE SPACES.
       01 WS-MERGE-SW              PIC X       VALUE 'N'.
          88 WS-MERGE                          VALUE 'Y'.
          88 WS-MOVE                           VALUE 'N'.
       01 WS-ACTION-WORD           PIC X(5)    VALUE SPACES.
       01 WS-VSAM-SPLIT-SW         PIC X       VALUE 'N'.
          88 WS-VSAM-SPLIT                     VALUE 'Y'.
       01 WS-OLD-A-SW              PIC X       VALUE 'N'.
          88 WS-OLD-A-ON-FILE                  VALUE 'Y'.
       01 WS-NEW-A-SW              PIC X       VALUE 'N'.
          88 WS-NEW-A-ON-FILE                  VALUE 'Y'.
       01 WS-OLD-B-ROWS            PIC 9(3)    VALUE ZEROES.
       01 WS-A-OUTCOME             PIC X(40)   VALUE SPACES.
      * The old company's VSAMFILE group - header, status segment
      * and everything between, in key order.
       01 WS-OLD-RECORDS           PIC 9(3)    VALUE ZEROES.
       01 WS-OLD-HD-SW             PIC X       VALUE 'N'.
          88 WS-OLD-HD-ON-FILE                 VALUE 'Y'.
       01 WS-OLD-HD-DATA           PIC X(30)   VALUE SPACES.
       01 WS-OLD-ST-SW             PIC X       VALUE 'N'.
          88 WS-OLD-ST-ON-FILE                 VALUE 'Y'.
       01 WS-OLD-ST-DATA           PIC X(30)   VALUE SPACES.
       01 WS-OLD-DETAILS           PIC 9(3)    VALUE ZEROES.
       01 WS-OLD-DT-COUNT          PIC 9(7)    VALUE ZEROES.
       01 WS-OLD-TABLE.
          05 WS-OD-ENTRY OCCURS 998 TIMES.
             10 WS-OD-SEQ          PIC X(3).
             10 WS-OD-DATA         PIC X(30).
      * The survivor's VSAMFILE group on a merge, or whatever is
      * already under the new key on a move.
       01 WS-NEW-RECORDS           PIC 9(3)    VALUE ZEROES.
       01 WS-NEW-HD-SW             PIC X       VALUE 'N'.
          88 WS-NEW-HD-ON-FILE                 VALUE 'Y'.
       01 WS-NEW-HD-DATA           PIC X(30)   VALUE SPACES.
       01 WS-NEW-ST-DATA           PIC X(30)   VALUE SPACES.
       01 WS-NEW-DT-COUNT          PIC 9(7)    VALUE ZEROES.
       01 WS-NEW-HIGH-SEQ          PIC 9(3)    VALUE ZEROES.
       01 WS-NEXT-SEQ              PIC 9(3)    VALUE ZEROES.
       01 WS-LAST-SEQ              PIC 9(4)    VALUE ZEROES.
       01 WS-SEQ-N                 PIC 9(3)    VALUE ZEROES.
       01 WS-COMBINED-COUNT        PIC 9(7)    VALUE ZEROES.
       01 WS-HD-COUNT              PIC 9(7)    VALUE ZEROES.
       01 WS-SUB                   PIC 9(3)    VALUE ZEROES.
       01 WS-SCAN-KEY.
          05 WS-SK-COMPANY         PIC X(7).
          05 WS-SK-SEQ             PIC X(3).
       01 WS-OLD-KEY.
          05 WS-OK-COMPANY         PIC X(7).
          05 WS-OK-SEQ             PIC X(3).
       01 WS-NEW-KEY.
          05 WS-NK-COMPANY         PIC X(7).
          05 WS-NK-SEQ             PIC X(3).
       01 WS-PUT-DATA              PIC X(30)   VALUE SPACES.
       01 WS-VSAM-ERROR-SW         PIC X       VALUE 'N'.
          88 WS-VSAM-ERROR                     VALUE 'Y'.
      * The journal image being built - staged here so the record
      * area can be cleared before the write, the way VSAM's own
      * journal writer works.
       01 WS-JR-ACTION             PIC X       VALUE SPACE.
       01 WS-JR-KEY                PIC X(10)   VALUE SPACES.
       01 WS-JR-BEFORE             PIC X(30)   VALUE SPACES.
       01 WS-JR-AFTER              PIC X(30)   VALUE SPACES.
      * The two trails this run chains onto - each one's chain value
      * is held here between records.
       01 WS-JRNL-CHAIN            PIC X(18)   VALUE ZEROES.
       01 WS-HIST-CHAIN            PIC X(18)   VALUE ZEROES.
       01 WS-HIST-SEQ              PIC 9(9)    VALUE ZERO.
      * What the update carried, for the report and the history.
       01 WS-VS-MOVED              PIC 9(3)    VALUE ZEROES.
       01 WS-DT-MOVED              PIC 9(3)    VALUE ZEROES.
       01 WS-XR-MOVED              PIC 9(3)    VALUE ZEROES.
       01 WS-CL-MOVED              PIC 9(3)    VALUE ZEROES.
       01 WS-CL-COMBINED           PIC 9(3)    VALUE ZEROES.
       01 WS-GL-NAMED              PIC 9(3)    VALUE ZEROES.
       01 WS-LINK-DONE-SW          PIC X       VALUE 'N'.
          88 WS-LINK-DONE                      VALUE 'Y'.
       01 WS-SAVED-LINK            PIC X(45)   VALUE SPACES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
           COPY LOCKSRVR.
           COPY AUTHCHKR.
           COPY CHAINSRVR.
           COPY HISTCHNR.
           COPY CSTATR.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
      ******************************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       MAIN.
           DISPLAY '  <COREKEY>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF

      * A re-key rewrites the company in every store at once - only
      * an operator authorised for COREKEY may start one.
           MOVE 'COREKEY'  TO AU-FUNCTION
           MOVE 'COREKEY'  TO AU-PROGRAM-ID
           MOVE SPACES     TO AU-OPERATOR
           CALL 'AUTHCHK' USING AUTHCHK-PARM
           IF AU-REFUSED
               DISPLAY '    COREKEY: RUN REFUSED - ' AU-REASON
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
               DISPLAY '  </COREKEY>'
               GOBACK
           END-IF

           MOVE 'GET ' TO LK-FUNCTION
           MOVE 'COREKEY' TO LK-PROGRAM-ID
           CALL 'LOCKSRV' USING LOCKSRV-PARM
           IF LK-REFUSED
               DISPLAY '    ' LK-HOLDER
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               DISPLAY '  </COREKEY>'
               GOBACK
           END-IF

           OPEN OUTPUT REKEY-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY RE-KEY AND MERGE - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
                   ' RUN='      DELIMITED BY SIZE
                   GLOBAL-RUN-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN I-O KSDS-File-In-Out
           IF FSO NOT = ZEROES
               DISPLAY '    COREKEY: VSAMFILE OPEN FAILED, STATUS '
                       FSO
               MOVE 'VSAMFILE OPEN FAILED - NO RE-KEY RUN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'COREKEY'  TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE FSO        TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'VSAMFILE' TO EL-MSG-PARM (1)
               MOVE 'NO RE-KEY RUN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE REKEY-REPORT
               PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
               DISPLAY '  </COREKEY>'
               GOBACK
           END-IF

      * Every VSAMFILE image this run changes goes to the journal,
      * chained on from the journal's last record - no journal, no
      * run.
           MOVE 'LAST'     TO CN-FUNCTION
           MOVE 'VJOURNAL' TO CN-TRAIL
           MOVE 'COREKEY'  TO CN-PROGRAM-ID
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           MOVE CN-CHAIN TO WS-JRNL-CHAIN
           OPEN EXTEND Journal-File
           IF WS-JOURNAL-STATUS = 35
               OPEN OUTPUT Journal-File
           END-IF
           IF WS-JOURNAL-STATUS NOT = ZEROES
               DISPLAY '    COREKEY: JOURNAL OPEN FAILED, STATUS '
                       WS-JOURNAL-STATUS ' - RUN NOT STARTED'
               MOVE 'JOURNAL OPEN FAILED - NO RE-KEY RUN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'COREKEY'  TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE WS-JOURNAL-STATUS TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'JOURNAL' TO EL-MSG-PARM (1)
               MOVE 'RE-KEY NOT STARTED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE KSDS-File-In-Out
               CLOSE REKEY-REPORT
               PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
               DISPLAY '  </COREKEY>'
               GOBACK
           END-IF

      * The cross-reference carries forward across runs - a missing
      * file is the first-ever re-key and is created fresh.
           OPEN I-O REKEY-XREF-FILE
           IF WS-RKEY-STATUS = 35
               OPEN OUTPUT REKEY-XREF-FILE
               CLOSE REKEY-XREF-FILE
               OPEN I-O REKEY-XREF-FILE
           END-IF
           IF WS-RKEY-STATUS NOT = ZEROES
               DISPLAY '    COREKEY: RKEYXREF OPEN FAILED, STATUS '
                       WS-RKEY-STATUS
               MOVE 'RKEYXREF OPEN FAILED - NO RE-KEY RUN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'COREKEY'  TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE WS-RKEY-STATUS TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'RKEYXREF' TO EL-MSG-PARM (1)
               MOVE 'NO RE-KEY RUN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE Journal-File
               CLOSE KSDS-File-In-Out
               CLOSE REKEY-REPORT
               PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
               DISPLAY '  </COREKEY>'
               GOBACK
           END-IF

      * File status 35 on either of these means it is not in service
      * and there is nothing of it to carry.
           OPEN I-O Xref-File
           IF WS-XREF-STATUS = ZEROES
               MOVE 'Y' TO WS-XREF-OPEN-SW
           ELSE
               IF WS-XREF-STATUS NOT = 35
                   DISPLAY '    COREKEY: VSAMXREF OPEN FAILED, STATUS '
                           WS-XREF-STATUS
                           ' - XREF NOT CARRIED THIS RUN'
               END-IF
           END-IF
           OPEN I-O LINK-FILE
           IF WS-LINK-STATUS = ZEROES
               MOVE 'Y' TO WS-LINK-OPEN-SW
           ELSE
               IF WS-LINK-STATUS NOT = 35
                   DISPLAY '    COREKEY: CONTLINK OPEN FAILED, STATUS '
                           WS-LINK-STATUS
                           ' - CONTACTS NOT CARRIED THIS RUN'
               END-IF
           END-IF

           PERFORM FIND-HISTORY-CHAIN-END
               THRU FIND-HISTORY-CHAIN-END-EXIT

           OPEN OUTPUT REJECT-FILE
           PERFORM APPLY-UPDATE-FILE THRU APPLY-UPDATE-FILE-EXIT
           CLOSE REJECT-FILE

           PERFORM CLOSE-RUN-FILES THRU CLOSE-RUN-FILES-EXIT

           MOVE SPACES TO REPORT-LINE
           STRING 'UPDATES=' DELIMITED BY SIZE
                   WS-UPDATES-READ DELIMITED BY SIZE
                   ' MOVED=' DELIMITED BY SIZE
                   WS-COMPANIES-MOVED DELIMITED BY SIZE
                   ' MERGED=' DELIMITED BY SIZE
                   WS-COMPANIES-MERGED DELIMITED BY SIZE
                   ' REJECTED=' DELIMITED BY SIZE
                   WS-UPDATES-REJECTED DELIMITED BY SIZE
                   ' ERRORS=' DELIMITED BY SIZE
                   WS-ERRORS-HIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REKEY-REPORT

           DISPLAY '    UPDATES=' WS-UPDATES-READ
                   ' MOVED=' WS-COMPANIES-MOVED
                   ' MERGED=' WS-COMPANIES-MERGED
                   ' REJECTED=' WS-UPDATES-REJECTED

           IF WS-UPDATES-REJECTED > ZEROES
               MOVE 'COREKEY'  TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               MOVE 'COMPANY RE-KEYS REJECTED - SEE RKEYREJ'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           END-IF
           IF WS-ERRORS-HIT > ZEROES
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
           END-IF

           PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
           DISPLAY '  </COREKEY>'
           GOBACK
         .
      ***********************************************************
       RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE 'FREE' TO LK-FUNCTION
           MOVE 'COREKEY' TO LK-PROGRAM-ID
           CALL 'LOCKSRV' USING LOCKSRV-PARM
           MOVE WS-SAVED-RC TO RETURN-CODE.
       RELEASE-RUN-LOCK-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The journal's end of chain is posted for the online journal
      * writer once the run has finished writing to it.
       CLOSE-RUN-FILES.
           CLOSE Journal-File
           MOVE 'MARK'     TO CN-FUNCTION
           MOVE 'VJOURNAL' TO CN-TRAIL
           MOVE 'COREKEY'  TO CN-PROGRAM-ID
           MOVE WS-JRNL-CHAIN TO CN-CHAIN
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           CLOSE KSDS-File-In-Out
           CLOSE REKEY-XREF-FILE
           IF WS-XREF-OPEN
               CLOSE Xref-File
               MOVE 'N' TO WS-XREF-OPEN-SW
           END-IF
           IF WS-LINK-OPEN
               CLOSE LINK-FILE
               MOVE 'N' TO WS-LINK-OPEN-SW
           END-IF.
       CLOSE-RUN-FILES-EXIT.
           CONTINUE
         .
      ***********************************************************
       APPLY-UPDATE-FILE.
           OPEN INPUT UPDATE-FILE
           IF WS-UPDATE-STATUS NOT = ZEROES
               DISPLAY '    COREKEY: NO RKEYUPDT - NOTHING TO RE-KEY'
               MOVE 'NO RKEYUPDT - NOTHING TO RE-KEY' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO APPLY-UPDATE-FILE-EXIT
           END-IF
           MOVE 'N' TO WS-UPDATE-EOF-SW
           PERFORM UNTIL WS-UPDATE-EOF
               READ UPDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-UPDATE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-UPDATES-READ
                       PERFORM APPLY-ONE-UPDATE
                           THRU APPLY-ONE-UPDATE-EXIT
               END-READ
           END-PERFORM
           CLOSE UPDATE-FILE.
       APPLY-UPDATE-FILE-EXIT.
           CONTINUE
         .
      ***********************************************************
       APPLY-ONE-UPDATE.
           MOVE SPACES TO WS-REASON-CODE

           EVALUATE UPD-ACTION
               WHEN 'MOV'
                   MOVE 'N' TO WS-MERGE-SW
                   MOVE 'MOVE' TO WS-ACTION-WORD
               WHEN 'MRG'
                   MOVE 'Y' TO WS-MERGE-SW
                   MOVE 'MERGE' TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE 'ACTN' TO WS-REASON-CODE
                   GO TO APPLY-UPDATE-REJECT
           END-EVALUATE

           IF UPD-OLD-CODE = SPACES OR UPD-NEW-CODE = SPACES
               MOVE 'KEY ' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF
           IF UPD-OLD-CODE = UPD-NEW-CODE
               MOVE 'SAME' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           MOVE UPD-OLD-CODE TO WS-OLD-CODE
           MOVE UPD-NEW-CODE TO WS-NEW-CODE
           IF WS-OLD-CODE (1:7) = WS-NEW-CODE (1:7)
               MOVE 'N' TO WS-VSAM-SPLIT-SW
           ELSE
               MOVE 'Y' TO WS-VSAM-SPLIT-SW
           END-IF

           PERFORM FIND-COMPANY-ROWS THRU FIND-COMPANY-ROWS-EXIT
           MOVE ZEROES TO WS-OLD-RECORDS
           MOVE ZEROES TO WS-NEW-RECORDS
           IF WS-VSAM-SPLIT
               PERFORM LOAD-OLD-GROUP THRU LOAD-OLD-GROUP-EXIT
               PERFORM LOAD-NEW-GROUP THRU LOAD-NEW-GROUP-EXIT
           END-IF

           IF NOT WS-OLD-A-ON-FILE AND WS-OLD-B-ROWS = ZEROES
                   AND WS-OLD-RECORDS = ZEROES
               MOVE 'NFND' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF
           IF WS-MOVE
               IF WS-NEW-A-ON-FILE OR WS-NEW-RECORDS > ZEROES
                   MOVE 'DUPC' TO WS-REASON-CODE
                   GO TO APPLY-UPDATE-REJECT
               END-IF
           ELSE
               IF NOT WS-NEW-A-ON-FILE AND WS-NEW-RECORDS = ZEROES
                   MOVE 'NTGT' TO WS-REASON-CODE
                   GO TO APPLY-UPDATE-REJECT
               END-IF
      * A closed company takes no new details, the same rule the
      * VSAM run applies to a 'DT' add.
               MOVE WS-NEW-ST-DATA TO CS-STATUS-SEGMENT
               IF CS-SEGMENT-CODE = 'ST' AND CS-CLOSED
                       AND CS-EFFECTIVE-DATE NOT > WS-RUN-DATE
                       AND WS-OLD-DETAILS > ZEROES
                   MOVE 'CLSD' TO WS-REASON-CODE
                   GO TO APPLY-UPDATE-REJECT
               END-IF
               COMPUTE WS-LAST-SEQ = WS-NEW-HIGH-SEQ + WS-OLD-DETAILS
               IF WS-LAST-SEQ > 998
                   MOVE 'FULL' TO WS-REASON-CODE
                   GO TO APPLY-UPDATE-REJECT
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF WS-MERGE
               STRING 'MERGE ' DELIMITED BY SIZE
                       WS-OLD-CODE DELIMITED BY SIZE
                       ' INTO ' DELIMITED BY SIZE
                       WS-NEW-CODE DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING 'MOVE  ' DELIMITED BY SIZE
                       WS-OLD-CODE DELIMITED BY SIZE
                       ' TO   ' DELIMITED BY SIZE
                       WS-NEW-CODE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-VS-MOVED
           MOVE ZEROES TO WS-DT-MOVED
           MOVE ZEROES TO WS-XR-MOVED
           MOVE ZEROES TO WS-CL-MOVED
           MOVE ZEROES TO WS-CL-COMBINED
           MOVE ZEROES TO WS-COMBINED-COUNT

           PERFORM APPLY-SQL-SIDE THRU APPLY-SQL-SIDE-EXIT

           IF WS-VSAM-SPLIT
               PERFORM APPLY-VSAM-SIDE THRU APPLY-VSAM-SIDE-EXIT
               IF WS-VSAM-ERROR
                   PERFORM ABANDON-RUN
               END-IF
               PERFORM MOVE-STATE-XREF THRU MOVE-STATE-XREF-EXIT
           END-IF
           PERFORM MOVE-CONTACT-LINKS THRU MOVE-CONTACT-LINKS-EXIT
           PERFORM WRITE-CROSS-REFERENCE
               THRU WRITE-CROSS-REFERENCE-EXIT

           EXEC SQL
             COMMIT
           END-EXEC
           PERFORM CHECK-FATAL-SQLERROR

           PERFORM REPORT-ONE-COMPANY THRU REPORT-ONE-COMPANY-EXIT
           PERFORM CHECK-GROUP-LINKS THRU CHECK-GROUP-LINKS-EXIT
           IF WS-MERGE
               ADD 1 TO WS-COMPANIES-MERGED
           ELSE
               ADD 1 TO WS-COMPANIES-MOVED
           END-IF
           GO TO APPLY-ONE-UPDATE-EXIT.
       APPLY-UPDATE-REJECT.
           ADD 1 TO WS-UPDATES-REJECTED
           MOVE SPACES TO REJECT-REC
           MOVE WS-REASON-CODE TO REJ-REASON
           MOVE UPDATE-REC TO REJ-UPDATE
           WRITE REJECT-REC
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTED (' DELIMITED BY SIZE
                   WS-REASON-CODE DELIMITED BY SIZE
                   ') ' DELIMITED BY SIZE
                   UPDATE-REC DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY '    REJECTED (' WS-REASON-CODE ') '
                   UPD-ACTION ' ' UPD-OLD-CODE ' ' UPD-NEW-CODE.
       APPLY-ONE-UPDATE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * What the two codes hold on the SQL side - the old company
      * row with its name and type, its address rows, and whether
      * the new code already has a company row.
       FIND-COMPANY-ROWS.
           MOVE 'N' TO WS-OLD-A-SW
           MOVE 'N' TO WS-NEW-A-SW
           MOVE ZEROES TO WS-OLD-B-ROWS
           MOVE WS-OLD-CODE TO COMPANY_CODE
           MOVE WS-NEW-CODE TO NEW_COMPANY_CODE

           EXEC SQL
             SELECT COMPANY_NAME, COMPANY_TYPE
               INTO :COMPANY_NAME, :COMPANY_TYPE
             FROM T2021A
             WHERE COMPANY_CODE = :COMPANY_CODE
           END-EXEC
           PERFORM CHECK-FATAL-SQLERROR
           IF SQLCODE = 0
               MOVE 'Y' TO WS-OLD-A-SW
           END-IF

           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
             SELECT COUNT(*) INTO :WS-ROW-COUNT
             FROM T2021B
             WHERE COMPANY_CODE = :COMPANY_CODE
           END-EXEC
           PERFORM CHECK-FATAL-SQLERROR
           MOVE WS-ROW-COUNT TO WS-OLD-B-ROWS

           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
             SELECT COUNT(*) INTO :WS-ROW-COUNT
             FROM T2021A
             WHERE COMPANY_CODE = :NEW_COMPANY_CODE
           END-EXEC
           PERFORM CHECK-FATAL-SQLERROR
           IF WS-ROW-COUNT > ZERO
               MOVE 'Y' TO WS-NEW-A-SW
           END-IF.
       FIND-COMPANY-ROWS-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The old company's VSAMFILE group, buffered in key order: the
      * '000' header, the '999' status segment and every record in
      * between.
       LOAD-OLD-GROUP.
           MOVE 'N' TO WS-OLD-HD-SW
           MOVE 'N' TO WS-OLD-ST-SW
           MOVE SPACES TO WS-OLD-HD-DATA
           MOVE SPACES TO WS-OLD-ST-DATA
           MOVE ZEROES TO WS-OLD-DETAILS
           MOVE ZEROES TO WS-OLD-DT-COUNT
           MOVE WS-OLD-CODE (1:7) TO WS-SK-COMPANY
           PERFORM START-GROUP-SCAN THRU START-GROUP-SCAN-EXIT
           PERFORM UNTIL WS-SCAN-EOF
               READ KSDS-File-In-Out NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
               END-READ
               IF NOT WS-SCAN-EOF
                   IF FSO NOT = ZEROES
                           OR KSO-Key-Company NOT = WS-SK-COMPANY
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   ELSE
                       ADD 1 TO WS-OLD-RECORDS
                       EVALUATE KSO-Key-Seq
                           WHEN '000'
                               MOVE 'Y' TO WS-OLD-HD-SW
                               MOVE KSO-Rec TO WS-OLD-HD-DATA
                           WHEN CS-STATUS-SEQ
                               MOVE 'Y' TO WS-OLD-ST-SW
                               MOVE KSO-Rec TO WS-OLD-ST-DATA
                           WHEN OTHER
                               ADD 1 TO WS-OLD-DETAILS
                               MOVE KSO-Key-Seq
                                   TO WS-OD-SEQ (WS-OLD-DETAILS)
                               MOVE KSO-Rec
                                   TO WS-OD-DATA (WS-OLD-DETAILS)
                               IF KSO-Segment-Code = 'DT'
                                   ADD 1 TO WS-OLD-DT-COUNT
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-OLD-GROUP-EXIT.
           CONTINUE
         .
      ***********************************************************
      * What is already under the new company key - on a merge the
      * survivor's header, status segment and highest detail
      * sequence; on a move anything at all there refuses the move.
       LOAD-NEW-GROUP.
           MOVE 'N' TO WS-NEW-HD-SW
           MOVE SPACES TO WS-NEW-HD-DATA
           MOVE SPACES TO WS-NEW-ST-DATA
           MOVE ZEROES TO WS-NEW-DT-COUNT
           MOVE ZEROES TO WS-NEW-HIGH-SEQ
           MOVE WS-NEW-CODE (1:7) TO WS-SK-COMPANY
           PERFORM START-GROUP-SCAN THRU START-GROUP-SCAN-EXIT
           PERFORM UNTIL WS-SCAN-EOF
               READ KSDS-File-In-Out NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
               END-READ
               IF NOT WS-SCAN-EOF
                   IF FSO NOT = ZEROES
                           OR KSO-Key-Company NOT = WS-SK-COMPANY
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   ELSE
                       ADD 1 TO WS-NEW-RECORDS
                       EVALUATE KSO-Key-Seq
                           WHEN '000'
                               MOVE 'Y' TO WS-NEW-HD-SW
                               MOVE KSO-Rec TO WS-NEW-HD-DATA
                           WHEN CS-STATUS-SEQ
                               MOVE KSO-Rec TO WS-NEW-ST-DATA
                           WHEN OTHER
                               IF KSO-Key-Seq NUMERIC
                                   MOVE KSO-Key-Seq TO WS-SEQ-N
                                   IF WS-SEQ-N > WS-NEW-HIGH-SEQ
                                       MOVE WS-SEQ-N
                                           TO WS-NEW-HIGH-SEQ
                                   END-IF
                               END-IF
                               IF KSO-Segment-Code = 'DT'
                                   ADD 1 TO WS-NEW-DT-COUNT
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-NEW-GROUP-EXIT.
           CONTINUE
         .
      ***********************************************************
       START-GROUP-SCAN.
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE '000' TO WS-SK-SEQ
           MOVE WS-SCAN-KEY TO KSO-Key
           START KSDS-File-In-Out KEY IS NOT LESS THAN KSO-Key
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START.
       START-GROUP-SCAN-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The company row moves to the new code unless a merge finds
      * the survivor already has one - then the old row goes, and
      * its name and type are kept on the history row that records
      * the delete.  The address rows all move; on a merge they
      * join the survivor's.
       APPLY-SQL-SIDE.
           MOVE SPACES TO WS-A-OUTCOME
           IF NOT WS-OLD-A-ON-FILE
               MOVE 'NO COMPANY ROW UNDER THE OLD CODE'
                   TO WS-A-OUTCOME
           ELSE
               IF WS-MERGE AND WS-NEW-A-ON-FILE
                   EXEC SQL
                     DELETE FROM T2021A
                      WHERE COMPANY_CODE = :COMPANY_CODE
                   END-EXEC
                   PERFORM CHECK-FATAL-SQLERROR
                   MOVE 'D' TO HIST_ACTION
                   MOVE 'A' TO HIST_TARGET
                   MOVE SPACES TO HIST_BEFORE
                   IF LEN > 40
                       MOVE VAL (1:40) TO HIST_BEFORE (1:40)
                   ELSE
                       IF LEN > 0
                           MOVE VAL (1:LEN) TO HIST_BEFORE (1:40)
                       END-IF
                   END-IF
                   MOVE COMPANY_TYPE TO HIST_BEFORE (41:4)
                   MOVE SPACES TO HIST_AFTER
                   PERFORM WRITE-HISTORY-ROW
                       THRU WRITE-HISTORY-ROW-EXIT
                   MOVE 'COMPANY ROW DROPPED - SURVIVOR ROW KEPT'
                       TO WS-A-OUTCOME
               ELSE
                   EXEC SQL
                     UPDATE T2021A
                        SET COMPANY_CODE = :NEW_COMPANY_CODE
                      WHERE COMPANY_CODE = :COMPANY_CODE
                   END-EXEC
                   PERFORM CHECK-FATAL-SQLERROR
                   MOVE 'COMPANY ROW MOVED' TO WS-A-OUTCOME
               END-IF
           END-IF

           IF WS-OLD-B-ROWS > ZEROES
               EXEC SQL
                 UPDATE T2021B
                    SET COMPANY_CODE = :NEW_COMPANY_CODE
                  WHERE COMPANY_CODE = :COMPANY_CODE
               END-EXEC
               PERFORM CHECK-FATAL-SQLERROR
           END-IF.
       APPLY-SQL-SIDE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The VSAMFILE side.  The 'X' record goes to the journal first
      * so the images that follow read as the move it announces.  A
      * move writes every record under the new key at its own
      * sequence; a merge numbers the old records on behind the
      * survivor's highest detail, adds the two detail counts under
      * the survivor's header and drops the old header and status.
       APPLY-VSAM-SIDE.
           MOVE 'N' TO WS-VSAM-ERROR-SW
           IF WS-OLD-RECORDS = ZEROES
               GO TO APPLY-VSAM-SIDE-EXIT
           END-IF
           MOVE 'X' TO WS-JR-ACTION
           MOVE WS-OLD-CODE (1:7) TO WS-JR-KEY (1:7)
           MOVE '000' TO WS-JR-KEY (8:3)
           MOVE WS-OLD-CODE TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           MOVE WS-NEW-CODE TO WS-JR-AFTER (1:10)
           MOVE WS-ACTION-WORD TO WS-JR-AFTER (12:5)
           PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-EXIT

           MOVE WS-OLD-CODE (1:7) TO WS-OK-COMPANY
           MOVE WS-NEW-CODE (1:7) TO WS-NK-COMPANY
           MOVE WS-NEW-HIGH-SEQ TO WS-NEXT-SEQ
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-OLD-DETAILS
               ADD 1 TO WS-SUB
               MOVE WS-OD-SEQ (WS-SUB) TO WS-OK-SEQ
               IF WS-MERGE
                   ADD 1 TO WS-NEXT-SEQ
                   MOVE WS-NEXT-SEQ TO WS-NK-SEQ
               ELSE
                   MOVE WS-OD-SEQ (WS-SUB) TO WS-NK-SEQ
               END-IF
               MOVE WS-OD-DATA (WS-SUB) TO WS-PUT-DATA
               PERFORM PUT-NEW-RECORD THRU PUT-NEW-RECORD-EXIT
               IF WS-VSAM-ERROR
                   GO TO APPLY-VSAM-SIDE-EXIT
               END-IF
               PERFORM DROP-OLD-RECORD THRU DROP-OLD-RECORD-EXIT
               IF WS-VSAM-ERROR
                   GO TO APPLY-VSAM-SIDE-EXIT
               END-IF
               IF WS-OD-DATA (WS-SUB) (1:2) = 'DT'
                   ADD 1 TO WS-DT-MOVED
               END-IF
           END-PERFORM

           PERFORM MOVE-HEADER THRU MOVE-HEADER-EXIT
           IF WS-VSAM-ERROR
               GO TO APPLY-VSAM-SIDE-EXIT
           END-IF

           IF WS-OLD-ST-ON-FILE
               MOVE CS-STATUS-SEQ TO WS-OK-SEQ
               IF WS-MOVE
                   MOVE CS-STATUS-SEQ TO WS-NK-SEQ
                   MOVE WS-OLD-ST-DATA TO WS-PUT-DATA
                   PERFORM PUT-NEW-RECORD THRU PUT-NEW-RECORD-EXIT
                   IF WS-VSAM-ERROR
                       GO TO APPLY-VSAM-SIDE-EXIT
                   END-IF
               END-IF
               PERFORM DROP-OLD-RECORD THRU DROP-OLD-RECORD-EXIT
           END-IF.
       APPLY-VSAM-SIDE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * A header's detail count is the 7 digits after 'HD'; one that
      * is not numeric counts the 'DT' records actually on file.
       MOVE-HEADER.
           IF WS-OLD-HD-ON-FILE
               IF WS-OLD-HD-DATA (3:7) NUMERIC
                   MOVE WS-OLD-HD-DATA (3:7) TO WS-COMBINED-COUNT
               ELSE
                   MOVE WS-OLD-DT-COUNT TO WS-COMBINED-COUNT
               END-IF
           END-IF
           MOVE '000' TO WS-OK-SEQ
           MOVE '000' TO WS-NK-SEQ

           IF WS-MERGE AND WS-NEW-HD-ON-FILE
               IF WS-NEW-HD-DATA (3:7) NUMERIC
                   MOVE WS-NEW-HD-DATA (3:7) TO WS-HD-COUNT
                   ADD WS-HD-COUNT TO WS-COMBINED-COUNT
               ELSE
                   ADD WS-NEW-DT-COUNT TO WS-COMBINED-COUNT
               END-IF
               MOVE WS-NEW-KEY TO KSO-Key
               READ KSDS-File-In-Out
               IF FSO NOT = ZEROES
                   DISPLAY '    COREKEY: HEADER READ FAILED FS=' FSO
                           ' KEY=' WS-NEW-KEY
                   MOVE 'Y' TO WS-VSAM-ERROR-SW
                   GO TO MOVE-HEADER-EXIT
               END-IF
               MOVE KSO-Rec TO WS-JR-BEFORE
               MOVE WS-COMBINED-COUNT TO KSO-Segment-Data (1:7)
               REWRITE KS-Rec
               IF FSO NOT = ZEROES
                   DISPLAY '    COREKEY: HEADER REWRITE FAILED FS='
                           FSO ' KEY=' WS-NEW-KEY
                   MOVE 'Y' TO WS-VSAM-ERROR-SW
                   GO TO MOVE-HEADER-EXIT
               END-IF
               MOVE 'C' TO WS-JR-ACTION
               MOVE WS-NEW-KEY TO WS-JR-KEY
               MOVE KSO-Rec TO WS-JR-AFTER
               PERFORM WRITE-JOURNAL-RECORD
                   THRU WRITE-JOURNAL-RECORD-EXIT
           ELSE
               IF WS-OLD-HD-ON-FILE
                   IF WS-MERGE
                       ADD WS-NEW-DT-COUNT TO WS-COMBINED-COUNT
                   END-IF
                   MOVE WS-OLD-HD-DATA TO WS-PUT-DATA
                   MOVE WS-COMBINED-COUNT TO WS-PUT-DATA (3:7)
                   PERFORM PUT-NEW-RECORD THRU PUT-NEW-RECORD-EXIT
                   IF WS-VSAM-ERROR
                       GO TO MOVE-HEADER-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-OLD-HD-ON-FILE
               PERFORM DROP-OLD-RECORD THRU DROP-OLD-RECORD-EXIT
           END-IF.
       MOVE-HEADER-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Write WS-PUT-DATA under WS-NEW-KEY and journal it as an add.
       PUT-NEW-RECORD.
           MOVE WS-NEW-KEY TO KSO-Key
           MOVE WS-PUT-DATA TO KSO-Rec
           WRITE KS-Rec
           IF FSO NOT = ZEROES
               DISPLAY '    COREKEY: WRITE FAILED FS=' FSO
                       ' KEY=' WS-NEW-KEY
               MOVE 'Y' TO WS-VSAM-ERROR-SW
               GO TO PUT-NEW-RECORD-EXIT
           END-IF
           MOVE 'A' TO WS-JR-ACTION
           MOVE WS-NEW-KEY TO WS-JR-KEY
           MOVE SPACES TO WS-JR-BEFORE
           MOVE WS-PUT-DATA TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-EXIT
           ADD 1 TO WS-VS-MOVED.
       PUT-NEW-RECORD-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Delete the record under WS-OLD-KEY and journal its image.
       DROP-OLD-RECORD.
           MOVE WS-OLD-KEY TO KSO-Key
           READ KSDS-File-In-Out
           IF FSO = ZEROES
               MOVE KSO-Rec TO WS-JR-BEFORE
               DELETE KSDS-File-In-Out
           END-IF
           IF FSO NOT = ZEROES
               DISPLAY '    COREKEY: DELETE FAILED FS=' FSO
                       ' KEY=' WS-OLD-KEY
               MOVE 'Y' TO WS-VSAM-ERROR-SW
               GO TO DROP-OLD-RECORD-EXIT
           END-IF
           MOVE 'D' TO WS-JR-ACTION
           MOVE WS-OLD-KEY TO WS-JR-KEY
           MOVE SPACES TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-EXIT.
       DROP-OLD-RECORD-EXIT.
           CONTINUE
         .
      ***********************************************************
       WRITE-JOURNAL-RECORD.
           MOVE SPACES TO Journal-Rec
           MOVE WS-RUN-DATE TO JR-RUN-DATE
           ACCEPT JR-RUN-TIME FROM TIME
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-KEY TO JR-KEY
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE
           MOVE WS-JR-AFTER TO JR-AFTER-IMAGE
           MOVE GLOBAL-RUN-ID TO JR-RUN-ID
           MOVE 'LINK' TO CN-FUNCTION
           MOVE 'VJOURNAL' TO CN-TRAIL
           MOVE WS-JRNL-CHAIN TO CN-CHAIN
           MOVE 109 TO CN-LENGTH
           MOVE Journal-Rec (1:109) TO CN-DATA
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           MOVE CN-CHAIN TO WS-JRNL-CHAIN
           MOVE CN-CHAIN TO JR-CHAIN
           WRITE Journal-Rec.
       WRITE-JOURNAL-RECORD-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Each moved 'DT' detail's state entry is taken off the old
      * header key and posted under the new one.  An entry already
      * there on a merge is the survivor's own for the state.
       MOVE-STATE-XREF.
           IF NOT WS-XREF-OPEN
               GO TO MOVE-STATE-XREF-EXIT
           END-IF
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-OLD-DETAILS
               ADD 1 TO WS-SUB
               IF WS-OD-DATA (WS-SUB) (1:2) = 'DT'
                       AND WS-OD-DATA (WS-SUB) (17:2) NOT = SPACES
                   MOVE SPACES TO XR-Rec
                   MOVE WS-OD-DATA (WS-SUB) (17:2) TO XR-State
                   MOVE WS-OLD-CODE (1:7) TO XR-Company-Key (1:7)
                   MOVE '000' TO XR-Company-Key (8:3)
                   DELETE Xref-File
                   MOVE SPACES TO XR-Rec
                   MOVE WS-OD-DATA (WS-SUB) (17:2) TO XR-State
                   MOVE WS-NEW-CODE (1:7) TO XR-Company-Key (1:7)
                   MOVE '000' TO XR-Company-Key (8:3)
                   WRITE XR-Rec
                   IF WS-XREF-STATUS = ZEROES
                       ADD 1 TO WS-XR-MOVED
                   ELSE
                       IF WS-XREF-STATUS NOT = 22
                           DISPLAY '    COREKEY: XREF WRITE FAILED, '
                                   'STATUS ' WS-XREF-STATUS
                                   ' KEY=' XR-Key
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       MOVE-STATE-XREF-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Each of the old code's contact links is written under the
      * new code and then removed.  A person who is already a
      * contact of the survivor keeps the survivor's link.  The
      * links are taken one at a time from the front of the old
      * code's range, since every delete moves the range on.
       MOVE-CONTACT-LINKS.
           IF NOT WS-LINK-OPEN
               GO TO MOVE-CONTACT-LINKS-EXIT
           END-IF
           MOVE 'N' TO WS-LINK-DONE-SW
           PERFORM UNTIL WS-LINK-DONE
               MOVE WS-OLD-CODE TO CL-COMPANY
               MOVE LOW-VALUES TO CL-PERS-ID
               START LINK-FILE KEY IS NOT < CL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LINK-DONE-SW
               END-START
               IF NOT WS-LINK-DONE
                   READ LINK-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-LINK-DONE-SW
                   END-READ
               END-IF
               IF NOT WS-LINK-DONE
                   IF WS-LINK-STATUS NOT = ZEROES
                           OR CL-COMPANY NOT = WS-OLD-CODE
                       MOVE 'Y' TO WS-LINK-DONE-SW
                   ELSE
                       PERFORM MOVE-ONE-LINK THRU MOVE-ONE-LINK-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       MOVE-CONTACT-LINKS-EXIT.
           CONTINUE
         .
      ***********************************************************
       MOVE-ONE-LINK.
           MOVE LINK-REC TO WS-SAVED-LINK
           MOVE WS-NEW-CODE TO CL-COMPANY
           MOVE WS-RUN-DATE TO CL-LAST-UPDATED
           WRITE LINK-REC
           EVALUATE WS-LINK-STATUS
               WHEN ZEROES
                   ADD 1 TO WS-CL-MOVED
               WHEN 22
                   ADD 1 TO WS-CL-COMBINED
               WHEN OTHER
                   PERFORM LOG-LINK-ERROR THRU LOG-LINK-ERROR-EXIT
                   MOVE 'Y' TO WS-LINK-DONE-SW
                   GO TO MOVE-ONE-LINK-EXIT
           END-EVALUATE
           MOVE WS-SAVED-LINK TO LINK-REC
           DELETE LINK-FILE
           IF WS-LINK-STATUS NOT = ZEROES
               PERFORM LOG-LINK-ERROR THRU LOG-LINK-ERROR-EXIT
               MOVE 'Y' TO WS-LINK-DONE-SW
           END-IF.
       MOVE-ONE-LINK-EXIT.
           CONTINUE
         .
      ***********************************************************
      * A link that cannot be carried stays under the old code; the
      * rest of the company has moved, so the run carries on and
      * ends RC 16 for the link to be put right through CONTMANT.
       LOG-LINK-ERROR.
           ADD 1 TO WS-ERRORS-HIT
           DISPLAY '    COREKEY: CONTLINK UPDATE FAILED, STATUS '
                   WS-LINK-STATUS ' COMPANY ' WS-OLD-CODE
           MOVE 'COREKEY'  TO EL-PROGRAM-ID
           MOVE 'ERROR'    TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           MOVE SPACES TO EL-MESSAGE
           STRING 'CONTACT LINK LEFT UNDER OLD CODE ' DELIMITED BY SIZE
                   WS-OLD-CODE DELIMITED BY SIZE
               INTO EL-MESSAGE
           CALL 'ERRLOG' USING ERRLOG-PARM.
       LOG-LINK-ERROR-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The old-to-new cross-reference: a history row under each
      * code, and the RKEYXREF entry inquiries follow.  The new code
      * is in use from now on, so any entry leading away from it is
      * removed; an entry already under the old code is an earlier
      * move the code has since come back from, and is replaced.
       WRITE-CROSS-REFERENCE.
           IF WS-MERGE
               MOVE 'M' TO HIST_ACTION
           ELSE
               MOVE 'K' TO HIST_ACTION
           END-IF
           MOVE 'X' TO HIST_TARGET
           MOVE SPACES TO HIST_BEFORE
           MOVE WS-OLD-CODE TO HIST_BEFORE (1:10)
           MOVE SPACES TO HIST_AFTER
           STRING WS-NEW-CODE DELIMITED BY SIZE
                   ' ADDRESSES=' DELIMITED BY SIZE
                   WS-OLD-B-ROWS DELIMITED BY SIZE
                   ' DETAILS=' DELIMITED BY SIZE
                   WS-DT-MOVED DELIMITED BY SIZE
                   ' CONTACTS=' DELIMITED BY SIZE
                   WS-CL-MOVED DELIMITED BY SIZE
               INTO HIST_AFTER
           MOVE WS-OLD-CODE TO COMPANY_CODE
           PERFORM WRITE-HISTORY-ROW THRU WRITE-HISTORY-ROW-EXIT
           MOVE WS-NEW-CODE TO COMPANY_CODE
           PERFORM WRITE-HISTORY-ROW THRU WRITE-HISTORY-ROW-EXIT
           MOVE WS-OLD-CODE TO COMPANY_CODE

           MOVE WS-NEW-CODE TO RX-OLD-CODE
           DELETE REKEY-XREF-FILE
           MOVE SPACES TO REKEY-XREF-REC
           MOVE WS-OLD-CODE TO RX-OLD-CODE
           MOVE WS-NEW-CODE TO RX-NEW-CODE
           MOVE HIST_ACTION TO RX-ACTION
           MOVE WS-RUN-DATE TO RX-DATE
           ACCEPT RX-TIME FROM TIME
           MOVE GLOBAL-RUN-ID TO RX-RUN-ID
           WRITE REKEY-XREF-REC
           IF WS-RKEY-STATUS = 22
               REWRITE REKEY-XREF-REC
           END-IF
           IF WS-RKEY-STATUS NOT = ZEROES
               ADD 1 TO WS-ERRORS-HIT
               DISPLAY '    COREKEY: RKEYXREF WRITE FAILED, STATUS '
                       WS-RKEY-STATUS ' KEY=' RX-OLD-CODE
               MOVE 'COREKEY'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE SPACES TO EL-MESSAGE
               STRING 'RKEYXREF ENTRY NOT WRITTEN FOR '
                           DELIMITED BY SIZE
                       WS-OLD-CODE DELIMITED BY SIZE
                   INTO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
           END-IF.
       WRITE-CROSS-REFERENCE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * One T2021H row under COMPANY_CODE, numbered and chained on
      * from the last, inside the company's unit of work.
       WRITE-HISTORY-ROW.
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
           MOVE 'T2021H' TO CN-TRAIL
           MOVE WS-HIST-CHAIN TO CN-CHAIN
           MOVE 189 TO CN-LENGTH
           MOVE HIST-CHAIN-BODY TO CN-DATA
           CALL 'CHAINSRV' USING CHAINSRV-PARM
           MOVE CN-CHAIN TO WS-HIST-CHAIN
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
      * The history chain carries on from the highest-numbered row,
      * the same way SQLMAINT picks it up.
       FIND-HISTORY-CHAIN-END.
           MOVE ZERO TO WS-HIST-SEQ
           MOVE ZEROES TO WS-HIST-CHAIN
           EXEC SQL
             SELECT HIST_SEQ, CHAIN_VALUE
               INTO :HIST_SEQ, :HIST_CHAIN
               FROM T2021H
              WHERE HIST_SEQ = (SELECT MAX(HIST_SEQ) FROM T2021H)
           END-EXEC
           PERFORM CHECK-FATAL-SQLERROR
           IF SQLCODE = 0
               MOVE HIST_SEQ TO WS-HIST-SEQ
               MOVE HIST_CHAIN TO WS-HIST-CHAIN
           END-IF
           DISPLAY '    HISTORY CHAIN CONTINUES FROM ROW '
                   WS-HIST-SEQ.
       FIND-HISTORY-CHAIN-END-EXIT.
           CONTINUE
         .
      ***********************************************************
       REPORT-ONE-COMPANY.
           MOVE SPACES TO REPORT-LINE
           STRING '    T2021A   ' DELIMITED BY SIZE
                   WS-A-OUTCOME DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '    T2021B   ' DELIMITED BY SIZE
                   WS-OLD-B-ROWS DELIMITED BY SIZE
                   ' ADDRESS ROW(S) MOVED' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN NOT WS-VSAM-SPLIT
                   MOVE '    VSAMFILE SAME 7-BYTE KEY - NOTHING TO MOVE'
                       TO REPORT-LINE
               WHEN WS-OLD-RECORDS = ZEROES
                   MOVE '    VSAMFILE NOTHING ON FILE UNDER THE OLD KEY'
                       TO REPORT-LINE
               WHEN OTHER
                   STRING '    VSAMFILE ' DELIMITED BY SIZE
                           WS-VS-MOVED DELIMITED BY SIZE
                           ' RECORD(S) WRITTEN, ' DELIMITED BY SIZE
                           WS-DT-MOVED DELIMITED BY SIZE
                           ' DETAIL(S), HEADER DETAIL COUNT '
                               DELIMITED BY SIZE
                           WS-COMBINED-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           IF WS-XREF-OPEN AND WS-VSAM-SPLIT
               MOVE SPACES TO REPORT-LINE
               STRING '    VSAMXREF ' DELIMITED BY SIZE
                       WS-XR-MOVED DELIMITED BY SIZE
                       ' STATE ENTRY(IES) RE-POINTED' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-LINK-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING '    CONTLINK ' DELIMITED BY SIZE
                       WS-CL-MOVED DELIMITED BY SIZE
                       ' LINK(S) MOVED, ' DELIMITED BY SIZE
                       WS-CL-COMBINED DELIMITED BY SIZE
                       ' ALREADY HELD BY THE SURVIVOR'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '    RKEYXREF ' DELIMITED BY SIZE
                   WS-OLD-CODE DELIMITED BY SIZE
                   ' NOW LEADS TO ' DELIMITED BY SIZE
                   WS-NEW-CODE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-ONE-COMPANY-EXIT.
           CONTINUE
         .
      ***********************************************************
      * GRPLINK is GRPMANT's to change - a company still named there
      * under its old code is reported for relinking.
       CHECK-GROUP-LINKS.
           MOVE ZEROES TO WS-GL-NAMED
           OPEN INPUT GROUP-FILE
           IF WS-GROUP-STATUS NOT = ZEROES
               GO TO CHECK-GROUP-LINKS-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM UNTIL WS-SCAN-EOF
               READ GROUP-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF GL-CHILD = WS-OLD-CODE
                               OR GL-PARENT = WS-OLD-CODE
                           ADD 1 TO WS-GL-NAMED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-FILE
           IF WS-GL-NAMED = ZEROES
               GO TO CHECK-GROUP-LINKS-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '    GRPLINK  ' DELIMITED BY SIZE
                   WS-GL-NAMED DELIMITED BY SIZE
                   ' LINK(S) STILL NAME ' DELIMITED BY SIZE
                   WS-OLD-CODE DELIMITED BY SIZE
                   ' - RELINK THROUGH GRPMANT' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COREKEY'  TO EL-PROGRAM-ID
           MOVE 'WARNING'  TO EL-SEVERITY
           MOVE RC-NORMAL  TO EL-RETURN-CODE
           MOVE SPACES TO EL-MESSAGE
           STRING 'GRPLINK STILL NAMES RE-KEYED COMPANY '
                       DELIMITED BY SIZE
                   WS-OLD-CODE DELIMITED BY SIZE
               INTO EL-MESSAGE
           CALL 'ERRLOG' USING ERRLOG-PARM.
       CHECK-GROUP-LINKS-EXIT.
           CONTINUE
         .
      ***********************************************************
      * A VSAMFILE failure part way through a company leaves the SQL
      * side rolled back and the VSAMFILE side as VJOURNAL shows it;
      * nothing more is attempted until it has been put right.
       ABANDON-RUN.
           EXEC SQL
             ROLLBACK
           END-EXEC
           ADD 1 TO WS-ERRORS-HIT
           MOVE SPACES TO REPORT-LINE
           STRING 'RE-KEY OF ' DELIMITED BY SIZE
                   WS-OLD-CODE DELIMITED BY SIZE
                   ' STOPPED ON A VSAMFILE ERROR - SQL SIDE ROLLED'
                       DELIMITED BY SIZE
                   ' BACK, SEE VJOURNAL FOR THE VSAMFILE SIDE'
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY '    ' REPORT-LINE (1:100)
           MOVE 'COREKEY'  TO EL-PROGRAM-ID
           MOVE 'FATAL'    TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           MOVE SPACES TO EL-MESSAGE
           STRING 'RE-KEY STOPPED ON VSAMFILE ERROR - COMPANY '
                       DELIMITED BY SIZE
                   WS-OLD-CODE DELIMITED BY SIZE
               INTO EL-MESSAGE
           CALL 'ERRLOG' USING ERRLOG-PARM
           CLOSE UPDATE-FILE
           CLOSE REJECT-FILE
           PERFORM CLOSE-RUN-FILES THRU CLOSE-RUN-FILES-EXIT
           CLOSE REKEY-REPORT
           MOVE RC-PROCESSING-ERROR TO RETURN-CODE
           PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
           DISPLAY '  </COREKEY>'
           GOBACK
           .
      ***********************************************************
       CHECK-FATAL-SQLERROR.
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100 THEN
             DISPLAY 'STATEMENT FAILED WITH SQLCODE: ' SQLCODE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 'COREKEY'  TO EL-PROGRAM-ID
             MOVE 'FATAL'    TO EL-SEVERITY
             MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
             MOVE 'SQL0001' TO EL-MSG-ID
             CALL 'ERRLOG' USING ERRLOG-PARM
             CLOSE UPDATE-FILE
             CLOSE REJECT-FILE
             PERFORM CLOSE-RUN-FILES THRU CLOSE-RUN-FILES-EXIT
             CLOSE REKEY-REPORT
             MOVE RC-PROCESSING-ERROR TO RETURN-CODE
             PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
             DISPLAY '  </COREKEY>'
             GOBACK
           END-IF
           .
      ***********************************************************
