       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMONL.
      ******************************************************************
      *    VSAMONL - online inquiry and update for VSAMFILE companies,
      *    transaction VONL, map VSONLM1 of mapset VSONLMS.  Answers
      *    "what is on file for company X" without waiting for the
      *    next VSAMBRWS run, and lets authorised staff add, change
      *    or delete a single 'DT' detail between the overnight
      *    TRANFILE batches.
      *
      *    Pseudo-conversational: every screen ends in a RETURN with
      *    the COMMAREA below, so nothing is held between keystrokes.
      *
      *      ENTER   a new company code shows its 'HD' header and the
      *              first page of its 'DT' details; with an action
      *              line filled in, applies the action and redisplays
      *      PF7     previous page of details
      *      PF8     next page of details
      *      PF3     end the session (CLEAR does the same)
      *
      *    Action line:  A add, C change, D delete, against the
      *    detail whose sequence number (001-998) is given - 999
      *    holds the company's 'ST' lifecycle status segment (CSTATR),
      *    and a company whose closure is in force takes no new
      *    details.  On a
      *    change only the fields keyed are replaced.  The detail is
      *    put through the same segment edit the batch VSAM run's
      *    VALIDATE-SEGMENT-DATA applies to a 'DT' segment, except
      *    that a blank detail, which the batch only reports, is
      *    refused here outright since the operator is at hand to
      *    correct it.  The header is display-only - header changes
      *    stay with the TRANFILE batch.
      *
      *    Authorisation: an update is only taken when the signed-on
      *    user holds UPDATE access to the VSAMFILE file resource in
      *    the external security manager; anyone may inquire.
      *
      *    Journal: every applied change writes one VJOURNAL record
      *    with the same layout, action codes and before/after
      *    images the batch VSAM run writes, through the VJRN
      *    extrapartition transient-data queue over the VJOURNAL
      *    dataset, so VSAMRCVR forward recovery and the journal
      *    reports see online and batch changes alike.  If the
      *    journal write fails the change is backed out with a
      *    SYNCPOINT ROLLBACK - no change is kept that the journal
      *    does not carry.  An added or changed detail also posts
      *    its VSAMXREF state entry, as the batch run does, when the
      *    cross-reference is in service.  Where the batch run puts
      *    its GLOBAL-RUN-ID on the journal record this transaction
      *    puts 'VONL', the terminal id and the task number, so each
      *    online change can be traced to the task that made it.
      *    The journal record is chained onto the one before it the
      *    way CHAINSRV chains the batch run's; the end of chain is
      *    held on the CHAINCTL file, read for update so concurrent
      *    tasks chain one after another, and rewritten in the same
      *    unit of work as the change.
      *
      *    A company code COREKEY has moved or merged away has nothing
      *    left under it on VSAMFILE; when such a code is entered the
      *    re-key cross-reference RKEYXREF is followed, entry to
      *    entry, to the code the company is kept under now, and that
      *    company is shown with a message naming the move.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      * The VSAMFILE record, as the batch VSAM program lays it out.
       01 WS-KS-REC.
           05 WS-KS-KEY.
              10 WS-KS-COMPANY      PICTURE IS X(7).
              10 WS-KS-SEQ          PICTURE IS X(3).
           05 WS-KS-SEGMENT.
              10 WS-KS-SEGMENT-CODE PICTURE IS X(2).
              10 WS-KS-SEGMENT-DATA PICTURE IS X(28).
       01 WS-KS-HEADER-VIEW REDEFINES WS-KS-REC.
           05 FILLER                PICTURE IS X(12).
           05 WS-KSH-COUNT          PICTURE IS X(7).
           05 WS-KSH-REST           PICTURE IS X(21).
       01 WS-KS-DETAIL-VIEW REDEFINES WS-KS-REC.
           05 FILLER                PICTURE IS X(12).
           05 WS-KSD-LINE1          PICTURE IS X(14).
           05 WS-KSD-STATE          PICTURE IS X(2).
           05 WS-KSD-ZIP            PICTURE IS X(10).
           05 FILLER                PICTURE IS X(2).
       01 WS-KS-LENGTH             PICTURE IS S9(4) COMP VALUE 40.
      * The journal record, byte for byte the batch VSAM layout.
       01 WS-JOURNAL-REC.
           05 WS-JR-RUN-DATE        PICTURE IS 9(8).
           05 FILLER                PICTURE IS X       VALUE SPACE.
           05 WS-JR-RUN-TIME        PICTURE IS 9(8).
           05 FILLER                PICTURE IS X       VALUE SPACE.
           05 WS-JR-ACTION          PICTURE IS X.
           05 FILLER                PICTURE IS X       VALUE SPACE.
           05 WS-JR-KEY             PICTURE IS X(10).
           05 FILLER                PICTURE IS X       VALUE SPACE.
           05 WS-JR-BEFORE-IMAGE    PICTURE IS X(30).
           05 FILLER                PICTURE IS X       VALUE SPACE.
           05 WS-JR-AFTER-IMAGE     PICTURE IS X(30).
           05 FILLER                PICTURE IS X       VALUE SPACE.
           05 WS-JR-RUN-ID.
              10 WS-JR-RUN-TRAN     PICTURE IS X(4).
              10 WS-JR-RUN-TERM     PICTURE IS X(4).
              10 WS-JR-RUN-TASK     PICTURE IS 9(8).
           05 FILLER                PICTURE IS X       VALUE SPACE.
           05 WS-JR-CHAIN           PICTURE IS 9(18).
       01 WS-JOURNAL-LENGTH        PICTURE IS S9(4) COMP VALUE 128.
      * The journal's end of chain on CHAINCTL (see CHAINSRVR).
           COPY CHAINCTR.
       01 WS-CHAIN-LENGTH          PICTURE IS S9(4) COMP VALUE 60.
       01 WS-CHAIN-TRAIL           PICTURE IS X(8)    VALUE 'VJOURNAL'.
           COPY HASHSRVR.
      * The by-state cross-reference entry VSAMXBLD builds.
       01 WS-XR-REC.
           05 WS-XR-KEY.
              10 WS-XR-STATE        PICTURE IS X(2).
              10 WS-XR-COMPANY-KEY  PICTURE IS X(10).
           05 FILLER                PICTURE IS X(8)    VALUE SPACES.
       01 WS-XR-LENGTH             PICTURE IS S9(4) COMP VALUE 20.
      * Carried from one screen to the next.
       01 WS-COMMAREA.
           05 WS-CA-COMPANY         PICTURE IS X(7).
           05 WS-CA-PAGE            PICTURE IS 9(3).
           05 WS-CA-MORE-SW         PICTURE IS X.
              88 WS-CA-MORE                            VALUE 'Y'.
       01 WS-RESP                  PICTURE IS S9(8) COMP.
       01 WS-UPDATE-CVDA           PICTURE IS S9(8) COMP.
       01 WS-ABSTIME               PICTURE IS S9(15) COMP-3.
       01 WS-TODAY                 PICTURE IS X(8)    VALUE SPACES.
       01 WS-NOW                   PICTURE IS X(6)    VALUE SPACES.
       01 WS-TODAY-SHOWN           PICTURE IS X(10)   VALUE SPACES.
       01 WS-MESSAGE               PICTURE IS X(79)   VALUE SPACES.
       01 WS-BROWSE-KEY            PICTURE IS X(10)   VALUE SPACES.
       01 WS-BROWSE-EOF-SW         PICTURE IS X       VALUE 'N'.
          88 WS-BROWSE-EOF                             VALUE 'Y'.
       01 WS-SKIP-COUNT            PICTURE IS 9(5)    VALUE ZEROES.
       01 WS-LINE-SUB              PICTURE IS 9(3)    VALUE ZEROES.
       01 WS-DETAIL-LINE           PICTURE IS X(40)   VALUE SPACES.
       01 WS-HEADER-FOUND-SW       PICTURE IS X       VALUE 'N'.
          88 WS-HEADER-FOUND                           VALUE 'Y'.
       01 WS-ACTION-OK-SW          PICTURE IS X       VALUE 'Y'.
          88 WS-ACTION-OK                              VALUE 'Y'.
       01 WS-BEFORE-IMAGE          PICTURE IS X(30)   VALUE SPACES.
       01 WS-AFTER-IMAGE           PICTURE IS X(30)   VALUE SPACES.
       01 WS-ACTION                PICTURE IS X       VALUE SPACE.
       01 WS-TARGET-KEY            PICTURE IS X(10)   VALUE SPACES.
      * Following a re-keyed company code (see RKEYXRR).
           COPY RKEYXRR.
       01 WS-RKEY-LENGTH           PICTURE IS S9(4) COMP VALUE 60.
       01 WS-RKEY-GENERIC-LENGTH   PICTURE IS S9(4) COMP VALUE 7.
       01 WS-RKEY-CODE             PICTURE IS X(10)   VALUE SPACES.
       01 WS-RKEY-ENTERED          PICTURE IS X(7)    VALUE SPACES.
       01 WS-RKEY-ACTION           PICTURE IS X       VALUE SPACE.
       01 WS-RKEY-DATE             PICTURE IS 9(8)    VALUE ZEROES.
       01 WS-RKEY-HOPS             PICTURE IS 9(3)    VALUE ZEROES.
       01 WS-RKEY-MAX-HOPS         PICTURE IS 9(3)    VALUE 20.
       01 WS-RKEY-DONE-SW          PICTURE IS X       VALUE 'N'.
          88 WS-RKEY-DONE                              VALUE 'Y'.

           COPY CSTATR.
           COPY VSONLMS.
           COPY DFHAID.
           COPY DFHBMSCA.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA              PICTURE IS X(11).
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
                     TIME(WS-NOW)
           END-EXEC
           STRING WS-TODAY (1:4) DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-TODAY (5:2) DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-TODAY (7:2) DELIMITED BY SIZE
               INTO WS-TODAY-SHOWN

      * First time in - a blank screen waiting for a company code.
           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE 1 TO WS-CA-PAGE
               MOVE 'N' TO WS-CA-MORE-SW
               MOVE 'ENTER A COMPANY CODE AND PRESS ENTER'
                   TO WS-MESSAGE
               PERFORM SEND-BLANK-SCREEN THRU SEND-BLANK-SCREEN-END
               PERFORM RETURN-TO-CICS
           END-IF

           MOVE DFHCOMMAREA TO WS-COMMAREA

           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   PERFORM END-SESSION
               WHEN DFHPF7
                   IF WS-CA-PAGE > 1
                       SUBTRACT 1 FROM WS-CA-PAGE
                   ELSE
                       MOVE 'ALREADY ON THE FIRST PAGE' TO WS-MESSAGE
                   END-IF
                   PERFORM SHOW-COMPANY THRU SHOW-COMPANY-END
               WHEN DFHPF8
                   IF WS-CA-MORE
                       ADD 1 TO WS-CA-PAGE
                   ELSE
                       MOVE 'NO MORE DETAILS' TO WS-MESSAGE
                   END-IF
                   PERFORM SHOW-COMPANY THRU SHOW-COMPANY-END
               WHEN DFHENTER
                   PERFORM PROCESS-ENTER THRU PROCESS-ENTER-END
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER, PF7, PF8 OR PF3'
                       TO WS-MESSAGE
                   PERFORM SHOW-COMPANY THRU SHOW-COMPANY-END
           END-EVALUATE

           PERFORM RETURN-TO-CICS
           .
       RETURN-TO-CICS.
           EXEC CICS RETURN TRANSID('VONL')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           GOBACK
           .
       END-SESSION.
           MOVE 'VSAMONL SESSION ENDED' TO WS-MESSAGE
           EXEC CICS SEND TEXT FROM(WS-MESSAGE)
                     LENGTH(21)
                     ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           GOBACK
           .
      * A changed company code starts a fresh inquiry; otherwise an
      * action line is applied to the company already on the screen.
       PROCESS-ENTER.
           EXEC CICS RECEIVE MAP('VSONLM1') MAPSET('VSONLMS')
                     INTO(VSONLM1I)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ENTER A COMPANY CODE AND PRESS ENTER'
                   TO WS-MESSAGE
               PERFORM SHOW-COMPANY THRU SHOW-COMPANY-END
               GO TO PROCESS-ENTER-END
           END-IF

           IF COMPANYL > 0 AND COMPANYI NOT = WS-CA-COMPANY
               MOVE COMPANYI TO WS-CA-COMPANY
               MOVE 1 TO WS-CA-PAGE
               PERFORM FOLLOW-REKEY THRU FOLLOW-REKEY-END
               PERFORM SHOW-COMPANY THRU SHOW-COMPANY-END
               GO TO PROCESS-ENTER-END
           END-IF

           IF ACTIONL > 0 AND ACTIONI NOT = SPACE
               PERFORM APPLY-ACTION THRU APPLY-ACTION-END
           END-IF
           PERFORM SHOW-COMPANY THRU SHOW-COMPANY-END.
       PROCESS-ENTER-END.
           CONTINUE.
      * A code still on VSAMFILE is shown as it stands.  One with
      * nothing on file is looked up on RKEYXREF by its seven bytes
      * and followed to the code the company went to, and on from
      * there as often as it has been moved since.  No cross-
      * reference, or a file not in service, leaves the inquiry as
      * entered.
       FOLLOW-REKEY.
           IF WS-CA-COMPANY = SPACES
               GO TO FOLLOW-REKEY-END
           END-IF
           MOVE WS-CA-COMPANY TO WS-KS-COMPANY
           MOVE '000' TO WS-KS-SEQ
           MOVE WS-KS-KEY TO WS-TARGET-KEY
           EXEC CICS READ FILE('VSAMFILE')
                     INTO(WS-KS-REC)
                     RIDFLD(WS-TARGET-KEY)
                     KEYLENGTH(WS-RKEY-GENERIC-LENGTH)
                     GENERIC
                     LENGTH(WS-KS-LENGTH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NOTFND)
               GO TO FOLLOW-REKEY-END
           END-IF

           MOVE SPACES TO WS-RKEY-CODE
           MOVE WS-CA-COMPANY TO WS-RKEY-CODE (1:7)
           EXEC CICS READ FILE('RKEYXREF')
                     INTO(REKEY-XREF-REC)
                     RIDFLD(WS-RKEY-CODE)
                     KEYLENGTH(WS-RKEY-GENERIC-LENGTH)
                     GENERIC
                     LENGTH(WS-RKEY-LENGTH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO FOLLOW-REKEY-END
           END-IF
           MOVE WS-CA-COMPANY TO WS-RKEY-ENTERED
           MOVE RX-ACTION TO WS-RKEY-ACTION
           MOVE RX-DATE TO WS-RKEY-DATE
           MOVE 1 TO WS-RKEY-HOPS
           MOVE 'N' TO WS-RKEY-DONE-SW
           PERFORM UNTIL WS-RKEY-DONE
                   OR WS-RKEY-HOPS NOT < WS-RKEY-MAX-HOPS
               MOVE RX-NEW-CODE TO WS-RKEY-CODE
               EXEC CICS READ FILE('RKEYXREF')
                         INTO(REKEY-XREF-REC)
                         RIDFLD(WS-RKEY-CODE)
                         LENGTH(WS-RKEY-LENGTH)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO WS-RKEY-HOPS
               ELSE
                   MOVE 'Y' TO WS-RKEY-DONE-SW
               END-IF
           END-PERFORM
           IF WS-RKEY-CODE (1:7) = WS-RKEY-ENTERED
               GO TO FOLLOW-REKEY-END
           END-IF

           MOVE WS-RKEY-CODE (1:7) TO WS-CA-COMPANY
           MOVE SPACES TO WS-MESSAGE
           IF WS-RKEY-ACTION = 'M'
               STRING 'COMPANY ' DELIMITED BY SIZE
                       WS-RKEY-ENTERED DELIMITED BY SIZE
                       ' MERGED INTO ' DELIMITED BY SIZE
                       WS-RKEY-CODE DELIMITED BY SIZE
                       ' ON ' DELIMITED BY SIZE
                       WS-RKEY-DATE DELIMITED BY SIZE
                       ' - SHOWING THAT CODE' DELIMITED BY SIZE
                   INTO WS-MESSAGE
           ELSE
               STRING 'COMPANY ' DELIMITED BY SIZE
                       WS-RKEY-ENTERED DELIMITED BY SIZE
                       ' MOVED TO ' DELIMITED BY SIZE
                       WS-RKEY-CODE DELIMITED BY SIZE
                       ' ON ' DELIMITED BY SIZE
                       WS-RKEY-DATE DELIMITED BY SIZE
                       ' - SHOWING THAT CODE' DELIMITED BY SIZE
                   INTO WS-MESSAGE
           END-IF.
       FOLLOW-REKEY-END.
           CONTINUE.
      ******************************************************************
      * Inquiry - the header, then one page of details by browsing
      * forward from the company's first detail key.
      ******************************************************************
       SHOW-COMPANY.
           MOVE LOW-VALUES TO VSONLM1O
           MOVE WS-TODAY-SHOWN TO RUNDATEO
           MOVE WS-CA-COMPANY TO COMPANYO
           MOVE WS-CA-PAGE TO PAGENOO

           IF WS-CA-COMPANY = SPACES
               IF WS-MESSAGE = SPACES
                   MOVE 'ENTER A COMPANY CODE AND PRESS ENTER'
                       TO WS-MESSAGE
               END-IF
               GO TO SHOW-COMPANY-SEND
           END-IF

           MOVE 'N' TO WS-HEADER-FOUND-SW
           MOVE WS-CA-COMPANY TO WS-KS-COMPANY
           MOVE '000' TO WS-KS-SEQ
           MOVE WS-KS-KEY TO WS-TARGET-KEY
           EXEC CICS READ FILE('VSAMFILE')
                     INTO(WS-KS-REC)
                     RIDFLD(WS-TARGET-KEY)
                     LENGTH(WS-KS-LENGTH)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-HEADER-FOUND-SW
                   MOVE WS-KSH-COUNT TO HDCOUNTO
                   MOVE WS-KSH-REST TO HDRESTO
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE '*NONE*' TO HDCOUNTO
                   IF WS-MESSAGE = SPACES
                       MOVE 'NO HD HEADER ON FILE FOR THIS COMPANY'
                           TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'VSAMFILE NOT AVAILABLE - TRY AGAIN LATER'
                       TO WS-MESSAGE
                   GO TO SHOW-COMPANY-SEND
           END-EVALUATE

           PERFORM LIST-DETAIL-PAGE THRU LIST-DETAIL-PAGE-END.
       SHOW-COMPANY-SEND.
           MOVE WS-MESSAGE TO MSGO
           MOVE -1 TO COMPANYL
           EXEC CICS SEND MAP('VSONLM1') MAPSET('VSONLMS')
                     FROM(VSONLM1O)
                     ERASE CURSOR
           END-EXEC.
       SHOW-COMPANY-END.
           CONTINUE.
       SEND-BLANK-SCREEN.
           MOVE LOW-VALUES TO VSONLM1O
           MOVE WS-TODAY-SHOWN TO RUNDATEO
           MOVE WS-MESSAGE TO MSGO
           EXEC CICS SEND MAP('VSONLM1') MAPSET('VSONLMS')
                     FROM(VSONLM1O)
                     ERASE
           END-EXEC.
       SEND-BLANK-SCREEN-END.
           CONTINUE.
      * Details skipped for earlier pages are counted off the browse;
      * a company rarely has more than a few pages, so there is no
      * point holding page-start keys in the COMMAREA.
       LIST-DETAIL-PAGE.
           MOVE 'N' TO WS-CA-MORE-SW
           MOVE ZEROES TO WS-LINE-SUB
           COMPUTE WS-SKIP-COUNT = (WS-CA-PAGE - 1) * 10
           MOVE WS-CA-COMPANY TO WS-BROWSE-KEY (1:7)
           MOVE '001' TO WS-BROWSE-KEY (8:3)
           EXEC CICS STARTBR FILE('VSAMFILE')
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF WS-MESSAGE = SPACES
                   MOVE 'NO DT DETAILS ON FILE FOR THIS COMPANY'
                       TO WS-MESSAGE
               END-IF
               GO TO LIST-DETAIL-PAGE-END
           END-IF

           MOVE 'N' TO WS-BROWSE-EOF-SW
           PERFORM UNTIL WS-BROWSE-EOF
               EXEC CICS READNEXT FILE('VSAMFILE')
                         INTO(WS-KS-REC)
                         RIDFLD(WS-BROWSE-KEY)
                         LENGTH(WS-KS-LENGTH)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR WS-KS-COMPANY NOT = WS-CA-COMPANY
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
               ELSE
                   IF WS-SKIP-COUNT > ZEROES
                       SUBTRACT 1 FROM WS-SKIP-COUNT
                   ELSE
                       IF WS-LINE-SUB = 10
                           MOVE 'Y' TO WS-CA-MORE-SW
                           MOVE 'Y' TO WS-BROWSE-EOF-SW
                       ELSE
                           ADD 1 TO WS-LINE-SUB
                           PERFORM FORMAT-DETAIL-LINE
                               THRU FORMAT-DETAIL-LINE-END
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS ENDBR FILE('VSAMFILE') RESP(WS-RESP) END-EXEC

           IF WS-LINE-SUB = ZEROES AND WS-MESSAGE = SPACES
               IF WS-CA-PAGE > 1
                   MOVE 'NO DETAILS ON THIS PAGE' TO WS-MESSAGE
               ELSE
                   MOVE 'NO DT DETAILS ON FILE FOR THIS COMPANY'
                       TO WS-MESSAGE
               END-IF
           END-IF
           IF WS-CA-MORE AND WS-MESSAGE = SPACES
               MOVE 'MORE DETAILS - PRESS PF8' TO WS-MESSAGE
           END-IF.
       LIST-DETAIL-PAGE-END.
           CONTINUE.
      * Any segment other than 'DT' under a detail key is shown as
      * the raw segment so nothing on file is hidden from the screen.
       FORMAT-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-KS-SEGMENT-CODE = 'DT'
               STRING WS-KS-SEQ     DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-KSD-LINE1  DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-KSD-STATE  DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-KSD-ZIP    DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
           ELSE
               STRING WS-KS-SEQ     DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-KS-SEGMENT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
           END-IF
           EVALUATE WS-LINE-SUB
               WHEN 1  MOVE WS-DETAIL-LINE TO DET01O
               WHEN 2  MOVE WS-DETAIL-LINE TO DET02O
               WHEN 3  MOVE WS-DETAIL-LINE TO DET03O
               WHEN 4  MOVE WS-DETAIL-LINE TO DET04O
               WHEN 5  MOVE WS-DETAIL-LINE TO DET05O
               WHEN 6  MOVE WS-DETAIL-LINE TO DET06O
               WHEN 7  MOVE WS-DETAIL-LINE TO DET07O
               WHEN 8  MOVE WS-DETAIL-LINE TO DET08O
               WHEN 9  MOVE WS-DETAIL-LINE TO DET09O
               WHEN 10 MOVE WS-DETAIL-LINE TO DET10O
           END-EVALUATE.
       FORMAT-DETAIL-LINE-END.
           CONTINUE.
      ******************************************************************
      * Update - one detail per ENTER.  Every refusal leaves a message
      * and goes straight to the exit with the file untouched.
      ******************************************************************
       APPLY-ACTION.
           MOVE ACTIONI TO WS-ACTION
           IF WS-ACTION NOT = 'A' AND WS-ACTION NOT = 'C'
                   AND WS-ACTION NOT = 'D'
               MOVE 'ACTION MUST BE A, C OR D' TO WS-MESSAGE
               GO TO APPLY-ACTION-END
           END-IF
           IF WS-CA-COMPANY = SPACES
               MOVE 'ENTER A COMPANY CODE FIRST' TO WS-MESSAGE
               GO TO APPLY-ACTION-END
           END-IF
           IF SEQL = 0 OR SEQI NOT NUMERIC OR SEQI = '000'
                   OR SEQI = CS-STATUS-SEQ
               MOVE 'SEQ MUST BE A DETAIL NUMBER 001-998'
                   TO WS-MESSAGE
               GO TO APPLY-ACTION-END
           END-IF

           EXEC CICS QUERY SECURITY
                     RESTYPE('FILE')
                     RESID('VSAMFILE')
                     RESIDLENGTH(8)
                     UPDATE(WS-UPDATE-CVDA)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR WS-UPDATE-CVDA NOT = DFHVALUE(UPDATABLE)
               MOVE 'NOT AUTHORISED TO UPDATE VSAMFILE - INQUIRY ONLY'
                   TO WS-MESSAGE
               GO TO APPLY-ACTION-END
           END-IF

           MOVE WS-CA-COMPANY TO WS-KS-COMPANY
           MOVE '000' TO WS-KS-SEQ
           MOVE WS-KS-KEY TO WS-TARGET-KEY
           EXEC CICS READ FILE('VSAMFILE')
                     INTO(WS-KS-REC)
                     RIDFLD(WS-TARGET-KEY)
                     LENGTH(WS-KS-LENGTH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) AND WS-ACTION = 'A'
               MOVE 'NO HD HEADER FOR THIS COMPANY - DETAIL NOT ADDED'
                   TO WS-MESSAGE
               GO TO APPLY-ACTION-END
           END-IF
           IF WS-ACTION = 'A'
               MOVE WS-CA-COMPANY TO WS-TARGET-KEY (1:7)
               MOVE CS-STATUS-SEQ TO WS-TARGET-KEY (8:3)
               EXEC CICS READ FILE('VSAMFILE')
                         INTO(WS-KS-REC)
                         RIDFLD(WS-TARGET-KEY)
                         LENGTH(WS-KS-LENGTH)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-KS-SEGMENT TO CS-STATUS-SEGMENT
                   IF CS-SEGMENT-CODE = 'ST' AND CS-CLOSED
                           AND CS-EFFECTIVE-DATE NOT > WS-TODAY
                       MOVE 'COMPANY IS CLOSED - DETAIL NOT ADDED'
                           TO WS-MESSAGE
                       GO TO APPLY-ACTION-END
                   END-IF
               END-IF
           END-IF

           MOVE WS-CA-COMPANY TO WS-TARGET-KEY (1:7)
           MOVE SEQI TO WS-TARGET-KEY (8:3)
           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM ADD-DETAIL THRU ADD-DETAIL-END
               WHEN 'C'
                   PERFORM CHANGE-DETAIL THRU CHANGE-DETAIL-END
               WHEN 'D'
                   PERFORM DELETE-DETAIL THRU DELETE-DETAIL-END
           END-EVALUATE.
       APPLY-ACTION-END.
           CONTINUE.
       ADD-DETAIL.
           MOVE SPACES TO WS-KS-REC
           MOVE WS-TARGET-KEY TO WS-KS-KEY
           MOVE 'DT' TO WS-KS-SEGMENT-CODE
           IF LINE1L > 0
               MOVE LINE1I TO WS-KSD-LINE1
           END-IF
           IF STATEL > 0
               MOVE STATEI TO WS-KSD-STATE
           END-IF
           IF ZIPL > 0
               MOVE ZIPI TO WS-KSD-ZIP
           END-IF
           PERFORM EDIT-DETAIL-SEGMENT THRU EDIT-DETAIL-SEGMENT-END
           IF NOT WS-ACTION-OK
               GO TO ADD-DETAIL-END
           END-IF

           EXEC CICS WRITE FILE('VSAMFILE')
                     FROM(WS-KS-REC)
                     RIDFLD(WS-TARGET-KEY)
                     LENGTH(WS-KS-LENGTH)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-KS-SEGMENT TO WS-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                       THRU WRITE-JOURNAL-RECORD-END
                   IF WS-ACTION-OK
                       PERFORM UPDATE-STATE-XREF
                           THRU UPDATE-STATE-XREF-END
                       MOVE 'DETAIL ADDED' TO WS-MESSAGE
                   END-IF
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE 'DETAIL ALREADY ON FILE - USE C TO CHANGE IT'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'VSAMFILE WRITE FAILED - DETAIL NOT ADDED'
                       TO WS-MESSAGE
           END-EVALUATE.
       ADD-DETAIL-END.
           CONTINUE.
      * Read for update first so the journal carries the image the
      * change is replacing, exactly as the batch run does.
       CHANGE-DETAIL.
           EXEC CICS READ FILE('VSAMFILE')
                     INTO(WS-KS-REC)
                     RIDFLD(WS-TARGET-KEY)
                     LENGTH(WS-KS-LENGTH)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'DETAIL NOT ON FILE - USE A TO ADD IT'
                   TO WS-MESSAGE
               GO TO CHANGE-DETAIL-END
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'VSAMFILE READ FAILED - DETAIL NOT CHANGED'
                   TO WS-MESSAGE
               GO TO CHANGE-DETAIL-END
           END-IF
           IF WS-KS-SEGMENT-CODE NOT = 'DT'
               EXEC CICS UNLOCK FILE('VSAMFILE') END-EXEC
               MOVE 'RECORD IS NOT A DT DETAIL - NOT CHANGED'
                   TO WS-MESSAGE
               GO TO CHANGE-DETAIL-END
           END-IF

           MOVE WS-KS-SEGMENT TO WS-BEFORE-IMAGE
           IF LINE1L > 0
               MOVE LINE1I TO WS-KSD-LINE1
           END-IF
           IF STATEL > 0
               MOVE STATEI TO WS-KSD-STATE
           END-IF
           IF ZIPL > 0
               MOVE ZIPI TO WS-KSD-ZIP
           END-IF
           PERFORM EDIT-DETAIL-SEGMENT THRU EDIT-DETAIL-SEGMENT-END
           IF NOT WS-ACTION-OK
               EXEC CICS UNLOCK FILE('VSAMFILE') END-EXEC
               GO TO CHANGE-DETAIL-END
           END-IF

           EXEC CICS REWRITE FILE('VSAMFILE')
                     FROM(WS-KS-REC)
                     LENGTH(WS-KS-LENGTH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'VSAMFILE REWRITE FAILED - DETAIL NOT CHANGED'
                   TO WS-MESSAGE
               GO TO CHANGE-DETAIL-END
           END-IF
           MOVE WS-KS-SEGMENT TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-END
           IF WS-ACTION-OK
               PERFORM UPDATE-STATE-XREF THRU UPDATE-STATE-XREF-END
               MOVE 'DETAIL CHANGED' TO WS-MESSAGE
           END-IF.
       CHANGE-DETAIL-END.
           CONTINUE.
       DELETE-DETAIL.
           EXEC CICS READ FILE('VSAMFILE')
                     INTO(WS-KS-REC)
                     RIDFLD(WS-TARGET-KEY)
                     LENGTH(WS-KS-LENGTH)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'DETAIL NOT ON FILE - NOTHING DELETED'
                   TO WS-MESSAGE
               GO TO DELETE-DETAIL-END
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'VSAMFILE READ FAILED - DETAIL NOT DELETED'
                   TO WS-MESSAGE
               GO TO DELETE-DETAIL-END
           END-IF
           IF WS-KS-SEGMENT-CODE NOT = 'DT'
               EXEC CICS UNLOCK FILE('VSAMFILE') END-EXEC
               MOVE 'RECORD IS NOT A DT DETAIL - NOT DELETED'
                   TO WS-MESSAGE
               GO TO DELETE-DETAIL-END
           END-IF

           MOVE WS-KS-SEGMENT TO WS-BEFORE-IMAGE
           EXEC CICS DELETE FILE('VSAMFILE')
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'VSAMFILE DELETE FAILED - DETAIL NOT DELETED'
                   TO WS-MESSAGE
               GO TO DELETE-DETAIL-END
           END-IF
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-END
           IF WS-ACTION-OK
               MOVE 'DETAIL DELETED' TO WS-MESSAGE
           END-IF.
       DELETE-DETAIL-END.
           CONTINUE.
      * The 'DT' segment edit of the batch run's VALIDATE-SEGMENT-DATA,
      * with a blank detail refused rather than reported.
       EDIT-DETAIL-SEGMENT.
           MOVE 'Y' TO WS-ACTION-OK-SW
           IF WS-KS-SEGMENT-DATA = SPACES
               MOVE 'N' TO WS-ACTION-OK-SW
               MOVE 'DETAIL HAS BLANK DATA - NOT APPLIED'
                   TO WS-MESSAGE
           END-IF.
       EDIT-DETAIL-SEGMENT-END.
           CONTINUE.
      * One VJOURNAL record per applied change, as the batch run's
      * WRITE-JOURNAL-RECORD writes it.  A change the journal cannot
      * carry is backed out.
       WRITE-JOURNAL-RECORD.
           MOVE 'Y' TO WS-ACTION-OK-SW
           MOVE WS-TODAY TO WS-JR-RUN-DATE
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     TIME(WS-NOW)
           END-EXEC
           MOVE ZEROES TO WS-JR-RUN-TIME
           MOVE WS-NOW TO WS-JR-RUN-TIME (1:6)
           MOVE WS-ACTION TO WS-JR-ACTION
           MOVE WS-TARGET-KEY TO WS-JR-KEY
           MOVE WS-BEFORE-IMAGE TO WS-JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO WS-JR-AFTER-IMAGE
           MOVE 'VONL' TO WS-JR-RUN-TRAN
           MOVE EIBTRMID TO WS-JR-RUN-TERM
           MOVE EIBTASKN TO WS-JR-RUN-TASK
           PERFORM CHAIN-JOURNAL-RECORD THRU CHAIN-JOURNAL-RECORD-END
           IF NOT WS-ACTION-OK
               GO TO WRITE-JOURNAL-RECORD-END
           END-IF
           EXEC CICS WRITEQ TD QUEUE('VJRN')
                     FROM(WS-JOURNAL-REC)
                     LENGTH(WS-JOURNAL-LENGTH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'N' TO WS-ACTION-OK-SW
               MOVE 'JOURNAL WRITE FAILED - CHANGE BACKED OUT'
                   TO WS-MESSAGE
           END-IF.
       WRITE-JOURNAL-RECORD-END.
           CONTINUE.
      * The chain value goes on before the record is queued: the end
      * of chain is read for update, the record chained onto it with
      * the HASHSRV hash CHAINSRV 'LINK' uses, and the new end
      * rewritten.  A journal with no end of chain on file cannot be
      * chained onto, so the change is backed out.
       CHAIN-JOURNAL-RECORD.
           EXEC CICS READ FILE('CHAINCTL')
                     INTO(CHAIN-CONTROL-REC)
                     RIDFLD(WS-CHAIN-TRAIL)
                     LENGTH(WS-CHAIN-LENGTH)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'N' TO WS-ACTION-OK-SW
               MOVE 'JOURNAL CHAIN NOT AVAILABLE - CHANGE BACKED OUT'
                   TO WS-MESSAGE
               GO TO CHAIN-JOURNAL-RECORD-END
           END-IF
           MOVE 'INIT' TO HS-FUNCTION
           CALL 'HASHSRV' USING HASHSRV-PARM
           MOVE 'ADD ' TO HS-FUNCTION
           MOVE 18 TO HS-LENGTH
           MOVE CC-CHAIN TO HS-DATA
           CALL 'HASHSRV' USING HASHSRV-PARM
           MOVE 109 TO HS-LENGTH
           MOVE WS-JOURNAL-REC (1:109) TO HS-DATA
           CALL 'HASHSRV' USING HASHSRV-PARM
           MOVE HS-HASH TO WS-JR-CHAIN
           MOVE HS-HASH TO CC-CHAIN
           MOVE WS-JR-RUN-DATE TO CC-DATE
           MOVE WS-JR-RUN-TIME TO CC-TIME
           MOVE 'VSAMONL' TO CC-PROGRAM-ID
           EXEC CICS REWRITE FILE('CHAINCTL')
                     FROM(CHAIN-CONTROL-REC)
                     LENGTH(WS-CHAIN-LENGTH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'N' TO WS-ACTION-OK-SW
               MOVE 'JOURNAL CHAIN UPDATE FAILED - CHANGE BACKED OUT'
                   TO WS-MESSAGE
           END-IF.
       CHAIN-JOURNAL-RECORD-END.
           CONTINUE.
      * As in the batch run, only an already-built cross-reference is
      * maintained and a duplicate means the state is already indexed.
       UPDATE-STATE-XREF.
           IF WS-KSD-STATE = SPACES
               GO TO UPDATE-STATE-XREF-END
           END-IF
           MOVE WS-KSD-STATE TO WS-XR-STATE
           MOVE WS-CA-COMPANY TO WS-XR-COMPANY-KEY (1:7)
           MOVE '000' TO WS-XR-COMPANY-KEY (8:3)
           EXEC CICS WRITE FILE('VSAMXREF')
                     FROM(WS-XR-REC)
                     RIDFLD(WS-XR-KEY)
                     LENGTH(WS-XR-LENGTH)
                     RESP(WS-RESP)
           END-EXEC.
       UPDATE-STATE-XREF-END.
           CONTINUE.
