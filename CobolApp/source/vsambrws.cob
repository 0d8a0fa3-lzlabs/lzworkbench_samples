      *       FROM=kkkkkkkkkk     first key to list (default first)
      *       TO=kkkkkkkkkk       last key to list (default last)
      *       ALL                 the whole file
      *       CLOSED=SHOW         list closed companies as well
      *
      *    Reads the KSDS sequentially through the range and prints a
      *    formatted listing to BRWSRPT, each 'HD' header followed by
      *    its indented 'DT' details and its 'ST' lifecycle status
      *    (CSTATR), with record counts by segment code at the end.
      *    A company whose closure is in force on the run date is left
      *    out of the listing - header, details and status - unless
      *    CLOSED=SHOW is given, in which case its header is flagged
      *    CLOSED; the companies left out are counted in the totals.
      *    The "let me just look at the file" tool for incident calls.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-HEADER-COUNT          PIC 9(7)    VALUE ZEROES.
       01 WS-DETAIL-COUNT          PIC 9(7)    VALUE ZEROES.
       01 WS-OTHER-COUNT           PIC 9(7)    VALUE ZEROES.
       01 WS-STATUS-COUNT          PIC 9(7)    VALUE ZEROES.
       01 WS-CLOSED-EXCLUDED       PIC 9(7)    VALUE ZEROES.
       01 WS-SHOW-CLOSED-SW        PIC X       VALUE 'N'.
          88 WS-SHOW-CLOSED                    VALUE 'Y'.
       01 WS-COMPANY-CLOSED-SW     PIC X       VALUE 'N'.
          88 WS-COMPANY-CLOSED                 VALUE 'Y'.
       01 WS-SKIP-COMPANY          PIC X(7)    VALUE SPACES.
       01 WS-SAVED-RECORD          PIC X(40)   VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY CSTATR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
                   ']'           DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SHOW-CLOSED
               MOVE 'CLOSED COMPANIES ARE LISTED' TO REPORT-LINE
           ELSE
               MOVE 'CLOSED COMPANIES ARE LEFT OUT' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           OPEN INPUT KSDS-File-In
           IF FSO NOT = ZEROES
               MOVE 'VSAMBRWS' TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE FSO        TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'VSAMFILE' TO EL-MSG-PARM (1)
               MOVE 'NO LISTING' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE BROWSE-REPORT
                           WHEN 'ALL'
                               MOVE LOW-VALUES TO WS-FROM-KEY
                               MOVE HIGH-VALUES TO WS-TO-KEY
                           WHEN 'CLOSED'
                               IF WS-PARM-VALUE = 'SHOW'
                                   MOVE 'Y' TO WS-SHOW-CLOSED-SW
                               ELSE
                                   MOVE 'N' TO WS-SHOW-CLOSED-SW
                               END-IF
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
       READ-RANGE-PARMS-END.
           CONTINUE.
       LIST-ONE-RECORD.
           IF KSO-Segment-Code = 'HD'
               PERFORM GET-COMPANY-STATUS THRU GET-COMPANY-STATUS-END
               IF WS-COMPANY-CLOSED AND NOT WS-SHOW-CLOSED
                   MOVE KSO-Key (1:7) TO WS-SKIP-COMPANY
                   ADD 1 TO WS-CLOSED-EXCLUDED
               ELSE
                   MOVE SPACES TO WS-SKIP-COMPANY
               END-IF
           END-IF
           IF WS-SKIP-COMPANY NOT = SPACES
                   AND KSO-Key (1:7) = WS-SKIP-COMPANY
               GO TO LIST-ONE-RECORD-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           EVALUATE KSO-Segment-Code
               WHEN 'HD'
                   ADD 1 TO WS-HEADER-COUNT
                   IF WS-COMPANY-CLOSED
                       STRING 'HEADER ' DELIMITED BY SIZE
                               KSO-Key  DELIMITED BY SIZE
                               '  '     DELIMITED BY SIZE
                               KSO-Segment-Data DELIMITED BY SIZE
                               '  ** CLOSED ' DELIMITED BY SIZE
                               CS-EFFECTIVE-DATE DELIMITED BY SIZE
                           INTO REPORT-LINE
                   ELSE
                       STRING 'HEADER ' DELIMITED BY SIZE
                               KSO-Key  DELIMITED BY SIZE
                               '  '     DELIMITED BY SIZE
                               KSO-Segment-Data DELIMITED BY SIZE
                           INTO REPORT-LINE
                   END-IF
               WHEN 'DT'
                   ADD 1 TO WS-DETAIL-COUNT
                   STRING '    DETAIL ' DELIMITED BY SIZE
                           '  '         DELIMITED BY SIZE
                           KSO-Segment-Data DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN 'ST'
                   ADD 1 TO WS-STATUS-COUNT
                   MOVE KSO-Rec TO CS-STATUS-SEGMENT
                   STRING '    STATUS ' DELIMITED BY SIZE
                           KSO-Key      DELIMITED BY SIZE
                           '  '         DELIMITED BY SIZE
                           CS-STATUS-CODE DELIMITED BY SIZE
                           ' EFFECTIVE ' DELIMITED BY SIZE
                           CS-EFFECTIVE-DATE DELIMITED BY SIZE
                           ' '          DELIMITED BY SIZE
                           CS-REASON    DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
                   STRING '?? ' DELIMITED BY SIZE
           WRITE REPORT-LINE.
       LIST-ONE-RECORD-END.
           CONTINUE.
      * The status segment sorts last in its company's group, so it is
      * read ahead by key when the header comes up, and the browse is
      * then put back just past the header.  A closure dated after the
      * run date is not yet in force.
       GET-COMPANY-STATUS.
           MOVE 'N' TO WS-COMPANY-CLOSED-SW
           MOVE KS-Rec TO WS-SAVED-RECORD
           MOVE CS-STATUS-SEQ TO KSO-Key (8:3)
           READ KSDS-File-In
           IF FSO = ZEROES
               MOVE KSO-Rec TO CS-STATUS-SEGMENT
               IF CS-SEGMENT-CODE = 'ST' AND CS-CLOSED
                       AND CS-EFFECTIVE-DATE NOT > WS-RUN-DATE
                   MOVE 'Y' TO WS-COMPANY-CLOSED-SW
               END-IF
           END-IF
           MOVE WS-SAVED-RECORD TO KS-Rec
           START KSDS-File-In KEY > KSO-Key
           IF FSO NOT = ZEROES
               MOVE 'Y' TO WS-KSDS-EOF-SW
           END-IF
           MOVE WS-SAVED-RECORD TO KS-Rec.
       GET-COMPANY-STATUS-END.
           CONTINUE.
       WRITE-BROWSE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           STRING 'LISTED: HD=' DELIMITED BY SIZE
                   WS-HEADER-COUNT DELIMITED BY SIZE
                   ' DT='          DELIMITED BY SIZE
                   WS-DETAIL-COUNT DELIMITED BY SIZE
                   ' ST='          DELIMITED BY SIZE
                   WS-STATUS-COUNT DELIMITED BY SIZE
                   ' OTHER='       DELIMITED BY SIZE
                   WS-OTHER-COUNT  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSED COMPANIES LEFT OUT=' DELIMITED BY SIZE
                   WS-CLOSED-EXCLUDED DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF LISTING' TO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-BROWSE-TOTALS-END.
