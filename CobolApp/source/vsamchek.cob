      *                         no details is a childless header and
      *                         is reported as such)
      *      BAD HEADER COUNT - header count not numeric
      *      BAD STATUS SEG   - an 'ST' lifecycle status segment
      *                         (CSTATR) that is not at sequence
      *                         '999', has no header before it, or
      *                         carries a bad status code or date
      *      UNKNOWN SEGMENT  - segment code not HD, DT or ST
      *
      *    Ends with a PASS/FAIL verdict; FAIL sets a nonzero
      *    RETURN-CODE so the scheduler can hold downstream jobs.
       01 WS-MISCOUNTED-HEADERS    PIC 9(7)    VALUE ZEROES.
       01 WS-BAD-HEADER-COUNTS     PIC 9(7)    VALUE ZEROES.
       01 WS-UNKNOWN-SEGMENTS      PIC 9(7)    VALUE ZEROES.
       01 WS-STATUS-SEEN           PIC 9(7)    VALUE ZEROES.
       01 WS-BAD-STATUS-SEGMENTS   PIC 9(7)    VALUE ZEROES.
       01 WS-VERDICT               PIC X(4)    VALUE 'PASS'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY CSTATR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
               MOVE 'VSAMCHEK' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE FSO        TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'VSAMFILE' TO EL-MSG-PARM (1)
               MOVE 'CHECK NOT RUN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE CHECK-REPORT
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               WHEN 'ST'
                   ADD 1 TO WS-STATUS-SEEN
                   PERFORM CHECK-STATUS-SEGMENT
                       THRU CHECK-STATUS-SEGMENT-END
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-SEGMENTS
                   MOVE SPACES TO REPORT-LINE
           END-EVALUATE.
       CHECK-ONE-RECORD-END.
           CONTINUE.
      * The status segment closes its company's group, so it must sit
      * at the reserved sequence under that company's header.
       CHECK-STATUS-SEGMENT.
           MOVE KSO-Rec TO CS-STATUS-SEGMENT
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN KSO-Key (8:3) NOT = CS-STATUS-SEQ
                   STRING 'BAD STATUS SEG      KEY='
                               DELIMITED BY SIZE
                           KSO-Key DELIMITED BY SIZE
                           ' NOT AT SEQUENCE ' DELIMITED BY SIZE
                           CS-STATUS-SEQ DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN NOT WS-HEADER-ACTIVE
                       OR KSO-Key (1:7)
                          NOT = WS-CURRENT-HEADER-KEY (1:7)
                   STRING 'BAD STATUS SEG      KEY='
                               DELIMITED BY SIZE
                           KSO-Key DELIMITED BY SIZE
                           ' HAS NO HEADER ON FILE' DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN NOT CS-VALID-STATUS
                   STRING 'BAD STATUS SEG      KEY='
                               DELIMITED BY SIZE
                           KSO-Key DELIMITED BY SIZE
                           ' STATUS CODE=' DELIMITED BY SIZE
                           CS-STATUS-CODE DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN CS-EFFECTIVE-DATE NOT NUMERIC
                   STRING 'BAD STATUS SEG      KEY='
                               DELIMITED BY SIZE
                           KSO-Key DELIMITED BY SIZE
                           ' EFFECTIVE DATE NOT NUMERIC'
                               DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN OTHER
                   GO TO CHECK-STATUS-SEGMENT-END
           END-EVALUATE
           ADD 1 TO WS-BAD-STATUS-SEGMENTS
           WRITE REPORT-LINE.
       CHECK-STATUS-SEGMENT-END.
           CONTINUE.
      * End of a header's group - verify the detail count the header
      * claimed against the details actually found under it.  A
      * non-numeric count was already reported when the header was
                   WS-HEADERS-SEEN DELIMITED BY SIZE
                   ' DETAILS=' DELIMITED BY SIZE
                   WS-DETAILS-SEEN DELIMITED BY SIZE
                   ' STATUS=' DELIMITED BY SIZE
                   WS-STATUS-SEEN DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
                   WS-BAD-HEADER-COUNTS DELIMITED BY SIZE
                   ' UNKNOWN=' DELIMITED BY SIZE
                   WS-UNKNOWN-SEGMENTS DELIMITED BY SIZE
                   ' BADSTATUS=' DELIMITED BY SIZE
                   WS-BAD-STATUS-SEGMENTS DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

                   OR WS-MISCOUNTED-HEADERS > ZEROES
                   OR WS-BAD-HEADER-COUNTS > ZEROES
                   OR WS-UNKNOWN-SEGMENTS > ZEROES
                   OR WS-BAD-STATUS-SEGMENTS > ZEROES
               MOVE 'FAIL' TO WS-VERDICT
               MOVE 'VSAMCHEK' TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
