       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGMANT.
      ******************************************************************
      *    MSGMANT - batch maintenance and listing for the MSGCAT
      *    message catalogue.  Programs log by message number through
      *    ERRLOG; this catalogue gives each number its standard text,
      *    the severity it is logged at by default and the action the
      *    operator is to take, which ERRRPT, ALERTACK and MORNSTAT
      *    print beside it (all through the shared MSGLKUP lookup).
      *    The same controlled path CTYPMANT gives the company-type
      *    table:
      *
      *      - a missing MSGCAT is started from the suite's standard
      *        messages - the numbers the programs themselves log -
      *        so the first run builds a usable catalogue
      *      - applies add/change/delete records from the MSGUPDT
      *        file
      *      - rejects malformed entries, duplicate adds and changes
      *        to numbers not on the catalogue to MSGMREJ with a
      *        4-byte reason code (ACTN MSID SEVR TEXT DUPL NFND FULL)
      *        in the reject convention the edit front ends use
      *      - rewrites MSGCAT from the updated table in number order
      *      - lists every message to MSGRPT with its action
      *
      *    MSGUPDT record (200 bytes):  action(3) number(7)
      *    severity(8) text(72) operator action(100), blank
      *    delimited:
      *       ADD aaannnn severity text                  action
      *       CHG aaannnn severity text                  action
      *       DEL aaannnn
      *    The number is three letters and four digits.  On ADD the
      *    severity and text are required.  On CHG only the fields
      *    given are replaced.  Severity is INFO, WARNING, ERROR or
      *    FATAL.  &1, &2 and &3 in the text mark the fill-ins the
      *    logging program supplies.  A standard message the programs
      *    still log should be changed, not deleted - a number missing
      *    from the catalogue still logs, but without its text.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FILE ASSIGN TO 'MSGCAT'
               STATUS IS WS-CATALOGUE-STATUS.
           SELECT UPDATE-FILE ASSIGN TO 'MSGUPDT'
               STATUS IS WS-UPDATE-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'MSGMREJ'
               STATUS IS WS-REJECT-STATUS.
           SELECT LISTING-REPORT ASSIGN TO 'MSGRPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CATALOGUE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
           COPY MSGCATR.
       FD UPDATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 UPDATE-REC.
          05 UPD-ACTION            PIC X(3).
          05 FILLER                PIC X.
          05 UPD-MSG-ID            PIC X(7).
          05 FILLER                PIC X.
          05 UPD-SEVERITY          PIC X(8).
          05 FILLER                PIC X.
          05 UPD-TEXT              PIC X(72).
          05 FILLER                PIC X.
          05 UPD-OPER-ACTION       PIC X(100).
          05 FILLER                PIC X(6).
       FD REJECT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REJECT-REC.
          05 REJ-REASON            PIC X(4).
          05 FILLER                PIC X.
          05 REJ-UPDATE            PIC X(200).
       FD LISTING-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CATALOGUE-STATUS      PIC 99.
       01 WS-UPDATE-STATUS         PIC 99.
       01 WS-REJECT-STATUS         PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-CATALOGUE-EOF-SW      PIC X       VALUE 'N'.
          88 WS-CATALOGUE-EOF                  VALUE 'Y'.
       01 WS-UPDATE-EOF-SW         PIC X       VALUE 'N'.
          88 WS-UPDATE-EOF                     VALUE 'Y'.
       01 WS-REASON-CODE           PIC X(4)    VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-UPDATES-READ          PIC 9(5)    VALUE ZEROES.
       01 WS-UPDATES-APPLIED       PIC 9(5)    VALUE ZEROES.
       01 WS-UPDATES-REJECTED      PIC 9(5)    VALUE ZEROES.
       01 WS-STARTED-SW            PIC X       VALUE 'N'.
          88 WS-STARTED-FROM-STANDARD          VALUE 'Y'.
      * The catalogue table, the same shape and capacity MSGLKUP
      * loads.
       01 WS-MSG-USED              PIC 9(3)    VALUE ZEROES.
       01 WS-MSG-TABLE.
          05 WS-MSG-ENTRY OCCURS 500 TIMES.
             10 WS-ME-MSG-ID       PIC X(7).
             10 WS-ME-SEVERITY     PIC X(8).
             10 WS-ME-TEXT         PIC X(72).
             10 WS-ME-ACTION       PIC X(100).
       01 WS-SWAP-ENTRY            PIC X(187)  VALUE SPACES.
       01 WS-SUB                   PIC 9(3)    VALUE ZEROES.
       01 WS-SUB-2                 PIC 9(3)    VALUE ZEROES.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-SWAPPED-SW            PIC X       VALUE 'N'.
       01 WS-CHECK-SEVERITY        PIC X(8)    VALUE SPACES.
          88 WS-SEVERITY-VALID                 VALUE 'INFO'
                                                     'WARNING'
                                                     'ERROR'
                                                     'FATAL'.
      * One standard message on its way into the table.
       01 WS-STD-MSG-ID            PIC X(7)    VALUE SPACES.
       01 WS-STD-SEVERITY          PIC X(8)    VALUE SPACES.
       01 WS-STD-TEXT              PIC X(72)   VALUE SPACES.
       01 WS-STD-ACTION            PIC X(100)  VALUE SPACES.
           COPY ERRLOGR.
           COPY RETCODE.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <MSGMANT>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM LOAD-MSG-TABLE THRU LOAD-MSG-TABLE-END

           OPEN OUTPUT REJECT-FILE
           PERFORM APPLY-UPDATE-FILE THRU APPLY-UPDATE-FILE-END
           CLOSE REJECT-FILE

           PERFORM SORT-MSG-TABLE THRU SORT-MSG-TABLE-END
           PERFORM REWRITE-CATALOGUE THRU REWRITE-CATALOGUE-END

           DISPLAY '    UPDATES=' WS-UPDATES-READ
                   ' APPLIED=' WS-UPDATES-APPLIED
                   ' REJECTED=' WS-UPDATES-REJECTED

           IF WS-UPDATES-REJECTED > ZEROES
               MOVE 'MSGMANT'  TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               MOVE 'MESSAGE CATALOGUE UPDATES REJECTED - SEE MSGMREJ'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           END-IF

           PERFORM WRITE-LISTING THRU WRITE-LISTING-END

           DISPLAY '  </MSGMANT>'
           GOBACK
           .
       LOAD-MSG-TABLE.
           OPEN INPUT CATALOGUE-FILE
           IF WS-CATALOGUE-STATUS NOT = ZEROES
               DISPLAY '    MSGMANT: MSGCAT NOT FOUND - STARTING FROM'
                       ' THE STANDARD MESSAGES'
               MOVE 'Y' TO WS-STARTED-SW
               PERFORM LOAD-STANDARD-MESSAGES
                   THRU LOAD-STANDARD-MESSAGES-END
               GO TO LOAD-MSG-TABLE-END
           END-IF
           MOVE 'N' TO WS-CATALOGUE-EOF-SW
           PERFORM UNTIL WS-CATALOGUE-EOF
               READ CATALOGUE-FILE
                   AT END
                       MOVE 'Y' TO WS-CATALOGUE-EOF-SW
                   NOT AT END
                       IF MC-MSG-ID NOT = SPACES
                               AND WS-MSG-USED < 500
                           ADD 1 TO WS-MSG-USED
                           MOVE MC-MSG-ID
                               TO WS-ME-MSG-ID (WS-MSG-USED)
                           MOVE MC-SEVERITY
                               TO WS-ME-SEVERITY (WS-MSG-USED)
                           MOVE MC-TEXT TO WS-ME-TEXT (WS-MSG-USED)
                           MOVE MC-ACTION
                               TO WS-ME-ACTION (WS-MSG-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOGUE-FILE.
       LOAD-MSG-TABLE-END.
           CONTINUE.
      ******************************************************************
      *    The suite's standard messages - every number a program in
      *    the suite logs.  A new number logged anywhere is added here
      *    as well as to the installation's catalogue.
      ******************************************************************
       LOAD-STANDARD-MESSAGES.
           MOVE 'ALR0001' TO WS-STD-MSG-ID
           MOVE 'FATAL' TO WS-STD-SEVERITY
           MOVE 'ALERT FROM &1 AT &2 STILL NOT ACKNOWLEDGED'
               TO WS-STD-TEXT
           MOVE SPACES TO WS-STD-ACTION
           STRING 'FIND THE ORIGINAL ALERT ON ALERTRPT AND RESOLVE IT,'
                       DELIMITED BY SIZE
                   ' THEN ADD ITS ACKFILE RECORD' DELIMITED BY SIZE
               INTO WS-STD-ACTION
           PERFORM ADD-STANDARD-MESSAGE THRU ADD-STANDARD-MESSAGE-END

           MOVE 'CHN0001' TO WS-STD-MSG-ID
           MOVE 'ERROR' TO WS-STD-SEVERITY
           MOVE '&1 AUDIT TRAIL CHAIN BROKEN - SEE CHAINRPT'
               TO WS-STD-TEXT
           MOVE SPACES TO WS-STD-ACTION
           STRING 'DO NOT TRIM, ARCHIVE OR RELOAD THE TRAIL. KEEP IT'
                       DELIMITED BY SIZE
                   ' AND CHAINRPT AS THEY ARE AND CALL AUDIT'
                       DELIMITED BY SIZE
               INTO WS-STD-ACTION
           PERFORM ADD-STANDARD-MESSAGE THRU ADD-STANDARD-MESSAGE-END

           MOVE 'DSN0001' TO WS-STD-MSG-ID
           MOVE 'FATAL' TO WS-STD-SEVERITY
           MOVE '&1 OPEN FAILED - &2' TO WS-STD-TEXT
           MOVE SPACES TO WS-STD-ACTION
           STRING 'CHECK THE DATASET IS ALLOCATED, CATALOGED AND FREE;'
                       DELIMITED BY SIZE
                   ' FILE STATUS IS ON THE JOB LOG. FIX AND RERUN'
                       DELIMITED BY SIZE
               INTO WS-STD-ACTION
           PERFORM ADD-STANDARD-MESSAGE THRU ADD-STANDARD-MESSAGE-END

           MOVE 'SQL0001' TO WS-STD-MSG-ID
           MOVE 'FATAL' TO WS-STD-SEVERITY
           MOVE 'SQL STATEMENT FAILED - SEE SQLCODE IN JOB LOG'
               TO WS-STD-TEXT
           MOVE SPACES TO WS-STD-ACTION
           STRING 'WORK WAS ROLLED BACK. SQLCODE -904/-911/-913: CALL'
                       DELIMITED BY SIZE
                   ' THE DBA, RERUN. ANY OTHER: APPLICATION SUPPORT'
                       DELIMITED BY SIZE
               INTO WS-STD-ACTION
           PERFORM ADD-STANDARD-MESSAGE THRU ADD-STANDARD-MESSAGE-END.
       LOAD-STANDARD-MESSAGES-END.
           CONTINUE.
       ADD-STANDARD-MESSAGE.
           ADD 1 TO WS-MSG-USED
           MOVE WS-STD-MSG-ID TO WS-ME-MSG-ID (WS-MSG-USED)
           MOVE WS-STD-SEVERITY TO WS-ME-SEVERITY (WS-MSG-USED)
           MOVE WS-STD-TEXT TO WS-ME-TEXT (WS-MSG-USED)
           MOVE WS-STD-ACTION TO WS-ME-ACTION (WS-MSG-USED).
       ADD-STANDARD-MESSAGE-END.
           CONTINUE.
       APPLY-UPDATE-FILE.
           OPEN INPUT UPDATE-FILE
           IF WS-UPDATE-STATUS NOT = ZEROES
               DISPLAY '    MSGMANT: NO MSGUPDT - CATALOGUE LEFT'
                       ' AS IT STANDS'
               GO TO APPLY-UPDATE-FILE-END
           END-IF
           MOVE 'N' TO WS-UPDATE-EOF-SW
           PERFORM UNTIL WS-UPDATE-EOF
               READ UPDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-UPDATE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-UPDATES-READ
                       PERFORM APPLY-ONE-UPDATE
                           THRU APPLY-ONE-UPDATE-END
               END-READ
           END-PERFORM
           CLOSE UPDATE-FILE.
       APPLY-UPDATE-FILE-END.
           CONTINUE.
       APPLY-ONE-UPDATE.
           MOVE SPACES TO WS-REASON-CODE

           IF UPD-ACTION NOT = 'ADD' AND UPD-ACTION NOT = 'CHG'
                   AND UPD-ACTION NOT = 'DEL'
               MOVE 'ACTN' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           IF UPD-MSG-ID (1:3) NOT ALPHABETIC-UPPER
                   OR UPD-MSG-ID (1:1) = SPACE
                   OR UPD-MSG-ID (2:1) = SPACE
                   OR UPD-MSG-ID (3:1) = SPACE
                   OR UPD-MSG-ID (4:4) NOT NUMERIC
               MOVE 'MSID' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           IF UPD-SEVERITY NOT = SPACES
               MOVE UPD-SEVERITY TO WS-CHECK-SEVERITY
               IF NOT WS-SEVERITY-VALID
                   MOVE 'SEVR' TO WS-REASON-CODE
                   GO TO APPLY-UPDATE-REJECT
               END-IF
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-MSG-USED
               ADD 1 TO WS-SUB
               IF WS-ME-MSG-ID (WS-SUB) = UPD-MSG-ID
                   MOVE 'Y' TO WS-FOUND-SW
                   GO TO APPLY-UPDATE-JUDGE
               END-IF
           END-PERFORM.
       APPLY-UPDATE-JUDGE.
           EVALUATE UPD-ACTION
               WHEN 'ADD'
                   IF WS-FOUND-SW = 'Y'
                       MOVE 'DUPL' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   IF UPD-SEVERITY = SPACES
                       MOVE 'SEVR' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   IF UPD-TEXT = SPACES
                       MOVE 'TEXT' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   IF WS-MSG-USED NOT < 500
                       MOVE 'FULL' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   ADD 1 TO WS-MSG-USED
                   MOVE UPD-MSG-ID TO WS-ME-MSG-ID (WS-MSG-USED)
                   MOVE UPD-SEVERITY TO WS-ME-SEVERITY (WS-MSG-USED)
                   MOVE UPD-TEXT TO WS-ME-TEXT (WS-MSG-USED)
                   MOVE UPD-OPER-ACTION TO WS-ME-ACTION (WS-MSG-USED)
               WHEN 'CHG'
                   IF WS-FOUND-SW = 'N'
                       MOVE 'NFND' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   IF UPD-SEVERITY NOT = SPACES
                       MOVE UPD-SEVERITY TO WS-ME-SEVERITY (WS-SUB)
                   END-IF
                   IF UPD-TEXT NOT = SPACES
                       MOVE UPD-TEXT TO WS-ME-TEXT (WS-SUB)
                   END-IF
                   IF UPD-OPER-ACTION NOT = SPACES
                       MOVE UPD-OPER-ACTION TO WS-ME-ACTION (WS-SUB)
                   END-IF
               WHEN 'DEL'
                   IF WS-FOUND-SW = 'N'
                       MOVE 'NFND' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   MOVE WS-MSG-ENTRY (WS-MSG-USED)
                       TO WS-MSG-ENTRY (WS-SUB)
                   SUBTRACT 1 FROM WS-MSG-USED
           END-EVALUATE
           ADD 1 TO WS-UPDATES-APPLIED
           GO TO APPLY-ONE-UPDATE-END.
       APPLY-UPDATE-REJECT.
           ADD 1 TO WS-UPDATES-REJECTED
           MOVE SPACES TO REJECT-REC
           MOVE WS-REASON-CODE TO REJ-REASON
           MOVE UPDATE-REC TO REJ-UPDATE
           WRITE REJECT-REC
           DISPLAY '    REJECTED (' WS-REASON-CODE ') '
                   UPD-ACTION ' ' UPD-MSG-ID.
       APPLY-ONE-UPDATE-END.
           CONTINUE.
      * The table is small - a plain exchange sort puts it back in
      * number order before it is written.
       SORT-MSG-TABLE.
           MOVE 'Y' TO WS-SWAPPED-SW
           PERFORM UNTIL WS-SWAPPED-SW = 'N'
               MOVE 'N' TO WS-SWAPPED-SW
               MOVE 1 TO WS-SUB
               PERFORM UNTIL WS-SUB NOT < WS-MSG-USED
                   COMPUTE WS-SUB-2 = WS-SUB + 1
                   IF WS-ME-MSG-ID (WS-SUB) > WS-ME-MSG-ID (WS-SUB-2)
                       MOVE WS-MSG-ENTRY (WS-SUB) TO WS-SWAP-ENTRY
                       MOVE WS-MSG-ENTRY (WS-SUB-2)
                           TO WS-MSG-ENTRY (WS-SUB)
                       MOVE WS-SWAP-ENTRY TO WS-MSG-ENTRY (WS-SUB-2)
                       MOVE 'Y' TO WS-SWAPPED-SW
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM
           END-PERFORM.
       SORT-MSG-TABLE-END.
           CONTINUE.
       REWRITE-CATALOGUE.
           OPEN OUTPUT CATALOGUE-FILE
           IF WS-CATALOGUE-STATUS NOT = ZEROES
               DISPLAY '    MSGMANT: MSGCAT REWRITE FAILED,'
                       ' STATUS ' WS-CATALOGUE-STATUS
               MOVE 'MSGMANT'  TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'MSGCAT REWRITE FAILED - MESSAGE CATALOGUE UNSAFE'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               GO TO REWRITE-CATALOGUE-END
           END-IF
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-MSG-USED
               ADD 1 TO WS-SUB
               MOVE SPACES TO MSG-CATALOGUE-REC
               MOVE WS-ME-MSG-ID (WS-SUB) TO MC-MSG-ID
               MOVE WS-ME-SEVERITY (WS-SUB) TO MC-SEVERITY
               MOVE WS-ME-TEXT (WS-SUB) TO MC-TEXT
               MOVE WS-ME-ACTION (WS-SUB) TO MC-ACTION
               WRITE MSG-CATALOGUE-REC
           END-PERFORM
           CLOSE CATALOGUE-FILE.
       REWRITE-CATALOGUE-END.
           CONTINUE.
       WRITE-LISTING.
           OPEN OUTPUT LISTING-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'MESSAGE CATALOGUE - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-STARTED-FROM-STANDARD
               MOVE 'CATALOGUE STARTED FROM THE STANDARD MESSAGES'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NUMBER   SEVERITY  TEXT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '         OPERATOR ACTION' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-MSG-USED
               ADD 1 TO WS-SUB
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING WS-ME-MSG-ID (WS-SUB)   DELIMITED BY SIZE
                       '  '                   DELIMITED BY SIZE
                       WS-ME-SEVERITY (WS-SUB) DELIMITED BY SIZE
                       '  '                   DELIMITED BY SIZE
                       WS-ME-TEXT (WS-SUB)    DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WS-ME-ACTION (WS-SUB) = SPACES
                   MOVE '         (NO ACTION RECORDED)' TO REPORT-LINE
               ELSE
                   MOVE WS-ME-ACTION (WS-SUB) TO REPORT-LINE (10:100)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MESSAGES=' DELIMITED BY SIZE
                   WS-MSG-USED DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF LISTING' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE LISTING-REPORT.
       WRITE-LISTING-END.
           CONTINUE.
