       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
      ******************************************************************
      *    SECRPT - security log report for audit.  Reads the SECLOG
      *    dataset AUTHCHK appends to - one record per authorisation
      *    check, granted or refused - and reports:
      *
      *       every use in the selected period, in log order, with
      *       the refusals flagged
      *       totals by operator - granted and refused - and the
      *       functions each operator used
      *       totals by function - granted and refused
      *
      *    The optional SECRPARM file narrows the report:
      *       FROM=yyyymmdd     first log date reported (dflt all)
      *       TO=yyyymmdd       last log date reported  (dflt all)
      *       OPERATOR=xxxxxxxx one operator only
      *       FUNCTION=xxxxxxxx one function only
      *       REFUSED=ONLY      list the refusals only (the totals
      *                         still count everything selected)
      *
      *    The step ends RC 12 when a refusal falls in the period, so
      *    the schedule shows audit has something to look at.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
               STATUS IS WS-SECLOG-STATUS.
           SELECT PARM-FILE ASSIGN TO 'SECRPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SECLRPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD SECURITY-LOG
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SECURITY-LOG-REC.
          05 SL-DATE               PIC X(8).
          05 FILLER                PIC X.
          05 SL-TIME               PIC X(8).
          05 FILLER                PIC X.
          05 SL-OPERATOR           PIC X(8).
          05 FILLER                PIC X.
          05 SL-FUNCTION           PIC X(8).
          05 FILLER                PIC X.
          05 SL-PROGRAM            PIC X(8).
          05 FILLER                PIC X.
          05 SL-OUTCOME            PIC X(8).
          05 FILLER                PIC X.
          05 SL-RUN-ID             PIC X(16).
          05 FILLER                PIC X.
          05 SL-REASON             PIC X(40).
          05 FILLER                PIC X(9).
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-SECLOG-STATUS         PIC 99.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-LOG-EOF-SW            PIC X       VALUE 'N'.
          88 WS-LOG-EOF                        VALUE 'Y'.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-FROM-DATE             PIC X(8)    VALUE LOW-VALUES.
       01 WS-TO-DATE               PIC X(8)    VALUE HIGH-VALUES.
       01 WS-SEL-OPERATOR          PIC X(8)    VALUE SPACES.
       01 WS-SEL-FUNCTION          PIC X(8)    VALUE SPACES.
       01 WS-REFUSED-ONLY-SW       PIC X       VALUE 'N'.
          88 WS-REFUSED-ONLY                   VALUE 'Y'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-LOG-READ              PIC 9(7)    VALUE ZEROES.
       01 WS-SELECTED              PIC 9(7)    VALUE ZEROES.
       01 WS-GRANTED               PIC 9(7)    VALUE ZEROES.
       01 WS-REFUSED               PIC 9(7)    VALUE ZEROES.
       01 WS-REPORT-OPERATOR       PIC X(8)    VALUE SPACES.
      * Totals by operator, with the functions each one used.
       01 WS-OPERATOR-TABLE.
          05 WS-OP-USED            PIC 9(3)    VALUE ZEROES.
          05 WS-OP-ENTRY OCCURS 100 TIMES.
             10 WS-OP-ID           PIC X(8).
             10 WS-OP-GRANTED      PIC 9(7).
             10 WS-OP-REFUSED      PIC 9(7).
             10 WS-OP-FN-USED      PIC 9(2).
             10 WS-OP-FUNCTION     PIC X(8)    OCCURS 10 TIMES.
      * Totals by function.
       01 WS-FUNCTION-TABLE.
          05 WS-FN-USED            PIC 9(3)    VALUE ZEROES.
          05 WS-FN-ENTRY OCCURS 50 TIMES.
             10 WS-FN-ID           PIC X(8).
             10 WS-FN-GRANTED      PIC 9(7).
             10 WS-FN-REFUSED      PIC 9(7).
       01 WS-TABLE-FULL-SW         PIC X       VALUE 'N'.
          88 WS-TABLE-FULL                     VALUE 'Y'.
       01 WS-SUB                   PIC 9(3)    VALUE ZEROES.
       01 WS-FN-SUB                PIC 9(3)    VALUE ZEROES.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-FUNCTION-LIST         PIC X(90)   VALUE SPACES.
       01 WS-LIST-POINTER          PIC 9(3)    VALUE ZEROES.
           COPY RETCODE.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <SECRPT>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM READ-REPORT-PARMS THRU READ-REPORT-PARMS-END

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'SECURITY LOG - AUTHORISED AND REFUSED USES - RUN '
                       DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SELECTION-ECHO THRU WRITE-SELECTION-ECHO-END

           OPEN INPUT SECURITY-LOG
           IF WS-SECLOG-STATUS NOT = ZEROES
               DISPLAY '    SECRPT: SECLOG NOT AVAILABLE, STATUS '
                       WS-SECLOG-STATUS
               MOVE 'SECLOG NOT AVAILABLE - NOTHING TO REPORT'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RC-BAD-INPUT TO RETURN-CODE
               CLOSE REPORT-FILE
               DISPLAY '  </SECRPT>'
               GOBACK
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DATE     TIME     OPERATOR FUNCTION PROGRAM  '
                       DELIMITED BY SIZE
                   'OUTCOME  RUN ID           REASON'
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-LOG-EOF-SW
           PERFORM UNTIL WS-LOG-EOF
               READ SECURITY-LOG
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LOG-READ
                       PERFORM TAKE-LOG-RECORD
                           THRU TAKE-LOG-RECORD-END
               END-READ
           END-PERFORM
           CLOSE SECURITY-LOG

           PERFORM WRITE-OPERATOR-TOTALS
               THRU WRITE-OPERATOR-TOTALS-END
           PERFORM WRITE-FUNCTION-TOTALS
               THRU WRITE-FUNCTION-TOTALS-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LOG RECORDS=' DELIMITED BY SIZE
                   WS-LOG-READ DELIMITED BY SIZE
                   ' SELECTED=' DELIMITED BY SIZE
                   WS-SELECTED DELIMITED BY SIZE
                   ' GRANTED=' DELIMITED BY SIZE
                   WS-GRANTED DELIMITED BY SIZE
                   ' REFUSED=' DELIMITED BY SIZE
                   WS-REFUSED DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               STRING 'TOTALS TABLE FULL - SOME OPERATORS OR '
                           DELIMITED BY SIZE
                       'FUNCTIONS NOT BROKEN OUT' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           IF WS-REFUSED > ZEROES
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           END-IF
           DISPLAY '    SELECTED=' WS-SELECTED
                   ' GRANTED=' WS-GRANTED
                   ' REFUSED=' WS-REFUSED
           DISPLAY '  </SECRPT>'
           GOBACK
           .
       READ-REPORT-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-REPORT-PARMS-END
           END-IF
           MOVE 'N' TO WS-PARM-EOF-SW
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SW
                   NOT AT END
                       MOVE SPACES TO WS-PARM-KEYWORD
                       MOVE SPACES TO WS-PARM-VALUE
                       UNSTRING PARM-LINE DELIMITED BY '='
                           INTO WS-PARM-KEYWORD
                                WS-PARM-VALUE
                       EVALUATE WS-PARM-KEYWORD
                           WHEN 'FROM'
                               IF WS-PARM-VALUE (1:8) IS NUMERIC
                                   MOVE WS-PARM-VALUE (1:8)
                                       TO WS-FROM-DATE
                               END-IF
                           WHEN 'TO'
                               IF WS-PARM-VALUE (1:8) IS NUMERIC
                                   MOVE WS-PARM-VALUE (1:8)
                                       TO WS-TO-DATE
                               END-IF
                           WHEN 'OPERATOR'
                               MOVE WS-PARM-VALUE (1:8)
                                   TO WS-SEL-OPERATOR
                           WHEN 'FUNCTION'
                               MOVE WS-PARM-VALUE (1:8)
                                   TO WS-SEL-FUNCTION
                           WHEN 'REFUSED'
                               IF WS-PARM-VALUE (1:4) = 'ONLY'
                                   MOVE 'Y' TO WS-REFUSED-ONLY-SW
                               END-IF
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY '    SECRPT: UNKNOWN PARM'
                                       ' IGNORED - ' PARM-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-REPORT-PARMS-END.
           CONTINUE.
       WRITE-SELECTION-ECHO.
           MOVE SPACES TO REPORT-LINE
           STRING 'SELECTION: FROM ' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           IF WS-FROM-DATE = LOW-VALUES
               MOVE 'START   ' TO REPORT-LINE (17:8)
           END-IF
           IF WS-TO-DATE = HIGH-VALUES
               MOVE 'END     ' TO REPORT-LINE (29:8)
           END-IF
           IF WS-SEL-OPERATOR NOT = SPACES
               MOVE 'OPERATOR=' TO REPORT-LINE (40:9)
               MOVE WS-SEL-OPERATOR TO REPORT-LINE (49:8)
           END-IF
           IF WS-SEL-FUNCTION NOT = SPACES
               MOVE 'FUNCTION=' TO REPORT-LINE (59:9)
               MOVE WS-SEL-FUNCTION TO REPORT-LINE (68:8)
           END-IF
           IF WS-REFUSED-ONLY
               MOVE 'REFUSALS LISTED ONLY' TO REPORT-LINE (78:20)
           END-IF
           WRITE REPORT-LINE.
       WRITE-SELECTION-ECHO-END.
           CONTINUE.
       TAKE-LOG-RECORD.
           IF SL-DATE < WS-FROM-DATE OR SL-DATE > WS-TO-DATE
               GO TO TAKE-LOG-RECORD-END
           END-IF
           IF WS-SEL-OPERATOR NOT = SPACES
                   AND SL-OPERATOR NOT = WS-SEL-OPERATOR
               GO TO TAKE-LOG-RECORD-END
           END-IF
           IF WS-SEL-FUNCTION NOT = SPACES
                   AND SL-FUNCTION NOT = WS-SEL-FUNCTION
               GO TO TAKE-LOG-RECORD-END
           END-IF

           ADD 1 TO WS-SELECTED
           MOVE SL-OPERATOR TO WS-REPORT-OPERATOR
           IF WS-REPORT-OPERATOR = SPACES
               MOVE '(NONE)' TO WS-REPORT-OPERATOR
           END-IF
           IF SL-OUTCOME = 'GRANTED'
               ADD 1 TO WS-GRANTED
           ELSE
               ADD 1 TO WS-REFUSED
           END-IF

           IF SL-OUTCOME = 'GRANTED' AND WS-REFUSED-ONLY
               CONTINUE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING SL-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SL-TIME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-REPORT-OPERATOR DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SL-FUNCTION DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SL-PROGRAM DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SL-OUTCOME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SL-RUN-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SL-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               IF SL-OUTCOME NOT = 'GRANTED'
                   MOVE '**' TO REPORT-LINE (119:2)
               END-IF
               WRITE REPORT-LINE
           END-IF

           PERFORM TALLY-OPERATOR THRU TALLY-OPERATOR-END
           PERFORM TALLY-FUNCTION THRU TALLY-FUNCTION-END.
       TAKE-LOG-RECORD-END.
           CONTINUE.
       TALLY-OPERATOR.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-OP-USED
                   OR WS-FOUND-SW = 'Y'
               ADD 1 TO WS-SUB
               IF WS-OP-ID (WS-SUB) = WS-REPORT-OPERATOR
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               IF WS-OP-USED < 100
                   ADD 1 TO WS-OP-USED
                   MOVE WS-OP-USED TO WS-SUB
                   MOVE WS-REPORT-OPERATOR TO WS-OP-ID (WS-SUB)
                   MOVE ZEROES TO WS-OP-GRANTED (WS-SUB)
                   MOVE ZEROES TO WS-OP-REFUSED (WS-SUB)
                   MOVE ZEROES TO WS-OP-FN-USED (WS-SUB)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   GO TO TALLY-OPERATOR-END
               END-IF
           END-IF
           IF SL-OUTCOME = 'GRANTED'
               ADD 1 TO WS-OP-GRANTED (WS-SUB)
           ELSE
               ADD 1 TO WS-OP-REFUSED (WS-SUB)
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-FN-SUB
           PERFORM UNTIL WS-FN-SUB NOT < WS-OP-FN-USED (WS-SUB)
                   OR WS-FOUND-SW = 'Y'
               ADD 1 TO WS-FN-SUB
               IF WS-OP-FUNCTION (WS-SUB WS-FN-SUB) = SL-FUNCTION
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N' AND WS-OP-FN-USED (WS-SUB) < 10
               ADD 1 TO WS-OP-FN-USED (WS-SUB)
               MOVE SL-FUNCTION
                   TO WS-OP-FUNCTION (WS-SUB WS-OP-FN-USED (WS-SUB))
           END-IF.
       TALLY-OPERATOR-END.
           CONTINUE.
       TALLY-FUNCTION.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-FN-USED
                   OR WS-FOUND-SW = 'Y'
               ADD 1 TO WS-SUB
               IF WS-FN-ID (WS-SUB) = SL-FUNCTION
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               IF WS-FN-USED < 50
                   ADD 1 TO WS-FN-USED
                   MOVE WS-FN-USED TO WS-SUB
                   MOVE SL-FUNCTION TO WS-FN-ID (WS-SUB)
                   MOVE ZEROES TO WS-FN-GRANTED (WS-SUB)
                   MOVE ZEROES TO WS-FN-REFUSED (WS-SUB)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   GO TO TALLY-FUNCTION-END
               END-IF
           END-IF
           IF SL-OUTCOME = 'GRANTED'
               ADD 1 TO WS-FN-GRANTED (WS-SUB)
           ELSE
               ADD 1 TO WS-FN-REFUSED (WS-SUB)
           END-IF.
       TALLY-FUNCTION-END.
           CONTINUE.
       WRITE-OPERATOR-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTALS BY OPERATOR' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-OP-USED
               ADD 1 TO WS-SUB
               MOVE SPACES TO WS-FUNCTION-LIST
               MOVE 1 TO WS-LIST-POINTER
               MOVE ZEROES TO WS-FN-SUB
               PERFORM UNTIL WS-FN-SUB NOT < WS-OP-FN-USED (WS-SUB)
                   ADD 1 TO WS-FN-SUB
                   STRING WS-OP-FUNCTION (WS-SUB WS-FN-SUB)
                               DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                       INTO WS-FUNCTION-LIST
                       WITH POINTER WS-LIST-POINTER
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                       WS-OP-ID (WS-SUB) DELIMITED BY SIZE
                       ' GRANTED=' DELIMITED BY SIZE
                       WS-OP-GRANTED (WS-SUB) DELIMITED BY SIZE
                       ' REFUSED=' DELIMITED BY SIZE
                       WS-OP-REFUSED (WS-SUB) DELIMITED BY SIZE
                       ' FUNCTIONS: ' DELIMITED BY SIZE
                       WS-FUNCTION-LIST DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
       WRITE-OPERATOR-TOTALS-END.
           CONTINUE.
       WRITE-FUNCTION-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTALS BY FUNCTION' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-FN-USED
               ADD 1 TO WS-SUB
               MOVE SPACES TO REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                       WS-FN-ID (WS-SUB) DELIMITED BY SIZE
                       ' GRANTED=' DELIMITED BY SIZE
                       WS-FN-GRANTED (WS-SUB) DELIMITED BY SIZE
                       ' REFUSED=' DELIMITED BY SIZE
                       WS-FN-REFUSED (WS-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
       WRITE-FUNCTION-TOTALS-END.
           CONTINUE.
