       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.
      ******************************************************************
      *    AUTHCHK - shared operator authorisation check, called like
      *    ERRLOG by every program before a destructive run or a
      *    control override.  The AUTHFILE list of operator ids and
      *    the functions each may perform loads on the first call and
      *    is kept across calls, the same pattern CONFIG uses:
      *
      *       cols  1-8   operator id
      *       cols 10-17  function code (see AUTHCHKR), or ALL for
      *                   every function
      *       cols 19-58  operator name, for the listing only
      *
      *    one operator/function pair per record, '*' in column 1 for
      *    a comment.  The operator asking is the caller's AU-OPERATOR
      *    or, left blank, the OPERATOR= record of the job's OPERID
      *    sign-on dataset.
      *
      *    Every check, granted or refused, is appended to the SECLOG
      *    security log stamped with the date, time and GLOBAL-RUN-ID.
      *    The check fails safe: no AUTHFILE, no operator id, or no
      *    SECLOG to record the use on, and the function is refused.
      *    A refusal is raised as an ERROR through ERRLOG here, so
      *    every caller reports it the same way.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO 'AUTHFILE'
               STATUS IS WS-AUTH-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERID'
               STATUS IS WS-OPERATOR-STATUS.
           SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
               STATUS IS WS-SECLOG-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD AUTH-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AUTH-REC.
          05 AR-OPERATOR           PIC X(8).
          05 FILLER                PIC X.
          05 AR-FUNCTION           PIC X(8).
          05 FILLER                PIC X.
          05 AR-NAME               PIC X(40).
          05 FILLER                PIC X(22).
       FD OPERATOR-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 OPERATOR-LINE            PIC X(80).
       FD SECURITY-LOG
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SECURITY-LOG-REC.
          05 SL-DATE               PIC 9(8).
          05 FILLER                PIC X.
          05 SL-TIME               PIC 9(8).
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
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-AUTH-STATUS           PIC 99.
       01 WS-OPERATOR-STATUS       PIC 99.
       01 WS-SECLOG-STATUS         PIC 99.
       01 WS-AUTH-EOF-SW           PIC X     VALUE 'N'.
          88 WS-AUTH-EOF                     VALUE 'Y'.
       01 WS-OPERATOR-EOF-SW       PIC X     VALUE 'N'.
          88 WS-OPERATOR-EOF                 VALUE 'Y'.
       01 WS-TABLE-LOADED-SW       PIC X     VALUE 'N'.
          88 WS-TABLE-LOADED                 VALUE 'Y'.
       01 WS-AUTH-FILE-SW          PIC X     VALUE 'N'.
          88 WS-AUTH-FILE-PRESENT            VALUE 'Y'.
       01 WS-SIGNON-OPERATOR       PIC X(8)  VALUE SPACES.
       01 WS-AUTH-USED             PIC 9(3)  VALUE ZEROES.
       01 WS-AUTH-TABLE.
          05 WS-AUTH-ENTRY OCCURS 300 TIMES.
             10 WS-AT-OPERATOR     PIC X(8).
             10 WS-AT-FUNCTION     PIC X(8).
       01 WS-SUB                   PIC 9(3)  VALUE ZEROES.
       01 WS-PARSE-KEYWORD         PIC X(12) VALUE SPACES.
       01 WS-PARSE-VALUE           PIC X(28) VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-TIME              PIC 9(8).
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
      ******************************************************************
       LINKAGE SECTION.
           COPY AUTHCHKR.
      ******************************************************************
       PROCEDURE DIVISION USING AUTHCHK-PARM.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF

           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-AUTH-TABLE THRU LOAD-AUTH-TABLE-END
               PERFORM READ-SIGNON THRU READ-SIGNON-END
           END-IF

           IF AU-OPERATOR = SPACES OR AU-OPERATOR = LOW-VALUES
               MOVE WS-SIGNON-OPERATOR TO AU-OPERATOR
           END-IF

           PERFORM JUDGE-AUTHORITY THRU JUDGE-AUTHORITY-END
           PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-END

           IF AU-REFUSED
               DISPLAY 'AUTHCHK: ' AU-FUNCTION ' REFUSED FOR '
                       AU-PROGRAM-ID ' - ' AU-REASON
               MOVE SPACES TO EL-MESSAGE
               STRING AU-FUNCTION DELIMITED BY SPACE
                       ' REFUSED - ' DELIMITED BY SIZE
                       AU-REASON DELIMITED BY SIZE
                   INTO EL-MESSAGE
               MOVE AU-PROGRAM-ID TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               CALL 'ERRLOG' USING ERRLOG-PARM
           ELSE
               DISPLAY 'AUTHCHK: ' AU-FUNCTION ' AUTHORISED FOR '
                       'OPERATOR ' AU-OPERATOR
           END-IF

           GOBACK
           .
       LOAD-AUTH-TABLE.
           MOVE 'Y' TO WS-TABLE-LOADED-SW
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = ZEROES
               DISPLAY 'AUTHCHK: AUTHFILE NOT AVAILABLE, STATUS '
                       WS-AUTH-STATUS ' - ALL FUNCTIONS REFUSED'
               GO TO LOAD-AUTH-TABLE-END
           END-IF
           MOVE 'Y' TO WS-AUTH-FILE-SW
           MOVE 'N' TO WS-AUTH-EOF-SW
           PERFORM UNTIL WS-AUTH-EOF
               READ AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-AUTH-EOF-SW
                   NOT AT END
                       IF AUTH-REC (1:1) NOT = '*'
                               AND AR-OPERATOR NOT = SPACES
                               AND AR-FUNCTION NOT = SPACES
                           IF WS-AUTH-USED < 300
                               ADD 1 TO WS-AUTH-USED
                               MOVE AR-OPERATOR
                                   TO WS-AT-OPERATOR (WS-AUTH-USED)
                               MOVE AR-FUNCTION
                                   TO WS-AT-FUNCTION (WS-AUTH-USED)
                           ELSE
                               DISPLAY 'AUTHCHK: AUTHFILE OVER 300'
                                       ' ENTRIES - IGNORED '
                                       AR-OPERATOR ' ' AR-FUNCTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.
       LOAD-AUTH-TABLE-END.
           CONTINUE.
      * The job's sign-on card - an OPERATOR=xxxxxxxx record.
       READ-SIGNON.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = ZEROES
               GO TO READ-SIGNON-END
           END-IF
           MOVE 'N' TO WS-OPERATOR-EOF-SW
           PERFORM UNTIL WS-OPERATOR-EOF
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERATOR-EOF-SW
                   NOT AT END
                       MOVE SPACES TO WS-PARSE-KEYWORD
                       MOVE SPACES TO WS-PARSE-VALUE
                       UNSTRING OPERATOR-LINE DELIMITED BY '='
                           INTO WS-PARSE-KEYWORD
                                WS-PARSE-VALUE
                       IF WS-PARSE-KEYWORD = 'OPERATOR'
                           MOVE WS-PARSE-VALUE (1:8)
                               TO WS-SIGNON-OPERATOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.
       READ-SIGNON-END.
           CONTINUE.
       JUDGE-AUTHORITY.
           MOVE 'N' TO AU-GRANTED-SW
           MOVE SPACES TO AU-REASON
           IF NOT WS-AUTH-FILE-PRESENT
               MOVE 'AUTHFILE NOT AVAILABLE' TO AU-REASON
               GO TO JUDGE-AUTHORITY-END
           END-IF
           IF AU-OPERATOR = SPACES
               MOVE 'NO OPERATOR ID - OPERID SIGN-ON MISSING'
                   TO AU-REASON
               GO TO JUDGE-AUTHORITY-END
           END-IF

           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-AUTH-USED
               ADD 1 TO WS-SUB
               IF WS-AT-OPERATOR (WS-SUB) = AU-OPERATOR
                       AND (WS-AT-FUNCTION (WS-SUB) = AU-FUNCTION
                         OR WS-AT-FUNCTION (WS-SUB) = 'ALL')
                   MOVE 'Y' TO AU-GRANTED-SW
                   MOVE WS-AUTH-USED TO WS-SUB
               END-IF
           END-PERFORM

           IF AU-REFUSED
               STRING AU-OPERATOR DELIMITED BY SPACE
                       ' NOT AUTHORISED FOR ' DELIMITED BY SIZE
                       AU-FUNCTION DELIMITED BY SPACE
                   INTO AU-REASON
           END-IF.
       JUDGE-AUTHORITY-END.
           CONTINUE.
      * An authorised use that cannot be recorded is not allowed to
      * go ahead.
       WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG
           IF WS-SECLOG-STATUS = 35
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF WS-SECLOG-STATUS NOT = ZEROES
               DISPLAY 'AUTHCHK: SECLOG NOT AVAILABLE, STATUS '
                       WS-SECLOG-STATUS
               IF AU-GRANTED
                   MOVE 'N' TO AU-GRANTED-SW
                   MOVE 'SECLOG NOT AVAILABLE - USE NOT RECORDED'
                       TO AU-REASON
               END-IF
               GO TO WRITE-SECURITY-LOG-END
           END-IF
           MOVE SPACES TO SECURITY-LOG-REC
           MOVE WS-RUN-DATE TO SL-DATE
           MOVE WS-RUN-TIME TO SL-TIME
           MOVE AU-OPERATOR TO SL-OPERATOR
           MOVE AU-FUNCTION TO SL-FUNCTION
           MOVE AU-PROGRAM-ID TO SL-PROGRAM
           IF AU-GRANTED
               MOVE 'GRANTED' TO SL-OUTCOME
           ELSE
               MOVE 'REFUSED' TO SL-OUTCOME
           END-IF
           MOVE GLOBAL-RUN-ID TO SL-RUN-ID
           MOVE AU-REASON TO SL-REASON
           WRITE SECURITY-LOG-REC
           CLOSE SECURITY-LOG.
       WRITE-SECURITY-LOG-END.
           CONTINUE.
