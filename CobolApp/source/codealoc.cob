       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEALOC.
      ******************************************************************
      *    CODEALOC - company-code allocation.  New company codes are
      *    issued here, through CODESRV, from the CODEREG registry
      *    (layout CODEREGR) - never made up at the keyboard - and the
      *    registry is reported on.  The CODEPARM file says what to
      *    do:
      *
      *       FUNCTION=ISSUE   issue COUNT= new codes to the operator
      *                        signed on to the job, for the purpose
      *                        given in FOR=
      *       FUNCTION=UNUSED  list every code issued at least DAYS=
      *                        days ago that is still not in use
      *       FUNCTION=LIST    list the whole registry (the default)
      *       COUNT=nnn        ISSUE: how many codes (default 1)
      *       FOR=xxxxxxxxxx   ISSUE: what they are for, up to 20
      *                        characters, kept on the registry
      *       DAYS=nnn         UNUSED: how old an unused code has to
      *                        be to be listed (default 30)
      *
      *    The operator issuing codes must hold CODEISSU on AUTHFILE
      *    (see AUTHCHK); that operator is recorded on the registry
      *    as the requester of every code issued.
      *
      *    Codes issued before the registry existed were made up by
      *    hand, so a newly issued code is looked for on T2021A and
      *    VSAMFILE before it is handed out; one already there is
      *    marked in use by that store and passed over for the next.
      *    UNUSED and LIST look the same way for each code still
      *    shown as issued and mark the ones they find in use - so
      *    a company added through the VSAM run, which has no
      *    registry step of its own, is seen in use the next time
      *    the registry is reported on.
      *
      *    Everything goes to the CODERPT report.  RC 8 for a bad
      *    CODEPARM, RC 12 when the operator is not authorised to
      *    issue codes, RC 16 when the registry cannot be read or
      *    written.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'CODEPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO 'CODEREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CODE
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT KSDS-File ASSIGN TO 'VSAMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-Key
               FILE STATUS IS FS.
           SELECT CODE-REPORT ASSIGN TO 'CODERPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD REGISTRY-FILE.
           COPY CODEREGR.
       FD KSDS-File.
       01 KS-Rec.
           05 KS-Key.
              10 KS-Key-Company     PIC X(7).
              10 KS-Key-Seq         PIC X(3).
           05 KS-Data               PIC X(30).
       FD CODE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC

        01 COMPANY_CODE PIC X(10).
        01 WS-ROW-COUNT PIC S9(9) COMP.

       01 FS                       PIC 99.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-REGISTRY-STATUS       PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-REGISTRY-EOF-SW       PIC X       VALUE 'N'.
          88 WS-REGISTRY-EOF                   VALUE 'Y'.
       01 WS-VSAM-OPEN-SW          PIC X       VALUE 'N'.
          88 WS-VSAM-OPEN                      VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-FUNCTION              PIC X(8)    VALUE 'LIST'.
       01 WS-COUNT-TEXT            PIC X(3)    VALUE SPACES.
       01 WS-DAYS-TEXT             PIC X(3)    VALUE SPACES.
       01 WS-NUMBER-TEXT           PIC X(3)    VALUE SPACES.
       01 WS-WANTED                PIC 9(3)    VALUE 1.
       01 WS-DAYS-LIMIT            PIC 9(3)    VALUE 30.
       01 WS-REFERENCE             PIC X(20)   VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-RC                PIC S9(4) COMP VALUE +0.
       01 WS-ACTION-TEXT           PIC X(100)  VALUE SPACES.
      * Where a code was found in use - spaces when it is not.
       01 WS-IN-USE-ON             PIC X(8)    VALUE SPACES.
       01 WS-ATTEMPTS              PIC 9(4)    VALUE ZEROES.
       01 WS-MAX-ATTEMPTS          PIC 9(4)    VALUE 1000.
       01 WS-ISSUED-COUNT          PIC 9(5)    VALUE ZEROES.
       01 WS-PASSED-COUNT          PIC 9(5)    VALUE ZEROES.
       01 WS-REGISTRY-CODES        PIC 9(7)    VALUE ZEROES.
       01 WS-IN-USE-COUNT          PIC 9(7)    VALUE ZEROES.
       01 WS-NEWLY-USED-COUNT      PIC 9(7)    VALUE ZEROES.
       01 WS-UNUSED-COUNT          PIC 9(7)    VALUE ZEROES.
       01 WS-OVERDUE-COUNT         PIC 9(7)    VALUE ZEROES.
       01 WS-AGE-DAYS              PIC 9(5)    VALUE ZEROES.
       01 WS-REPORT-DETAIL.
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-CODE               PIC X(7).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-STATUS             PIC X(6).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-ISSUED-DATE        PIC 9(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-AGE                PIC ZZZZ9.
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-REQUESTED-BY       PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-ISSUED-BY          PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-REFERENCE          PIC X(20).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-USED-DATE          PIC X(8).
          05 FILLER                PIC X       VALUE SPACE.
          05 RD-USED-BY            PIC X(8).
          05 FILLER                PIC X(32)   VALUE SPACES.
           COPY CODESRVR.
           COPY AUTHCHKR.
           COPY DATESRVR.
           COPY ERRLOGR.
           COPY RETCODE.
      ******************************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       MAIN.
           DISPLAY '  <CODEALOC>'
           MOVE RC-NORMAL TO WS-RUN-RC
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM READ-CODE-PARMS THRU READ-CODE-PARMS-EXIT

           OPEN OUTPUT CODE-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY CODE REGISTRY - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

      * VSAMFILE is only looked at - a file not in service leaves the
      * T2021A look alone to say whether a code is in use.
           OPEN INPUT KSDS-File
           IF FS = ZEROES
               MOVE 'Y' TO WS-VSAM-OPEN-SW
           ELSE
               DISPLAY '    CODEALOC: VSAMFILE NOT AVAILABLE, STATUS '
                       FS ' - CODES CHECKED ON T2021A ONLY'
           END-IF

           IF WS-RUN-RC = RC-NORMAL
               EVALUATE WS-FUNCTION
                   WHEN 'ISSUE'
                       PERFORM ISSUE-CODES THRU ISSUE-CODES-EXIT
                   WHEN 'UNUSED'
                       STRING 'UNUSED CODES ISSUED ' DELIMITED BY SIZE
                               WS-DAYS-LIMIT DELIMITED BY SIZE
                               ' OR MORE DAYS AGO' DELIMITED BY SIZE
                           INTO WS-ACTION-TEXT
                       PERFORM LIST-REGISTRY THRU LIST-REGISTRY-EXIT
                   WHEN 'LIST'
                       MOVE 'LIST ONLY' TO WS-ACTION-TEXT
                       PERFORM LIST-REGISTRY THRU LIST-REGISTRY-EXIT
                   WHEN OTHER
                       STRING 'UNKNOWN FUNCTION ' DELIMITED BY SIZE
                               WS-FUNCTION DELIMITED BY SPACE
                               ' - NOTHING DONE' DELIMITED BY SIZE
                           INTO WS-ACTION-TEXT
                       MOVE RC-BAD-INPUT TO WS-RUN-RC
               END-EVALUATE
           END-IF

           IF WS-VSAM-OPEN
               CLOSE KSDS-File
           END-IF

           DISPLAY '    CODEALOC: ' WS-ACTION-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACTION: ' DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE CODE-REPORT

           MOVE WS-RUN-RC TO RETURN-CODE
           DISPLAY '  </CODEALOC>'
           GOBACK
         .
      ***********************************************************
       READ-CODE-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-CODE-PARMS-EXIT
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
                           WHEN 'FUNCTION'
                               MOVE WS-PARM-VALUE (1:8)
                                   TO WS-FUNCTION
                           WHEN 'COUNT'
                               MOVE WS-PARM-VALUE (1:3)
                                   TO WS-COUNT-TEXT
                           WHEN 'DAYS'
                               MOVE WS-PARM-VALUE (1:3)
                                   TO WS-DAYS-TEXT
                           WHEN 'FOR'
                               MOVE WS-PARM-VALUE (1:20)
                                   TO WS-REFERENCE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PARM-FILE

      * COUNT= and DAYS= are taken as keyed, one to three digits.
           IF WS-COUNT-TEXT NOT = SPACES
               MOVE WS-COUNT-TEXT TO WS-NUMBER-TEXT
               PERFORM RIGHT-JUSTIFY-NUMBER
                   THRU RIGHT-JUSTIFY-NUMBER-EXIT
               IF WS-NUMBER-TEXT NUMERIC
                   MOVE WS-NUMBER-TEXT TO WS-WANTED
               ELSE
                   MOVE ZEROES TO WS-WANTED
               END-IF
           END-IF
           IF WS-DAYS-TEXT NOT = SPACES
               MOVE WS-DAYS-TEXT TO WS-NUMBER-TEXT
               PERFORM RIGHT-JUSTIFY-NUMBER
                   THRU RIGHT-JUSTIFY-NUMBER-EXIT
               IF WS-NUMBER-TEXT NUMERIC
                   MOVE WS-NUMBER-TEXT TO WS-DAYS-LIMIT
               ELSE
                   STRING 'DAYS=' DELIMITED BY SIZE
                           WS-DAYS-TEXT DELIMITED BY SIZE
                           ' IS NOT A NUMBER OF DAYS - NOTHING DONE'
                               DELIMITED BY SIZE
                       INTO WS-ACTION-TEXT
                   MOVE RC-BAD-INPUT TO WS-RUN-RC
               END-IF
           END-IF.
       READ-CODE-PARMS-EXIT.
           CONTINUE
         .
      ***********************************************************
       RIGHT-JUSTIFY-NUMBER.
           IF WS-NUMBER-TEXT (3:1) NOT = SPACE
               GO TO RIGHT-JUSTIFY-NUMBER-EXIT
           END-IF
           IF WS-NUMBER-TEXT (2:1) = SPACE
               MOVE WS-NUMBER-TEXT (1:1) TO WS-NUMBER-TEXT (3:1)
               MOVE '00' TO WS-NUMBER-TEXT (1:2)
           ELSE
               MOVE WS-NUMBER-TEXT (2:1) TO WS-NUMBER-TEXT (3:1)
               MOVE WS-NUMBER-TEXT (1:1) TO WS-NUMBER-TEXT (2:1)
               MOVE ZERO TO WS-NUMBER-TEXT (1:1)
           END-IF.
       RIGHT-JUSTIFY-NUMBER-EXIT.
           CONTINUE
         .
      ***********************************************************
      * ISSUE - each code CODESRV hands out is looked for in both
      * stores; one already there is marked in use by that store
      * and the next is asked for.
       ISSUE-CODES.
           IF WS-WANTED = ZEROES
               MOVE 'ISSUE NEEDS COUNT= OF 1 TO 999' TO WS-ACTION-TEXT
               MOVE RC-BAD-INPUT TO WS-RUN-RC
               GO TO ISSUE-CODES-EXIT
           END-IF

           MOVE 'CODEISSU' TO AU-FUNCTION
           MOVE 'CODEALOC' TO AU-PROGRAM-ID
           MOVE SPACES TO AU-OPERATOR
           CALL 'AUTHCHK' USING AUTHCHK-PARM
           IF AU-REFUSED
               STRING 'CODEISSU REFUSED - ' DELIMITED BY SIZE
                       AU-REASON DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               MOVE RC-VALIDATION-ERROR TO WS-RUN-RC
               GO TO ISSUE-CODES-EXIT
           END-IF

           MOVE ZEROES TO WS-ATTEMPTS
           PERFORM UNTIL WS-ISSUED-COUNT NOT < WS-WANTED
               IF WS-ATTEMPTS NOT < WS-MAX-ATTEMPTS
                   MOVE 'TOO MANY ISSUED CODES ALREADY IN USE'
                       TO CD-REASON
                   PERFORM REGISTRY-FAILED THRU REGISTRY-FAILED-EXIT
                   GO TO ISSUE-CODES-EXIT
               END-IF
               ADD 1 TO WS-ATTEMPTS
               MOVE 'ISSU' TO CD-FUNCTION
               MOVE 'CODEALOC' TO CD-PROGRAM-ID
               MOVE SPACES TO CD-CODE
               MOVE AU-OPERATOR TO CD-REQUESTED-BY
               MOVE WS-REFERENCE TO CD-REFERENCE
               CALL 'CODESRV' USING CODESRV-PARM
               IF NOT CD-GOOD
                   PERFORM REGISTRY-FAILED THRU REGISTRY-FAILED-EXIT
                   GO TO ISSUE-CODES-EXIT
               END-IF
               PERFORM FIND-CODE-IN-USE THRU FIND-CODE-IN-USE-EXIT
               MOVE SPACES TO REPORT-LINE
               IF WS-IN-USE-ON = SPACES
                   ADD 1 TO WS-ISSUED-COUNT
                   STRING 'ISSUED      ' DELIMITED BY SIZE
                           CD-CODE (1:7) DELIMITED BY SIZE
                           ' TO ' DELIMITED BY SIZE
                           AU-OPERATOR DELIMITED BY SIZE
                           ' FOR ' DELIMITED BY SIZE
                           WS-REFERENCE DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   ADD 1 TO WS-PASSED-COUNT
                   STRING 'PASSED OVER ' DELIMITED BY SIZE
                           CD-CODE (1:7) DELIMITED BY SIZE
                           ' - ALREADY IN USE ON ' DELIMITED BY SIZE
                           WS-IN-USE-ON DELIMITED BY SPACE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'USE ' TO CD-FUNCTION
                   MOVE WS-IN-USE-ON TO CD-PROGRAM-ID
                   CALL 'CODESRV' USING CODESRV-PARM
                   IF NOT CD-GOOD
                       PERFORM REGISTRY-FAILED
                           THRU REGISTRY-FAILED-EXIT
                       GO TO ISSUE-CODES-EXIT
                   END-IF
               END-IF
           END-PERFORM

           STRING 'ISSUED ' DELIMITED BY SIZE
                   WS-ISSUED-COUNT DELIMITED BY SIZE
                   ' CODE(S) TO ' DELIMITED BY SIZE
                   AU-OPERATOR DELIMITED BY SPACE
                   ', PASSED OVER ' DELIMITED BY SIZE
                   WS-PASSED-COUNT DELIMITED BY SIZE
                   ' ALREADY IN USE' DELIMITED BY SIZE
               INTO WS-ACTION-TEXT.
       ISSUE-CODES-EXIT.
           CONTINUE
         .
      ***********************************************************
       REGISTRY-FAILED.
           MOVE SPACES TO WS-ACTION-TEXT
           STRING 'CODE ISSUE STOPPED AFTER ' DELIMITED BY SIZE
                   WS-ISSUED-COUNT DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   CD-REASON DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           MOVE 'CODEALOC' TO EL-PROGRAM-ID
           MOVE 'ERROR'    TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           MOVE WS-ACTION-TEXT TO EL-MESSAGE
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE RC-PROCESSING-ERROR TO WS-RUN-RC.
       REGISTRY-FAILED-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Is CD-CODE a company on T2021A or VSAMFILE?  WS-IN-USE-ON
      * names the store, or stays blank.
       FIND-CODE-IN-USE.
           MOVE SPACES TO WS-IN-USE-ON
           MOVE CD-CODE TO COMPANY_CODE
           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
             SELECT COUNT(*) INTO :WS-ROW-COUNT
             FROM T2021A
             WHERE COMPANY_CODE = :COMPANY_CODE
           END-EXEC
           PERFORM CHECK-FATAL-SQLERROR
           IF WS-ROW-COUNT > ZERO
               MOVE 'T2021A' TO WS-IN-USE-ON
               GO TO FIND-CODE-IN-USE-EXIT
           END-IF

           IF NOT WS-VSAM-OPEN
               GO TO FIND-CODE-IN-USE-EXIT
           END-IF
           MOVE CD-CODE (1:7) TO KS-Key-Company
           MOVE '000' TO KS-Key-Seq
           START KSDS-File KEY IS NOT LESS THAN KS-Key
               INVALID KEY
                   GO TO FIND-CODE-IN-USE-EXIT
           END-START
           READ KSDS-File NEXT
               AT END
                   GO TO FIND-CODE-IN-USE-EXIT
           END-READ
           IF FS = ZEROES AND KS-Key-Company = CD-CODE (1:7)
               MOVE 'VSAMFILE' TO WS-IN-USE-ON
           END-IF.
       FIND-CODE-IN-USE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * LIST and UNUSED - the registry in code order.  A code still
      * shown as issued is looked for in both stores first and
      * marked in use when it is found.
       LIST-REGISTRY.
           IF WS-RUN-RC NOT = RC-NORMAL
               GO TO LIST-REGISTRY-EXIT
           END-IF
           OPEN I-O REGISTRY-FILE
           IF WS-REGISTRY-STATUS = 35
               MOVE 'NO CODE HAS BEEN ISSUED YET' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO LIST-REGISTRY-EXIT
           END-IF
           IF WS-REGISTRY-STATUS NOT = ZEROES
               MOVE SPACES TO CD-REASON
               STRING 'CODEREG NOT AVAILABLE, STATUS ' DELIMITED BY SIZE
                       WS-REGISTRY-STATUS DELIMITED BY SIZE
                   INTO CD-REASON
               MOVE SPACES TO WS-ACTION-TEXT
               STRING 'REGISTRY NOT LISTED - ' DELIMITED BY SIZE
                       CD-REASON DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               MOVE RC-PROCESSING-ERROR TO WS-RUN-RC
               GO TO LIST-REGISTRY-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING ' CODE    STATUS ISSUED     AGE REQUESTD ISSUED-B'
                       DELIMITED BY SIZE
                   ' REFERENCE            USED     USED-BY'
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-REGISTRY-EOF-SW
           PERFORM UNTIL WS-REGISTRY-EOF
               READ REGISTRY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-REGISTRY-EOF-SW
                   NOT AT END
                       IF NOT CR-CONTROL
                           PERFORM LIST-ONE-CODE
                               THRU LIST-ONE-CODE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CODES ON REGISTRY=' DELIMITED BY SIZE
                   WS-REGISTRY-CODES DELIMITED BY SIZE
                   ' IN USE=' DELIMITED BY SIZE
                   WS-IN-USE-COUNT DELIMITED BY SIZE
                   ' (NEWLY SEEN ' DELIMITED BY SIZE
                   WS-NEWLY-USED-COUNT DELIMITED BY SIZE
                   ') NOT YET USED=' DELIMITED BY SIZE
                   WS-UNUSED-COUNT DELIMITED BY SIZE
                   ' UNUSED ' DELIMITED BY SIZE
                   WS-DAYS-LIMIT DELIMITED BY SIZE
                   '+ DAYS=' DELIMITED BY SIZE
                   WS-OVERDUE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY '    CODES=' WS-REGISTRY-CODES
                   ' IN USE=' WS-IN-USE-COUNT
                   ' UNUSED=' WS-UNUSED-COUNT
                   ' OVERDUE=' WS-OVERDUE-COUNT.
       LIST-REGISTRY-EXIT.
           CONTINUE
         .
      ***********************************************************
       LIST-ONE-CODE.
           ADD 1 TO WS-REGISTRY-CODES
           IF CR-ISSUED
               MOVE SPACES TO CD-CODE
               MOVE CR-CODE TO CD-CODE (1:7)
               PERFORM FIND-CODE-IN-USE THRU FIND-CODE-IN-USE-EXIT
               IF WS-IN-USE-ON NOT = SPACES
                   MOVE 'U' TO CR-STATUS
                   MOVE WS-RUN-DATE TO CR-USED-DATE
                   MOVE WS-IN-USE-ON TO CR-USED-BY
                   REWRITE CODE-REGISTRY-REC
                   IF WS-REGISTRY-STATUS = ZEROES
                       ADD 1 TO WS-NEWLY-USED-COUNT
                   ELSE
                       DISPLAY '    CODEALOC: CODEREG REWRITE FAILED,'
                               ' STATUS ' WS-REGISTRY-STATUS
                               ' CODE ' CR-CODE
                   END-IF
               END-IF
           END-IF

           MOVE ZEROES TO WS-AGE-DAYS
           MOVE 'DIF ' TO DS-FUNCTION
           MOVE CR-ISSUED-DATE TO DS-DATE-1
           MOVE WS-RUN-DATE TO DS-DATE-2
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-VALID AND DS-DAYS > ZERO
               MOVE DS-DAYS TO WS-AGE-DAYS
           END-IF

           IF CR-USED
               ADD 1 TO WS-IN-USE-COUNT
               IF WS-FUNCTION = 'UNUSED'
                   GO TO LIST-ONE-CODE-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-UNUSED-COUNT
               IF WS-AGE-DAYS NOT < WS-DAYS-LIMIT
                   ADD 1 TO WS-OVERDUE-COUNT
               ELSE
                   IF WS-FUNCTION = 'UNUSED'
                       GO TO LIST-ONE-CODE-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE CR-CODE TO RD-CODE
           IF CR-USED
               MOVE 'IN USE' TO RD-STATUS
               MOVE CR-USED-DATE TO RD-USED-DATE
           ELSE
               MOVE 'ISSUED' TO RD-STATUS
               MOVE SPACES TO RD-USED-DATE
           END-IF
           MOVE CR-ISSUED-DATE TO RD-ISSUED-DATE
           MOVE WS-AGE-DAYS TO RD-AGE
           MOVE CR-REQUESTED-BY TO RD-REQUESTED-BY
           MOVE CR-ISSUED-BY TO RD-ISSUED-BY
           MOVE CR-REFERENCE TO RD-REFERENCE
           MOVE CR-USED-BY TO RD-USED-BY
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.
       LIST-ONE-CODE-EXIT.
           CONTINUE
         .
      ***********************************************************
       CHECK-FATAL-SQLERROR.
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100 THEN
             DISPLAY 'STATEMENT FAILED WITH SQLCODE: ' SQLCODE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 'CODEALOC' TO EL-PROGRAM-ID
             MOVE 'FATAL'    TO EL-SEVERITY
             MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
             MOVE 'SQL0001' TO EL-MSG-ID
             CALL 'ERRLOG' USING ERRLOG-PARM
             CLOSE REGISTRY-FILE
             IF WS-VSAM-OPEN
                 CLOSE KSDS-File
             END-IF
             CLOSE CODE-REPORT
             MOVE RC-PROCESSING-ERROR TO RETURN-CODE
             DISPLAY '  </CODEALOC>'
             GOBACK
           END-IF
           .
      ***********************************************************
