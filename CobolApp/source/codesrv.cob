       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODESRV.
      ******************************************************************
      *    CODESRV - shared company-code allocation service, called
      *    like ERRLOG (parameter record CODESRVR).  New company codes
      *    used to be made up by whoever keyed the insert; the VSAM
      *    side and the SQL side collided, and a transposed digit
      *    made a second company by mistake.  Codes now come from the
      *    CODEREG registry (layout CODEREGR) only:
      *
      *       ISSU  the next serial that takes a check digit, with
      *             its check digit, recorded against the operator
      *             it was issued to, the issuing program and what it
      *             is for
      *       CHEK  whether a code is seven digits with a good check
      *             digit, and issued - SQLMAINT and TRANEDIT ask
      *             before a new company is taken
      *       USE   CHEK, then mark the code in use - SQLMAINT when
      *             it inserts the company, CODEALOC when it finds a
      *             code in use on T2021A or VSAMFILE
      *       RSRV  record a code the caller names as issued, if it
      *             has a good check digit and is not on the registry
      *             already - TESTGEN, whose volume test companies
      *             must be codes the edits will take
      *
      *    The check digit is modulus 11 on the six-digit serial,
      *    weights 7 6 5 4 3 2 from the left: eleven less the
      *    remainder, 11 counting as 0.  A serial that comes out at
      *    10 is passed over, so every issued code is all digits.
      *
      *    The registry is opened and closed on every call, so the
      *    last serial issued is always the one on file.  The first
      *    code ever issued creates it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO 'CODEREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CODE
               FILE STATUS IS WS-REGISTRY-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-FILE.
           COPY CODEREGR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS       PIC 99.
       01 WS-RUN-DATE              PIC 9(8)  VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)  VALUE ZEROES.
       01 WS-CONTROL-CODE          PIC X(7)  VALUE '0000000'.
       01 WS-LAST-SERIAL           PIC 9(6)  VALUE ZEROES.
       01 WS-CODES-ISSUED          PIC 9(7)  VALUE ZEROES.
      * The check digit of WS-SERIAL, worked digit by digit.
       01 WS-SERIAL                PIC 9(6)  VALUE ZEROES.
       01 WS-SERIAL-DIGITS REDEFINES WS-SERIAL.
          05 WS-SERIAL-DIGIT       PIC 9     OCCURS 6 TIMES.
       01 WS-DIGIT-SUB             PIC 9     VALUE ZERO.
       01 WS-WEIGHTED-SUM          PIC 9(4)  VALUE ZEROES.
       01 WS-QUOTIENT              PIC 9(4)  VALUE ZEROES.
       01 WS-REMAINDER             PIC 9(2)  VALUE ZEROES.
       01 WS-CHECK-VALUE           PIC 9(2)  VALUE ZEROES.
       01 WS-CODE.
          05 WS-CODE-SERIAL        PIC 9(6).
          05 WS-CODE-CHECK         PIC 9.
       01 WS-ISSUED-SW             PIC X     VALUE 'N'.
          88 WS-CODE-ISSUED                  VALUE 'Y'.
      ******************************************************************
       LINKAGE SECTION.
           COPY CODESRVR.
      ******************************************************************
       PROCEDURE DIVISION USING CODESRV-PARM.
       MAIN.
           MOVE 'F' TO CD-RESULT
           MOVE SPACES TO CD-REASON
           MOVE ZEROES TO CD-ISSUED-DATE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           EVALUATE CD-FUNCTION
               WHEN 'ISSU'
                   PERFORM ISSUE-CODE THRU ISSUE-CODE-END
               WHEN 'CHEK'
                   PERFORM CHECK-CODE THRU CHECK-CODE-END
               WHEN 'USE '
                   PERFORM CHECK-CODE THRU CHECK-CODE-END
               WHEN 'RSRV'
                   PERFORM RESERVE-CODE THRU RESERVE-CODE-END
               WHEN OTHER
                   MOVE 'UNKNOWN CODESRV FUNCTION' TO CD-REASON
           END-EVALUATE

           GOBACK
           .
      * ISSU - the next serial past the last one issued that takes a
      * check digit, recorded and counted on the control record.
       ISSUE-CODE.
           OPEN I-O REGISTRY-FILE
           IF WS-REGISTRY-STATUS = 35
               OPEN OUTPUT REGISTRY-FILE
               CLOSE REGISTRY-FILE
               OPEN I-O REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = ZEROES
               STRING 'CODEREG NOT AVAILABLE, STATUS ' DELIMITED BY SIZE
                       WS-REGISTRY-STATUS DELIMITED BY SIZE
                   INTO CD-REASON
               GO TO ISSUE-CODE-END
           END-IF

           MOVE WS-CONTROL-CODE TO CR-CODE
           READ REGISTRY-FILE
           IF WS-REGISTRY-STATUS = 23
               MOVE SPACES TO CR-CONTROL-VIEW
               MOVE WS-CONTROL-CODE TO CR-CONTROL-KEY
               MOVE 'H' TO CR-STATUS
               MOVE ZEROES TO CR-LAST-SERIAL
               MOVE ZEROES TO CR-CODES-ISSUED
               WRITE CR-CONTROL-VIEW
           END-IF
           IF WS-REGISTRY-STATUS NOT = ZEROES OR NOT CR-CONTROL
               STRING 'CODEREG CONTROL RECORD UNREADABLE, STATUS '
                           DELIMITED BY SIZE
                       WS-REGISTRY-STATUS DELIMITED BY SIZE
                   INTO CD-REASON
               CLOSE REGISTRY-FILE
               GO TO ISSUE-CODE-END
           END-IF
           MOVE CR-LAST-SERIAL TO WS-LAST-SERIAL
           MOVE CR-CODES-ISSUED TO WS-CODES-ISSUED

      * A serial that is already on the registry - written by hand,
      * or left by a run that stopped before it updated the control
      * record - is stepped over like one with no check digit.
           MOVE 'N' TO WS-ISSUED-SW
           PERFORM UNTIL WS-CODE-ISSUED
               IF WS-LAST-SERIAL = 999999
                   MOVE 'CODEREG HAS NO SERIALS LEFT TO ISSUE'
                       TO CD-REASON
                   CLOSE REGISTRY-FILE
                   GO TO ISSUE-CODE-END
               END-IF
               ADD 1 TO WS-LAST-SERIAL
               MOVE WS-LAST-SERIAL TO WS-SERIAL
               PERFORM COMPUTE-CHECK-DIGIT
                   THRU COMPUTE-CHECK-DIGIT-END
               IF WS-CHECK-VALUE < 10
                   MOVE WS-SERIAL TO WS-CODE-SERIAL
                   MOVE WS-CHECK-VALUE TO WS-CODE-CHECK
                   MOVE SPACES TO CODE-REGISTRY-REC
                   MOVE WS-CODE TO CR-CODE
                   MOVE 'I' TO CR-STATUS
                   MOVE WS-RUN-DATE TO CR-ISSUED-DATE
                   MOVE WS-RUN-TIME TO CR-ISSUED-TIME
                   MOVE CD-REQUESTED-BY TO CR-REQUESTED-BY
                   MOVE CD-PROGRAM-ID TO CR-ISSUED-BY
                   MOVE CD-REFERENCE TO CR-REFERENCE
                   MOVE ZEROES TO CR-USED-DATE
                   MOVE SPACES TO CR-USED-BY
                   WRITE CODE-REGISTRY-REC
                   EVALUATE WS-REGISTRY-STATUS
                       WHEN ZEROES
                           MOVE 'Y' TO WS-ISSUED-SW
                       WHEN 22
                           CONTINUE
                       WHEN OTHER
                           STRING 'CODEREG WRITE FAILED, STATUS '
                                       DELIMITED BY SIZE
                                   WS-REGISTRY-STATUS DELIMITED BY SIZE
                               INTO CD-REASON
                           CLOSE REGISTRY-FILE
                           GO TO ISSUE-CODE-END
                   END-EVALUATE
               END-IF
           END-PERFORM

           ADD 1 TO WS-CODES-ISSUED
           MOVE WS-CONTROL-CODE TO CR-CODE
           READ REGISTRY-FILE
           IF WS-REGISTRY-STATUS = ZEROES
               MOVE WS-LAST-SERIAL TO CR-LAST-SERIAL
               MOVE WS-CODES-ISSUED TO CR-CODES-ISSUED
               REWRITE CR-CONTROL-VIEW
           END-IF
           IF WS-REGISTRY-STATUS NOT = ZEROES
               DISPLAY 'CODESRV: CONTROL RECORD NOT UPDATED, STATUS '
                       WS-REGISTRY-STATUS
           END-IF
           CLOSE REGISTRY-FILE

           MOVE SPACES TO CD-CODE
           MOVE WS-CODE TO CD-CODE (1:7)
           MOVE WS-RUN-DATE TO CD-ISSUED-DATE
           MOVE 'Y' TO CD-RESULT.
       ISSUE-CODE-END.
           CONTINUE.
      * CHEK and USE - the form and check digit first, so a slip is
      * named as one, then the registry.
       CHECK-CODE.
           IF CD-CODE (1:7) NOT NUMERIC
                   OR CD-CODE (8:3) NOT = SPACES
                   OR CD-CODE (1:7) = WS-CONTROL-CODE
               MOVE 'D' TO CD-RESULT
               MOVE 'NOT A SEVEN-DIGIT COMPANY CODE' TO CD-REASON
               GO TO CHECK-CODE-END
           END-IF
           MOVE CD-CODE (1:7) TO WS-CODE
           MOVE WS-CODE-SERIAL TO WS-SERIAL
           PERFORM COMPUTE-CHECK-DIGIT THRU COMPUTE-CHECK-DIGIT-END
           IF WS-CHECK-VALUE NOT = WS-CODE-CHECK
               MOVE 'D' TO CD-RESULT
               MOVE 'CHECK DIGIT DOES NOT MATCH' TO CD-REASON
               GO TO CHECK-CODE-END
           END-IF

           IF CD-FUNCTION = 'USE '
               OPEN I-O REGISTRY-FILE
           ELSE
               OPEN INPUT REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS = 35
               MOVE 'N' TO CD-RESULT
               MOVE 'NO CODE HAS BEEN ISSUED YET' TO CD-REASON
               GO TO CHECK-CODE-END
           END-IF
           IF WS-REGISTRY-STATUS NOT = ZEROES
               STRING 'CODEREG NOT AVAILABLE, STATUS ' DELIMITED BY SIZE
                       WS-REGISTRY-STATUS DELIMITED BY SIZE
                   INTO CD-REASON
               GO TO CHECK-CODE-END
           END-IF
           MOVE WS-CODE TO CR-CODE
           READ REGISTRY-FILE
           EVALUATE WS-REGISTRY-STATUS
               WHEN ZEROES
                   MOVE 'Y' TO CD-RESULT
                   MOVE CR-ISSUED-DATE TO CD-ISSUED-DATE
               WHEN 23
                   MOVE 'N' TO CD-RESULT
                   MOVE 'CODE WAS NEVER ISSUED' TO CD-REASON
               WHEN OTHER
                   STRING 'CODEREG READ FAILED, STATUS '
                               DELIMITED BY SIZE
                           WS-REGISTRY-STATUS DELIMITED BY SIZE
                       INTO CD-REASON
           END-EVALUATE

           IF CD-GOOD AND CD-FUNCTION = 'USE ' AND CR-ISSUED
               MOVE 'U' TO CR-STATUS
               MOVE WS-RUN-DATE TO CR-USED-DATE
               MOVE CD-PROGRAM-ID TO CR-USED-BY
               REWRITE CODE-REGISTRY-REC
               IF WS-REGISTRY-STATUS NOT = ZEROES
                   MOVE 'F' TO CD-RESULT
                   STRING 'CODEREG REWRITE FAILED, STATUS '
                               DELIMITED BY SIZE
                           WS-REGISTRY-STATUS DELIMITED BY SIZE
                       INTO CD-REASON
               END-IF
           END-IF
           CLOSE REGISTRY-FILE.
       CHECK-CODE-END.
           CONTINUE.
      * RSRV - the named code written as issued.  A code already on
      * the registry is left as it stands and reported good; ISSU
      * steps over a reserved serial as it does any other on file.
       RESERVE-CODE.
           IF CD-CODE (1:7) NOT NUMERIC
                   OR CD-CODE (8:3) NOT = SPACES
                   OR CD-CODE (1:7) = WS-CONTROL-CODE
               MOVE 'D' TO CD-RESULT
               MOVE 'NOT A SEVEN-DIGIT COMPANY CODE' TO CD-REASON
               GO TO RESERVE-CODE-END
           END-IF
           MOVE CD-CODE (1:7) TO WS-CODE
           MOVE WS-CODE-SERIAL TO WS-SERIAL
           PERFORM COMPUTE-CHECK-DIGIT THRU COMPUTE-CHECK-DIGIT-END
           IF WS-CHECK-VALUE NOT = WS-CODE-CHECK
               MOVE 'D' TO CD-RESULT
               MOVE 'CHECK DIGIT DOES NOT MATCH' TO CD-REASON
               GO TO RESERVE-CODE-END
           END-IF

           OPEN I-O REGISTRY-FILE
           IF WS-REGISTRY-STATUS = 35
               OPEN OUTPUT REGISTRY-FILE
               CLOSE REGISTRY-FILE
               OPEN I-O REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = ZEROES
               STRING 'CODEREG NOT AVAILABLE, STATUS ' DELIMITED BY SIZE
                       WS-REGISTRY-STATUS DELIMITED BY SIZE
                   INTO CD-REASON
               GO TO RESERVE-CODE-END
           END-IF
           MOVE SPACES TO CODE-REGISTRY-REC
           MOVE WS-CODE TO CR-CODE
           MOVE 'I' TO CR-STATUS
           MOVE WS-RUN-DATE TO CR-ISSUED-DATE
           MOVE WS-RUN-TIME TO CR-ISSUED-TIME
           MOVE CD-REQUESTED-BY TO CR-REQUESTED-BY
           MOVE CD-PROGRAM-ID TO CR-ISSUED-BY
           MOVE CD-REFERENCE TO CR-REFERENCE
           MOVE ZEROES TO CR-USED-DATE
           MOVE SPACES TO CR-USED-BY
           WRITE CODE-REGISTRY-REC
           EVALUATE WS-REGISTRY-STATUS
               WHEN ZEROES
                   MOVE 'Y' TO CD-RESULT
                   MOVE WS-RUN-DATE TO CD-ISSUED-DATE
               WHEN 22
                   MOVE 'Y' TO CD-RESULT
               WHEN OTHER
                   STRING 'CODEREG WRITE FAILED, STATUS '
                               DELIMITED BY SIZE
                           WS-REGISTRY-STATUS DELIMITED BY SIZE
                       INTO CD-REASON
           END-EVALUATE
           CLOSE REGISTRY-FILE.
       RESERVE-CODE-END.
           CONTINUE.
      * Modulus 11 over WS-SERIAL into WS-CHECK-VALUE - 0 to 9, or 10
      * for a serial that takes no check digit.
       COMPUTE-CHECK-DIGIT.
           MOVE ZEROES TO WS-WEIGHTED-SUM
           PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
                   UNTIL WS-DIGIT-SUB > 6
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + WS-SERIAL-DIGIT (WS-DIGIT-SUB) * (8 - WS-DIGIT-SUB)
           END-PERFORM
           DIVIDE WS-WEIGHTED-SUM BY 11 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-CHECK-VALUE = 11 - WS-REMAINDER
           IF WS-CHECK-VALUE = 11
               MOVE ZERO TO WS-CHECK-VALUE
           END-IF.
       COMPUTE-CHECK-DIGIT-END.
           CONTINUE.
