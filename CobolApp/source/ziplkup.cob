       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPLKUP.
      ******************************************************************
      *    ZIPLKUP - ZIP-to-state cross-check.  The address edits
      *    test the state code and the ZIP each on its own, so a New
      *    York address with a Texas ZIP passes both.  The ZIPSTATE
      *    reference file holds the 3-digit ZIP prefix ranges that
      *    belong to each state, one range per record:
      *
      *       ss lll hhh       state, lowest and highest prefix
      *
      *    A state may carry several ranges.  The table is loaded on
      *    the first call and kept across calls, the same pattern
      *    CALLKUP uses for its calendar.  SQLMAINT consults it for
      *    T2021B addresses and TRANEDIT for the 'DT' detail data
      *    bound for VSAMFILE.  A state the table holds no ranges
      *    for is not judged - a missing ZIPSTATE file leaves every
      *    address passing exactly as before.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIP-FILE ASSIGN TO 'ZIPSTATE'
               STATUS IS WS-ZIP-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ZIP-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ZIP-REC.
          05 ZIP-STATE             PIC X(2).
          05 FILLER                PIC X.
          05 ZIP-LOW-PREFIX        PIC X(3).
          05 FILLER                PIC X.
          05 ZIP-HIGH-PREFIX       PIC X(3).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ZIP-STATUS            PIC 99.
       01 WS-ZIP-EOF-SW            PIC X     VALUE 'N'.
          88 WS-ZIP-EOF                      VALUE 'Y'.
       01 WS-TABLE-LOADED-SW       PIC X     VALUE 'N'.
          88 WS-TABLE-LOADED                 VALUE 'Y'.
       01 WS-RANGE-USED            PIC 9(3)  VALUE ZEROES.
       01 WS-RANGE-TABLE.
          05 WS-RANGE-ENTRY OCCURS 300 TIMES.
             10 WS-RE-STATE        PIC X(2).
             10 WS-RE-LOW          PIC 9(3).
             10 WS-RE-HIGH         PIC 9(3).
       01 WS-SUB                   PIC 9(3)  VALUE ZEROES.
       01 WS-ASK-PREFIX            PIC 9(3)  VALUE ZEROES.
      ******************************************************************
       LINKAGE SECTION.
           COPY ZIPLKR.
      ******************************************************************
       PROCEDURE DIVISION USING ZIPLKUP-PARM.
       MAIN.
           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-RANGE-TABLE THRU LOAD-RANGE-TABLE-END
           END-IF

           PERFORM JUDGE-ONE-ZIP THRU JUDGE-ONE-ZIP-END

           GOBACK
           .
       LOAD-RANGE-TABLE.
           MOVE 'Y' TO WS-TABLE-LOADED-SW
           OPEN INPUT ZIP-FILE
           IF WS-ZIP-STATUS NOT = ZEROES
               GO TO LOAD-RANGE-TABLE-END
           END-IF
           MOVE 'N' TO WS-ZIP-EOF-SW
           PERFORM UNTIL WS-ZIP-EOF
               READ ZIP-FILE
                   AT END
                       MOVE 'Y' TO WS-ZIP-EOF-SW
                   NOT AT END
                       IF ZIP-STATE NOT = SPACES
                               AND ZIP-LOW-PREFIX IS NUMERIC
                               AND ZIP-HIGH-PREFIX IS NUMERIC
                               AND WS-RANGE-USED < 300
                           ADD 1 TO WS-RANGE-USED
                           MOVE ZIP-STATE
                               TO WS-RE-STATE (WS-RANGE-USED)
                           MOVE ZIP-LOW-PREFIX
                               TO WS-RE-LOW (WS-RANGE-USED)
                           MOVE ZIP-HIGH-PREFIX
                               TO WS-RE-HIGH (WS-RANGE-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ZIP-FILE.
       LOAD-RANGE-TABLE-END.
           CONTINUE.
      * Any range of the state that holds the prefix is a match.
      * Ranges of the state that do not hold it make a mismatch;
      * no ranges at all for the state leave it unjudged.
       JUDGE-ONE-ZIP.
           MOVE 'U' TO ZP-RESULT-SW
           IF ZP-ZIP (1:3) NOT NUMERIC
               GO TO JUDGE-ONE-ZIP-END
           END-IF
           MOVE ZP-ZIP (1:3) TO WS-ASK-PREFIX

           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-RANGE-USED
               ADD 1 TO WS-SUB
               IF WS-RE-STATE (WS-SUB) = ZP-STATE
                   IF WS-ASK-PREFIX NOT < WS-RE-LOW (WS-SUB)
                           AND WS-ASK-PREFIX NOT > WS-RE-HIGH (WS-SUB)
                       MOVE 'Y' TO ZP-RESULT-SW
                       GO TO JUDGE-ONE-ZIP-END
                   END-IF
                   MOVE 'N' TO ZP-RESULT-SW
               END-IF
           END-PERFORM.
       JUDGE-ONE-ZIP-END.
           CONTINUE.
