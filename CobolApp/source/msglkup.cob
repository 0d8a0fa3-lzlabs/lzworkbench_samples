       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGLKUP.
      ******************************************************************
      *    MSGLKUP - message catalogue lookup.  The MSGCAT catalogue
      *    (layout MSGCATR, maintained by MSGMANT) gives each message
      *    number its standard text, default severity and the action
      *    the operator is to take.  ERRLOG asks here when a program
      *    logs by number; ERRRPT, ALERTACK and MORNSTAT ask here for
      *    the action to print beside a numbered message.
      *
      *    The table is loaded on the first call and kept across
      *    calls, the same pattern CTYPLKUP uses for its type table.
      *    A missing MSGCAT leaves every number unknown.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FILE ASSIGN TO 'MSGCAT'
               STATUS IS WS-CATALOGUE-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CATALOGUE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
           COPY MSGCATR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CATALOGUE-STATUS      PIC 99.
       01 WS-CATALOGUE-EOF-SW      PIC X     VALUE 'N'.
          88 WS-CATALOGUE-EOF                VALUE 'Y'.
       01 WS-TABLE-LOADED-SW       PIC X     VALUE 'N'.
          88 WS-TABLE-LOADED                 VALUE 'Y'.
       01 WS-MSG-USED              PIC 9(3)  VALUE ZEROES.
       01 WS-MSG-TABLE.
          05 WS-MSG-ENTRY OCCURS 500 TIMES.
             10 WS-ME-MSG-ID       PIC X(7).
             10 WS-ME-SEVERITY     PIC X(8).
             10 WS-ME-TEXT         PIC X(72).
             10 WS-ME-ACTION       PIC X(100).
       01 WS-SUB                   PIC 9(3)  VALUE ZEROES.
      ******************************************************************
       LINKAGE SECTION.
           COPY MSGLKUPR.
      ******************************************************************
       PROCEDURE DIVISION USING MSGLKUP-PARM.
       MAIN.
           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-MSG-TABLE THRU LOAD-MSG-TABLE-END
           END-IF

           PERFORM FIND-ONE-MSG THRU FIND-ONE-MSG-END

           GOBACK
           .
       LOAD-MSG-TABLE.
           MOVE 'Y' TO WS-TABLE-LOADED-SW
           OPEN INPUT CATALOGUE-FILE
           IF WS-CATALOGUE-STATUS NOT = ZEROES
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
       FIND-ONE-MSG.
           MOVE 'N' TO ML-FOUND-SW
           MOVE SPACES TO ML-SEVERITY
           MOVE SPACES TO ML-TEXT
           MOVE SPACES TO ML-ACTION

           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-MSG-USED
               ADD 1 TO WS-SUB
               IF WS-ME-MSG-ID (WS-SUB) = ML-MSG-ID
                   MOVE 'Y' TO ML-FOUND-SW
                   MOVE WS-ME-SEVERITY (WS-SUB) TO ML-SEVERITY
                   MOVE WS-ME-TEXT (WS-SUB) TO ML-TEXT
                   MOVE WS-ME-ACTION (WS-SUB) TO ML-ACTION
                   GO TO FIND-ONE-MSG-END
               END-IF
           END-PERFORM.
       FIND-ONE-MSG-END.
           CONTINUE.
