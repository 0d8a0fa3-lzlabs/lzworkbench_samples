      *    routed to operations, RUNHIST for the latest PROGSUMB
      *    verdict, and RUNLOCK for whether the lock was left held.
      *    The page goes to MORNRPT - what the 7am shift reads before
      *    anyone else logs on.  The run's alerts are grouped by
      *    message number (see MSGCAT), each with the catalogue's
      *    recommended operator action.
      *
      *    A held lock or a FAIL verdict ends the run with a nonzero
      *    RETURN-CODE so the page can gate anything scheduled after
       01 WS-LATEST-RUN-ID         PIC X(16)   VALUE SPACES.
       01 WS-LATEST-RUN-STAMP      PIC X(17)   VALUE SPACES.
       01 WS-TRAILER-SEEN-SW       PIC X       VALUE 'N'.
       01 WS-TRAILER-TEXT          PIC X(72)   VALUE SPACES.
       01 WS-STEP-USED             PIC 9(3)    VALUE ZEROES.
       01 WS-STEP-TABLE.
          05 WS-ST-LINE OCCURS 100 TIMES
       01 WS-ERR-FATAL-COUNT       PIC 9(5)    VALUE ZEROES.
       01 WS-ALERT-COUNT           PIC 9(5)    VALUE ZEROES.
       01 WS-ALERT-FATAL-COUNT     PIC 9(5)    VALUE ZEROES.
      * The run's alerts by message number.
       01 WS-ALERT-MESSAGE         PIC X(80)   VALUE SPACES.
       01 WS-REST-PTR              PIC 9(4)    VALUE 1.
       01 WS-NUMBERED-TABLE.
          05 WS-NM-ENTRY OCCURS 50 TIMES.
             10 WS-NM-MSG-ID       PIC X(7).
             10 WS-NM-COUNT        PIC 9(5).
       01 WS-NM-USED               PIC 9(3)    VALUE ZEROES.
       01 WS-UNNUMBERED-COUNT      PIC 9(5)    VALUE ZEROES.
       01 WS-LAST-VERDICT          PIC X(4)    VALUE SPACES.
       01 WS-LAST-VERDICT-STAMP    PIC X(17)   VALUE SPACES.
       01 WS-LOCK-HELD-SW          PIC X       VALUE 'N'.
       01 WS-LOCK-HOLDER           PIC X(8)    VALUE SPACES.
       01 WS-SUB                   PIC 9(3)    VALUE ZEROES.
           COPY RETCODE.
           COPY MSGLKUPR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
                           WHEN RUN-LOG-LINE (1:18)
                                   = '=== DRIVER RUN END'
                               MOVE 'Y' TO WS-TRAILER-SEEN-SW
                               MOVE RUN-LOG-LINE (1:72)
                                   TO WS-TRAILER-TEXT
                           WHEN RUN-LOG-LINE (1:15)
                                   = '=== DRIVER RUN '
                       IF WS-FOUND-RUN-ID = WS-LATEST-RUN-ID
                           ADD 1 TO WS-ALERT-COUNT
                           MOVE SPACES TO WS-LOG-SEVERITY
                           MOVE SPACES TO WS-ALERT-MESSAGE
                           MOVE 1 TO WS-REST-PTR
                           UNSTRING AL-REST DELIMITED BY ' '
                               INTO WS-LOG-SEVERITY
                               WITH POINTER WS-REST-PTR
                           IF WS-LOG-SEVERITY = 'FATAL'
                               ADD 1 TO WS-ALERT-FATAL-COUNT
                           END-IF
                           IF WS-REST-PTR < 15
                               MOVE AL-REST (WS-REST-PTR:80)
                                   TO WS-ALERT-MESSAGE
                           END-IF
                           PERFORM TALLY-ALERT-NUMBER
                               THRU TALLY-ALERT-NUMBER-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE.
       GATHER-ALERT-COUNTS-END.
           CONTINUE.
      * An alert that opens with a number the catalogue knows is
      * counted under the number.
       TALLY-ALERT-NUMBER.
           IF WS-ALERT-MESSAGE (8:1) NOT = SPACE
                   OR WS-ALERT-MESSAGE (1:7) = SPACES
               ADD 1 TO WS-UNNUMBERED-COUNT
               GO TO TALLY-ALERT-NUMBER-END
           END-IF
           MOVE WS-ALERT-MESSAGE (1:7) TO ML-MSG-ID
           CALL 'MSGLKUP' USING MSGLKUP-PARM
           IF NOT ML-FOUND
               ADD 1 TO WS-UNNUMBERED-COUNT
               GO TO TALLY-ALERT-NUMBER-END
           END-IF
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-NM-USED
               ADD 1 TO WS-SUB
               IF WS-NM-MSG-ID (WS-SUB) = ML-MSG-ID
                   ADD 1 TO WS-NM-COUNT (WS-SUB)
                   GO TO TALLY-ALERT-NUMBER-END
               END-IF
           END-PERFORM
           IF WS-NM-USED < 50
               ADD 1 TO WS-NM-USED
               MOVE ML-MSG-ID TO WS-NM-MSG-ID (WS-NM-USED)
               MOVE 1 TO WS-NM-COUNT (WS-NM-USED)
           ELSE
               ADD 1 TO WS-UNNUMBERED-COUNT
           END-IF.
       TALLY-ALERT-NUMBER-END.
           CONTINUE.
       GATHER-LAST-VERDICT.
           OPEN INPUT RUN-HISTORY
           IF WS-HISTORY-STATUS NOT = ZEROES
                   ')' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ALERT-ACTIONS THRU WRITE-ALERT-ACTIONS-END

           MOVE SPACES TO REPORT-LINE
           IF WS-LAST-VERDICT = SPACES
           CLOSE STATUS-REPORT.
       WRITE-STATUS-PAGE-END.
           CONTINUE.
      * What the shift is to do about each kind of alert the run
      * raised.
       WRITE-ALERT-ACTIONS.
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-NM-USED
               ADD 1 TO WS-SUB
               MOVE WS-NM-MSG-ID (WS-SUB) TO ML-MSG-ID
               CALL 'MSGLKUP' USING MSGLKUP-PARM
               MOVE SPACES TO REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                       WS-NM-MSG-ID (WS-SUB) DELIMITED BY SIZE
                       ' X' DELIMITED BY SIZE
                       WS-NM-COUNT (WS-SUB) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       ML-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '      ACTION: ' DELIMITED BY SIZE
                       ML-ACTION DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-UNNUMBERED-COUNT > ZEROES
               MOVE SPACES TO REPORT-LINE
               STRING '  NOT NUMBERED X' DELIMITED BY SIZE
                       WS-UNNUMBERED-COUNT DELIMITED BY SIZE
                       '  SEE OPALERT / ALERTRPT' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       WRITE-ALERT-ACTIONS-END.
           CONTINUE.
