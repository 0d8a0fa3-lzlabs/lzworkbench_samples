      *    Escalations are logged under this program's own name and
      *    are never themselves escalated, so a forgotten alert nags
      *    once per run instead of snowballing.
      *
      *    An alert logged by message number (see MSGCAT) is listed
      *    with the catalogue's recommended operator action under it,
      *    and the open alerts are counted by number at the end of
      *    the report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-ESC-USED              PIC 9(3)    VALUE ZEROES.
       01 WS-ESC-FULL-SW           PIC X       VALUE 'N'.
       01 WS-ESC-SUB               PIC 9(3)    VALUE ZEROES.
      * The open alerts by message number.
       01 WS-ALERT-REST            PIC X(114)  VALUE SPACES.
       01 WS-ALERT-SEVERITY        PIC X(8)    VALUE SPACES.
       01 WS-ALERT-MESSAGE         PIC X(80)   VALUE SPACES.
       01 WS-REST-PTR              PIC 9(4)    VALUE 1.
       01 WS-NUMBERED-TABLE.
          05 WS-NM-ENTRY OCCURS 100 TIMES.
             10 WS-NM-MSG-ID       PIC X(7).
             10 WS-NM-COUNT        PIC 9(7).
       01 WS-NM-USED               PIC 9(3)    VALUE ZEROES.
       01 WS-NM-SUB                PIC 9(3)    VALUE ZEROES.
       01 WS-UNNUMBERED-COUNT      PIC 9(7)    VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY DATESRVR.
           COPY MSGLKUPR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
                   ALERT-LINE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM NOTE-ALERT-ACTION THRU NOTE-ALERT-ACTION-END

           IF AL-PROGRAM = 'ALERTACK'
               GO TO JUDGE-ONE-ALERT-END
           END-IF.
       JUDGE-ONE-ALERT-END.
           CONTINUE.
      * The message behind the alert - severity token, then the text.
      * One that opens with a number the catalogue knows gets the
      * operator action printed under it and is counted under the
      * number.
       NOTE-ALERT-ACTION.
           MOVE AL-REST (11:114) TO WS-ALERT-REST
           MOVE SPACES TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           MOVE 1 TO WS-REST-PTR
           UNSTRING WS-ALERT-REST DELIMITED BY ' '
               INTO WS-ALERT-SEVERITY
               WITH POINTER WS-REST-PTR
           IF WS-REST-PTR < 15
               MOVE WS-ALERT-REST (WS-REST-PTR:80) TO WS-ALERT-MESSAGE
           END-IF
           IF WS-ALERT-MESSAGE (8:1) NOT = SPACE
                   OR WS-ALERT-MESSAGE (1:7) = SPACES
               ADD 1 TO WS-UNNUMBERED-COUNT
               GO TO NOTE-ALERT-ACTION-END
           END-IF
           MOVE WS-ALERT-MESSAGE (1:7) TO ML-MSG-ID
           CALL 'MSGLKUP' USING MSGLKUP-PARM
           IF NOT ML-FOUND
               ADD 1 TO WS-UNNUMBERED-COUNT
               GO TO NOTE-ALERT-ACTION-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '      ACTION: ' DELIMITED BY SIZE
                   ML-ACTION DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROES TO WS-NM-SUB
           PERFORM UNTIL WS-NM-SUB NOT < WS-NM-USED
               ADD 1 TO WS-NM-SUB
               IF WS-NM-MSG-ID (WS-NM-SUB) = ML-MSG-ID
                   ADD 1 TO WS-NM-COUNT (WS-NM-SUB)
                   GO TO NOTE-ALERT-ACTION-END
               END-IF
           END-PERFORM
           IF WS-NM-USED < 100
               ADD 1 TO WS-NM-USED
               MOVE ML-MSG-ID TO WS-NM-MSG-ID (WS-NM-USED)
               MOVE 1 TO WS-NM-COUNT (WS-NM-USED)
           ELSE
               ADD 1 TO WS-UNNUMBERED-COUNT
           END-IF.
       NOTE-ALERT-ACTION-END.
           CONTINUE.
      * The collected escalations, re-raised once OPALERT is closed
      * so ERRLOG's EXTEND open of the same dataset cannot collide
      * with the pass and the pass cannot read back what it raised.
               MOVE 'ALERTACK' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'ALR0001' TO EL-MSG-ID
               MOVE WS-ES-PROGRAM (WS-ESC-SUB) TO EL-MSG-PARM (1)
               MOVE SPACES TO EL-MSG-PARM (2)
               STRING WS-ES-DATE (WS-ESC-SUB) DELIMITED BY SIZE
                       ' '         DELIMITED BY SIZE
                       WS-ES-TIME (WS-ESC-SUB) DELIMITED BY SIZE
                   INTO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           END-PERFORM
               MOVE '  (NONE)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-NM-USED > ZEROES
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'UNACKNOWLEDGED ALERTS BY MESSAGE NUMBER'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZEROES TO WS-NM-SUB
               PERFORM UNTIL WS-NM-SUB NOT < WS-NM-USED
                   ADD 1 TO WS-NM-SUB
                   MOVE WS-NM-MSG-ID (WS-NM-SUB) TO ML-MSG-ID
                   CALL 'MSGLKUP' USING MSGLKUP-PARM
                   MOVE SPACES TO REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                           WS-NM-MSG-ID (WS-NM-SUB) DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           WS-NM-COUNT (WS-NM-SUB) DELIMITED BY SIZE
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
               MOVE SPACES TO REPORT-LINE
               STRING '  NOT NUMBERED  ' DELIMITED BY SIZE
                       WS-UNNUMBERED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'ALERTS=' DELIMITED BY SIZE
                   WS-ALERTS-READ DELIMITED BY SIZE
