       01 WS-ERRLOG-OPEN-SW       PIC X VALUE 'N'.
          88 WS-ERRLOG-OPEN            VALUE 'Y'.
       01 WS-LOG-IMAGE            PIC X(150).
      * Building a numbered message from its catalogue text.
       01 WS-MSG-TEMPLATE         PIC X(72).
       01 WS-MSG-TEXT             PIC X(72).
       01 WS-TPL-SUB              PIC 9(3).
       01 WS-OUT-PTR              PIC 9(3).
       01 WS-PARM-NO              PIC 9.
       01 WS-PARM-LEN             PIC 9(3).
           COPY RUNIDR.
           COPY MSGLKUPR.
      ******************************************************************
       LINKAGE SECTION.
           COPY ERRLOGR.
               END-IF
           END-IF

           IF EL-MSG-ID NOT = SPACES AND EL-MSG-ID NOT = LOW-VALUES
               PERFORM BUILD-NUMBERED-MESSAGE
                   THRU BUILD-NUMBERED-MESSAGE-END
           END-IF

           MOVE EL-RETURN-CODE TO WS-EL-RC-DISPLAY

           MOVE SPACES TO WS-LOG-IMAGE
               PERFORM ROUTE-ALERT THRU ROUTE-ALERT-END
           END-IF

           MOVE SPACES TO EL-MSG-ID
           MOVE SPACES TO EL-MSG-PARM (1)
           MOVE SPACES TO EL-MSG-PARM (2)
           MOVE SPACES TO EL-MSG-PARM (3)

           GOBACK
           .
       ROUTE-ALERT.
               UPON CONSOLE.
       ROUTE-ALERT-END.
           CONTINUE.
      * A message logged by number goes out as the number and the
      * catalogue's standard text with the caller's fill-ins, so every
      * program words the same condition the same way and the reports
      * can group on the number.  A number the catalogue does not
      * carry still logs - number and fill-ins - and is plain to see.
       BUILD-NUMBERED-MESSAGE.
           MOVE EL-MSG-ID TO ML-MSG-ID
           CALL 'MSGLKUP' USING MSGLKUP-PARM
           IF ML-FOUND
               MOVE ML-TEXT TO WS-MSG-TEMPLATE
               IF EL-SEVERITY = SPACES OR EL-SEVERITY = LOW-VALUES
                   MOVE ML-SEVERITY TO EL-SEVERITY
               END-IF
           ELSE
               MOVE '(NOT ON MSGCAT) &1 &2 &3' TO WS-MSG-TEMPLATE
           END-IF
           IF EL-SEVERITY = SPACES OR EL-SEVERITY = LOW-VALUES
               MOVE 'ERROR' TO EL-SEVERITY
           END-IF

           MOVE SPACES TO WS-MSG-TEXT
           MOVE 1 TO WS-OUT-PTR
           MOVE 1 TO WS-TPL-SUB
           PERFORM UNTIL WS-TPL-SUB > 72 OR WS-OUT-PTR > 72
               IF WS-TPL-SUB < 72
                       AND WS-MSG-TEMPLATE (WS-TPL-SUB:1) = '&'
                       AND WS-MSG-TEMPLATE (WS-TPL-SUB + 1:1) >= '1'
                       AND WS-MSG-TEMPLATE (WS-TPL-SUB + 1:1) <= '3'
                   MOVE WS-MSG-TEMPLATE (WS-TPL-SUB + 1:1)
                       TO WS-PARM-NO
                   PERFORM INSERT-MSG-PARM THRU INSERT-MSG-PARM-END
                   ADD 2 TO WS-TPL-SUB
               ELSE
                   MOVE WS-MSG-TEMPLATE (WS-TPL-SUB:1)
                       TO WS-MSG-TEXT (WS-OUT-PTR:1)
                   ADD 1 TO WS-OUT-PTR
                   ADD 1 TO WS-TPL-SUB
               END-IF
           END-PERFORM

           MOVE SPACES TO EL-MESSAGE
           STRING EL-MSG-ID   DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WS-MSG-TEXT DELIMITED BY SIZE
               INTO EL-MESSAGE.
       BUILD-NUMBERED-MESSAGE-END.
           CONTINUE.
      * The fill-in goes in without its trailing blanks, cut short if
      * the line is full.
       INSERT-MSG-PARM.
           MOVE 30 TO WS-PARM-LEN
           PERFORM UNTIL WS-PARM-LEN = ZEROES
                   OR EL-MSG-PARM (WS-PARM-NO) (WS-PARM-LEN:1)
                       NOT = SPACE
               SUBTRACT 1 FROM WS-PARM-LEN
           END-PERFORM
           IF WS-PARM-LEN = ZEROES
               GO TO INSERT-MSG-PARM-END
           END-IF
           IF WS-OUT-PTR + WS-PARM-LEN > 73
               COMPUTE WS-PARM-LEN = 73 - WS-OUT-PTR
           END-IF
           MOVE EL-MSG-PARM (WS-PARM-NO) (1:WS-PARM-LEN)
               TO WS-MSG-TEXT (WS-OUT-PTR:WS-PARM-LEN)
           ADD WS-PARM-LEN TO WS-OUT-PTR.
       INSERT-MSG-PARM-END.
           CONTINUE.
