      *       FROM=yyyymmdd        only records on/after this date
      *       TO=yyyymmdd          only records on/before this date
      *       TOPN=nnn             how many messages to rank (dflt 10)
      *
      *    Messages logged by number (see MSGCAT) are counted under
      *    their number however their fill-ins vary, and listed by
      *    number with the catalogue's recommended operator action.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             10 WS-MT-COUNT        PIC 9(7).
             10 WS-MT-RANKED-SW    PIC X.
       01 WS-MT-USED               PIC 9(3)    VALUE ZEROES.
      * Numbered messages, one entry per message number.
       01 WS-NUMBERED-TABLE.
          05 WS-NM-ENTRY OCCURS 100 TIMES.
             10 WS-NM-MSG-ID       PIC X(7).
             10 WS-NM-COUNT        PIC 9(7).
       01 WS-NM-USED               PIC 9(3)    VALUE ZEROES.
       01 WS-TABLE-OVERFLOW-SW     PIC X       VALUE 'N'.
          88 WS-TABLE-OVERFLOW                 VALUE 'Y'.

       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.

           COPY RETCODE.
           COPY MSGLKUPR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
               MOVE EL-LOG-REST (WS-REST-PTR:80) TO WS-LOG-MESSAGE
           END-IF

           PERFORM TALLY-NUMBERED THRU TALLY-NUMBERED-END
           PERFORM TALLY-PROGRAM THRU TALLY-PROGRAM-END
           PERFORM TALLY-SEVERITY THRU TALLY-SEVERITY-END
           PERFORM TALLY-DATE THRU TALLY-DATE-END
           PERFORM TALLY-MESSAGE THRU TALLY-MESSAGE-END.
       TALLY-LOG-RECORD-END.
           CONTINUE.
      * A message that opens with a number the catalogue knows is
      * counted under that number, and ranked below under its
      * standard text rather than its filled-in wording.
       TALLY-NUMBERED.
           IF WS-LOG-MESSAGE (8:1) NOT = SPACE
                   OR WS-LOG-MESSAGE (1:7) = SPACES
               GO TO TALLY-NUMBERED-END
           END-IF
           MOVE WS-LOG-MESSAGE (1:7) TO ML-MSG-ID
           CALL 'MSGLKUP' USING MSGLKUP-PARM
           IF NOT ML-FOUND
               GO TO TALLY-NUMBERED-END
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING ML-MSG-ID DELIMITED BY SIZE
                   ' '      DELIMITED BY SIZE
                   ML-TEXT  DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-NM-USED
               ADD 1 TO WS-SUB
               IF WS-NM-MSG-ID (WS-SUB) = ML-MSG-ID
                   ADD 1 TO WS-NM-COUNT (WS-SUB)
                   GO TO TALLY-NUMBERED-END
               END-IF
           END-PERFORM
           IF WS-NM-USED < 100
               ADD 1 TO WS-NM-USED
               MOVE ML-MSG-ID TO WS-NM-MSG-ID (WS-NM-USED)
               MOVE 1 TO WS-NM-COUNT (WS-NM-USED)
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
           END-IF.
       TALLY-NUMBERED-END.
           CONTINUE.
       TALLY-PROGRAM.
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-PT-USED
           END-PERFORM

           PERFORM WRITE-TOP-MESSAGES THRU WRITE-TOP-MESSAGES-END
           PERFORM WRITE-NUMBERED-MESSAGES
               THRU WRITE-NUMBERED-MESSAGES-END

           IF WS-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-LINE
           END-PERFORM.
       WRITE-TOP-MESSAGES-END.
           CONTINUE.
      * Each message number seen, with the catalogue's text and the
      * action the operator is to take.
       WRITE-NUMBERED-MESSAGES.
           MOVE 'MESSAGES BY NUMBER, WITH OPERATOR ACTION'
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-NM-USED = ZEROES
               MOVE '  (NO NUMBERED MESSAGES)' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO WRITE-NUMBERED-MESSAGES-END
           END-IF
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-NM-USED
               ADD 1 TO WS-SUB
               MOVE WS-NM-MSG-ID (WS-SUB) TO ML-MSG-ID
               CALL 'MSGLKUP' USING MSGLKUP-PARM
               MOVE SPACES TO REPORT-LINE
               STRING '  '                 DELIMITED BY SIZE
                       WS-NM-MSG-ID (WS-SUB) DELIMITED BY SIZE
                       '  '                DELIMITED BY SIZE
                       WS-NM-COUNT (WS-SUB) DELIMITED BY SIZE
                       '  '                DELIMITED BY SIZE
                       ML-SEVERITY         DELIMITED BY SIZE
                       ' '                 DELIMITED BY SIZE
                       ML-TEXT             DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '      ACTION: '     DELIMITED BY SIZE
                       ML-ACTION           DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
       WRITE-NUMBERED-MESSAGES-END.
           CONTINUE.
