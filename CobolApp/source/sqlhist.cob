      *
      *    The company comes from the SQLHPARM file:
      *       COMPANY=cccccccccc
      *
      *    A code COREKEY has moved or merged away is followed on
      *    RKEYXREF (through RKEYLKUP): the old code's rows are listed
      *    first, then a line naming the code the company went to and
      *    the rows under that code, and so on to the code the company
      *    is kept under today.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-ROWS-LISTED           PIC 9(7)    VALUE ZEROES.
       01 WS-FOLLOW-SW             PIC X       VALUE 'N'.
          88 WS-FOLLOW-DONE                    VALUE 'Y'.
       01 WS-FOLLOW-HOPS           PIC 9(3)    VALUE ZEROES.
       01 WS-MAX-FOLLOW            PIC 9(3)    VALUE 20.
       01 WS-MOVE-WORD             PIC X(6)    VALUE SPACES.
           COPY RKEYLKR.
           COPY ERRLOGR.
           COPY RETCODE.
      ******************************************************************
           MOVE WS-ASK-COMPANY TO COMPANY_CODE
           PERFORM LIST-HISTORY THRU LIST-HISTORY-EXIT

      * The company may have been re-keyed - carry on under each code
      * it went to in turn.
           MOVE 'N' TO WS-FOLLOW-SW
           MOVE ZEROES TO WS-FOLLOW-HOPS
           PERFORM UNTIL WS-FOLLOW-DONE
               PERFORM FOLLOW-REKEY THRU FOLLOW-REKEY-EXIT
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING 'HISTORY ROWS: ' DELIMITED BY SIZE
                   WS-ROWS-LISTED  DELIMITED BY SIZE
       READ-COMPANY-PARM-EXIT.
           CONTINUE
         .
      ***********************************************************
       FOLLOW-REKEY.
           IF WS-FOLLOW-HOPS NOT < WS-MAX-FOLLOW
               MOVE 'Y' TO WS-FOLLOW-SW
               GO TO FOLLOW-REKEY-EXIT
           END-IF
           MOVE COMPANY_CODE TO RL-CODE
           CALL 'RKEYLKUP' USING RKEYLKUP-PARM
           IF NOT RL-MOVED
               MOVE 'Y' TO WS-FOLLOW-SW
               GO TO FOLLOW-REKEY-EXIT
           END-IF
           ADD 1 TO WS-FOLLOW-HOPS
           IF RL-ACTION = 'M'
               MOVE 'MERGED' TO WS-MOVE-WORD
           ELSE
               MOVE 'MOVED' TO WS-MOVE-WORD
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY ' DELIMITED BY SIZE
                   COMPANY_CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MOVE-WORD DELIMITED BY SPACE
                   ' TO ' DELIMITED BY SIZE
                   RL-NEXT-CODE DELIMITED BY SIZE
                   ' ON ' DELIMITED BY SIZE
                   RL-DATE DELIMITED BY SIZE
                   ' - HISTORY CONTINUES UNDER ' DELIMITED BY SIZE
                   RL-NEXT-CODE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RL-NEXT-CODE TO COMPANY_CODE
           PERFORM LIST-HISTORY THRU LIST-HISTORY-EXIT.
       FOLLOW-REKEY-EXIT.
           CONTINUE
         .
      ***********************************************************
       LIST-HISTORY.
           MOVE -1 TO SQLCODE
             MOVE 'SQLHIST ' TO EL-PROGRAM-ID
             MOVE 'FATAL'    TO EL-SEVERITY
             MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
             MOVE 'SQL0001' TO EL-MSG-ID
             CALL 'ERRLOG' USING ERRLOG-PARM
             MOVE RC-PROCESSING-ERROR TO RETURN-CODE
             CLOSE HISTORY-REPORT
