      *    month defaults to the run date's and can be set with a
      *    'MONTH=yyyymm' record in the optional MEPARM file.
      *    Scheduled as an MEONLY step under DRIVER.
      *
      *    With CLOSEBASIS=FISCAL on CONFIG the pack closes the 4-4-5
      *    fiscal period instead - by default the FISCCAL period the
      *    run date falls in, or the one a 'PERIOD=yyyypp' record on
      *    MEPARM names - over the period's own start and end dates.
      *    A MONTH= record still asks for a calendar month.  A fiscal
      *    period FISCCAL does not list ends the step RC 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          03 AUD-REC-DATE          PIC X(8).
          03 FILLER                PIC X(10).
          03 AUD-CALLER            PIC X(8).
          03 FILLER                PIC X(36).
       FD Journal-File
           RECORDING MODE F
           LABEL RECORDS STANDARD
           05 JR-RUN-DATE           PIC X(8).
           05 FILLER                PIC X(10).
           05 JR-ACTION             PIC X.
           05 FILLER                PIC X(109).
       FD RUN-HISTORY
           RECORDING MODE F
           LABEL RECORDS STANDARD
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-CLOSE-MONTH           PIC X(6)    VALUE SPACES.
      * What is being closed - a calendar month or a fiscal period -
      * and the dates that bound it; the tallies count the records
      * dated from WS-CLOSE-FROM through WS-CLOSE-TO.
       01 WS-CLOSE-BASIS-SW        PIC X       VALUE 'M'.
          88 WS-CLOSE-MONTHLY                  VALUE 'M'.
          88 WS-CLOSE-FISCAL                   VALUE 'F'.
       01 WS-CLOSE-PERIOD          PIC X(6)    VALUE SPACES.
       01 WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
          05 WS-CP-YEAR            PIC 9(4).
          05 WS-CP-PERIOD          PIC 9(2).
       01 WS-CLOSE-FROM            PIC X(8)    VALUE SPACES.
       01 WS-CLOSE-TO              PIC X(8)    VALUE SPACES.
       01 WS-CLOSE-TITLE           PIC X(60)   VALUE SPACES.
       01 WS-CLOSE-NOUN            PIC X(6)    VALUE 'MONTH'.
       01 WS-CALC-COUNT            PIC 9(7)    VALUE ZEROES.
       01 WS-JRNL-ADDS             PIC 9(7)    VALUE ZEROES.
       01 WS-JRNL-CHANGES          PIC 9(7)    VALUE ZEROES.
       01 WS-ERR-FATAL-COUNT       PIC 9(7)    VALUE ZEROES.
       01 WS-LOG-SEVERITY          PIC X(8)    VALUE SPACES.
           COPY RETCODE.
           COPY ERRLOGR.
           COPY CONFIGR.
           COPY DATESRVR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE (1:6) TO WS-CLOSE-MONTH

           MOVE 'GET ' TO CF-FUNCTION
           MOVE 'CLOSEBASIS' TO CF-KEYWORD
           CALL 'CONFIG' USING CONFIG-PARM
           IF CF-FOUND AND CF-VALUE = 'FISCAL'
               MOVE 'F' TO WS-CLOSE-BASIS-SW
           END-IF

           PERFORM READ-MONTH-PARM THRU READ-MONTH-PARM-END

           PERFORM SET-CLOSE-RANGE THRU SET-CLOSE-RANGE-END
           IF WS-CLOSE-FROM = SPACES
               DISPLAY '    MECLOSE: FISCAL PERIOD NOT ON FISCCAL'
                       ' - NO CLOSE PACK'
               MOVE 'MECLOSE' TO EL-PROGRAM-ID
               MOVE 'ERROR' TO EL-SEVERITY
               MOVE RC-BAD-INPUT TO EL-RETURN-CODE
               MOVE 'FISCAL PERIOD NOT ON FISCCAL - NO CLOSE PACK'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-BAD-INPUT TO RETURN-CODE
               DISPLAY '  </MECLOSE>'
               GOBACK
           END-IF

           OPEN OUTPUT CLOSE-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING '===== ' DELIMITED BY SIZE
                   WS-CLOSE-TITLE DELIMITED BY '  '
                   ' - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
           PERFORM WRITE-CLOSE-PACK THRU WRITE-CLOSE-PACK-END

           CLOSE CLOSE-REPORT
           IF WS-CLOSE-FISCAL
               DISPLAY '    PERIOD=' WS-CLOSE-PERIOD
                       ' CALCULATIONS=' WS-CALC-COUNT
           ELSE
               DISPLAY '    MONTH=' WS-CLOSE-MONTH
                       ' CALCULATIONS=' WS-CALC-COUNT
           END-IF
           DISPLAY '  </MECLOSE>'
           GOBACK
           .
                               AND WS-PARM-VALUE (1:6) IS NUMERIC
                           MOVE WS-PARM-VALUE (1:6)
                               TO WS-CLOSE-MONTH
                           MOVE 'M' TO WS-CLOSE-BASIS-SW
                       END-IF
                       IF WS-PARM-KEYWORD = 'PERIOD'
                               AND WS-PARM-VALUE (1:6) IS NUMERIC
                           MOVE WS-PARM-VALUE (1:6)
                               TO WS-CLOSE-PERIOD
                           MOVE 'F' TO WS-CLOSE-BASIS-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-MONTH-PARM-END.
           CONTINUE.
      * The dates the pack covers.  A calendar month runs from its
      * 01 to its 31 - no record carries a later day.  A fiscal
      * period's bounds come from FISCCAL through DATESRV; when it
      * is not listed WS-CLOSE-FROM is left blank.
       SET-CLOSE-RANGE.
           IF WS-CLOSE-MONTHLY
               STRING WS-CLOSE-MONTH DELIMITED BY SIZE
                       '01' DELIMITED BY SIZE
                   INTO WS-CLOSE-FROM
               STRING WS-CLOSE-MONTH DELIMITED BY SIZE
                       '31' DELIMITED BY SIZE
                   INTO WS-CLOSE-TO
               STRING 'MONTH-END CLOSE ' DELIMITED BY SIZE
                       WS-CLOSE-MONTH DELIMITED BY SIZE
                   INTO WS-CLOSE-TITLE
               GO TO SET-CLOSE-RANGE-END
           END-IF
           MOVE 'PERIOD' TO WS-CLOSE-NOUN
           IF WS-CLOSE-PERIOD = SPACES
               MOVE 'FPER' TO DS-FUNCTION
               MOVE WS-RUN-DATE (1:4) TO DS-YEAR-1
               MOVE WS-RUN-DATE (5:2) TO DS-MONTH-1
               MOVE WS-RUN-DATE (7:2) TO DS-DAY-1
               CALL 'DATESRV' USING DATESRV-PARM
               IF DS-NOT-VALID
                   GO TO SET-CLOSE-RANGE-END
               END-IF
               MOVE DS-FISCAL-YEAR TO WS-CP-YEAR
               MOVE DS-FISCAL-PERIOD TO WS-CP-PERIOD
           END-IF
           MOVE 'FRNG' TO DS-FUNCTION
           MOVE WS-CP-YEAR TO DS-FISCAL-YEAR
           MOVE WS-CP-PERIOD TO DS-FISCAL-PERIOD
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-NOT-VALID
               GO TO SET-CLOSE-RANGE-END
           END-IF
           MOVE DS-DATE-1 TO WS-CLOSE-FROM
           MOVE DS-DATE-2 TO WS-CLOSE-TO
           STRING 'FISCAL PERIOD CLOSE ' DELIMITED BY SIZE
                   WS-CP-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-CP-PERIOD DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WS-CLOSE-FROM DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-CLOSE-TO DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
               INTO WS-CLOSE-TITLE.
       SET-CLOSE-RANGE-END.
           CONTINUE.
       TALLY-CALCULATIONS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = ZEROES
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF AUD-REC-DATE NOT < WS-CLOSE-FROM
                               AND AUD-REC-DATE NOT > WS-CLOSE-TO
                           ADD 1 TO WS-CALC-COUNT
                       END-IF
               END-READ
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF JR-RUN-DATE NOT < WS-CLOSE-FROM
                               AND JR-RUN-DATE NOT > WS-CLOSE-TO
                           EVALUATE JR-ACTION
                               WHEN 'A'
                                   ADD 1 TO WS-JRNL-ADDS
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF HIST-RUN-DATE NOT < WS-CLOSE-FROM
                               AND HIST-RUN-DATE NOT > WS-CLOSE-TO
                           EVALUATE HIST-VERDICT
                               WHEN 'PASS'
                                   ADD 1 TO WS-RUNS-PASS
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF EL-LOG-DATE NOT < WS-CLOSE-FROM
                               AND EL-LOG-DATE NOT > WS-CLOSE-TO
                           MOVE SPACES TO WS-LOG-SEVERITY
                           UNSTRING EL-LOG-REST DELIMITED BY ' '
                               INTO WS-LOG-SEVERITY
           MOVE 'CALCULATIONS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  PERFORMED IN THE ' DELIMITED BY SIZE
                   WS-CLOSE-NOUN DELIMITED BY SPACE
                   ': ' DELIMITED BY SIZE
                   WS-CALC-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '===== END OF ' DELIMITED BY SIZE
                   WS-CLOSE-TITLE DELIMITED BY '  '
                   ' =====' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
