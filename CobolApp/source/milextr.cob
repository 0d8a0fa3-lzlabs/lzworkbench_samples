       IDENTIFICATION DIVISION.
       PROGRAM-ID. MILEXTR.
      ******************************************************************
      *    MILEXTR - monthly age-milestone notice extract from the
      *    person master.  Customer service writes to everyone who
      *    reaches a milestone age (18 and 65 unless told otherwise)
      *    in the coming month; this run picks them off PERSMAST and
      *    writes the MILENOTC notice file in the fixed layout the
      *    print vendor takes, with a control report of counts per
      *    milestone on MILERPT.
      *
      *    A person reaches milestone N in the notice month when the
      *    DATESRV 'AGE ' service gives N-1 at the end of the month
      *    before and N at the end of the notice month - so the
      *    29 February births come out in whichever month DATESRV
      *    says the birthday really falls.
      *
      *    Calendar-aware notice month: the job is scheduled on the
      *    first processing day of the month.  Run on or before the
      *    first processing day of a month (per the DATESRV 'BADD'
      *    business calendar), it extracts that month; run later in
      *    the month, it extracts the month after.  A late or early
      *    run therefore still picks the month the letters are for.
      *
      *    MILEPARM file, keyword=value, all optional:
      *       MILESTONE=nnn   a milestone age, one line per age (up to
      *                       10); none given means 18 and 65
      *       MONTH=yyyymm    extract this month instead, for a rerun
      *
      *    MILENOTC record (80 bytes):
      *       'MN' notice month(6) milestone(3) pers-id(10) name(20)
      *       birth date(8) milestone date(8) filler(23)
      *    followed by one trailer:
      *       'MT' notice month(6) notice count(7) filler(65)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'MILEPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'PERSMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'MILENOTC'
               STATUS IS WS-NOTICE-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO 'MILERPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD MASTER-FILE.
       01 MASTER-REC.
          05 PM-ID              PIC X(10).
          05 PM-NAME            PIC X(20).
          05 PM-BIRTH-YEAR      PIC 9(4).
          05 PM-BIRTH-MONTH     PIC 9(2).
          05 PM-BIRTH-DAY       PIC 9(2).
          05 PM-FIRST-SEEN      PIC 9(8).
          05 PM-LAST-UPDATED    PIC 9(8).
       FD NOTICE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 NOTICE-REC.
          05 NT-RECORD-TYPE        PIC X(2).
          05 NT-NOTICE-MONTH       PIC 9(6).
          05 NT-MILESTONE          PIC 9(3).
          05 NT-PERS-ID            PIC X(10).
          05 NT-NAME               PIC X(20).
          05 NT-BIRTH-DATE         PIC 9(8).
          05 NT-MILESTONE-DATE     PIC 9(8).
          05 FILLER                PIC X(23).
       01 NOTICE-TRAILER REDEFINES NOTICE-REC.
          05 NTT-RECORD-TYPE       PIC X(2).
          05 NTT-NOTICE-MONTH      PIC 9(6).
          05 NTT-NOTICE-COUNT      PIC 9(7).
          05 FILLER                PIC X(65).
       FD CONTROL-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-MASTER-STATUS         PIC 99.
       01 WS-NOTICE-STATUS         PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-MASTER-EOF-SW         PIC X       VALUE 'N'.
          88 WS-MASTER-EOF                     VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          03 WS-RD-YEAR            PIC 9(4).
          03 WS-RD-MONTH           PIC 9(2).
          03 WS-RD-DAY             PIC 9(2).
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
      * The notice month and the two month-ends the ages are taken at.
       01 WS-ASK-MONTH             PIC X(6)    VALUE SPACES.
       01 WS-NOTICE-MONTH          PIC 9(6)    VALUE ZEROES.
       01 WS-NOTICE-MONTH-PARTS REDEFINES WS-NOTICE-MONTH.
          03 WS-NM-YEAR            PIC 9(4).
          03 WS-NM-MONTH           PIC 9(2).
       01 WS-MONTH-SOURCE          PIC X(24)   VALUE SPACES.
       01 WS-FIRST-PROC-DAY        PIC 9(8)    VALUE ZEROES.
       01 WS-MONTH-START           PIC 9(8)    VALUE ZEROES.
       01 WS-MONTH-END             PIC 9(8)    VALUE ZEROES.
       01 WS-PRIOR-END             PIC 9(8)    VALUE ZEROES.
       01 WS-WORK-DATE             PIC 9(8)    VALUE ZEROES.
       01 WS-AGE-AT-END            PIC S9(7)   VALUE ZEROES.
       01 WS-AGE-AT-PRIOR          PIC S9(7)   VALUE ZEROES.
       01 WS-MILESTONE-DATE        PIC 9(8)    VALUE ZEROES.
      * The milestones asked for and the notices each produced.
       01 WS-MILE-USED             PIC 9(2)    VALUE ZEROES.
       01 WS-MILE-TABLE            VALUE ZEROES.
          05 WS-MILE-ENTRY OCCURS 10 TIMES.
             10 WS-MI-AGE          PIC 9(3).
             10 WS-MI-COUNT        PIC 9(7).
       01 WS-MILE-SUB              PIC 9(2)    VALUE ZEROES.
       01 WS-PERSONS-READ          PIC 9(7)    VALUE ZEROES.
       01 WS-NOTICES-WRITTEN       PIC 9(7)    VALUE ZEROES.
       01 WS-BAD-AGE-COUNT         PIC 9(7)    VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY DATESRVR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <MILEXTR>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM READ-MILE-PARM THRU READ-MILE-PARM-END
           IF WS-MILE-USED = ZEROES
               MOVE 2 TO WS-MILE-USED
               MOVE 18 TO WS-MI-AGE (1)
               MOVE 65 TO WS-MI-AGE (2)
           END-IF
           PERFORM FIX-NOTICE-MONTH THRU FIX-NOTICE-MONTH-END

           OPEN OUTPUT CONTROL-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'AGE-MILESTONE NOTICE EXTRACT - RUN '
                       DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOTICE MONTH ' DELIMITED BY SIZE
                   WS-NOTICE-MONTH DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WS-MONTH-SOURCE DELIMITED BY '  '
                   ')' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = ZEROES
               DISPLAY '    MILEXTR: PERSMAST OPEN FAILED, STATUS '
                       WS-MASTER-STATUS
               MOVE 'MILEXTR ' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'PERSMAST' TO EL-MSG-PARM (1)
               MOVE 'NO NOTICES EXTRACTED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE 'PERSMAST OPEN FAILED - NO NOTICES EXTRACTED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE CONTROL-REPORT
               DISPLAY '  </MILEXTR>'
               GOBACK
           END-IF

           OPEN OUTPUT NOTICE-FILE
           PERFORM SWEEP-MASTER THRU SWEEP-MASTER-END

           MOVE SPACES TO NOTICE-TRAILER
           MOVE 'MT' TO NTT-RECORD-TYPE
           MOVE WS-NOTICE-MONTH TO NTT-NOTICE-MONTH
           MOVE WS-NOTICES-WRITTEN TO NTT-NOTICE-COUNT
           WRITE NOTICE-TRAILER
           CLOSE NOTICE-FILE
           CLOSE MASTER-FILE

           PERFORM REPORT-MILESTONE-COUNTS
               THRU REPORT-MILESTONE-COUNTS-END
           CLOSE CONTROL-REPORT

           DISPLAY '    MONTH=' WS-NOTICE-MONTH
                   ' READ=' WS-PERSONS-READ
                   ' NOTICES=' WS-NOTICES-WRITTEN
           DISPLAY '  </MILEXTR>'
           GOBACK
           .
       READ-MILE-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-MILE-PARM-END
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
                           WHEN 'MILESTONE'
                               PERFORM TAKE-ONE-MILESTONE
                                   THRU TAKE-ONE-MILESTONE-END
                           WHEN 'MONTH'
                               MOVE WS-PARM-VALUE (1:6)
                                   TO WS-ASK-MONTH
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-MILE-PARM-END.
           CONTINUE.
      * The age is given as one to three digits; anything else, or an
      * eleventh milestone, is ignored with a console note.
       TAKE-ONE-MILESTONE.
           IF WS-MILE-USED NOT < 10
               DISPLAY '    MILEXTR: MORE THAN 10 MILESTONES - '
                       WS-PARM-VALUE (1:3) ' IGNORED'
               GO TO TAKE-ONE-MILESTONE-END
           END-IF
           EVALUATE TRUE
               WHEN WS-PARM-VALUE (1:3) IS NUMERIC
                   ADD 1 TO WS-MILE-USED
                   MOVE WS-PARM-VALUE (1:3) TO WS-MI-AGE (WS-MILE-USED)
               WHEN WS-PARM-VALUE (1:2) IS NUMERIC
                       AND WS-PARM-VALUE (3:1) = SPACE
                   ADD 1 TO WS-MILE-USED
                   MOVE WS-PARM-VALUE (1:2) TO WS-MI-AGE (WS-MILE-USED)
               WHEN WS-PARM-VALUE (1:1) IS NUMERIC
                       AND WS-PARM-VALUE (2:1) = SPACE
                   ADD 1 TO WS-MILE-USED
                   MOVE WS-PARM-VALUE (1:1) TO WS-MI-AGE (WS-MILE-USED)
               WHEN OTHER
                   DISPLAY '    MILEXTR: MILESTONE NOT NUMERIC - '
                           WS-PARM-VALUE (1:10) ' IGNORED'
           END-EVALUATE.
       TAKE-ONE-MILESTONE-END.
           CONTINUE.
      * Run on or before the month's first processing day, the month
      * is the current one; run after it, the month is the next one.
      * Then the two month-ends the ages are judged at.
       FIX-NOTICE-MONTH.
           IF WS-ASK-MONTH IS NUMERIC
               MOVE WS-ASK-MONTH TO WS-NOTICE-MONTH
               MOVE 'MONTH= PARM' TO WS-MONTH-SOURCE
           ELSE
               MOVE WS-RD-YEAR TO WS-WORK-DATE (1:4)
               MOVE WS-RD-MONTH TO WS-WORK-DATE (5:2)
               MOVE '01' TO WS-WORK-DATE (7:2)
               MOVE 'ADD ' TO DS-FUNCTION
               MOVE WS-WORK-DATE TO DS-DATE-1
               MOVE -1 TO DS-DAYS
               CALL 'DATESRV' USING DATESRV-PARM
               MOVE DS-DATE-2 TO DS-DATE-1
               MOVE 'BADD' TO DS-FUNCTION
               MOVE 1 TO DS-DAYS
               CALL 'DATESRV' USING DATESRV-PARM
               MOVE DS-DATE-2 TO WS-FIRST-PROC-DAY
               MOVE WS-RD-YEAR TO WS-NM-YEAR
               MOVE WS-RD-MONTH TO WS-NM-MONTH
               IF WS-RUN-DATE > WS-FIRST-PROC-DAY
                   IF WS-NM-MONTH = 12
                       ADD 1 TO WS-NM-YEAR
                       MOVE 1 TO WS-NM-MONTH
                   ELSE
                       ADD 1 TO WS-NM-MONTH
                   END-IF
                   MOVE 'NEXT MONTH' TO WS-MONTH-SOURCE
               ELSE
                   MOVE 'FIRST PROCESSING DAY' TO WS-MONTH-SOURCE
               END-IF
           END-IF

           MOVE WS-NM-YEAR TO WS-MONTH-START (1:4)
           MOVE WS-NM-MONTH TO WS-MONTH-START (5:2)
           MOVE '01' TO WS-MONTH-START (7:2)
           MOVE 'ADD ' TO DS-FUNCTION
           MOVE WS-MONTH-START TO DS-DATE-1
           MOVE -1 TO DS-DAYS
           CALL 'DATESRV' USING DATESRV-PARM
           MOVE DS-DATE-2 TO WS-PRIOR-END
           MOVE 'ADD ' TO DS-FUNCTION
           MOVE WS-MONTH-START TO DS-DATE-1
           MOVE 31 TO DS-DAYS
           CALL 'DATESRV' USING DATESRV-PARM
           MOVE DS-DATE-2 TO WS-WORK-DATE
           MOVE '01' TO WS-WORK-DATE (7:2)
           MOVE 'ADD ' TO DS-FUNCTION
           MOVE WS-WORK-DATE TO DS-DATE-1
           MOVE -1 TO DS-DAYS
           CALL 'DATESRV' USING DATESRV-PARM
           MOVE DS-DATE-2 TO WS-MONTH-END.
       FIX-NOTICE-MONTH-END.
           CONTINUE.
       SWEEP-MASTER.
           MOVE LOW-VALUES TO PM-ID
           START MASTER-FILE KEY NOT < PM-ID
           IF WS-MASTER-STATUS NOT = ZEROES
               MOVE 'MASTER EMPTY - NO NOTICES' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO SWEEP-MASTER-END
           END-IF
           MOVE 'N' TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-PERSONS-READ
                       PERFORM JUDGE-ONE-PERSON
                           THRU JUDGE-ONE-PERSON-END
               END-READ
           END-PERFORM.
       SWEEP-MASTER-END.
           CONTINUE.
       JUDGE-ONE-PERSON.
           MOVE 'AGE ' TO DS-FUNCTION
           MOVE PM-BIRTH-YEAR  TO DS-YEAR-1
           MOVE PM-BIRTH-MONTH TO DS-MONTH-1
           MOVE PM-BIRTH-DAY   TO DS-DAY-1
           MOVE WS-MONTH-END TO DS-DATE-2
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-NOT-VALID
               ADD 1 TO WS-BAD-AGE-COUNT
               GO TO JUDGE-ONE-PERSON-END
           END-IF
           MOVE DS-DAYS TO WS-AGE-AT-END
           MOVE 'AGE ' TO DS-FUNCTION
           MOVE WS-PRIOR-END TO DS-DATE-2
           CALL 'DATESRV' USING DATESRV-PARM
           MOVE DS-DAYS TO WS-AGE-AT-PRIOR
           IF WS-AGE-AT-END = WS-AGE-AT-PRIOR
               GO TO JUDGE-ONE-PERSON-END
           END-IF

           MOVE ZEROES TO WS-MILE-SUB
           PERFORM UNTIL WS-MILE-SUB NOT < WS-MILE-USED
               ADD 1 TO WS-MILE-SUB
               IF WS-MI-AGE (WS-MILE-SUB) = WS-AGE-AT-END
                   PERFORM WRITE-ONE-NOTICE
                       THRU WRITE-ONE-NOTICE-END
               END-IF
           END-PERFORM.
       JUDGE-ONE-PERSON-END.
           CONTINUE.
      * The birthday in the notice month; a 29 February birthday in a
      * common year is kept on 1 March, where the age says it falls.
       WRITE-ONE-NOTICE.
           MOVE 'VAL ' TO DS-FUNCTION
           MOVE WS-NM-YEAR TO DS-YEAR-1
           MOVE PM-BIRTH-MONTH TO DS-MONTH-1
           MOVE PM-BIRTH-DAY TO DS-DAY-1
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-VALID
               MOVE DS-DATE-1 TO WS-MILESTONE-DATE
           ELSE
               MOVE WS-NM-YEAR TO WS-MILESTONE-DATE (1:4)
               MOVE '0301' TO WS-MILESTONE-DATE (5:4)
           END-IF

           MOVE SPACES TO NOTICE-REC
           MOVE 'MN' TO NT-RECORD-TYPE
           MOVE WS-NOTICE-MONTH TO NT-NOTICE-MONTH
           MOVE WS-MI-AGE (WS-MILE-SUB) TO NT-MILESTONE
           MOVE PM-ID TO NT-PERS-ID
           MOVE PM-NAME TO NT-NAME
           MOVE PM-BIRTH-YEAR TO NT-BIRTH-DATE (1:4)
           MOVE PM-BIRTH-MONTH TO NT-BIRTH-DATE (5:2)
           MOVE PM-BIRTH-DAY TO NT-BIRTH-DATE (7:2)
           MOVE WS-MILESTONE-DATE TO NT-MILESTONE-DATE
           WRITE NOTICE-REC
           ADD 1 TO WS-NOTICES-WRITTEN
           ADD 1 TO WS-MI-COUNT (WS-MILE-SUB).
       WRITE-ONE-NOTICE-END.
           CONTINUE.
       REPORT-MILESTONE-COUNTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MILESTONE  NOTICES' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROES TO WS-MILE-SUB
           PERFORM UNTIL WS-MILE-SUB NOT < WS-MILE-USED
               ADD 1 TO WS-MILE-SUB
               MOVE SPACES TO REPORT-LINE
               STRING '      ' DELIMITED BY SIZE
                       WS-MI-AGE (WS-MILE-SUB) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-MI-COUNT (WS-MILE-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PERSONS READ: ' DELIMITED BY SIZE
                   WS-PERSONS-READ DELIMITED BY SIZE
                   ' NOTICES WRITTEN: ' DELIMITED BY SIZE
                   WS-NOTICES-WRITTEN DELIMITED BY SIZE
                   ' UNUSABLE BIRTH DATES: ' DELIMITED BY SIZE
                   WS-BAD-AGE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-MILESTONE-COUNTS-END.
           CONTINUE.
