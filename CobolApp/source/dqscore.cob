       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.
      ******************************************************************
      *    DQSCORE - data-quality scorecard over the master files.
      *    VSAMCHEK proves the KSDS is well formed and SQLRECON that
      *    the two stores agree; this program measures whether what
      *    they hold is any good.  Nine measures are taken, each the
      *    percentage of the records tested that pass:
      *
      *       ZIPVSAM   VSAMFILE  'DT' detail ZIP blank or malformed
      *       ZIPADDR   T2021B    address ZIP blank or malformed
      *       NOADVSAM  VSAMFILE  'HD' header with no 'DT' detail
      *       NOADCOMP  T2021A    company with no T2021B address
      *       NAMEVSAM  VSAMFILE  header name blank or a placeholder
      *       NAMECOMP  T2021A    company name blank or a placeholder
      *       NAMEPERS  PERSMAST  person name blank or a placeholder
      *       BIRTHPER  PERSMAST  birth date not a date, in the
      *                           future or older than MAXAGE years
      *       ZEROHDR   VSAMFILE  header stating a detail count of 0
      *
      *    A ZIP is well formed as nnnnn or nnnnn-nnnn, the rule
      *    SQLMAINT edits by.  A name is a placeholder when it opens
      *    with one of the placeholder words (TEST, DUMMY, UNKNOWN,
      *    NONE, TBD, N/A, XXX, NO NAME, TEMP, DO NOT USE) followed
      *    by a space.
      *
      *    The OVERALL data-quality score is the average of the nine
      *    measure scores, so a large file does not drown out a small
      *    one - the number management track.  It is only recorded
      *    on a night when all nine measures were taken.
      *
      *    Every measure taken is appended to the DQHIST history, and
      *    two reports are written:
      *       DQRPT     tonight's scorecard - per measure the records
      *                 tested and failed, the score and the change
      *                 since the previous run
      *       DQTREND   month by month, the average of each month's
      *                 nightly scores, with the overall score's move
      *                 from the month before - BETTER, WORSE or SAME
      *
      *    A master that cannot be opened, or a T2021A/T2021B read
      *    that fails, leaves its measures out of tonight's history;
      *    the first is a WARNING, the second an ERROR ending RC 16.
      *    An overall score under MINSCORE is an ERRLOG WARNING.
      *
      *    The optional DQPARM file:
      *       MINSCORE=nnn       warn below this overall score
      *                          (dflt none)
      *       MAXAGE=nnn         oldest plausible age in years
      *                          (dflt 110)
      *       MONTHS=nn          months shown on DQTREND, up to 36
      *                          (dflt 12)
      *       PLACEHOLDER=xxxx   one more placeholder word, up to
      *                          12 characters, repeatable
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'DQPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'DQHIST'
               STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'DQRPT'
               STATUS IS WS-REPORT-STATUS.
           SELECT TREND-FILE ASSIGN TO 'DQTREND'
               STATUS IS WS-TREND-STATUS.
           SELECT VSAMFILE-FILE ASSIGN TO 'VSAMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KSO-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PERSON-MASTER ASSIGN TO 'PERSMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD HISTORY-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * One measure taken on one night.  DH-SCORE is the percentage
      * of the records tested that passed, 2 decimals implied.
       01 HISTORY-REC.
          05 DH-DATE               PIC X(8).
          05 FILLER                PIC X.
          05 DH-TIME               PIC X(8).
          05 FILLER                PIC X.
          05 DH-MEASURE            PIC X(8).
          05 FILLER                PIC X.
          05 DH-TESTED             PIC X(9).
          05 FILLER                PIC X.
          05 DH-FAILED             PIC X(9).
          05 FILLER                PIC X.
          05 DH-SCORE              PIC X(5).
          05 FILLER                PIC X.
          05 DH-RUN-ID             PIC X(16).
          05 FILLER                PIC X(11).
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
       FD TREND-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 TREND-LINE               PIC X(132).
       FD VSAMFILE-FILE.
       01 VSAMFILE-REC.
          05 KSO-KEY               PIC X(10).
          05 KSO-SEGMENT-CODE      PIC X(2).
          05 KSO-SEGMENT-DATA      PIC X(28).
       FD PERSON-MASTER.
       01 PERSON-MASTER-REC.
          05 PM-ID                 PIC X(10).
          05 PM-NAME               PIC X(20).
          05 PM-BIRTH-DATE         PIC X(8).
          05 FILLER                PIC X(16).
      ******************************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC

        01 COMPANY_CODE PIC X(10).
        01 COMPANY_NAME.
          49 LEN PIC S9(4) COMP.
          49 VAL PIC X(256).
        01 ADDRESS_ZIP PIC X(10).
        01 ADDRESS_COUNT PIC S9(9) COMP.

       01 WS-PARM-STATUS           PIC 99.
       01 WS-HISTORY-STATUS        PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-TREND-STATUS          PIC 99.
       01 WS-MASTER-STATUS         PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-HISTORY-EOF-SW        PIC X       VALUE 'N'.
          88 WS-HISTORY-EOF                    VALUE 'Y'.
       01 WS-MASTER-EOF-SW         PIC X       VALUE 'N'.
          88 WS-MASTER-EOF                     VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-MIN-SCORE             PIC 9(3)V99 VALUE ZEROES.
       01 WS-MIN-SCORE-SW          PIC X       VALUE 'N'.
          88 WS-MIN-SCORE-SET                  VALUE 'Y'.
       01 WS-MAX-AGE               PIC 9(3)    VALUE 110.
       01 WS-TREND-MONTHS          PIC 9(2)    VALUE 12.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RD-YEAR            PIC 9(4).
          05 WS-RD-MONTH           PIC 9(2).
          05 WS-RD-DAY             PIC 9(2).
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-HISTORY-READ          PIC 9(7)    VALUE ZEROES.
       01 WS-HISTORY-WRITTEN       PIC 9(3)    VALUE ZEROES.
      * The measures, in the order they are reported and recorded;
      * the tenth entry is the overall score.
       01 WS-MEASURE-VALUES.
          05 FILLER PIC X(50) VALUE
             'ZIPVSAM VSAMFILEDETAIL ZIP BLANK OR MALFORMED     '.
          05 FILLER PIC X(50) VALUE
             'ZIPADDR T2021B  ADDRESS ZIP BLANK OR MALFORMED    '.
          05 FILLER PIC X(50) VALUE
             'NOADVSAMVSAMFILECOMPANY WITH NO DETAIL ADDRESS    '.
          05 FILLER PIC X(50) VALUE
             'NOADCOMPT2021A  COMPANY WITH NO ADDRESS ROW       '.
          05 FILLER PIC X(50) VALUE
             'NAMEVSAMVSAMFILEHEADER NAME BLANK OR PLACEHOLDER  '.
          05 FILLER PIC X(50) VALUE
             'NAMECOMPT2021A  COMPANY NAME BLANK OR PLACEHOLDER '.
          05 FILLER PIC X(50) VALUE
             'NAMEPERSPERSMASTPERSON NAME BLANK OR PLACEHOLDER  '.
          05 FILLER PIC X(50) VALUE
             'BIRTHPERPERSMASTBIRTH DATE IMPLAUSIBLE            '.
          05 FILLER PIC X(50) VALUE
             'ZEROHDR VSAMFILEHEADER STATES ZERO DETAILS        '.
          05 FILLER PIC X(50) VALUE
             'OVERALL         AVERAGE OF THE NINE MEASURES      '.
       01 WS-MEASURE-NAMES REDEFINES WS-MEASURE-VALUES.
          05 WS-MEASURE-NAME OCCURS 10 TIMES.
             10 WS-MN-CODE         PIC X(8).
             10 WS-MN-FILE         PIC X(8).
             10 WS-MN-TEXT         PIC X(34).
       01 WS-MEASURE-TABLE.
          05 WS-MS-ENTRY OCCURS 10 TIMES.
             10 WS-MS-TESTED       PIC 9(9).
             10 WS-MS-FAILED       PIC 9(9).
             10 WS-MS-SCORE        PIC 9(3)V99.
             10 WS-MS-TAKEN-SW     PIC X.
                88 WS-MS-TAKEN                 VALUE 'Y'.
             10 WS-MS-PREV-SW      PIC X.
                88 WS-MS-PREV-FOUND            VALUE 'Y'.
             10 WS-MS-PREV-SCORE   PIC 9(3)V99.
             10 WS-MS-PREV-DATE    PIC X(8).
       01 WS-MS-SUB                PIC 9(2)    VALUE ZEROES.
       01 WS-MEASURES-TAKEN        PIC 9(2)    VALUE ZEROES.
       01 WS-SCORE-SUM             PIC 9(5)V99 VALUE ZEROES.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
      * Placeholder words a name may open with - the defaults, then
      * any DQPARM adds.
       01 WS-PLACEHOLDER-VALUES.
          05 FILLER PIC X(14) VALUE 'TEST        04'.
          05 FILLER PIC X(14) VALUE 'DUMMY       05'.
          05 FILLER PIC X(14) VALUE 'UNKNOWN     07'.
          05 FILLER PIC X(14) VALUE 'NONE        04'.
          05 FILLER PIC X(14) VALUE 'TBD         03'.
          05 FILLER PIC X(14) VALUE 'N/A         03'.
          05 FILLER PIC X(14) VALUE 'XXX         03'.
          05 FILLER PIC X(14) VALUE 'NO NAME     07'.
          05 FILLER PIC X(14) VALUE 'TEMP        04'.
          05 FILLER PIC X(14) VALUE 'DO NOT USE  10'.
          05 FILLER PIC X(140) VALUE SPACES.
       01 WS-PLACEHOLDER-TABLE REDEFINES WS-PLACEHOLDER-VALUES.
          05 WS-PH-ENTRY OCCURS 20 TIMES.
             10 WS-PH-WORD         PIC X(12).
             10 WS-PH-LENGTH       PIC 9(2).
       01 WS-PH-USED               PIC 9(2)    VALUE 10.
       01 WS-PH-SUB                PIC 9(2)    VALUE ZEROES.
       01 WS-CHECK-NAME            PIC X(40)   VALUE SPACES.
       01 WS-PLACEHOLDER-SW        PIC X       VALUE 'N'.
          88 WS-PLACEHOLDER                    VALUE 'Y'.
       01 WS-CHECK-ZIP             PIC X(10)   VALUE SPACES.
       01 WS-ZIP-OK-SW             PIC X       VALUE 'Y'.
          88 WS-ZIP-OK                         VALUE 'Y'.
      * The VSAMFILE header group in hand.
       01 WS-GROUP-ACTIVE-SW       PIC X       VALUE 'N'.
          88 WS-GROUP-ACTIVE                   VALUE 'Y'.
       01 WS-GROUP-DETAILS         PIC 9(7)    VALUE ZEROES.
      * Month by month, for the trend page: per measure the nights
      * recorded and the sum of their scores.
       01 WS-MONTH-TABLE.
          05 WS-MO-ENTRY OCCURS 36 TIMES.
             10 WS-MO-MONTH        PIC 9(6).
             10 WS-MO-MEASURE OCCURS 10 TIMES.
                15 WS-MO-NIGHTS    PIC 9(5).
                15 WS-MO-SUM       PIC 9(7)V99.
       01 WS-MO-USED               PIC 9(2)    VALUE ZEROES.
       01 WS-MO-SUB                PIC 9(2)    VALUE ZEROES.
       01 WS-MO-FIRST              PIC 9(2)    VALUE ZEROES.
       01 WS-ADD-MONTH             PIC 9(6)    VALUE ZEROES.
       01 WS-ADD-SCORE             PIC 9(3)V99 VALUE ZEROES.
       01 WS-AVERAGE               PIC 9(3)V99 VALUE ZEROES.
       01 WS-LAST-AVERAGE          PIC 9(3)V99 VALUE ZEROES.
       01 WS-LAST-AVERAGE-SW       PIC X       VALUE 'N'.
          88 WS-LAST-AVERAGE-FOUND             VALUE 'Y'.
       01 WS-FIRST-AVERAGE         PIC 9(3)V99 VALUE ZEROES.
       01 WS-CHANGE                PIC S9(3)V99 VALUE ZEROES.
       01 WS-DIRECTION             PIC X(6)    VALUE SPACES.
       01 WS-MONTHS-SCORED         PIC 9(2)    VALUE ZEROES.
       01 WS-TREND-WORD            PIC X(13)   VALUE SPACES.
       01 WS-WORK-SCORE            PIC 9(3)V99 VALUE ZEROES.
       01 WS-WORK-COUNT            PIC 9(9)    VALUE ZEROES.
       01 WS-ED-COUNT              PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-FAILED             PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-SCORE              PIC ZZ9.99.
       01 WS-ED-PREV               PIC ZZ9.99.
       01 WS-ED-CHANGE             PIC +++9.99.
       01 WS-ED-NIGHTS             PIC ZZZZ9.
       01 WS-ED-MONTHS             PIC Z9.
       01 WS-COUNT-TEXT            PIC X(11)   VALUE SPACES.
       01 WS-FAILED-TEXT           PIC X(11)   VALUE SPACES.
       01 WS-SCORE-TEXT            PIC X(8)    VALUE SPACES.
       01 WS-PREV-TEXT             PIC X(8)    VALUE SPACES.
       01 WS-CHANGE-TEXT           PIC X(8)    VALUE SPACES.
       01 WS-NOTE                  PIC X(8)    VALUE SPACES.
       01 WS-MEASURE-COLUMNS       PIC X(90)   VALUE SPACES.
       01 WS-COLUMN-PTR            PIC 9(3)    VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY DATESRVR.
           COPY RUNIDR.
      * A CALL replaces this program's RETURN-CODE with the called
      * program's - the job code is kept here and set at the end.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <DQSCORE>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF
           INITIALIZE WS-MEASURE-TABLE
           INITIALIZE WS-MONTH-TABLE

           PERFORM READ-QUALITY-PARMS THRU READ-QUALITY-PARMS-END

           PERFORM MEASURE-VSAMFILE THRU MEASURE-VSAMFILE-END
           PERFORM MEASURE-PERSMAST THRU MEASURE-PERSMAST-END
           PERFORM MEASURE-COMPANIES THRU MEASURE-COMPANIES-END
           PERFORM MEASURE-ADDRESSES THRU MEASURE-ADDRESSES-END
           PERFORM SCORE-MEASURES THRU SCORE-MEASURES-END

           PERFORM LOAD-QUALITY-HISTORY THRU LOAD-QUALITY-HISTORY-END
           PERFORM APPEND-QUALITY-HISTORY
               THRU APPEND-QUALITY-HISTORY-END

           PERFORM WRITE-SCORECARD THRU WRITE-SCORECARD-END
           PERFORM WRITE-TREND-PAGE THRU WRITE-TREND-PAGE-END

           IF WS-MS-TAKEN (10) AND WS-MIN-SCORE-SET
                   AND WS-MS-SCORE (10) < WS-MIN-SCORE
               MOVE WS-MS-SCORE (10) TO WS-ED-SCORE
               MOVE WS-MIN-SCORE TO WS-ED-PREV
               MOVE SPACES TO EL-MESSAGE
               STRING 'DATA-QUALITY SCORE ' DELIMITED BY SIZE
                       WS-ED-SCORE DELIMITED BY SIZE
                       ' BELOW MINIMUM ' DELIMITED BY SIZE
                       WS-ED-PREV DELIMITED BY SIZE
                       ' - SEE DQRPT' DELIMITED BY SIZE
                   INTO EL-MESSAGE
               MOVE 'DQSCORE'  TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-NORMAL  TO EL-RETURN-CODE
               CALL 'ERRLOG' USING ERRLOG-PARM
           END-IF

           DISPLAY '    MEASURES TAKEN=' WS-MEASURES-TAKEN
                   ' RECORDED=' WS-HISTORY-WRITTEN
                   ' OVERALL=' WS-MS-SCORE (10)
           MOVE WS-SAVED-RC TO RETURN-CODE
           DISPLAY '  </DQSCORE>'
           GOBACK
           .
       READ-QUALITY-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-QUALITY-PARMS-END
           END-IF
           MOVE 'N' TO WS-PARM-EOF-SW
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SW
                   NOT AT END
                       PERFORM TAKE-QUALITY-PARM
                           THRU TAKE-QUALITY-PARM-END
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-QUALITY-PARMS-END.
           CONTINUE.
       TAKE-QUALITY-PARM.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARM-LINE DELIMITED BY '='
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE
           EVALUATE WS-PARM-KEYWORD
               WHEN SPACES
                   CONTINUE
               WHEN 'MINSCORE'
                   IF WS-PARM-VALUE (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
                           TO WS-MIN-SCORE
                       MOVE 'Y' TO WS-MIN-SCORE-SW
                   END-IF
               WHEN 'MAXAGE'
                   IF WS-PARM-VALUE (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
                           TO WS-MAX-AGE
                   END-IF
               WHEN 'MONTHS'
                   IF WS-PARM-VALUE (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
                           TO WS-TREND-MONTHS
                   END-IF
                   IF WS-TREND-MONTHS = ZEROES OR WS-TREND-MONTHS > 36
                       MOVE 12 TO WS-TREND-MONTHS
                   END-IF
               WHEN 'PLACEHOLDER'
                   PERFORM ADD-PLACEHOLDER THRU ADD-PLACEHOLDER-END
               WHEN OTHER
                   DISPLAY '    DQSCORE: UNKNOWN PARM IGNORED - '
                           PARM-LINE
           END-EVALUATE.
       TAKE-QUALITY-PARM-END.
           CONTINUE.
       ADD-PLACEHOLDER.
           IF WS-PARM-VALUE = SPACES OR WS-PH-USED NOT < 20
               DISPLAY '    DQSCORE: PLACEHOLDER IGNORED - ' PARM-LINE
               GO TO ADD-PLACEHOLDER-END
           END-IF
           ADD 1 TO WS-PH-USED
           MOVE WS-PARM-VALUE (1:12) TO WS-PH-WORD (WS-PH-USED)
           MOVE 12 TO WS-PH-LENGTH (WS-PH-USED)
           PERFORM UNTIL WS-PH-LENGTH (WS-PH-USED) = 1
                   OR WS-PH-WORD (WS-PH-USED)
                      (WS-PH-LENGTH (WS-PH-USED):1) NOT = SPACE
               SUBTRACT 1 FROM WS-PH-LENGTH (WS-PH-USED)
           END-PERFORM.
       ADD-PLACEHOLDER-END.
           CONTINUE.
      ******************************************************************
      *    VSAMFILE - header names, stated counts and detail ZIPs, and
      *    the headers whose group holds no detail.
      ******************************************************************
       MEASURE-VSAMFILE.
           OPEN INPUT VSAMFILE-FILE
           IF WS-MASTER-STATUS NOT = ZEROES
               MOVE 'VSAMFILE' TO WS-NOTE
               PERFORM NOTE-MASTER-MISSING
                   THRU NOTE-MASTER-MISSING-END
               GO TO MEASURE-VSAMFILE-END
           END-IF
           MOVE 'N' TO WS-GROUP-ACTIVE-SW
           MOVE 'N' TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
               READ VSAMFILE-FILE
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-SW
                   NOT AT END
                       PERFORM CHECK-VSAM-RECORD
                           THRU CHECK-VSAM-RECORD-END
               END-READ
           END-PERFORM
           PERFORM CLOSE-VSAM-GROUP THRU CLOSE-VSAM-GROUP-END
           CLOSE VSAMFILE-FILE
           MOVE 'Y' TO WS-MS-TAKEN-SW (1)
           MOVE 'Y' TO WS-MS-TAKEN-SW (3)
           MOVE 'Y' TO WS-MS-TAKEN-SW (5)
           MOVE 'Y' TO WS-MS-TAKEN-SW (9).
       MEASURE-VSAMFILE-END.
           CONTINUE.
       CHECK-VSAM-RECORD.
           EVALUATE KSO-SEGMENT-CODE
               WHEN 'HD'
                   PERFORM CLOSE-VSAM-GROUP THRU CLOSE-VSAM-GROUP-END
                   MOVE 'Y' TO WS-GROUP-ACTIVE-SW
                   MOVE ZEROES TO WS-GROUP-DETAILS
                   MOVE KSO-SEGMENT-DATA (8:21) TO WS-CHECK-NAME
                   PERFORM CHECK-PLACEHOLDER
                       THRU CHECK-PLACEHOLDER-END
                   ADD 1 TO WS-MS-TESTED (5)
                   IF WS-PLACEHOLDER
                       ADD 1 TO WS-MS-FAILED (5)
                   END-IF
                   ADD 1 TO WS-MS-TESTED (9)
                   IF KSO-SEGMENT-DATA (1:7) = '0000000'
                       ADD 1 TO WS-MS-FAILED (9)
                   END-IF
               WHEN 'DT'
                   ADD 1 TO WS-GROUP-DETAILS
      * The detail carries the state at 15 and the zip at 17.
                   MOVE KSO-SEGMENT-DATA (17:10) TO WS-CHECK-ZIP
                   PERFORM CHECK-ZIP-FORM THRU CHECK-ZIP-FORM-END
                   ADD 1 TO WS-MS-TESTED (1)
                   IF NOT WS-ZIP-OK
                       ADD 1 TO WS-MS-FAILED (1)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CHECK-VSAM-RECORD-END.
           CONTINUE.
       CLOSE-VSAM-GROUP.
           IF NOT WS-GROUP-ACTIVE
               GO TO CLOSE-VSAM-GROUP-END
           END-IF
           ADD 1 TO WS-MS-TESTED (3)
           IF WS-GROUP-DETAILS = ZEROES
               ADD 1 TO WS-MS-FAILED (3)
           END-IF
           MOVE 'N' TO WS-GROUP-ACTIVE-SW.
       CLOSE-VSAM-GROUP-END.
           CONTINUE.
      ******************************************************************
      *    PERSMAST - person names and birth dates.
      ******************************************************************
       MEASURE-PERSMAST.
           OPEN INPUT PERSON-MASTER
           IF WS-MASTER-STATUS NOT = ZEROES
               MOVE 'PERSMAST' TO WS-NOTE
               PERFORM NOTE-MASTER-MISSING
                   THRU NOTE-MASTER-MISSING-END
               GO TO MEASURE-PERSMAST-END
           END-IF
           MOVE 'N' TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
               READ PERSON-MASTER
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-SW
                   NOT AT END
                       MOVE PM-NAME TO WS-CHECK-NAME
                       PERFORM CHECK-PLACEHOLDER
                           THRU CHECK-PLACEHOLDER-END
                       ADD 1 TO WS-MS-TESTED (7)
                       IF WS-PLACEHOLDER
                           ADD 1 TO WS-MS-FAILED (7)
                       END-IF
                       PERFORM CHECK-BIRTH-DATE
                           THRU CHECK-BIRTH-DATE-END
               END-READ
           END-PERFORM
           CLOSE PERSON-MASTER
           MOVE 'Y' TO WS-MS-TAKEN-SW (7)
           MOVE 'Y' TO WS-MS-TAKEN-SW (8).
       MEASURE-PERSMAST-END.
           CONTINUE.
      * Not a date, a date still to come, or an age past MAXAGE.
       CHECK-BIRTH-DATE.
           ADD 1 TO WS-MS-TESTED (8)
           IF PM-BIRTH-DATE NOT NUMERIC
               ADD 1 TO WS-MS-FAILED (8)
               GO TO CHECK-BIRTH-DATE-END
           END-IF
           MOVE 'AGE ' TO DS-FUNCTION
           MOVE PM-BIRTH-DATE TO DS-DATE-1
           MOVE WS-RUN-DATE TO DS-DATE-2
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-NOT-VALID OR DS-DAYS < ZEROES
                   OR DS-DAYS > WS-MAX-AGE
               ADD 1 TO WS-MS-FAILED (8)
           END-IF.
       CHECK-BIRTH-DATE-END.
           CONTINUE.
       NOTE-MASTER-MISSING.
           DISPLAY '    DQSCORE: ' WS-NOTE ' NOT MEASURED, STATUS '
                   WS-MASTER-STATUS
           MOVE 'DSN0001' TO EL-MSG-ID
           MOVE WS-NOTE TO EL-MSG-PARM (1)
           MOVE 'NOT MEASURED' TO EL-MSG-PARM (2)
           MOVE 'DQSCORE'  TO EL-PROGRAM-ID
           MOVE 'WARNING'  TO EL-SEVERITY
           MOVE RC-NORMAL  TO EL-RETURN-CODE
           CALL 'ERRLOG' USING ERRLOG-PARM.
       NOTE-MASTER-MISSING-END.
           CONTINUE.
      ******************************************************************
      *    T2021A - company names, and the companies without a single
      *    T2021B address row.
      ******************************************************************
       MEASURE-COMPANIES.
           EXEC SQL
             DECLARE DQACURS CURSOR FOR
             SELECT A.COMPANY_CODE, A.COMPANY_NAME,
                    (SELECT COUNT(*) FROM T2021B B
                      WHERE B.COMPANY_CODE = A.COMPANY_CODE)
             FROM T2021A A
           END-EXEC
           EXEC SQL
             OPEN DQACURS
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'T2021A' TO WS-NOTE
               PERFORM REPORT-QUALITY-SQLERROR
                   THRU REPORT-QUALITY-SQLERROR-END
               GO TO MEASURE-COMPANIES-END
           END-IF
           PERFORM FETCH-COMPANY-ROW THRU FETCH-COMPANY-ROW-END
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACES TO WS-CHECK-NAME
               IF LEN > 0
                   IF LEN > 40
                       MOVE VAL (1:40) TO WS-CHECK-NAME
                   ELSE
                       MOVE VAL (1:LEN) TO WS-CHECK-NAME
                   END-IF
               END-IF
               PERFORM CHECK-PLACEHOLDER THRU CHECK-PLACEHOLDER-END
               ADD 1 TO WS-MS-TESTED (6)
               IF WS-PLACEHOLDER
                   ADD 1 TO WS-MS-FAILED (6)
               END-IF
               ADD 1 TO WS-MS-TESTED (4)
               IF ADDRESS_COUNT = 0
                   ADD 1 TO WS-MS-FAILED (4)
               END-IF
               PERFORM FETCH-COMPANY-ROW THRU FETCH-COMPANY-ROW-END
           END-PERFORM
           IF SQLCODE NOT = 100
               MOVE 'T2021A' TO WS-NOTE
               PERFORM REPORT-QUALITY-SQLERROR
                   THRU REPORT-QUALITY-SQLERROR-END
               EXEC SQL
                 CLOSE DQACURS
               END-EXEC
               MOVE ZEROES TO WS-MS-TESTED (4) WS-MS-FAILED (4)
               MOVE ZEROES TO WS-MS-TESTED (6) WS-MS-FAILED (6)
               GO TO MEASURE-COMPANIES-END
           END-IF
           EXEC SQL
             CLOSE DQACURS
           END-EXEC
           MOVE 'Y' TO WS-MS-TAKEN-SW (4)
           MOVE 'Y' TO WS-MS-TAKEN-SW (6).
       MEASURE-COMPANIES-END.
           CONTINUE.
       FETCH-COMPANY-ROW.
           EXEC SQL
             FETCH FROM DQACURS INTO :COMPANY_CODE, :COMPANY_NAME,
                                   :ADDRESS_COUNT
           END-EXEC.
       FETCH-COMPANY-ROW-END.
           CONTINUE.
      ******************************************************************
      *    T2021B - address ZIPs.
      ******************************************************************
       MEASURE-ADDRESSES.
           EXEC SQL
             DECLARE DQBCURS CURSOR FOR
             SELECT ADDRESS_ZIP
             FROM T2021B
           END-EXEC
           EXEC SQL
             OPEN DQBCURS
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'T2021B' TO WS-NOTE
               PERFORM REPORT-QUALITY-SQLERROR
                   THRU REPORT-QUALITY-SQLERROR-END
               GO TO MEASURE-ADDRESSES-END
           END-IF
           PERFORM FETCH-ADDRESS-ROW THRU FETCH-ADDRESS-ROW-END
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE ADDRESS_ZIP TO WS-CHECK-ZIP
               PERFORM CHECK-ZIP-FORM THRU CHECK-ZIP-FORM-END
               ADD 1 TO WS-MS-TESTED (2)
               IF NOT WS-ZIP-OK
                   ADD 1 TO WS-MS-FAILED (2)
               END-IF
               PERFORM FETCH-ADDRESS-ROW THRU FETCH-ADDRESS-ROW-END
           END-PERFORM
           IF SQLCODE NOT = 100
               MOVE 'T2021B' TO WS-NOTE
               PERFORM REPORT-QUALITY-SQLERROR
                   THRU REPORT-QUALITY-SQLERROR-END
               EXEC SQL
                 CLOSE DQBCURS
               END-EXEC
               MOVE ZEROES TO WS-MS-TESTED (2) WS-MS-FAILED (2)
               GO TO MEASURE-ADDRESSES-END
           END-IF
           EXEC SQL
             CLOSE DQBCURS
           END-EXEC
           MOVE 'Y' TO WS-MS-TAKEN-SW (2).
       MEASURE-ADDRESSES-END.
           CONTINUE.
       FETCH-ADDRESS-ROW.
           EXEC SQL
             FETCH FROM DQBCURS INTO :ADDRESS_ZIP
           END-EXEC.
       FETCH-ADDRESS-ROW-END.
           CONTINUE.
      * A table the database will not read through is left out of
      * tonight's scores rather than scored on part of its rows.
       REPORT-QUALITY-SQLERROR.
           DISPLAY '    DQSCORE: ' WS-NOTE ' READ FAILED, SQLCODE '
                   SQLCODE
           MOVE 'DQSCORE'  TO EL-PROGRAM-ID
           MOVE 'ERROR'    TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           MOVE 'SQL0001' TO EL-MSG-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC.
       REPORT-QUALITY-SQLERROR-END.
           CONTINUE.
      ******************************************************************
      *    The checks shared by the files.
      ******************************************************************
      * nnnnn or nnnnn-nnnn, as SQLMAINT's VALIDATE-ZIP edits it.
       CHECK-ZIP-FORM.
           MOVE 'Y' TO WS-ZIP-OK-SW
           IF WS-CHECK-ZIP (1:5) NOT NUMERIC
               MOVE 'N' TO WS-ZIP-OK-SW
               GO TO CHECK-ZIP-FORM-END
           END-IF
           IF WS-CHECK-ZIP (6:5) NOT = SPACES
               IF WS-CHECK-ZIP (6:1) NOT = '-'
                       OR WS-CHECK-ZIP (7:4) NOT NUMERIC
                   MOVE 'N' TO WS-ZIP-OK-SW
               END-IF
           END-IF.
       CHECK-ZIP-FORM-END.
           CONTINUE.
      * Blank, or opening with a placeholder word and a space.
       CHECK-PLACEHOLDER.
           MOVE 'N' TO WS-PLACEHOLDER-SW
           IF WS-CHECK-NAME = SPACES OR WS-CHECK-NAME = LOW-VALUES
               MOVE 'Y' TO WS-PLACEHOLDER-SW
               GO TO CHECK-PLACEHOLDER-END
           END-IF
           MOVE ZEROES TO WS-PH-SUB
           PERFORM UNTIL WS-PH-SUB NOT < WS-PH-USED
                   OR WS-PLACEHOLDER
               ADD 1 TO WS-PH-SUB
               IF WS-CHECK-NAME (1:WS-PH-LENGTH (WS-PH-SUB))
                       = WS-PH-WORD (WS-PH-SUB)
                         (1:WS-PH-LENGTH (WS-PH-SUB))
                   AND WS-CHECK-NAME (WS-PH-LENGTH (WS-PH-SUB) + 1:1)
                       = SPACE
                   MOVE 'Y' TO WS-PLACEHOLDER-SW
               END-IF
           END-PERFORM.
       CHECK-PLACEHOLDER-END.
           CONTINUE.
      ******************************************************************
      *    Each measure's score, and the overall score when all nine
      *    were taken.
      ******************************************************************
       SCORE-MEASURES.
           MOVE ZEROES TO WS-MEASURES-TAKEN
           MOVE ZEROES TO WS-SCORE-SUM
           MOVE ZEROES TO WS-MS-SUB
           PERFORM UNTIL WS-MS-SUB NOT < 9
               ADD 1 TO WS-MS-SUB
               IF WS-MS-TAKEN (WS-MS-SUB)
                   ADD 1 TO WS-MEASURES-TAKEN
                   IF WS-MS-TESTED (WS-MS-SUB) = ZEROES
                       MOVE 100 TO WS-MS-SCORE (WS-MS-SUB)
                   ELSE
                       COMPUTE WS-MS-SCORE (WS-MS-SUB) ROUNDED =
                           (WS-MS-TESTED (WS-MS-SUB)
                            - WS-MS-FAILED (WS-MS-SUB)) * 100
                           / WS-MS-TESTED (WS-MS-SUB)
                   END-IF
                   ADD WS-MS-SCORE (WS-MS-SUB) TO WS-SCORE-SUM
                   ADD WS-MS-TESTED (WS-MS-SUB) TO WS-MS-TESTED (10)
                   ADD WS-MS-FAILED (WS-MS-SUB) TO WS-MS-FAILED (10)
               END-IF
           END-PERFORM
           IF WS-MEASURES-TAKEN = 9
               MOVE 'Y' TO WS-MS-TAKEN-SW (10)
               COMPUTE WS-MS-SCORE (10) ROUNDED = WS-SCORE-SUM / 9
           END-IF.
       SCORE-MEASURES-END.
           CONTINUE.
      ******************************************************************
      *    DQHIST - the previous score per measure, and every night's
      *    scores summed into their month for the trend page.
      ******************************************************************
       LOAD-QUALITY-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = ZEROES
               DISPLAY '    DQSCORE: NO QUALITY HISTORY YET, STATUS '
                       WS-HISTORY-STATUS
               GO TO LOAD-QUALITY-HISTORY-END
           END-IF
           MOVE 'N' TO WS-HISTORY-EOF-SW
           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       PERFORM TAKE-HISTORY-SCORE
                           THRU TAKE-HISTORY-SCORE-END
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       LOAD-QUALITY-HISTORY-END.
           CONTINUE.
      * The history is appended in run order, so the last record of
      * a measure is its previous score.
       TAKE-HISTORY-SCORE.
           IF DH-DATE NOT NUMERIC OR DH-SCORE NOT NUMERIC
               GO TO TAKE-HISTORY-SCORE-END
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-MS-SUB
           PERFORM UNTIL WS-MS-SUB NOT < 10 OR WS-FOUND-SW = 'Y'
               ADD 1 TO WS-MS-SUB
               IF WS-MN-CODE (WS-MS-SUB) = DH-MEASURE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               GO TO TAKE-HISTORY-SCORE-END
           END-IF
           MOVE DH-SCORE TO WS-WORK-COUNT
           COMPUTE WS-ADD-SCORE = WS-WORK-COUNT / 100
           MOVE 'Y' TO WS-MS-PREV-SW (WS-MS-SUB)
           MOVE WS-ADD-SCORE TO WS-MS-PREV-SCORE (WS-MS-SUB)
           MOVE DH-DATE TO WS-MS-PREV-DATE (WS-MS-SUB)
           MOVE DH-DATE (1:6) TO WS-ADD-MONTH
           PERFORM ADD-TO-MONTH THRU ADD-TO-MONTH-END.
       TAKE-HISTORY-SCORE-END.
           CONTINUE.
      * Adds WS-ADD-SCORE for measure WS-MS-SUB to month WS-ADD-MONTH.
      * Months arrive in order; the table keeps the latest 36.
       ADD-TO-MONTH.
           MOVE 'N' TO WS-FOUND-SW
           MOVE WS-MO-USED TO WS-MO-SUB
           PERFORM UNTIL WS-MO-SUB = ZEROES OR WS-FOUND-SW = 'Y'
               IF WS-MO-MONTH (WS-MO-SUB) = WS-ADD-MONTH
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   SUBTRACT 1 FROM WS-MO-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               IF WS-MO-USED > ZEROES
                       AND WS-ADD-MONTH < WS-MO-MONTH (WS-MO-USED)
                   GO TO ADD-TO-MONTH-END
               END-IF
               IF WS-MO-USED = 36
                   MOVE ZEROES TO WS-MO-SUB
                   PERFORM UNTIL WS-MO-SUB NOT < 35
                       ADD 1 TO WS-MO-SUB
                       MOVE WS-MO-ENTRY (WS-MO-SUB + 1)
                           TO WS-MO-ENTRY (WS-MO-SUB)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-MO-USED
               END-IF
               MOVE WS-MO-USED TO WS-MO-SUB
               INITIALIZE WS-MO-ENTRY (WS-MO-SUB)
               MOVE WS-ADD-MONTH TO WS-MO-MONTH (WS-MO-SUB)
           END-IF
           ADD 1 TO WS-MO-NIGHTS (WS-MO-SUB, WS-MS-SUB)
           ADD WS-ADD-SCORE TO WS-MO-SUM (WS-MO-SUB, WS-MS-SUB).
       ADD-TO-MONTH-END.
           CONTINUE.
       APPEND-QUALITY-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = 35
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = ZEROES
               DISPLAY '    DQSCORE: DQHIST OPEN FAILED, STATUS '
                       WS-HISTORY-STATUS
               MOVE 'DQSCORE'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'DQHIST' TO EL-MSG-PARM (1)
               MOVE 'SCORES NOT RECORDED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC
               GO TO APPEND-QUALITY-HISTORY-END
           END-IF
           MOVE WS-RUN-DATE (1:6) TO WS-ADD-MONTH
           MOVE ZEROES TO WS-MS-SUB
           PERFORM UNTIL WS-MS-SUB NOT < 10
               ADD 1 TO WS-MS-SUB
               IF WS-MS-TAKEN (WS-MS-SUB)
                   MOVE SPACES TO HISTORY-REC
                   MOVE WS-RUN-DATE TO DH-DATE
                   MOVE WS-RUN-TIME TO DH-TIME
                   MOVE WS-MN-CODE (WS-MS-SUB) TO DH-MEASURE
                   MOVE WS-MS-TESTED (WS-MS-SUB) TO DH-TESTED
                   MOVE WS-MS-FAILED (WS-MS-SUB) TO DH-FAILED
                   COMPUTE WS-WORK-COUNT =
                       WS-MS-SCORE (WS-MS-SUB) * 100
                   MOVE WS-WORK-COUNT (5:5) TO DH-SCORE
                   MOVE GLOBAL-RUN-ID TO DH-RUN-ID
                   WRITE HISTORY-REC
                   ADD 1 TO WS-HISTORY-WRITTEN
                   MOVE WS-MS-SCORE (WS-MS-SUB) TO WS-ADD-SCORE
                   PERFORM ADD-TO-MONTH THRU ADD-TO-MONTH-END
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.
       APPEND-QUALITY-HISTORY-END.
           CONTINUE.
      ******************************************************************
      *    DQRPT - tonight's scorecard.
      ******************************************************************
       WRITE-SCORECARD.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'DATA-QUALITY SCORECARD - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
                   ' RUN='      DELIMITED BY SIZE
                   GLOBAL-RUN-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SCORE = PERCENT OF RECORDS TESTED THAT PASS, '
                       DELIMITED BY SIZE
                   'CHANGE SINCE THE PREVIOUS RUN' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MEASURE  FILE     CHECK                       '
                       DELIMITED BY SIZE
                   '             TESTED      FAILED   SCORE PREVIOUS'
                       DELIMITED BY SIZE
                   '  CHANGE' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-MS-SUB
           PERFORM UNTIL WS-MS-SUB NOT < 10
               ADD 1 TO WS-MS-SUB
               IF WS-MS-SUB = 10
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM REPORT-ONE-MEASURE THRU REPORT-ONE-MEASURE-END
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-MS-TAKEN (10)
               MOVE WS-MS-SCORE (10) TO WS-ED-SCORE
               STRING 'DATA-QUALITY SCORE ' DELIMITED BY SIZE
                       WS-ED-SCORE DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               COMPUTE WS-WORK-COUNT = 9 - WS-MEASURES-TAKEN
               MOVE WS-WORK-COUNT TO WS-ED-MONTHS
               STRING 'DATA-QUALITY SCORE NOT RECORDED -'
                           DELIMITED BY SIZE
                       WS-ED-MONTHS DELIMITED BY SIZE
                       ' OF THE NINE MEASURES NOT TAKEN'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MEASURES RECORDED=' DELIMITED BY SIZE
                   WS-HISTORY-WRITTEN DELIMITED BY SIZE
                   ' HISTORY READ=' DELIMITED BY SIZE
                   WS-HISTORY-READ DELIMITED BY SIZE
                   ' - MONTHLY TREND ON DQTREND' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.
       WRITE-SCORECARD-END.
           CONTINUE.
       REPORT-ONE-MEASURE.
           MOVE SPACES TO WS-SCORE-TEXT
           MOVE SPACES TO WS-PREV-TEXT
           MOVE SPACES TO WS-CHANGE-TEXT
           MOVE SPACES TO WS-COUNT-TEXT
           MOVE SPACES TO WS-FAILED-TEXT
           IF WS-MS-PREV-FOUND (WS-MS-SUB)
               MOVE WS-MS-PREV-SCORE (WS-MS-SUB) TO WS-ED-PREV
               MOVE WS-ED-PREV TO WS-PREV-TEXT
           ELSE
               MOVE '   -' TO WS-PREV-TEXT
           END-IF
           IF WS-MS-TAKEN (WS-MS-SUB)
               MOVE WS-MS-TESTED (WS-MS-SUB) TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-COUNT-TEXT
               MOVE WS-MS-FAILED (WS-MS-SUB) TO WS-ED-FAILED
               MOVE WS-ED-FAILED TO WS-FAILED-TEXT
               MOVE WS-MS-SCORE (WS-MS-SUB) TO WS-ED-SCORE
               MOVE WS-ED-SCORE TO WS-SCORE-TEXT
               IF WS-MS-PREV-FOUND (WS-MS-SUB)
                   COMPUTE WS-CHANGE = WS-MS-SCORE (WS-MS-SUB)
                       - WS-MS-PREV-SCORE (WS-MS-SUB)
                   MOVE WS-CHANGE TO WS-ED-CHANGE
                   MOVE WS-ED-CHANGE TO WS-CHANGE-TEXT
               END-IF
           ELSE
               MOVE '  NOT TAKEN' TO WS-FAILED-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-MN-CODE (WS-MS-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MN-FILE (WS-MS-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MN-TEXT (WS-MS-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-COUNT-TEXT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FAILED-TEXT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SCORE-TEXT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PREV-TEXT DELIMITED BY SIZE
                   WS-CHANGE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-ONE-MEASURE-END.
           CONTINUE.
      ******************************************************************
      *    DQTREND - the average of each month's nightly scores, the
      *    overall score's move from the month before, and whether
      *    quality is getting better or worse over the months shown.
      ******************************************************************
       WRITE-TREND-PAGE.
           OPEN OUTPUT TREND-FILE
           MOVE SPACES TO TREND-LINE
           STRING 'DATA-QUALITY TREND BY MONTH - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO TREND-LINE
           WRITE TREND-LINE
           MOVE SPACES TO TREND-LINE
           STRING 'MONTHLY AVERAGE OF THE NIGHTLY SCORES - '
                       DELIMITED BY SIZE
                   'PERCENT OF RECORDS TESTED THAT PASS, HIGHER IS '
                       DELIMITED BY SIZE
                   'BETTER' DELIMITED BY SIZE
               INTO TREND-LINE
           WRITE TREND-LINE
           MOVE SPACES TO TREND-LINE
           WRITE TREND-LINE
           MOVE SPACES TO WS-MEASURE-COLUMNS
           MOVE 1 TO WS-COLUMN-PTR
           MOVE ZEROES TO WS-MS-SUB
           PERFORM UNTIL WS-MS-SUB NOT < 9
               ADD 1 TO WS-MS-SUB
               STRING ' ' DELIMITED BY SIZE
                       WS-MN-CODE (WS-MS-SUB) DELIMITED BY SIZE
                   INTO WS-MEASURE-COLUMNS
                   WITH POINTER WS-COLUMN-PTR
           END-PERFORM
           MOVE SPACES TO TREND-LINE
           STRING 'MONTH   NIGHTS OVERALL  CHANGE DIRECTION'
                       DELIMITED BY SIZE
                   WS-MEASURE-COLUMNS DELIMITED BY SIZE
               INTO TREND-LINE
           WRITE TREND-LINE

           IF WS-MO-USED = ZEROES
               MOVE 'NO SCORES RECORDED YET' TO TREND-LINE
               WRITE TREND-LINE
               CLOSE TREND-FILE
               GO TO WRITE-TREND-PAGE-END
           END-IF

      * The month before the first shown sets its CHANGE.
           MOVE 'N' TO WS-LAST-AVERAGE-SW
           MOVE ZEROES TO WS-MONTHS-SCORED
           MOVE 1 TO WS-MO-FIRST
           IF WS-MO-USED > WS-TREND-MONTHS
               COMPUTE WS-MO-FIRST = WS-MO-USED - WS-TREND-MONTHS + 1
               MOVE WS-MO-FIRST TO WS-MO-SUB
               SUBTRACT 1 FROM WS-MO-SUB
               IF WS-MO-NIGHTS (WS-MO-SUB, 10) > ZEROES
                   COMPUTE WS-LAST-AVERAGE ROUNDED =
                       WS-MO-SUM (WS-MO-SUB, 10)
                       / WS-MO-NIGHTS (WS-MO-SUB, 10)
                   MOVE 'Y' TO WS-LAST-AVERAGE-SW
               END-IF
           END-IF
           MOVE WS-MO-FIRST TO WS-MO-SUB
           SUBTRACT 1 FROM WS-MO-SUB
           PERFORM UNTIL WS-MO-SUB NOT < WS-MO-USED
               ADD 1 TO WS-MO-SUB
               PERFORM REPORT-ONE-MONTH THRU REPORT-ONE-MONTH-END
           END-PERFORM

           MOVE SPACES TO TREND-LINE
           WRITE TREND-LINE
           MOVE SPACES TO TREND-LINE
           IF WS-MONTHS-SCORED < 2
               MOVE 'TOO FEW MONTHS SCORED TO SHOW A TREND'
                   TO TREND-LINE
           ELSE
               EVALUATE TRUE
                   WHEN WS-LAST-AVERAGE > WS-FIRST-AVERAGE
                       MOVE 'IMPROVING' TO WS-TREND-WORD
                   WHEN WS-LAST-AVERAGE < WS-FIRST-AVERAGE
                       MOVE 'DETERIORATING' TO WS-TREND-WORD
                   WHEN OTHER
                       MOVE 'UNCHANGED' TO WS-TREND-WORD
               END-EVALUATE
               MOVE WS-FIRST-AVERAGE TO WS-ED-PREV
               MOVE WS-LAST-AVERAGE TO WS-ED-SCORE
               MOVE WS-MONTHS-SCORED TO WS-ED-MONTHS
               STRING 'MONTHS SCORED' DELIMITED BY SIZE
                       WS-ED-MONTHS DELIMITED BY SIZE
                       ' - THE OVERALL SCORE MOVED FROM '
                           DELIMITED BY SIZE
                       WS-ED-PREV DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       WS-ED-SCORE DELIMITED BY SIZE
                       ' - DATA QUALITY IS ' DELIMITED BY SIZE
                       WS-TREND-WORD DELIMITED BY SPACE
                   INTO TREND-LINE
           END-IF
           WRITE TREND-LINE
           CLOSE TREND-FILE.
       WRITE-TREND-PAGE-END.
           CONTINUE.
       REPORT-ONE-MONTH.
           MOVE SPACES TO WS-SCORE-TEXT
           MOVE SPACES TO WS-CHANGE-TEXT
           MOVE SPACES TO WS-DIRECTION
           MOVE WS-MO-NIGHTS (WS-MO-SUB, 10) TO WS-ED-NIGHTS
           IF WS-MO-NIGHTS (WS-MO-SUB, 10) = ZEROES
               MOVE '    -' TO WS-SCORE-TEXT
           ELSE
               COMPUTE WS-AVERAGE ROUNDED = WS-MO-SUM (WS-MO-SUB, 10)
                   / WS-MO-NIGHTS (WS-MO-SUB, 10)
               MOVE WS-AVERAGE TO WS-ED-SCORE
               MOVE WS-ED-SCORE TO WS-SCORE-TEXT
               ADD 1 TO WS-MONTHS-SCORED
               IF WS-MONTHS-SCORED = 1
                   MOVE WS-AVERAGE TO WS-FIRST-AVERAGE
               END-IF
               IF WS-LAST-AVERAGE-FOUND
                   COMPUTE WS-CHANGE = WS-AVERAGE - WS-LAST-AVERAGE
                   MOVE WS-CHANGE TO WS-ED-CHANGE
                   MOVE WS-ED-CHANGE TO WS-CHANGE-TEXT
                   EVALUATE TRUE
                       WHEN WS-CHANGE > ZEROES
                           MOVE 'BETTER' TO WS-DIRECTION
                       WHEN WS-CHANGE < ZEROES
                           MOVE 'WORSE' TO WS-DIRECTION
                       WHEN OTHER
                           MOVE 'SAME' TO WS-DIRECTION
                   END-EVALUATE
               ELSE
                   MOVE 'FIRST' TO WS-DIRECTION
               END-IF
               MOVE WS-AVERAGE TO WS-LAST-AVERAGE
               MOVE 'Y' TO WS-LAST-AVERAGE-SW
           END-IF

           MOVE SPACES TO WS-MEASURE-COLUMNS
           MOVE 1 TO WS-COLUMN-PTR
           MOVE ZEROES TO WS-MS-SUB
           PERFORM UNTIL WS-MS-SUB NOT < 9
               ADD 1 TO WS-MS-SUB
               IF WS-MO-NIGHTS (WS-MO-SUB, WS-MS-SUB) = ZEROES
                   STRING '        -' DELIMITED BY SIZE
                       INTO WS-MEASURE-COLUMNS
                       WITH POINTER WS-COLUMN-PTR
               ELSE
                   COMPUTE WS-WORK-SCORE ROUNDED =
                       WS-MO-SUM (WS-MO-SUB, WS-MS-SUB)
                       / WS-MO-NIGHTS (WS-MO-SUB, WS-MS-SUB)
                   MOVE WS-WORK-SCORE TO WS-ED-PREV
                   STRING '   ' DELIMITED BY SIZE
                           WS-ED-PREV DELIMITED BY SIZE
                       INTO WS-MEASURE-COLUMNS
                       WITH POINTER WS-COLUMN-PTR
               END-IF
           END-PERFORM

           MOVE SPACES TO TREND-LINE
           STRING WS-MO-MONTH (WS-MO-SUB) (1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-MO-MONTH (WS-MO-SUB) (5:2) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-NIGHTS DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-SCORE-TEXT (1:6) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CHANGE-TEXT (1:7) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DIRECTION DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-MEASURE-COLUMNS DELIMITED BY SIZE
               INTO TREND-LINE
           WRITE TREND-LINE.
       REPORT-ONE-MONTH-END.
           CONTINUE.
