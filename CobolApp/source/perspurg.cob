       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSPURG.
      ******************************************************************
      *    PERSPURG - records-retention purge for the person master.
      *    PERSMSTR only ever adds to and changes PERSMAST; this run
      *    takes out every person not updated within the retention
      *    period, so the master holds no one the retention policy
      *    says we may no longer keep.
      *
      *    A person is due when PM-LAST-UPDATED is before the cutoff
      *    date - the run date less the retention period, in days,
      *    served by CONFIG keyword PERSRETDAYS (default 2555, seven
      *    years).  In a live run each due person is written to the
      *    PERSARCH archive (the master image plus the purge date)
      *    and only then deleted from PERSMAST; the archive is
      *    extended run after run.
      *
      *    The run is a trial unless the PURGPARM file says
      *    otherwise - compliance reviews the trial list before
      *    anything goes:
      *       MODE=TRIAL      list who would go, change nothing
      *       MODE=LIVE       archive and delete
      *
      *    The PURGRPT report lists every due person with the age
      *    DATESRV 'AGE ' gives against the run date, then the
      *    counts by the PERSMSTR age bands and the run totals.
      *    Age bands:  0-17  18-29  30-44  45-59  60-74  75+
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'PURGPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'PERSMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'PERSARCH'
               STATUS IS WS-ARCHIVE-STATUS.
           SELECT PURGE-REPORT ASSIGN TO 'PURGRPT'
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
       FD ARCHIVE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ARCHIVE-REC.
          05 AR-MASTER-IMAGE    PIC X(54).
          05 FILLER             PIC X.
          05 AR-PURGE-DATE      PIC 9(8).
       FD PURGE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-MASTER-STATUS         PIC 99.
       01 WS-ARCHIVE-STATUS        PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-MASTER-EOF-SW         PIC X       VALUE 'N'.
          88 WS-MASTER-EOF                     VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-RUN-MODE-SW           PIC X       VALUE 'T'.
          88 WS-TRIAL-MODE                     VALUE 'T'.
          88 WS-LIVE-MODE                      VALUE 'L'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          03 WS-RD-YEAR            PIC 9(4).
          03 WS-RD-MONTH           PIC 9(2).
          03 WS-RD-DAY             PIC 9(2).
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-RETAIN-DAYS           PIC 9(7)    VALUE 2555.
       01 WS-CONFIG-SOURCE         PIC X(8)    VALUE 'DEFAULT'.
       01 WS-CUTOFF-DATE           PIC 9(8)    VALUE ZEROES.
       01 WS-PERSONS-READ          PIC 9(7)    VALUE ZEROES.
       01 WS-PERSONS-DUE           PIC 9(7)    VALUE ZEROES.
       01 WS-PERSONS-PURGED        PIC 9(7)    VALUE ZEROES.
       01 WS-PERSONS-FAILED        PIC 9(7)    VALUE ZEROES.
       01 WS-PERSON-AGE            PIC S9(7)   VALUE ZEROES.
       01 WS-AGE-SHOWN             PIC ZZZ9    VALUE ZEROES.
       01 WS-BAD-AGE-COUNT         PIC 9(7)    VALUE ZEROES.
      * Age-band counters for the persons due, the PERSMSTR bands.
       01 WS-BAND-TABLE.
          05 WS-BAND-0-17          PIC 9(7)    VALUE ZEROES.
          05 WS-BAND-18-29         PIC 9(7)    VALUE ZEROES.
          05 WS-BAND-30-44         PIC 9(7)    VALUE ZEROES.
          05 WS-BAND-45-59         PIC 9(7)    VALUE ZEROES.
          05 WS-BAND-60-74         PIC 9(7)    VALUE ZEROES.
          05 WS-BAND-75-UP         PIC 9(7)    VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY DATESRVR.
           COPY CONFIGR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <PERSPURG>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM READ-PURGE-PARM THRU READ-PURGE-PARM-END
           PERFORM FETCH-RETENTION THRU FETCH-RETENTION-END

           OPEN OUTPUT PURGE-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'PERSON MASTER RETENTION PURGE - RUN '
                       DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TRIAL-MODE
               MOVE 'TRIAL MODE - NOTHING WILL BE ARCHIVED OR DELETED'
                   TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'LIVE MODE - DUE PERSONS ARCHIVED TO PERSARCH'
                           DELIMITED BY SIZE
                       ' AND DELETED FROM PERSMAST' DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SETTINGS: RETENTION DAYS ' DELIMITED BY SIZE
                   WS-RETAIN-DAYS DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WS-CONFIG-SOURCE DELIMITED BY SPACES
                   ') - CUTOFF ' DELIMITED BY SIZE
                   WS-CUTOFF-DATE DELIMITED BY SIZE
                   ', NOT UPDATED SINCE IS DUE' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-LIVE-MODE
               OPEN I-O MASTER-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = ZEROES
               DISPLAY '    PERSPURG: PERSMAST OPEN FAILED, STATUS '
                       WS-MASTER-STATUS
               MOVE 'PERSPURG' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'PERSMAST' TO EL-MSG-PARM (1)
               MOVE 'NO PURGE TAKEN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE 'PERSMAST OPEN FAILED - NO PURGE TAKEN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE PURGE-REPORT
               DISPLAY '  </PERSPURG>'
               GOBACK
           END-IF

      * Nothing is deleted that is not safely on the archive first -
      * no archive, no live run.
           IF WS-LIVE-MODE
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = 35
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               IF WS-ARCHIVE-STATUS NOT = ZEROES
                   DISPLAY '    PERSPURG: PERSARCH OPEN FAILED, STATUS '
                           WS-ARCHIVE-STATUS
                   MOVE 'PERSPURG' TO EL-PROGRAM-ID
                   MOVE 'FATAL'    TO EL-SEVERITY
                   MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
                   MOVE 'DSN0001' TO EL-MSG-ID
                   MOVE 'PERSARCH' TO EL-MSG-PARM (1)
                   MOVE 'NO PURGE TAKEN' TO EL-MSG-PARM (2)
                   CALL 'ERRLOG' USING ERRLOG-PARM
                   MOVE 'PERSARCH OPEN FAILED - NO PURGE TAKEN'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE RC-PROCESSING-ERROR TO RETURN-CODE
                   CLOSE MASTER-FILE
                   CLOSE PURGE-REPORT
                   DISPLAY '  </PERSPURG>'
                   GOBACK
               END-IF
           END-IF

           PERFORM SWEEP-MASTER THRU SWEEP-MASTER-END
           PERFORM REPORT-PURGE-TOTALS THRU REPORT-PURGE-TOTALS-END

           IF WS-LIVE-MODE
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE MASTER-FILE
           CLOSE PURGE-REPORT

           IF WS-PERSONS-FAILED > ZEROES
               MOVE 'PERSPURG' TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'PERSONS FAILED TO PURGE - SEE PURGRPT'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
           END-IF

           DISPLAY '    READ=' WS-PERSONS-READ
                   ' DUE=' WS-PERSONS-DUE
                   ' PURGED=' WS-PERSONS-PURGED
                   ' FAILED=' WS-PERSONS-FAILED
           DISPLAY '  </PERSPURG>'
           GOBACK
           .
       READ-PURGE-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-PURGE-PARM-END
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
                       IF WS-PARM-KEYWORD = 'MODE'
                           IF WS-PARM-VALUE = 'LIVE'
                               MOVE 'L' TO WS-RUN-MODE-SW
                           ELSE
                               MOVE 'T' TO WS-RUN-MODE-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-PURGE-PARM-END.
           CONTINUE.
      * The retention period is the CONFIG override or the compiled
      * default; the cutoff is worked back from the run date through
      * DATESRV so month and leap-year lengths come out right.
       FETCH-RETENTION.
           MOVE 'GET ' TO CF-FUNCTION
           MOVE 'PERSRETDAYS' TO CF-KEYWORD
           CALL 'CONFIG' USING CONFIG-PARM
           IF CF-FOUND AND CF-NUMERIC AND CF-NUMBER > ZEROES
               MOVE CF-NUMBER TO WS-RETAIN-DAYS
               MOVE 'CONFIG' TO WS-CONFIG-SOURCE
           END-IF
           MOVE 'ADD ' TO DS-FUNCTION
           MOVE WS-RD-YEAR  TO DS-YEAR-1
           MOVE WS-RD-MONTH TO DS-MONTH-1
           MOVE WS-RD-DAY   TO DS-DAY-1
           COMPUTE DS-DAYS = ZERO - WS-RETAIN-DAYS
           CALL 'DATESRV' USING DATESRV-PARM
           MOVE DS-DATE-2 TO WS-CUTOFF-DATE.
       FETCH-RETENTION-END.
           CONTINUE.
       SWEEP-MASTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PERS-ID    NAME                 LAST UPD AGE  ACTION'
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES TO PM-ID
           START MASTER-FILE KEY NOT < PM-ID
           IF WS-MASTER-STATUS NOT = ZEROES
               MOVE 'MASTER EMPTY - NOTHING TO PURGE' TO REPORT-LINE
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
                       IF PM-LAST-UPDATED < WS-CUTOFF-DATE
                           PERFORM PURGE-ONE-PERSON
                               THRU PURGE-ONE-PERSON-END
                       END-IF
               END-READ
           END-PERFORM.
       SWEEP-MASTER-END.
           CONTINUE.
      * A trial only lists and counts.  A live run archives first and
      * deletes only what reached the archive.
       PURGE-ONE-PERSON.
           ADD 1 TO WS-PERSONS-DUE
           PERFORM BUCKET-ONE-PERSON THRU BUCKET-ONE-PERSON-END

           MOVE SPACES TO REPORT-LINE
           STRING PM-ID DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   PM-NAME         DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   PM-LAST-UPDATED DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-AGE-SHOWN    DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
               INTO REPORT-LINE

           IF WS-TRIAL-MODE
               MOVE 'WOULD PURGE' TO REPORT-LINE (47:11)
               WRITE REPORT-LINE
               GO TO PURGE-ONE-PERSON-END
           END-IF

           MOVE SPACES TO ARCHIVE-REC
           MOVE MASTER-REC TO AR-MASTER-IMAGE
           MOVE WS-RUN-DATE TO AR-PURGE-DATE
           WRITE ARCHIVE-REC
           IF WS-ARCHIVE-STATUS NOT = ZEROES
               ADD 1 TO WS-PERSONS-FAILED
               MOVE 'ARCHIVE FAILED - KEPT' TO REPORT-LINE (47:21)
               WRITE REPORT-LINE
               DISPLAY '    PERSPURG: ARCHIVE WRITE FAILED FS='
                       WS-ARCHIVE-STATUS ' ID=' PM-ID
               GO TO PURGE-ONE-PERSON-END
           END-IF

           DELETE MASTER-FILE
           IF WS-MASTER-STATUS NOT = ZEROES
               ADD 1 TO WS-PERSONS-FAILED
               MOVE 'DELETE FAILED - ARCHIVED, KEPT'
                   TO REPORT-LINE (47:30)
               WRITE REPORT-LINE
               DISPLAY '    PERSPURG: DELETE FAILED FS='
                       WS-MASTER-STATUS ' ID=' PM-ID
               GO TO PURGE-ONE-PERSON-END
           END-IF
           ADD 1 TO WS-PERSONS-PURGED
           MOVE 'PURGED' TO REPORT-LINE (47:6)
           WRITE REPORT-LINE.
       PURGE-ONE-PERSON-END.
           CONTINUE.
       BUCKET-ONE-PERSON.
           MOVE ZEROES TO WS-AGE-SHOWN
           MOVE 'AGE ' TO DS-FUNCTION
           MOVE PM-BIRTH-YEAR  TO DS-YEAR-1
           MOVE PM-BIRTH-MONTH TO DS-MONTH-1
           MOVE PM-BIRTH-DAY   TO DS-DAY-1
           MOVE WS-RD-YEAR  TO DS-YEAR-2
           MOVE WS-RD-MONTH TO DS-MONTH-2
           MOVE WS-RD-DAY   TO DS-DAY-2
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-NOT-VALID OR DS-DAYS < ZEROES
               ADD 1 TO WS-BAD-AGE-COUNT
               GO TO BUCKET-ONE-PERSON-END
           END-IF
           MOVE DS-DAYS TO WS-PERSON-AGE
           MOVE WS-PERSON-AGE TO WS-AGE-SHOWN
           EVALUATE TRUE
               WHEN WS-PERSON-AGE < 18
                   ADD 1 TO WS-BAND-0-17
               WHEN WS-PERSON-AGE < 30
                   ADD 1 TO WS-BAND-18-29
               WHEN WS-PERSON-AGE < 45
                   ADD 1 TO WS-BAND-30-44
               WHEN WS-PERSON-AGE < 60
                   ADD 1 TO WS-BAND-45-59
               WHEN WS-PERSON-AGE < 75
                   ADD 1 TO WS-BAND-60-74
               WHEN OTHER
                   ADD 1 TO WS-BAND-75-UP
           END-EVALUATE.
       BUCKET-ONE-PERSON-END.
           CONTINUE.
       REPORT-PURGE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TRIAL-MODE
               MOVE 'AGE BANDS OF THE PERSONS THAT WOULD BE PURGED'
                   TO REPORT-LINE
           ELSE
               MOVE 'AGE BANDS OF THE PERSONS DUE FOR PURGE'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '   0-17: ' DELIMITED BY SIZE
                   WS-BAND-0-17 DELIMITED BY SIZE
                   '  18-29: ' DELIMITED BY SIZE
                   WS-BAND-18-29 DELIMITED BY SIZE
                   '  30-44: ' DELIMITED BY SIZE
                   WS-BAND-30-44 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  45-59: ' DELIMITED BY SIZE
                   WS-BAND-45-59 DELIMITED BY SIZE
                   '  60-74: ' DELIMITED BY SIZE
                   WS-BAND-60-74 DELIMITED BY SIZE
                   '  75+  : ' DELIMITED BY SIZE
                   WS-BAND-75-UP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PERSONS READ: ' DELIMITED BY SIZE
                   WS-PERSONS-READ DELIMITED BY SIZE
                   ' DUE: ' DELIMITED BY SIZE
                   WS-PERSONS-DUE DELIMITED BY SIZE
                   ' PURGED: ' DELIMITED BY SIZE
                   WS-PERSONS-PURGED DELIMITED BY SIZE
                   ' FAILED: ' DELIMITED BY SIZE
                   WS-PERSONS-FAILED DELIMITED BY SIZE
                   ' UNUSABLE BIRTH DATES: ' DELIMITED BY SIZE
                   WS-BAD-AGE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-PURGE-TOTALS-END.
           CONTINUE.
