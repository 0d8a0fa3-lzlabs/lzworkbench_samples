               STATUS IS WS-CRITERIA-STATUS.
           SELECT EXPORT-FILE       ASSIGN TO 'COMPEXP'
               STATUS IS WS-EXPORT-STATUS.
           SELECT STATUS-FILE       ASSIGN TO 'VSAMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STS-KEY
               STATUS IS WS-STATUS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * The assembled delimited record can reach 179 bytes when the
      * quoted name runs to its 60-byte cap and the quoted type
      * description to its 30.
       01  EXPORT-LINE              PIC X(180).

      * The VSAMFILE master is read by key only for each company's
      * 'ST' lifecycle status segment (CSTATR).
       FD  STATUS-FILE.
       01  STS-RECORD.
           05 STS-KEY               PIC X(10).
           05 STS-DATA              PIC X(30).

       WORKING-STORAGE SECTION.

      *    TYPE=n[,n...]   company types wanted (up to 10)
      *    STATE=XX        only companies in this ADDRESS_STATE
      *    NAME=prefix     only COMPANY_NAME starting with prefix
      *    GROUP=code      only the companies of the group headed by
      *                    code - the company itself and everything
      *                    below it in the GRPLINK hierarchy (GRPLKUP)
      * With no SELCRIT on hand the run behaves exactly as before,
      * extracting the single type passed in LS-COMPANY-TYPE.
        01 WS-CRITERIA-STATUS PIC 99.
        01 WS-CRIT-STATE PIC X(2) VALUE SPACES.
        01 WS-CRIT-NAME PIC X(20) VALUE SPACES.
        01 WS-CRIT-NAME-LEN PIC 9(2) VALUE ZERO.
        01 WS-CRIT-GROUP PIC X(10) VALUE SPACES.
        01 WS-CRIT-SUB PIC 9(2) VALUE ZERO.
        01 WS-ROW-WANTED-SW PIC X VALUE 'Y'.
           88 WS-ROW-WANTED VALUE 'Y'.
        01 COMPANY_TYPE_OUT PIC S9(4) COMP.
        01 WS-TYPE-DISPLAY PIC 9(5) VALUE ZERO.
      * Company lifecycle status - a company whose closure is in
      * force on the run date is left out of the extract unless
      * SELCRIT carries CLOSED=SHOW.  Without the VSAMFILE master on
      * hand every company is taken as active.
        01 WS-STATUS-FILE-STATUS PIC 99.
        01 WS-STATUS-FILE-OPEN-SW PIC X VALUE 'N'.
           88 WS-STATUS-FILE-OPEN VALUE 'Y'.
        01 WS-SHOW-CLOSED-SW PIC X VALUE 'N'.
           88 WS-SHOW-CLOSED VALUE 'Y'.
        01 WS-COMPANY-STATUS PIC X VALUE 'A'.
           88 WS-COMPANY-CLOSED VALUE 'C'.
        01 WS-COMPANY-STATUS-TEXT PIC X(9) VALUE SPACES.
        01 WS-CLOSED-EXCLUDED PIC 9(7) VALUE ZERO.
        01 WS-RECON-TOTAL PIC 9(7) VALUE ZERO.
      * Delimited export for the workstation tools - COMPANY_NAME is
      * quoted so embedded commas cannot shift columns, and a TRAILER
      * record carries the row count so the receiving side can verify
        01 WS-L1-LEN PIC 9(2) VALUE ZERO.
        01 WS-CITY-LEN PIC 9(2) VALUE ZERO.
        01 WS-ZIP-LEN PIC 9(2) VALUE ZERO.
      * Company-type descriptions come from the CTYPEFIL reference
      * table through the shared CTYPLKUP lookup; the statistics
      * section counts the companies reported under each type.
        01 WS-TYPE-DESC PIC X(30) VALUE SPACES.
        01 WS-TYPE-DESC-LEN PIC 9(2) VALUE ZERO.
        01 WS-TYPE-STAT-USED PIC 9(2) VALUE ZERO.
        01 WS-TYPE-STAT-TABLE.
           05 WS-TYPE-STAT-ENTRY OCCURS 50 TIMES.
              10 WS-TYPE-STAT-TYPE PIC 9(4).
              10 WS-TYPE-STAT-DESC PIC X(30).
              10 WS-TYPE-STAT-COUNT PIC 9(7).
           COPY ERRLOGR.
           COPY RETCODE.
           COPY TRACER.
           COPY CTYPLKR.
           COPY CSTATR.
           COPY GRPLKR.

       LINKAGE SECTION.
        01 LS-COMPANY-TYPE PIC S9(4) COMP.

           MOVE LS-COMPANY-TYPE TO COMPANY_TYPE

           OPEN INPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS = ZERO
               MOVE 'Y' TO WS-STATUS-FILE-OPEN-SW
           ELSE
               DISPLAY '      VSAMFILE NOT AVAILABLE, STATUS '
                       WS-STATUS-FILE-STATUS
                       ' - ALL COMPANIES TAKEN AS ACTIVE'
           END-IF

           OPEN OUTPUT COMPANY-REPORT
           OPEN OUTPUT EXPORT-FILE
           PERFORM WRITE-EXPORT-HEADER
           PERFORM WRITE-EXPORT-TRAILER
           CLOSE EXPORT-FILE
           CLOSE COMPANY-REPORT
           IF WS-STATUS-FILE-OPEN
               CLOSE STATUS-FILE
           END-IF

           DISPLAY '  </SOMESQL>'
           GOBACK
               MOVE 1 TO WS-STAT-COUNT (WS-STAT-USED)
           END-IF
         .
      ***********************************************************
      * The description for the row's COMPANY_TYPE_OUT, with its
      * used length for the export.  A type the table does not know
      * still prints - with the lookup's marker text - so a bad row
      * shows up on the report instead of vanishing from it.
       LOOKUP-TYPE-DESC.
           MOVE COMPANY_TYPE_OUT TO TY-TYPE
           MOVE WS-RUN-DATE TO TY-AS-OF-DATE
           CALL 'CTYPLKUP' USING CTYPLKUP-PARM
           MOVE TY-DESC TO WS-TYPE-DESC
           MOVE SPACES TO WS-TRIM-INPUT
           MOVE WS-TYPE-DESC TO WS-TRIM-INPUT
           PERFORM TRIM-FIELD
           MOVE WS-TRIM-LEN TO WS-TYPE-DESC-LEN
         .
      ***********************************************************
       TALLY-TYPE-STAT.
           MOVE 'N' TO WS-STAT-FOUND-SW
           MOVE ZERO TO WS-STAT-SUB
           PERFORM UNTIL WS-STAT-SUB NOT < WS-TYPE-STAT-USED
               ADD 1 TO WS-STAT-SUB
               IF WS-TYPE-STAT-TYPE (WS-STAT-SUB) = COMPANY_TYPE_OUT
                   ADD 1 TO WS-TYPE-STAT-COUNT (WS-STAT-SUB)
                   MOVE 'Y' TO WS-STAT-FOUND-SW
                   MOVE WS-TYPE-STAT-USED TO WS-STAT-SUB
               END-IF
           END-PERFORM
           IF WS-STAT-FOUND-SW = 'N' AND WS-TYPE-STAT-USED < 50
               ADD 1 TO WS-TYPE-STAT-USED
               MOVE COMPANY_TYPE_OUT
                   TO WS-TYPE-STAT-TYPE (WS-TYPE-STAT-USED)
               MOVE WS-TYPE-DESC
                   TO WS-TYPE-STAT-DESC (WS-TYPE-STAT-USED)
               MOVE 1 TO WS-TYPE-STAT-COUNT (WS-TYPE-STAT-USED)
           END-IF
         .
      ***********************************************************
       WRITE-STATISTICS.
           MOVE SPACES TO WS-DETAIL-LINE
                   INTO WS-DETAIL-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE ZERO TO WS-STAT-SUB
           PERFORM UNTIL WS-STAT-SUB NOT < WS-TYPE-STAT-USED
               ADD 1 TO WS-STAT-SUB
               MOVE SPACES TO WS-DETAIL-LINE
               STRING '  COMPANIES OF TYPE ' DELIMITED BY SIZE
                      WS-TYPE-STAT-TYPE (WS-STAT-SUB)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TYPE-STAT-DESC (WS-STAT-SUB)
                          DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-TYPE-STAT-COUNT (WS-STAT-SUB)
                          DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '  COMPANIES WITH NO ADDRESS ROW: '
                      DELIMITED BY SIZE
                  WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '  CLOSED COMPANIES LEFT OUT: '
                      DELIMITED BY SIZE
                  WS-CLOSED-EXCLUDED DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           PERFORM WRITE-REPORT-LINE

      * Reconcile what COUNTEM said was there against what the
      * cursor loop actually delivered - a quiet death mid-cursor
      * otherwise leaves a silently short report.  COUNTEM counts
      * closed companies too, so the ones left out are added back
      * before the comparison.  A criteria run never takes the
      * COUNTEM count, so there is nothing to reconcile against.
           IF WS-CRITERIA-ACTIVE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE '  COUNT RECONCILIATION: NOT TAKEN - CRITERIA RUN'
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE WS-COMPANY-COUNT TO WS-COUNT-DISPLAY
               COMPUTE WS-RECON-TOTAL = WS-ROW-COUNT
                                      + WS-CLOSED-EXCLUDED
               MOVE SPACES TO WS-DETAIL-LINE
               STRING '  COUNT RECONCILIATION: COUNTED '
                          DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      ' FETCHED ' DELIMITED BY SIZE
                      WS-ROW-COUNT DELIMITED BY SIZE
                      ' CLOSED LEFT OUT ' DELIMITED BY SIZE
                      WS-CLOSED-EXCLUDED DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-COMPANY-COUNT NOT = WS-RECON-TOTAL
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE '  *** COUNT MISMATCH - REPORT MAY BE SHORT'
                       TO WS-DETAIL-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING 'COMPANY_CODE,COMPANY_NAME,ADDRESS_LINE1,'
                      DELIMITED BY SIZE
                  'ADDRESS_CITY,ADDRESS_STATE,ADDRESS_ZIP,'
                      DELIMITED BY SIZE
                  'COMPANY_TYPE,TYPE_DESC,COMPANY_STATUS'
                      DELIMITED BY SIZE
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
               STRING ADDRESS_ZIP (1:WS-ZIP-LEN) DELIMITED BY SIZE
                   INTO EXPORT-LINE WITH POINTER WS-EXP-PTR
           END-IF
           MOVE COMPANY_TYPE_OUT TO TY-TYPE
           STRING ',' DELIMITED BY SIZE
                  TY-TYPE DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
               INTO EXPORT-LINE WITH POINTER WS-EXP-PTR
           IF WS-TYPE-DESC-LEN > ZERO
               STRING WS-TYPE-DESC (1:WS-TYPE-DESC-LEN)
                          DELIMITED BY SIZE
                   INTO EXPORT-LINE WITH POINTER WS-EXP-PTR
           END-IF
           STRING '",' DELIMITED BY SIZE
                  WS-COMPANY-STATUS DELIMITED BY SIZE
               INTO EXPORT-LINE WITH POINTER WS-EXP-PTR
           WRITE EXPORT-LINE
           ADD 1 TO WS-EXPORT-COUNT
         .
                   IF WS-CRIT-NAME-LEN > ZERO
                       MOVE 'Y' TO WS-CRITERIA-ACTIVE-SW
                   END-IF
               WHEN 'GROUP'
                   MOVE WS-CRIT-VALUE (1:10) TO WS-CRIT-GROUP
                   IF WS-CRIT-GROUP NOT = SPACES
                       MOVE 'Y' TO WS-CRITERIA-ACTIVE-SW
                   END-IF
               WHEN 'CLOSED'
                   IF WS-CRIT-VALUE = 'SHOW'
                       MOVE 'Y' TO WS-SHOW-CLOSED-SW
                   ELSE
                       MOVE 'N' TO WS-SHOW-CLOSED-SW
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
           IF NOT WS-CRITERIA-ACTIVE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE COMPANY_TYPE TO WS-TYPE-DISPLAY
               MOVE COMPANY_TYPE TO COMPANY_TYPE_OUT
               PERFORM LOOKUP-TYPE-DESC
               STRING 'SELECTION: COMPANY TYPE ' DELIMITED BY SIZE
                      WS-TYPE-DISPLAY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TYPE-DESC DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
                       INTO WS-DETAIL-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               IF WS-CRIT-GROUP NOT = SPACES
                   MOVE WS-CRIT-GROUP TO GK-GROUP
                   MOVE WS-CRIT-GROUP TO GK-COMPANY
                   CALL 'GRPLKUP' USING GRPLKUP-PARM
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING 'SELECTION: GROUP ' DELIMITED BY SIZE
                          WS-CRIT-GROUP DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   IF NOT GK-GROUP-KNOWN
                       MOVE '- NO SUBSIDIARIES ON GRPLINK'
                           TO WS-DETAIL-LINE (29:28)
                   END-IF
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN NOT WS-STATUS-FILE-OPEN
                   MOVE 'SELECTION: NO COMPANY STATUS - ALL ACTIVE'
                       TO WS-DETAIL-LINE
               WHEN WS-SHOW-CLOSED
                   MOVE 'SELECTION: CLOSED COMPANIES INCLUDED'
                       TO WS-DETAIL-LINE
               WHEN OTHER
                   MOVE 'SELECTION: CLOSED COMPANIES LEFT OUT'
                       TO WS-DETAIL-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-REPORT-LINE
         .
      ***********************************************************

           PERFORM UNTIL SQLCODE = 100
               PERFORM MATCH-CRITERIA
               IF WS-ROW-WANTED
                   PERFORM GET-COMPANY-STATUS
                   IF WS-COMPANY-CLOSED AND NOT WS-SHOW-CLOSED
                       ADD 1 TO WS-CLOSED-EXCLUDED
                       MOVE 'N' TO WS-ROW-WANTED-SW
                   END-IF
               END-IF
               IF WS-ROW-WANTED
                   PERFORM FETCHEM-DISPLAY
                   ADD 1 TO WS-ROW-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-ROW-WANTED AND WS-CRIT-GROUP NOT = SPACES
               MOVE WS-CRIT-GROUP TO GK-GROUP
               MOVE COMPANY_CODE TO GK-COMPANY
               CALL 'GRPLKUP' USING GRPLKUP-PARM
               IF NOT GK-MEMBER
                   MOVE 'N' TO WS-ROW-WANTED-SW
               END-IF
           END-IF
         .
      ***********************************************************
       FETCHONE.
           END-EXEC
           PERFORM DISPLAY-SQLERROR-IF-ANY

      * The cursor is for the one type asked for - carry it where
      * the detail line and export expect the fetched type.
           MOVE COMPANY_TYPE TO COMPANY_TYPE_OUT

           DISPLAY '      Fetching all matching rows:'
           EXEC SQL
             FETCH FROM DACURSOR INTO :COMPANY_CODE,
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               PERFORM GET-COMPANY-STATUS
               IF WS-COMPANY-CLOSED AND NOT WS-SHOW-CLOSED
                   ADD 1 TO WS-CLOSED-EXCLUDED
               ELSE
                   PERFORM FETCHEM-DISPLAY
                   ADD 1 TO WS-ROW-COUNT
               END-IF
               EXEC SQL
                 FETCH FROM DACURSOR INTO :COMPANY_CODE,
                                   :COMPANY_NAME,

           DISPLAY '    </CURSOR TEST>'
           .
      ***********************************************************
      * The company's lifecycle status as of the run date - its 'ST'
      * segment keyed at the reserved sequence under the company
      * code.  No segment, or one dated after the run date, means
      * active.
      ***********************************************************
       GET-COMPANY-STATUS.
           MOVE 'A' TO WS-COMPANY-STATUS
           IF WS-STATUS-FILE-OPEN
               MOVE SPACES TO STS-KEY
               MOVE COMPANY_CODE (1:7) TO STS-KEY (1:7)
               MOVE CS-STATUS-SEQ TO STS-KEY (8:3)
               READ STATUS-FILE
               IF WS-STATUS-FILE-STATUS = ZERO
                   MOVE STS-DATA TO CS-STATUS-SEGMENT
                   IF CS-SEGMENT-CODE = 'ST' AND CS-VALID-STATUS
                           AND CS-EFFECTIVE-DATE NOT > WS-RUN-DATE
                       MOVE CS-STATUS-CODE TO WS-COMPANY-STATUS
                   END-IF
               END-IF
           END-IF
           EVALUATE WS-COMPANY-STATUS
               WHEN 'S'
                   MOVE 'SUSPENDED' TO WS-COMPANY-STATUS-TEXT
               WHEN 'C'
                   MOVE 'CLOSED' TO WS-COMPANY-STATUS-TEXT
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-COMPANY-STATUS-TEXT
           END-EVALUATE
           .
      ***********************************************************
       COUNTEM.
           MOVE ZERO TO WS-COMPANY-COUNT
                 ADD 1 TO WS-NO-ADDRESS-COUNT
             END-IF
             PERFORM TALLY-STATE-STAT
             PERFORM LOOKUP-TYPE-DESC
             PERFORM TALLY-TYPE-STAT
             IF ADDRESS_STATE NOT = WS-PREV-STATE
                 PERFORM WRITE-STATE-TOTAL
                 MOVE ADDRESS_STATE TO WS-PREV-STATE
             ADD 1 TO WS-STATE-COUNT
             ADD 1 TO WS-GRAND-TOTAL
             MOVE SPACES TO WS-DETAIL-LINE
             MOVE COMPANY_TYPE_OUT TO TY-TYPE
             STRING COMPANY_CODE          DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    TY-TYPE               DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    WS-TYPE-DESC          DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    VAL OF COMPANY_NAME (1:LEN) DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    ADDRESS_STATE         DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    ADDRESS_ZIP           DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    WS-COMPANY-STATUS-TEXT DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-LINE
             PERFORM WRITE-EXPORT-DETAIL
             MOVE 'SOMESQL'  TO EL-PROGRAM-ID
             MOVE 'FATAL'    TO EL-SEVERITY
             MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
             MOVE 'SQL0001' TO EL-MSG-ID
             CALL 'ERRLOG' USING ERRLOG-PARM
             MOVE RC-PROCESSING-ERROR TO RETURN-CODE
             CLOSE COMPANY-REPORT
