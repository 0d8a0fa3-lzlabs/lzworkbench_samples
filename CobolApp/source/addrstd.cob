       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRSTD.
      ******************************************************************
      *    ADDRSTD - address standardisation pass over the T2021B
      *    address rows and the VSAMFILE 'DT' details.  The same
      *    street keyed as '123 Main Street', '123 MAIN ST.' and
      *    '123 Main St' is three addresses to the duplicate-company
      *    report and the content search; this program works out
      *    the one standard form of each and proposes the change.
      *
      *    Nothing is changed here.  Each proposed change is listed
      *    before and after on the ADDRRPT report and generated as an
      *    update transaction - SQLTRAN 'U'/'B' records for SQLMAINT
      *    and TRANFILE 'C' records (in key order) for the VSAM
      *    maintenance run - so it goes through TRANEDIT and the
      *    SQLMAINT edits, the BTCHAPR register-and-approve step and
      *    the journals like any other maintenance.
      *
      *    The standard form of ADDRESS_LINE1, ADDRESS_CITY and the
      *    'DT' address line:
      *       - upper case, periods and commas dropped, one space
      *         between words
      *       - each word found on the abbreviation table replaced by
      *         its abbreviation (STREET to ST, AVENUE to AVE, SUITE
      *         to STE ...)
      *    and of ADDRESS_ZIP and the 'DT' zip: nnnnn, or nnnnn-nnnn
      *    for ZIP+4 however it was keyed (123456789, 12345 6789).  A
      *    zip without 5 or 9 digits is left for the edits to reject
      *    and counted as not standardisable.
      *
      *    The abbreviation table is the ADDRABBR reference file, one
      *    word per record:
      *       word(20) abbreviation(10) scope(1), blank separated
      *       scope  L  address lines only
      *              C  city only
      *              B  both
      *    kept by the data-administration team.  When ADDRABBR is
      *    not there the standard street table built in below is used
      *    and the report says so.
      *
      *    SQLMAINT updates T2021B by company code - every address row
      *    of the company at once - so a change to a company with more
      *    than one address row is listed but held back, not
      *    generated; the report counts them for correction by hand.
      *
      *    The optional ADDRPARM file:
      *       TARGET=SQL|VSAM|BOTH  which store to standardise and so
      *                             which transaction file to write
      *                             (default BOTH) - the other is
      *                             left untouched
      *
      *    A T2021B read that fails is an ERROR ending RC 16 and
      *    SQLTRAN is written empty; a VSAMFILE that will not open is
      *    a WARNING and TRANFILE is written empty.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'ADDRPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT ABBREVIATION-FILE ASSIGN TO 'ADDRABBR'
               STATUS IS WS-ABBR-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'ADDRRPT'
               STATUS IS WS-REPORT-STATUS.
           SELECT SQLTRAN-FILE ASSIGN TO 'SQLTRAN'
               STATUS IS WS-SQLTRAN-STATUS.
           SELECT Trans-File ASSIGN TO 'TRANFILE'
               STATUS IS WS-TRANFILE-STATUS.
           SELECT VSAMFILE-FILE ASSIGN TO 'VSAMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KSO-KEY
               FILE STATUS IS WS-VSAM-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD ABBREVIATION-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ABBREVIATION-REC.
          05 AR-WORD               PIC X(20).
          05 FILLER                PIC X.
          05 AR-ABBREVIATION       PIC X(10).
          05 FILLER                PIC X.
          05 AR-SCOPE              PIC X.
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(132).
       FD SQLTRAN-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * The SQLMAINT transaction, target B.
       01 SQLTRAN-REC.
          05 ST-ACTION             PIC X.
          05 ST-TARGET             PIC X.
          05 ST-COMPANY-CODE       PIC X(10).
          05 ST-ADDRESS-LINE1      PIC X(30).
          05 ST-ADDRESS-CITY       PIC X(20).
          05 ST-ADDRESS-STATE      PIC X(2).
          05 ST-ADDRESS-ZIP        PIC X(10).
          05 FILLER                PIC X(6).
       FD Trans-File
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * The VSAM maintenance Trans-Rec.
       01 Trans-Rec.
          05 TR-Action             PIC X.
          05 TR-Key                PIC X(10).
          05 TR-Data               PIC X(30).
       FD VSAMFILE-FILE.
       01 VSAMFILE-REC.
          05 KSO-KEY               PIC X(10).
          05 KSO-SEGMENT-CODE      PIC X(2).
          05 KSO-SEGMENT-DATA      PIC X(28).
      ******************************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC

        01 COMPANY_CODE PIC X(10).
        01 ADDRESS_LINE1 PIC X(30).
        01 ADDRESS_CITY PIC X(20).
        01 ADDRESS_STATE PIC X(2).
        01 ADDRESS_ZIP PIC X(10).
        01 ADDRESS_COUNT PIC S9(9) COMP.

       01 WS-PARM-STATUS           PIC 99.
       01 WS-ABBR-STATUS           PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-SQLTRAN-STATUS        PIC 99.
       01 WS-TRANFILE-STATUS       PIC 99.
       01 WS-VSAM-STATUS           PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-ABBR-EOF-SW           PIC X       VALUE 'N'.
          88 WS-ABBR-EOF                       VALUE 'Y'.
       01 WS-VSAM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-VSAM-EOF                       VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-TARGET                PIC X(4)    VALUE 'BOTH'.
          88 WS-DO-SQL                         VALUE 'SQL ' 'BOTH'.
          88 WS-DO-VSAM                        VALUE 'VSAM' 'BOTH'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-TABLE-SOURCE          PIC X(40)   VALUE SPACES.
      * Counts for the summary.
       01 WS-SQL-ROWS-READ         PIC 9(7)    VALUE ZEROES.
       01 WS-SQL-ROWS-CHANGED      PIC 9(7)    VALUE ZEROES.
       01 WS-SQL-TRANS-WRITTEN     PIC 9(7)    VALUE ZEROES.
       01 WS-SQL-ROWS-HELD         PIC 9(7)    VALUE ZEROES.
       01 WS-SQL-ZIP-BAD           PIC 9(7)    VALUE ZEROES.
       01 WS-VSAM-DETAILS-READ     PIC 9(7)    VALUE ZEROES.
       01 WS-VSAM-DETAILS-CHANGED  PIC 9(7)    VALUE ZEROES.
       01 WS-VSAM-TRANS-WRITTEN    PIC 9(7)    VALUE ZEROES.
       01 WS-VSAM-ZIP-BAD          PIC 9(7)    VALUE ZEROES.
       01 WS-SQL-FAILED-SW         PIC X       VALUE 'N'.
          88 WS-SQL-FAILED                     VALUE 'Y'.
      * The standard street table, used when ADDRABBR is missing:
      * word(12) abbreviation(6) scope(1).
       01 WS-STANDARD-ABBR-VALUES.
          05 FILLER PIC X(57) VALUE
          'STREET      ST    LAVENUE      AVE   LROAD        RD    L'.
          05 FILLER PIC X(57) VALUE
          'DRIVE       DR    LBOULEVARD   BLVD  LLANE        LN    L'.
          05 FILLER PIC X(57) VALUE
          'COURT       CT    LPLACE       PL    LPARKWAY     PKWY  L'.
          05 FILLER PIC X(57) VALUE
          'HIGHWAY     HWY   LEXPRESSWAY  EXPY  LFREEWAY     FWY   L'.
          05 FILLER PIC X(57) VALUE
          'TERRACE     TER   LCIRCLE      CIR   LSQUARE      SQ    L'.
          05 FILLER PIC X(57) VALUE
          'TRAIL       TRL   LTURNPIKE    TPKE  LALLEY       ALY   L'.
          05 FILLER PIC X(57) VALUE
          'CENTER      CTR   LPLAZA       PLZ   LSUITE       STE   L'.
          05 FILLER PIC X(57) VALUE
          'APARTMENT   APT   LBUILDING    BLDG  LFLOOR       FL    L'.
          05 FILLER PIC X(57) VALUE
          'ROOM        RM    LDEPARTMENT  DEPT  LNORTH       N     L'.
          05 FILLER PIC X(57) VALUE
          'SOUTH       S     LEAST        E     LWEST        W     L'.
          05 FILLER PIC X(57) VALUE
          'NORTHEAST   NE    LNORTHWEST   NW    LSOUTHEAST   SE    L'.
          05 FILLER PIC X(57) VALUE
          'SOUTHWEST   SW    LJUNCTION    JCT   LSTR         ST    L'.
       01 WS-STANDARD-ABBR-TABLE REDEFINES WS-STANDARD-ABBR-VALUES.
          05 WS-SA-ENTRY OCCURS 36 TIMES.
             10 WS-SA-WORD         PIC X(12).
             10 WS-SA-ABBREVIATION PIC X(6).
             10 WS-SA-SCOPE        PIC X.
      * The abbreviation table in force.
       01 WS-ABBR-TABLE.
          05 WS-AB-ENTRY OCCURS 300 TIMES.
             10 WS-AB-WORD         PIC X(20).
             10 WS-AB-ABBREVIATION PIC X(10).
             10 WS-AB-SCOPE        PIC X.
       01 WS-AB-USED               PIC 9(3)    VALUE ZEROES.
       01 WS-AB-SUB                PIC 9(3)    VALUE ZEROES.
      * One field in and out of the standardisation.
       01 WS-STD-SCOPE             PIC X       VALUE SPACE.
       01 WS-STD-IN                PIC X(30)   VALUE SPACES.
       01 WS-STD-OUT               PIC X(30)   VALUE SPACES.
       01 WS-STD-WORD              PIC X(30)   VALUE SPACES.
       01 WS-IN-PTR                PIC 9(3)    VALUE ZEROES.
       01 WS-OUT-PTR               PIC 9(3)    VALUE ZEROES.
       01 WS-ZIP-IN                PIC X(10)   VALUE SPACES.
       01 WS-ZIP-OUT               PIC X(10)   VALUE SPACES.
       01 WS-ZIP-DIGITS            PIC X(10)   VALUE SPACES.
       01 WS-DIGIT-COUNT           PIC 9(2)    VALUE ZEROES.
       01 WS-CHAR-SUB              PIC 9(2)    VALUE ZEROES.
       01 WS-ZIP-OK-SW             PIC X       VALUE 'Y'.
          88 WS-ZIP-OK                         VALUE 'Y'.
      * The T2021B row or 'DT' detail in hand, before and after.
       01 WS-NEW-LINE1             PIC X(30)   VALUE SPACES.
       01 WS-NEW-CITY              PIC X(20)   VALUE SPACES.
       01 WS-NEW-ZIP               PIC X(10)   VALUE SPACES.
       01 WS-NEW-SEGMENT-DATA      PIC X(28)   VALUE SPACES.
       01 WS-CHANGED-SW            PIC X       VALUE 'N'.
          88 WS-CHANGED                        VALUE 'Y'.
       01 WS-HELD-SW               PIC X       VALUE 'N'.
          88 WS-HELD                           VALUE 'Y'.
      * One before/after report line.
       01 WS-RL-KEY                PIC X(10)   VALUE SPACES.
       01 WS-RL-FIELD              PIC X(5)    VALUE SPACES.
       01 WS-RL-BEFORE             PIC X(30)   VALUE SPACES.
       01 WS-RL-AFTER              PIC X(30)   VALUE SPACES.
       01 WS-RL-NOTE               PIC X(40)   VALUE SPACES.
       01 WS-ED-COUNT              PIC ZZZ,ZZ9.
       01 WS-ED-COUNT-2            PIC ZZZ,ZZ9.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
      * A CALL replaces this program's RETURN-CODE with the called
      * program's - the job code is kept here and set at the end.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <ADDRSTD>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF

           PERFORM READ-STANDARD-PARMS THRU READ-STANDARD-PARMS-END
           PERFORM LOAD-ABBREVIATIONS THRU LOAD-ABBREVIATIONS-END

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'ADDRESS STANDARDISATION PROPOSALS - RUN '
                       DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
                   ' RUN='      DELIMITED BY SIZE
                   GLOBAL-RUN-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-AB-USED TO WS-ED-COUNT
           STRING 'TARGET=' DELIMITED BY SIZE
                   WS-TARGET DELIMITED BY SIZE
                   ' - ABBREVIATION WORDS' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   ' FROM ' DELIMITED BY SIZE
                   WS-TABLE-SOURCE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-DO-SQL
               PERFORM PROPOSE-SQL-ADDRESSES
                   THRU PROPOSE-SQL-ADDRESSES-END
           END-IF
           IF WS-DO-VSAM
               PERFORM PROPOSE-VSAM-DETAILS
                   THRU PROPOSE-VSAM-DETAILS-END
           END-IF

           PERFORM WRITE-STANDARD-SUMMARY
               THRU WRITE-STANDARD-SUMMARY-END
           CLOSE REPORT-FILE

           DISPLAY '    SQLTRAN=' WS-SQL-TRANS-WRITTEN
                   ' HELD=' WS-SQL-ROWS-HELD
                   ' TRANFILE=' WS-VSAM-TRANS-WRITTEN
           MOVE WS-SAVED-RC TO RETURN-CODE
           DISPLAY '  </ADDRSTD>'
           GOBACK
           .
       READ-STANDARD-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-STANDARD-PARMS-END
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
                       IF WS-PARM-KEYWORD = 'TARGET'
                           IF WS-PARM-VALUE = 'SQL' OR 'VSAM'
                                   OR 'BOTH'
                               MOVE WS-PARM-VALUE TO WS-TARGET
                           ELSE
                               DISPLAY '    ADDRSTD: BAD TARGET '
                                       'IGNORED - ' PARM-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-STANDARD-PARMS-END.
           CONTINUE.
      ******************************************************************
      *    The abbreviation table - ADDRABBR, or the standard street
      *    table when there is none.
      ******************************************************************
       LOAD-ABBREVIATIONS.
           MOVE ZEROES TO WS-AB-USED
           OPEN INPUT ABBREVIATION-FILE
           IF WS-ABBR-STATUS NOT = ZEROES
               PERFORM LOAD-STANDARD-ABBREVIATIONS
                   THRU LOAD-STANDARD-ABBREVIATIONS-END
               GO TO LOAD-ABBREVIATIONS-END
           END-IF
           MOVE 'ADDRABBR' TO WS-TABLE-SOURCE
           MOVE 'N' TO WS-ABBR-EOF-SW
           PERFORM UNTIL WS-ABBR-EOF
               READ ABBREVIATION-FILE
                   AT END
                       MOVE 'Y' TO WS-ABBR-EOF-SW
                   NOT AT END
                       INSPECT ABBREVIATION-REC CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       IF AR-WORD NOT = SPACES
                               AND AR-ABBREVIATION NOT = SPACES
                               AND (AR-SCOPE = 'L' OR 'C' OR 'B')
                               AND WS-AB-USED < 300
                           ADD 1 TO WS-AB-USED
                           MOVE AR-WORD TO WS-AB-WORD (WS-AB-USED)
                           MOVE AR-ABBREVIATION
                               TO WS-AB-ABBREVIATION (WS-AB-USED)
                           MOVE AR-SCOPE TO WS-AB-SCOPE (WS-AB-USED)
                       ELSE
                           DISPLAY '    ADDRSTD: ADDRABBR RECORD '
                                   'IGNORED - ' ABBREVIATION-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABBREVIATION-FILE.
       LOAD-ABBREVIATIONS-END.
           CONTINUE.
       LOAD-STANDARD-ABBREVIATIONS.
           MOVE 'THE STANDARD STREET TABLE - NO ADDRABBR'
               TO WS-TABLE-SOURCE
           DISPLAY '    ADDRSTD: NO ADDRABBR, STATUS ' WS-ABBR-STATUS
                   ' - STANDARD STREET TABLE USED'
           MOVE ZEROES TO WS-AB-SUB
           PERFORM UNTIL WS-AB-SUB NOT < 36
               ADD 1 TO WS-AB-SUB
               ADD 1 TO WS-AB-USED
               MOVE WS-SA-WORD (WS-AB-SUB) TO WS-AB-WORD (WS-AB-USED)
               MOVE WS-SA-ABBREVIATION (WS-AB-SUB)
                   TO WS-AB-ABBREVIATION (WS-AB-USED)
               MOVE WS-SA-SCOPE (WS-AB-SUB) TO WS-AB-SCOPE (WS-AB-USED)
           END-PERFORM.
       LOAD-STANDARD-ABBREVIATIONS-END.
           CONTINUE.
      ******************************************************************
      *    T2021B - every address row, in company order, each with the
      *    number of rows its company has.
      ******************************************************************
       PROPOSE-SQL-ADDRESSES.
           OPEN OUTPUT SQLTRAN-FILE
           IF WS-SQLTRAN-STATUS NOT = ZEROES
               DISPLAY '    ADDRSTD: SQLTRAN OPEN FAILED, STATUS '
                       WS-SQLTRAN-STATUS
               MOVE 'ADDRSTD'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'SQLTRAN' TO EL-MSG-PARM (1)
               MOVE 'T2021B NOT STANDARDISED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC
               GO TO PROPOSE-SQL-ADDRESSES-END
           END-IF
           PERFORM WRITE-SECTION-HEADING
               THRU WRITE-SECTION-HEADING-END

           EXEC SQL
             DECLARE ASCURSOR CURSOR FOR
             SELECT B.COMPANY_CODE, B.ADDRESS_LINE1, B.ADDRESS_CITY,
                    B.ADDRESS_STATE, B.ADDRESS_ZIP,
                    (SELECT COUNT(*) FROM T2021B C
                      WHERE C.COMPANY_CODE = B.COMPANY_CODE)
             FROM T2021B B
             ORDER BY B.COMPANY_CODE ASC
           END-EXEC
           EXEC SQL
             OPEN ASCURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM REPORT-STANDARD-SQLERROR
                   THRU REPORT-STANDARD-SQLERROR-END
               GO TO PROPOSE-SQL-ADDRESSES-END
           END-IF
           PERFORM FETCH-ADDRESS-ROW THRU FETCH-ADDRESS-ROW-END
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-SQL-ROWS-READ
               PERFORM PROPOSE-ONE-ADDRESS
                   THRU PROPOSE-ONE-ADDRESS-END
               PERFORM FETCH-ADDRESS-ROW THRU FETCH-ADDRESS-ROW-END
           END-PERFORM
           IF SQLCODE NOT = 100
               PERFORM REPORT-STANDARD-SQLERROR
                   THRU REPORT-STANDARD-SQLERROR-END
           END-IF
           EXEC SQL
             CLOSE ASCURSOR
           END-EXEC.
       PROPOSE-SQL-ADDRESSES-END.
           IF WS-SQLTRAN-STATUS = ZEROES
               CLOSE SQLTRAN-FILE
           END-IF.
       FETCH-ADDRESS-ROW.
           EXEC SQL
             FETCH FROM ASCURSOR INTO :COMPANY_CODE, :ADDRESS_LINE1,
                                   :ADDRESS_CITY, :ADDRESS_STATE,
                                   :ADDRESS_ZIP, :ADDRESS_COUNT
           END-EXEC.
       FETCH-ADDRESS-ROW-END.
           CONTINUE.
       PROPOSE-ONE-ADDRESS.
           MOVE 'N' TO WS-CHANGED-SW
           MOVE 'N' TO WS-HELD-SW
           MOVE 'L' TO WS-STD-SCOPE
           MOVE ADDRESS_LINE1 TO WS-STD-IN
           PERFORM STANDARDISE-TEXT THRU STANDARDISE-TEXT-END
           MOVE WS-STD-OUT TO WS-NEW-LINE1
           MOVE 'C' TO WS-STD-SCOPE
           MOVE ADDRESS_CITY TO WS-STD-IN
           PERFORM STANDARDISE-TEXT THRU STANDARDISE-TEXT-END
           MOVE WS-STD-OUT TO WS-NEW-CITY
           MOVE ADDRESS_ZIP TO WS-ZIP-IN
           PERFORM STANDARDISE-ZIP THRU STANDARDISE-ZIP-END
           IF NOT WS-ZIP-OK
               ADD 1 TO WS-SQL-ZIP-BAD
           END-IF
           MOVE WS-ZIP-OUT TO WS-NEW-ZIP

           IF WS-NEW-LINE1 = ADDRESS_LINE1
                   AND WS-NEW-CITY = ADDRESS_CITY
                   AND WS-NEW-ZIP = ADDRESS_ZIP
               GO TO PROPOSE-ONE-ADDRESS-END
           END-IF
           ADD 1 TO WS-SQL-ROWS-CHANGED

      * The update would land on every address row of the company.
           IF ADDRESS_COUNT > 1
               MOVE 'Y' TO WS-HELD-SW
               ADD 1 TO WS-SQL-ROWS-HELD
               MOVE ADDRESS_COUNT TO WS-ED-COUNT
               MOVE SPACES TO WS-RL-NOTE
               STRING 'HELD -' DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       ' ROWS ON T2021B' DELIMITED BY SIZE
                   INTO WS-RL-NOTE
           ELSE
               MOVE SPACES TO SQLTRAN-REC
               MOVE 'U' TO ST-ACTION
               MOVE 'B' TO ST-TARGET
               MOVE COMPANY_CODE TO ST-COMPANY-CODE
               MOVE WS-NEW-LINE1 TO ST-ADDRESS-LINE1
               MOVE WS-NEW-CITY TO ST-ADDRESS-CITY
               MOVE ADDRESS_STATE TO ST-ADDRESS-STATE
               MOVE WS-NEW-ZIP TO ST-ADDRESS-ZIP
               WRITE SQLTRAN-REC
               ADD 1 TO WS-SQL-TRANS-WRITTEN
               MOVE 'SQLTRAN U' TO WS-RL-NOTE
           END-IF

           MOVE COMPANY_CODE TO WS-RL-KEY
           IF WS-NEW-LINE1 NOT = ADDRESS_LINE1
               MOVE 'LINE1' TO WS-RL-FIELD
               MOVE ADDRESS_LINE1 TO WS-RL-BEFORE
               MOVE WS-NEW-LINE1 TO WS-RL-AFTER
               PERFORM WRITE-CHANGE-LINE THRU WRITE-CHANGE-LINE-END
           END-IF
           IF WS-NEW-CITY NOT = ADDRESS_CITY
               MOVE 'CITY' TO WS-RL-FIELD
               MOVE ADDRESS_CITY TO WS-RL-BEFORE
               MOVE WS-NEW-CITY TO WS-RL-AFTER
               PERFORM WRITE-CHANGE-LINE THRU WRITE-CHANGE-LINE-END
           END-IF
           IF WS-NEW-ZIP NOT = ADDRESS_ZIP
               MOVE 'ZIP' TO WS-RL-FIELD
               MOVE ADDRESS_ZIP TO WS-RL-BEFORE
               MOVE WS-NEW-ZIP TO WS-RL-AFTER
               PERFORM WRITE-CHANGE-LINE THRU WRITE-CHANGE-LINE-END
           END-IF.
       PROPOSE-ONE-ADDRESS-END.
           CONTINUE.
      * Half a set of address updates is worse than none - SQLTRAN is
      * emptied so nothing from this run can be applied.
       REPORT-STANDARD-SQLERROR.
           DISPLAY '    ADDRSTD: T2021B READ FAILED, SQLCODE ' SQLCODE
           MOVE 'Y' TO WS-SQL-FAILED-SW
           CLOSE SQLTRAN-FILE
           OPEN OUTPUT SQLTRAN-FILE
           MOVE ZEROES TO WS-SQL-TRANS-WRITTEN
           MOVE SPACES TO REPORT-LINE
           MOVE '  T2021B NOT STANDARDISED - SQL ERROR, SEE JOB LOG -'
               TO REPORT-LINE
           MOVE ' SQLTRAN WRITTEN EMPTY' TO REPORT-LINE (53:22)
           WRITE REPORT-LINE
           MOVE 'ADDRSTD'  TO EL-PROGRAM-ID
           MOVE 'ERROR'    TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           MOVE 'SQL0001' TO EL-MSG-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC.
       REPORT-STANDARD-SQLERROR-END.
           CONTINUE.
      ******************************************************************
      *    VSAMFILE - the 'DT' details' address line and zip.  The
      *    detail carries the line at 1 (14 bytes), the state at 15
      *    and the zip at 17.
      ******************************************************************
       PROPOSE-VSAM-DETAILS.
           OPEN OUTPUT Trans-File
           IF WS-TRANFILE-STATUS NOT = ZEROES
               DISPLAY '    ADDRSTD: TRANFILE OPEN FAILED, STATUS '
                       WS-TRANFILE-STATUS
               MOVE 'ADDRSTD'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'TRANFILE' TO EL-MSG-PARM (1)
               MOVE 'VSAMFILE NOT STANDARDISED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC
               GO TO PROPOSE-VSAM-DETAILS-END
           END-IF
           MOVE 'VSAM' TO WS-RL-KEY
           PERFORM WRITE-SECTION-HEADING
               THRU WRITE-SECTION-HEADING-END

           OPEN INPUT VSAMFILE-FILE
           IF WS-VSAM-STATUS NOT = ZEROES
               DISPLAY '    ADDRSTD: VSAMFILE OPEN FAILED, STATUS '
                       WS-VSAM-STATUS
               MOVE '  VSAMFILE NOT AVAILABLE - TRANFILE WRITTEN EMPTY'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'ADDRSTD'  TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-NORMAL  TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'VSAMFILE' TO EL-MSG-PARM (1)
               MOVE 'DETAILS NOT STANDARDISED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               CLOSE Trans-File
               GO TO PROPOSE-VSAM-DETAILS-END
           END-IF
           MOVE 'N' TO WS-VSAM-EOF-SW
           PERFORM UNTIL WS-VSAM-EOF
               READ VSAMFILE-FILE
                   AT END
                       MOVE 'Y' TO WS-VSAM-EOF-SW
                   NOT AT END
                       IF KSO-SEGMENT-CODE = 'DT'
                           ADD 1 TO WS-VSAM-DETAILS-READ
                           PERFORM PROPOSE-ONE-DETAIL
                               THRU PROPOSE-ONE-DETAIL-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VSAMFILE-FILE
           CLOSE Trans-File.
       PROPOSE-VSAM-DETAILS-END.
           CONTINUE.
       PROPOSE-ONE-DETAIL.
           MOVE KSO-SEGMENT-DATA TO WS-NEW-SEGMENT-DATA
           MOVE 'L' TO WS-STD-SCOPE
           MOVE KSO-SEGMENT-DATA (1:14) TO WS-STD-IN
           PERFORM STANDARDISE-TEXT THRU STANDARDISE-TEXT-END
           MOVE WS-STD-OUT (1:14) TO WS-NEW-SEGMENT-DATA (1:14)
           MOVE KSO-SEGMENT-DATA (17:10) TO WS-ZIP-IN
           PERFORM STANDARDISE-ZIP THRU STANDARDISE-ZIP-END
           IF NOT WS-ZIP-OK
               ADD 1 TO WS-VSAM-ZIP-BAD
           END-IF
           MOVE WS-ZIP-OUT TO WS-NEW-SEGMENT-DATA (17:10)

           IF WS-NEW-SEGMENT-DATA = KSO-SEGMENT-DATA
               GO TO PROPOSE-ONE-DETAIL-END
           END-IF
           ADD 1 TO WS-VSAM-DETAILS-CHANGED
           MOVE SPACES TO Trans-Rec
           MOVE 'C' TO TR-Action
           MOVE KSO-KEY TO TR-Key
           MOVE 'DT' TO TR-Data (1:2)
           MOVE WS-NEW-SEGMENT-DATA TO TR-Data (3:28)
           WRITE Trans-Rec
           ADD 1 TO WS-VSAM-TRANS-WRITTEN

           MOVE KSO-KEY TO WS-RL-KEY
           MOVE 'TRANFILE C' TO WS-RL-NOTE
           IF WS-NEW-SEGMENT-DATA (1:14) NOT = KSO-SEGMENT-DATA (1:14)
               MOVE 'LINE' TO WS-RL-FIELD
               MOVE KSO-SEGMENT-DATA (1:14) TO WS-RL-BEFORE
               MOVE WS-NEW-SEGMENT-DATA (1:14) TO WS-RL-AFTER
               PERFORM WRITE-CHANGE-LINE THRU WRITE-CHANGE-LINE-END
           END-IF
           IF WS-NEW-SEGMENT-DATA (17:10)
                   NOT = KSO-SEGMENT-DATA (17:10)
               MOVE 'ZIP' TO WS-RL-FIELD
               MOVE KSO-SEGMENT-DATA (17:10) TO WS-RL-BEFORE
               MOVE WS-NEW-SEGMENT-DATA (17:10) TO WS-RL-AFTER
               PERFORM WRITE-CHANGE-LINE THRU WRITE-CHANGE-LINE-END
           END-IF.
       PROPOSE-ONE-DETAIL-END.
           CONTINUE.
      ******************************************************************
      *    The standard forms.
      ******************************************************************
      * WS-STD-IN to WS-STD-OUT: upper case, no periods or commas,
      * single spaced, each word on the table for WS-STD-SCOPE
      * abbreviated.  The result is never longer than the original.
       STANDARDISE-TEXT.
           INSPECT WS-STD-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '
           MOVE SPACES TO WS-STD-OUT
           MOVE 1 TO WS-IN-PTR
           MOVE 1 TO WS-OUT-PTR
           PERFORM UNTIL WS-IN-PTR > 30
               MOVE SPACES TO WS-STD-WORD
               UNSTRING WS-STD-IN DELIMITED BY ALL SPACE
                   INTO WS-STD-WORD
                   WITH POINTER WS-IN-PTR
               IF WS-STD-WORD NOT = SPACES
                   PERFORM ABBREVIATE-WORD THRU ABBREVIATE-WORD-END
                   IF WS-OUT-PTR > 1
                       STRING ' ' DELIMITED BY SIZE
                           INTO WS-STD-OUT
                           WITH POINTER WS-OUT-PTR
                   END-IF
                   STRING WS-STD-WORD DELIMITED BY SPACE
                       INTO WS-STD-OUT
                       WITH POINTER WS-OUT-PTR
               END-IF
           END-PERFORM.
       STANDARDISE-TEXT-END.
           CONTINUE.
       ABBREVIATE-WORD.
           MOVE ZEROES TO WS-AB-SUB
           PERFORM UNTIL WS-AB-SUB NOT < WS-AB-USED
               ADD 1 TO WS-AB-SUB
               IF WS-AB-WORD (WS-AB-SUB) = WS-STD-WORD
                       AND (WS-AB-SCOPE (WS-AB-SUB) = WS-STD-SCOPE
                            OR WS-AB-SCOPE (WS-AB-SUB) = 'B')
                   MOVE WS-AB-ABBREVIATION (WS-AB-SUB) TO WS-STD-WORD
                   GO TO ABBREVIATE-WORD-END
               END-IF
           END-PERFORM.
       ABBREVIATE-WORD-END.
           CONTINUE.
      * WS-ZIP-IN to WS-ZIP-OUT: its digits as nnnnn or nnnnn-nnnn.
      * Anything but digits, spaces and one hyphen, or a digit count
      * other than 5 or 9, leaves the zip as it was.
       STANDARDISE-ZIP.
           MOVE 'Y' TO WS-ZIP-OK-SW
           MOVE WS-ZIP-IN TO WS-ZIP-OUT
           MOVE SPACES TO WS-ZIP-DIGITS
           MOVE ZEROES TO WS-DIGIT-COUNT
           MOVE ZEROES TO WS-CHAR-SUB
           PERFORM UNTIL WS-CHAR-SUB NOT < 10
               ADD 1 TO WS-CHAR-SUB
               EVALUATE TRUE
                   WHEN WS-ZIP-IN (WS-CHAR-SUB:1) IS NUMERIC
                       ADD 1 TO WS-DIGIT-COUNT
                       MOVE WS-ZIP-IN (WS-CHAR-SUB:1)
                           TO WS-ZIP-DIGITS (WS-DIGIT-COUNT:1)
                   WHEN WS-ZIP-IN (WS-CHAR-SUB:1) = SPACE
                   WHEN WS-ZIP-IN (WS-CHAR-SUB:1) = '-'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-ZIP-OK-SW
               END-EVALUATE
           END-PERFORM
           IF NOT WS-ZIP-OK
               GO TO STANDARDISE-ZIP-END
           END-IF
           EVALUATE WS-DIGIT-COUNT
               WHEN 5
                   MOVE WS-ZIP-DIGITS (1:5) TO WS-ZIP-OUT
               WHEN 9
                   MOVE SPACES TO WS-ZIP-OUT
                   STRING WS-ZIP-DIGITS (1:5) DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           WS-ZIP-DIGITS (6:4) DELIMITED BY SIZE
                       INTO WS-ZIP-OUT
               WHEN OTHER
                   MOVE 'N' TO WS-ZIP-OK-SW
           END-EVALUATE.
       STANDARDISE-ZIP-END.
           CONTINUE.
      ******************************************************************
      *    The report.
      ******************************************************************
       WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-RL-KEY = 'VSAM'
               MOVE 'VSAMFILE DT DETAILS - TRANFILE CHANGE TRANSACTIONS'
                   TO REPORT-LINE
           ELSE
               MOVE 'T2021B ADDRESS ROWS - SQLTRAN UPDATE TRANSACTIONS'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'KEY        FIELD BEFORE                         '
                       DELIMITED BY SIZE
                   'AFTER                          TRANSACTION'
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-SECTION-HEADING-END.
           CONTINUE.
       WRITE-CHANGE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-RL-KEY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RL-FIELD DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RL-BEFORE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RL-AFTER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RL-NOTE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RL-BEFORE
           MOVE SPACES TO WS-RL-AFTER.
       WRITE-CHANGE-LINE-END.
           CONTINUE.
       WRITE-STANDARD-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DO-SQL AND NOT WS-SQL-FAILED
               MOVE WS-SQL-ROWS-READ TO WS-ED-COUNT
               MOVE WS-SQL-ROWS-CHANGED TO WS-ED-COUNT-2
               MOVE SPACES TO REPORT-LINE
               STRING 'T2021B   ROWS READ' DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       '  TO CHANGE' DELIMITED BY SIZE
                       WS-ED-COUNT-2 DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE WS-SQL-TRANS-WRITTEN TO WS-ED-COUNT
               MOVE WS-SQL-ROWS-HELD TO WS-ED-COUNT-2
               STRING '  SQLTRAN WRITTEN' DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       '  HELD (COMPANY HAS SEVERAL ROWS)'
                           DELIMITED BY SIZE
                       WS-ED-COUNT-2 DELIMITED BY SIZE
                   INTO REPORT-LINE (53:80)
               WRITE REPORT-LINE
               MOVE WS-SQL-ZIP-BAD TO WS-ED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '         ZIPS NOT STANDARDISABLE'
                           DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-DO-VSAM
               MOVE WS-VSAM-DETAILS-READ TO WS-ED-COUNT
               MOVE WS-VSAM-DETAILS-CHANGED TO WS-ED-COUNT-2
               MOVE SPACES TO REPORT-LINE
               STRING 'VSAMFILE DETAILS READ' DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       '  TO CHANGE' DELIMITED BY SIZE
                       WS-ED-COUNT-2 DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE WS-VSAM-TRANS-WRITTEN TO WS-ED-COUNT
               STRING '  TRANFILE WRITTEN' DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE (53:80)
               WRITE REPORT-LINE
               MOVE WS-VSAM-ZIP-BAD TO WS-ED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '         ZIPS NOT STANDARDISABLE'
                           DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOTHING HAS BEEN CHANGED - REGISTER THE BATCHES '
                       DELIMITED BY SIZE
                   'WITH BTCHAPR, HAVE THEM APPROVED, THEN RUN '
                       DELIMITED BY SIZE
                   'TRANEDIT/VSAM AND SQLMAINT'
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-STANDARD-SUMMARY-END.
           CONTINUE.
