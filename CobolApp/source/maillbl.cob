       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILLBL.
      ******************************************************************
      *    MAILLBL - presorted mailing labels from the T2021A/T2021B
      *    company-address join, for the twice-yearly marketing
      *    mailing.  The labels are printed here, in ZIP order and
      *    grouped for the postal presort, instead of being made from
      *    the COMPEXP export on a workstation.
      *
      *    Selection is SOMESQL's: the same optional SELCRIT file with
      *    the same records -
      *       TYPE=n[,n...]   company types wanted (up to 10)
      *       STATE=XX        only companies in this ADDRESS_STATE
      *       NAME=prefix     only COMPANY_NAME starting with prefix
      *       GROUP=code      only the companies of the group headed
      *                       by code (GRPLINK hierarchy, GRPLKUP)
      *       CLOSED=SHOW     closed companies labelled as well
      *    - and without SELCRIT every company is labelled.  A company
      *    whose closure is in force on the run date ('ST' segment on
      *    VSAMFILE, CSTATR) is left out unless CLOSED=SHOW.
      *
      *    One label per company.  A company with several address rows
      *    is mailed at the row with the lowest ZIP (and lowest line
      *    within that ZIP).  A company with no address row, or whose
      *    ZIP does not start with 5 digits, cannot be presorted and
      *    is listed on the count report instead of being labelled.
      *
      *    MAILLBL - the label images, 3-up across a 132-byte line.
      *      Each label is 40 bytes wide on a 44-byte pitch and 6 lines
      *      deep:
      *         1  company name
      *         2  ADDRESS_LINE1
      *         3  city, state and ZIP
      *         4-6 blank to the next label
      *      The labels run in ZIP order, and a TRAY BREAK marker label
      *      is printed between the 3-digit ZIP prefixes (and after the
      *      last) giving the prefix just ended, its piece count and
      *      the prefix that follows, so the mail house can tray them
      *      at the markers.
      *
      *    LBLRPT - the count report that goes to the mail house with
      *      the labels: pieces per 3-digit ZIP prefix with the first
      *      and last ZIP, the totals, the criteria in force and the
      *      companies that could not be labelled.
      *
      *    A failed T2021A/T2021B read is an ERROR ending RC 16; the
      *    labels printed so far are kept but the report is marked
      *    incomplete.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRITERIA-FILE ASSIGN TO 'SELCRIT'
               STATUS IS WS-CRITERIA-STATUS.
           SELECT LABEL-FILE ASSIGN TO 'MAILLBL'
               STATUS IS WS-LABEL-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'LBLRPT'
               STATUS IS WS-REPORT-STATUS.
           SELECT STATUS-FILE ASSIGN TO 'VSAMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STS-KEY
               STATUS IS WS-STATUS-FILE-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CRITERIA-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CRITERIA-LINE            PIC X(40).
       FD LABEL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 LABEL-LINE               PIC X(132).
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(132).
      * The VSAMFILE master is read by key only for each company's
      * 'ST' lifecycle status segment (CSTATR).
       FD STATUS-FILE.
       01 STS-RECORD.
          05 STS-KEY               PIC X(10).
          05 STS-DATA              PIC X(30).
      ******************************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC

        01 COMPANY_CODE PIC X(10).
        01 COMPANY_NAME.
          49 LEN PIC S9(4) COMP.
          49 VAL PIC X(256).
        01 COMPANY_TYPE PIC S9(4) COMP.
        01 ADDRESS_LINE1 PIC X(30).
        01 ADDRESS_CITY PIC X(20).
        01 ADDRESS_STATE PIC X(2).
        01 ADDRESS_ZIP PIC X(10).
        01 IND-ADDRESS-LINE1 PIC S9(4) COMP.
        01 IND-ADDRESS-CITY  PIC S9(4) COMP.
        01 IND-ADDRESS-STATE PIC S9(4) COMP.
        01 IND-ADDRESS-ZIP   PIC S9(4) COMP.

       01 WS-CRITERIA-STATUS       PIC 99.
       01 WS-LABEL-STATUS          PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-STATUS-FILE-STATUS    PIC 99.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
      * Selection criteria, as SOMESQL reads them.
       01 WS-CRITERIA-EOF-SW       PIC X       VALUE 'N'.
          88 WS-CRITERIA-EOF                   VALUE 'Y'.
       01 WS-CRITERIA-ACTIVE-SW    PIC X       VALUE 'N'.
          88 WS-CRITERIA-ACTIVE                VALUE 'Y'.
       01 WS-CRIT-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-CRIT-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-CRIT-TYPE-COUNT       PIC 9(2)    VALUE ZEROES.
       01 WS-CRIT-TYPE-TABLE.
          05 WS-CRIT-TYPE OCCURS 10 TIMES PIC S9(4) COMP.
       01 WS-CRIT-TYPE-TEXT.
          05 WS-CRIT-TYPE-ITEM OCCURS 10 TIMES PIC X(5).
       01 WS-CRIT-STATE            PIC X(2)    VALUE SPACES.
       01 WS-CRIT-NAME             PIC X(20)   VALUE SPACES.
       01 WS-CRIT-NAME-LEN         PIC 9(2)    VALUE ZEROES.
       01 WS-CRIT-GROUP            PIC X(10)   VALUE SPACES.
       01 WS-CRIT-SUB              PIC 9(2)    VALUE ZEROES.
       01 WS-ROW-WANTED-SW         PIC X       VALUE 'Y'.
          88 WS-ROW-WANTED                     VALUE 'Y'.
      * Company lifecycle status.
       01 WS-STATUS-FILE-OPEN-SW   PIC X       VALUE 'N'.
          88 WS-STATUS-FILE-OPEN               VALUE 'Y'.
       01 WS-SHOW-CLOSED-SW        PIC X       VALUE 'N'.
          88 WS-SHOW-CLOSED                    VALUE 'Y'.
       01 WS-COMPANY-STATUS        PIC X       VALUE 'A'.
          88 WS-COMPANY-CLOSED                 VALUE 'C'.
      * The row in hand.
       01 WS-PREV-COMPANY          PIC X(10)   VALUE LOW-VALUES.
       01 WS-NAME-LEN              PIC 9(3)    VALUE ZEROES.
       01 WS-PREFIX                PIC X(3)    VALUE SPACES.
       01 WS-SQL-FAILED-SW         PIC X       VALUE 'N'.
          88 WS-SQL-FAILED                     VALUE 'Y'.
      * The current 3-digit ZIP prefix group.
       01 WS-GROUP-PREFIX          PIC X(3)    VALUE SPACES.
       01 WS-GROUP-FIRST-ZIP       PIC X(10)   VALUE SPACES.
       01 WS-GROUP-LAST-ZIP        PIC X(10)   VALUE SPACES.
       01 WS-GROUP-PIECES          PIC 9(7)    VALUE ZEROES.
       01 WS-NEXT-PREFIX           PIC X(3)    VALUE SPACES.
      * Run totals.
       01 WS-ROWS-READ             PIC 9(7)    VALUE ZEROES.
       01 WS-LABELS-PRINTED        PIC 9(7)    VALUE ZEROES.
       01 WS-MARKERS-PRINTED       PIC 9(7)    VALUE ZEROES.
       01 WS-PREFIX-GROUPS         PIC 9(7)    VALUE ZEROES.
       01 WS-NOT-SELECTED          PIC 9(7)    VALUE ZEROES.
       01 WS-CLOSED-EXCLUDED       PIC 9(7)    VALUE ZEROES.
       01 WS-NOT-LABELLED          PIC 9(7)    VALUE ZEROES.
      * The label row being built - three labels across, six lines
      * deep.  WS-SLOT is the number of labels placed on it.
       01 WS-LABEL-ROW.
          05 WS-LABEL-ROW-LINE OCCURS 6 TIMES PIC X(132).
       01 WS-SLOT                  PIC 9       VALUE ZEROES.
       01 WS-SLOT-COL              PIC 9(3)    VALUE ZEROES.
       01 WS-ROW-SUB               PIC 9       VALUE ZEROES.
       01 WS-LABEL-TEXT.
          05 WS-LABEL-TEXT-LINE OCCURS 3 TIMES PIC X(40).
       01 WS-LT-PTR                PIC 9(3)    VALUE ZEROES.
      * Trailing-space trim, as SOMESQL does it.
       01 WS-TRIM-INPUT            PIC X(30)   VALUE SPACES.
       01 WS-TRIM-LEN              PIC 9(2)    VALUE ZEROES.
       01 WS-TRIM-SUB              PIC 9(2)    VALUE ZEROES.
       01 WS-ED-COUNT              PIC ZZZ,ZZ9.
       01 WS-ED-COUNT-2            PIC ZZZ,ZZ9.
       01 WS-DETAIL-LINE           PIC X(132)  VALUE SPACES.
      * The companies that could not be labelled, for the report.
       01 WS-NL-USED               PIC 9(3)    VALUE ZEROES.
       01 WS-NL-SUB                PIC 9(3)    VALUE ZEROES.
       01 WS-NL-TABLE.
          05 WS-NL-ENTRY OCCURS 500 TIMES.
             10 WS-NL-CODE         PIC X(10).
             10 WS-NL-NAME         PIC X(40).
             10 WS-NL-REASON       PIC X(20).
             10 WS-NL-ZIP          PIC X(10).
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
           COPY CSTATR.
           COPY GRPLKR.
      * A CALL replaces this program's RETURN-CODE with the called
      * program's - the job code is kept here and set at the end.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <MAILLBL>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF

           PERFORM READ-CRITERIA THRU READ-CRITERIA-END

           OPEN INPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS = ZEROES
               MOVE 'Y' TO WS-STATUS-FILE-OPEN-SW
           ELSE
               DISPLAY '    MAILLBL: VSAMFILE NOT AVAILABLE, STATUS '
                       WS-STATUS-FILE-STATUS
                       ' - ALL COMPANIES TAKEN AS ACTIVE'
           END-IF

           OPEN OUTPUT LABEL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING THRU WRITE-REPORT-HEADING-END
           MOVE SPACES TO WS-LABEL-ROW
           MOVE ZEROES TO WS-SLOT

           PERFORM SELECT-MAILING THRU SELECT-MAILING-END

      * The last prefix group gets its closing marker too.
           IF WS-GROUP-PIECES > ZEROES
               MOVE SPACES TO WS-NEXT-PREFIX
               PERFORM END-PREFIX-GROUP THRU END-PREFIX-GROUP-END
           END-IF
           IF WS-SLOT > ZEROES
               PERFORM WRITE-LABEL-ROW THRU WRITE-LABEL-ROW-END
           END-IF

           PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-END

           CLOSE LABEL-FILE
           CLOSE REPORT-FILE
           IF WS-STATUS-FILE-OPEN
               CLOSE STATUS-FILE
           END-IF

           DISPLAY '    LABELS=' WS-LABELS-PRINTED
                   ' TRAY MARKERS=' WS-MARKERS-PRINTED
                   ' NOT LABELLED=' WS-NOT-LABELLED
           MOVE WS-SAVED-RC TO RETURN-CODE
           DISPLAY '  </MAILLBL>'
           GOBACK
           .
      ******************************************************************
      *    SELCRIT - read exactly as SOMESQL reads it.
      ******************************************************************
       READ-CRITERIA.
           OPEN INPUT CRITERIA-FILE
           IF WS-CRITERIA-STATUS NOT = ZEROES
               GO TO READ-CRITERIA-END
           END-IF
           MOVE 'N' TO WS-CRITERIA-EOF-SW
           PERFORM UNTIL WS-CRITERIA-EOF
               READ CRITERIA-FILE
                   AT END
                       MOVE 'Y' TO WS-CRITERIA-EOF-SW
                   NOT AT END
                       PERFORM APPLY-CRITERIA-RECORD
                           THRU APPLY-CRITERIA-RECORD-END
               END-READ
           END-PERFORM
           CLOSE CRITERIA-FILE.
       READ-CRITERIA-END.
           CONTINUE.
       APPLY-CRITERIA-RECORD.
           MOVE SPACES TO WS-CRIT-KEYWORD
           MOVE SPACES TO WS-CRIT-VALUE
           UNSTRING CRITERIA-LINE DELIMITED BY '='
               INTO WS-CRIT-KEYWORD
                    WS-CRIT-VALUE
           EVALUATE WS-CRIT-KEYWORD
               WHEN 'TYPE'
                   MOVE SPACES TO WS-CRIT-TYPE-TEXT
                   UNSTRING WS-CRIT-VALUE
                           DELIMITED BY ',' OR ALL SPACES
                       INTO WS-CRIT-TYPE-ITEM (1)
                            WS-CRIT-TYPE-ITEM (2)
                            WS-CRIT-TYPE-ITEM (3)
                            WS-CRIT-TYPE-ITEM (4)
                            WS-CRIT-TYPE-ITEM (5)
                            WS-CRIT-TYPE-ITEM (6)
                            WS-CRIT-TYPE-ITEM (7)
                            WS-CRIT-TYPE-ITEM (8)
                            WS-CRIT-TYPE-ITEM (9)
                            WS-CRIT-TYPE-ITEM (10)
                   MOVE ZEROES TO WS-CRIT-TYPE-COUNT
                   MOVE ZEROES TO WS-CRIT-SUB
                   PERFORM UNTIL WS-CRIT-SUB NOT < 10
                       ADD 1 TO WS-CRIT-SUB
                       IF WS-CRIT-TYPE-ITEM (WS-CRIT-SUB) NOT = SPACES
                           ADD 1 TO WS-CRIT-TYPE-COUNT
                           MOVE FUNCTION NUMVAL
                               (WS-CRIT-TYPE-ITEM (WS-CRIT-SUB))
                               TO WS-CRIT-TYPE (WS-CRIT-TYPE-COUNT)
                       END-IF
                   END-PERFORM
                   IF WS-CRIT-TYPE-COUNT > ZEROES
                       MOVE 'Y' TO WS-CRITERIA-ACTIVE-SW
                   END-IF
               WHEN 'STATE'
                   MOVE WS-CRIT-VALUE (1:2) TO WS-CRIT-STATE
                   MOVE 'Y' TO WS-CRITERIA-ACTIVE-SW
               WHEN 'NAME'
                   MOVE WS-CRIT-VALUE (1:20) TO WS-CRIT-NAME
                   MOVE ZEROES TO WS-CRIT-NAME-LEN
                   MOVE ZEROES TO WS-CRIT-SUB
                   PERFORM UNTIL WS-CRIT-SUB NOT < 20
                       ADD 1 TO WS-CRIT-SUB
                       IF WS-CRIT-NAME (WS-CRIT-SUB:1) NOT = SPACE
                           MOVE WS-CRIT-SUB TO WS-CRIT-NAME-LEN
                       END-IF
                   END-PERFORM
                   IF WS-CRIT-NAME-LEN > ZEROES
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
                   DISPLAY '    MAILLBL: UNKNOWN SELCRIT RECORD '
                           'IGNORED - ' CRITERIA-LINE
           END-EVALUATE.
       APPLY-CRITERIA-RECORD-END.
           CONTINUE.
       MATCH-CRITERIA.
           MOVE 'Y' TO WS-ROW-WANTED-SW
           IF WS-CRIT-TYPE-COUNT > ZEROES
               MOVE 'N' TO WS-ROW-WANTED-SW
               MOVE ZEROES TO WS-CRIT-SUB
               PERFORM UNTIL WS-CRIT-SUB NOT < WS-CRIT-TYPE-COUNT
                   ADD 1 TO WS-CRIT-SUB
                   IF WS-CRIT-TYPE (WS-CRIT-SUB) = COMPANY_TYPE
                       MOVE 'Y' TO WS-ROW-WANTED-SW
                       MOVE WS-CRIT-TYPE-COUNT TO WS-CRIT-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ROW-WANTED AND WS-CRIT-STATE NOT = SPACES
               IF IND-ADDRESS-STATE < 0
                       OR ADDRESS_STATE NOT = WS-CRIT-STATE
                   MOVE 'N' TO WS-ROW-WANTED-SW
               END-IF
           END-IF
           IF WS-ROW-WANTED AND WS-CRIT-NAME-LEN > ZEROES
               IF LEN < WS-CRIT-NAME-LEN
                   MOVE 'N' TO WS-ROW-WANTED-SW
               ELSE
                   IF VAL OF COMPANY_NAME (1:WS-CRIT-NAME-LEN)
                           NOT = WS-CRIT-NAME (1:WS-CRIT-NAME-LEN)
                       MOVE 'N' TO WS-ROW-WANTED-SW
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
           END-IF.
       MATCH-CRITERIA-END.
           CONTINUE.
      * The company's lifecycle status as of the run date, as SOMESQL
      * takes it.
       GET-COMPANY-STATUS.
           MOVE 'A' TO WS-COMPANY-STATUS
           IF WS-STATUS-FILE-OPEN
               MOVE SPACES TO STS-KEY
               MOVE COMPANY_CODE (1:7) TO STS-KEY (1:7)
               MOVE CS-STATUS-SEQ TO STS-KEY (8:3)
               READ STATUS-FILE
               IF WS-STATUS-FILE-STATUS = ZEROES
                   MOVE STS-DATA TO CS-STATUS-SEGMENT
                   IF CS-SEGMENT-CODE = 'ST' AND CS-VALID-STATUS
                           AND CS-EFFECTIVE-DATE NOT > WS-RUN-DATE
                       MOVE CS-STATUS-CODE TO WS-COMPANY-STATUS
                   END-IF
               END-IF
           END-IF.
       GET-COMPANY-STATUS-END.
           CONTINUE.
      ******************************************************************
      *    The mailing - every company with its mailing address, in
      *    ZIP order.  The NOT EXISTS keeps only the lowest address
      *    row of each company (NULL address columns when it has
      *    none, which sort last).
      ******************************************************************
       SELECT-MAILING.
           EXEC SQL
             DECLARE LBLCURSOR CURSOR FOR
             SELECT A.COMPANY_CODE, A.COMPANY_NAME, A.COMPANY_TYPE,
                    B.ADDRESS_LINE1, B.ADDRESS_CITY,
                    B.ADDRESS_STATE, B.ADDRESS_ZIP
             FROM T2021A A
             LEFT JOIN T2021B B
                ON A.COMPANY_CODE = B.COMPANY_CODE
             WHERE NOT EXISTS
                   (SELECT 1 FROM T2021B C
                     WHERE C.COMPANY_CODE = B.COMPANY_CODE
                       AND (C.ADDRESS_ZIP < B.ADDRESS_ZIP
                            OR (C.ADDRESS_ZIP = B.ADDRESS_ZIP
                                AND C.ADDRESS_LINE1 < B.ADDRESS_LINE1)))
             ORDER BY B.ADDRESS_ZIP ASC, A.COMPANY_CODE ASC
           END-EXEC
           EXEC SQL
             OPEN LBLCURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM REPORT-MAILING-SQLERROR
                   THRU REPORT-MAILING-SQLERROR-END
               GO TO SELECT-MAILING-END
           END-IF
           PERFORM FETCH-MAILING-ROW THRU FETCH-MAILING-ROW-END
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-ROWS-READ
               PERFORM LABEL-ONE-COMPANY THRU LABEL-ONE-COMPANY-END
               PERFORM FETCH-MAILING-ROW THRU FETCH-MAILING-ROW-END
           END-PERFORM
           IF SQLCODE NOT = 100
               PERFORM REPORT-MAILING-SQLERROR
                   THRU REPORT-MAILING-SQLERROR-END
           END-IF
           EXEC SQL
             CLOSE LBLCURSOR
           END-EXEC.
       SELECT-MAILING-END.
           CONTINUE.
       FETCH-MAILING-ROW.
           EXEC SQL
             FETCH FROM LBLCURSOR INTO :COMPANY_CODE,
                                   :COMPANY_NAME,
                                   :COMPANY_TYPE,
                                   :ADDRESS_LINE1 :IND-ADDRESS-LINE1,
                                   :ADDRESS_CITY  :IND-ADDRESS-CITY,
                                   :ADDRESS_STATE :IND-ADDRESS-STATE,
                                   :ADDRESS_ZIP   :IND-ADDRESS-ZIP
           END-EXEC.
       FETCH-MAILING-ROW-END.
           CONTINUE.
       REPORT-MAILING-SQLERROR.
           DISPLAY '    MAILLBL: T2021A/T2021B READ FAILED, SQLCODE '
                   SQLCODE
           MOVE 'Y' TO WS-SQL-FAILED-SW
           MOVE 'MAILLBL'  TO EL-PROGRAM-ID
           MOVE 'ERROR'    TO EL-SEVERITY
           MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
           MOVE 'SQL0001' TO EL-MSG-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE RC-PROCESSING-ERROR TO WS-SAVED-RC.
       REPORT-MAILING-SQLERROR-END.
           CONTINUE.
      ******************************************************************
      *    One company - selected, not closed, mailable - onto the
      *    next label, closing the prefix group first when its ZIP
      *    starts a new one.
      ******************************************************************
       LABEL-ONE-COMPANY.
      * Two address rows with the same lowest ZIP and line both pass
      * the NOT EXISTS - the company is labelled once.
           IF COMPANY_CODE = WS-PREV-COMPANY
               GO TO LABEL-ONE-COMPANY-END
           END-IF
           MOVE COMPANY_CODE TO WS-PREV-COMPANY
           IF IND-ADDRESS-LINE1 < 0
               MOVE SPACES TO ADDRESS_LINE1
           END-IF
           IF IND-ADDRESS-CITY < 0
               MOVE SPACES TO ADDRESS_CITY
           END-IF
           IF IND-ADDRESS-STATE < 0
               MOVE SPACES TO ADDRESS_STATE
           END-IF
           IF IND-ADDRESS-ZIP < 0
               MOVE SPACES TO ADDRESS_ZIP
           END-IF
           MOVE LEN TO WS-NAME-LEN
           IF WS-NAME-LEN > 40
               MOVE 40 TO WS-NAME-LEN
           END-IF

           PERFORM MATCH-CRITERIA THRU MATCH-CRITERIA-END
           IF NOT WS-ROW-WANTED
               ADD 1 TO WS-NOT-SELECTED
               GO TO LABEL-ONE-COMPANY-END
           END-IF
           PERFORM GET-COMPANY-STATUS THRU GET-COMPANY-STATUS-END
           IF WS-COMPANY-CLOSED AND NOT WS-SHOW-CLOSED
               ADD 1 TO WS-CLOSED-EXCLUDED
               GO TO LABEL-ONE-COMPANY-END
           END-IF
           IF IND-ADDRESS-LINE1 < 0
               MOVE 'NO ADDRESS ROW' TO WS-DETAIL-LINE
               PERFORM WRITE-NOT-LABELLED THRU WRITE-NOT-LABELLED-END
               GO TO LABEL-ONE-COMPANY-END
           END-IF
           IF ADDRESS_ZIP (1:5) NOT NUMERIC
               MOVE 'ZIP NOT PRESORTABLE' TO WS-DETAIL-LINE
               PERFORM WRITE-NOT-LABELLED THRU WRITE-NOT-LABELLED-END
               GO TO LABEL-ONE-COMPANY-END
           END-IF

           MOVE ADDRESS_ZIP (1:3) TO WS-PREFIX
           IF WS-PREFIX NOT = WS-GROUP-PREFIX
               IF WS-GROUP-PIECES > ZEROES
                   MOVE WS-PREFIX TO WS-NEXT-PREFIX
                   PERFORM END-PREFIX-GROUP THRU END-PREFIX-GROUP-END
               END-IF
               MOVE WS-PREFIX TO WS-GROUP-PREFIX
               MOVE ADDRESS_ZIP TO WS-GROUP-FIRST-ZIP
               MOVE ZEROES TO WS-GROUP-PIECES
           END-IF
           MOVE ADDRESS_ZIP TO WS-GROUP-LAST-ZIP
           ADD 1 TO WS-GROUP-PIECES

           MOVE SPACES TO WS-LABEL-TEXT
           IF WS-NAME-LEN > ZEROES
               MOVE VAL OF COMPANY_NAME (1:WS-NAME-LEN)
                   TO WS-LABEL-TEXT-LINE (1)
           END-IF
           MOVE ADDRESS_LINE1 TO WS-LABEL-TEXT-LINE (2)
           MOVE SPACES TO WS-TRIM-INPUT
           MOVE ADDRESS_CITY TO WS-TRIM-INPUT
           PERFORM TRIM-FIELD THRU TRIM-FIELD-END
           MOVE 1 TO WS-LT-PTR
           IF WS-TRIM-LEN > ZEROES
               STRING ADDRESS_CITY (1:WS-TRIM-LEN) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                   INTO WS-LABEL-TEXT-LINE (3)
                   WITH POINTER WS-LT-PTR
           END-IF
           STRING ADDRESS_STATE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   ADDRESS_ZIP DELIMITED BY SPACE
               INTO WS-LABEL-TEXT-LINE (3)
               WITH POINTER WS-LT-PTR
           PERFORM PLACE-LABEL THRU PLACE-LABEL-END
           ADD 1 TO WS-LABELS-PRINTED.
       LABEL-ONE-COMPANY-END.
           CONTINUE.
      * The TRAY BREAK marker label behind a prefix group, and the
      * group's line on the count report.  WS-NEXT-PREFIX is the
      * prefix that follows, blank after the last group.
       END-PREFIX-GROUP.
           MOVE SPACES TO WS-LABEL-TEXT
           MOVE '*** TRAY BREAK ***' TO WS-LABEL-TEXT-LINE (1)
           MOVE WS-GROUP-PIECES TO WS-ED-COUNT
           STRING 'END ZIP ' DELIMITED BY SIZE
                   WS-GROUP-PREFIX DELIMITED BY SIZE
                   ' -' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   ' PIECES' DELIMITED BY SIZE
               INTO WS-LABEL-TEXT-LINE (2)
           IF WS-NEXT-PREFIX = SPACES
               MOVE 'END OF MAILING' TO WS-LABEL-TEXT-LINE (3)
           ELSE
               STRING 'NEXT ZIP ' DELIMITED BY SIZE
                       WS-NEXT-PREFIX DELIMITED BY SIZE
                   INTO WS-LABEL-TEXT-LINE (3)
           END-IF
           PERFORM PLACE-LABEL THRU PLACE-LABEL-END
           ADD 1 TO WS-MARKERS-PRINTED
           ADD 1 TO WS-PREFIX-GROUPS

           MOVE SPACES TO REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                   WS-GROUP-PREFIX DELIMITED BY SIZE
                   '      ' DELIMITED BY SIZE
                   WS-GROUP-FIRST-ZIP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-GROUP-LAST-ZIP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROES TO WS-GROUP-PIECES.
       END-PREFIX-GROUP-END.
           CONTINUE.
      * WS-LABEL-TEXT onto the next free label of the row; a full row
      * is printed.
       PLACE-LABEL.
           ADD 1 TO WS-SLOT
           COMPUTE WS-SLOT-COL = (WS-SLOT - 1) * 44 + 1
           MOVE WS-LABEL-TEXT-LINE (1)
               TO WS-LABEL-ROW-LINE (1) (WS-SLOT-COL:40)
           MOVE WS-LABEL-TEXT-LINE (2)
               TO WS-LABEL-ROW-LINE (2) (WS-SLOT-COL:40)
           MOVE WS-LABEL-TEXT-LINE (3)
               TO WS-LABEL-ROW-LINE (3) (WS-SLOT-COL:40)
           IF WS-SLOT = 3
               PERFORM WRITE-LABEL-ROW THRU WRITE-LABEL-ROW-END
           END-IF.
       PLACE-LABEL-END.
           CONTINUE.
       WRITE-LABEL-ROW.
           MOVE ZEROES TO WS-ROW-SUB
           PERFORM UNTIL WS-ROW-SUB NOT < 6
               ADD 1 TO WS-ROW-SUB
               MOVE WS-LABEL-ROW-LINE (WS-ROW-SUB) TO LABEL-LINE
               WRITE LABEL-LINE
           END-PERFORM
           MOVE SPACES TO WS-LABEL-ROW
           MOVE ZEROES TO WS-SLOT.
       WRITE-LABEL-ROW-END.
           CONTINUE.
      * Trailing-space trim - leaves the used length of the field in
      * WS-TRIM-LEN.
       TRIM-FIELD.
           MOVE ZEROES TO WS-TRIM-LEN
           MOVE ZEROES TO WS-TRIM-SUB
           PERFORM UNTIL WS-TRIM-SUB NOT < 30
               ADD 1 TO WS-TRIM-SUB
               IF WS-TRIM-INPUT (WS-TRIM-SUB:1) NOT = SPACE
                   MOVE WS-TRIM-SUB TO WS-TRIM-LEN
               END-IF
           END-PERFORM.
       TRIM-FIELD-END.
           CONTINUE.
      ******************************************************************
      *    LBLRPT - the count report for the mail house.
      ******************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING 'MAILING LABEL COUNTS BY ZIP PREFIX - RUN '
                       DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
                   ' RUN='      DELIMITED BY SIZE
                   GLOBAL-RUN-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT WS-CRITERIA-ACTIVE
               MOVE 'SELECTION: ALL COMPANIES' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CRIT-TYPE-COUNT > ZEROES
               MOVE SPACES TO REPORT-LINE
               STRING 'SELECTION: COMPANY TYPES ' DELIMITED BY SIZE
                       WS-CRIT-TYPE-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CRIT-STATE NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING 'SELECTION: STATE ' DELIMITED BY SIZE
                       WS-CRIT-STATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CRIT-NAME-LEN > ZEROES
               MOVE SPACES TO REPORT-LINE
               STRING 'SELECTION: NAME PREFIX ' DELIMITED BY SIZE
                       WS-CRIT-NAME DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CRIT-GROUP NOT = SPACES
               MOVE WS-CRIT-GROUP TO GK-GROUP
               MOVE WS-CRIT-GROUP TO GK-COMPANY
               CALL 'GRPLKUP' USING GRPLKUP-PARM
               MOVE SPACES TO REPORT-LINE
               STRING 'SELECTION: GROUP ' DELIMITED BY SIZE
                       WS-CRIT-GROUP DELIMITED BY SIZE
                   INTO REPORT-LINE
               IF NOT GK-GROUP-KNOWN
                   MOVE '- NO SUBSIDIARIES ON GRPLINK'
                       TO REPORT-LINE (29:28)
               END-IF
               WRITE REPORT-LINE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-STATUS-FILE-OPEN
                   MOVE 'SELECTION: NO COMPANY STATUS - ALL ACTIVE'
                       TO REPORT-LINE
               WHEN WS-SHOW-CLOSED
                   MOVE 'SELECTION: CLOSED COMPANIES INCLUDED'
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE 'SELECTION: CLOSED COMPANIES LEFT OUT'
                       TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PREFIX   FIRST ZIP  LAST ZIP    PIECES' TO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADING-END.
           CONTINUE.
      * A company that could not be labelled - the reason is passed in
      * WS-DETAIL-LINE.  The line is held for the report, where the
      * companies are listed after the prefix counts.
       WRITE-NOT-LABELLED.
           ADD 1 TO WS-NOT-LABELLED
           DISPLAY '    MAILLBL: NOT LABELLED ' COMPANY_CODE ' '
                   WS-DETAIL-LINE (1:20) ' ZIP=' ADDRESS_ZIP
           IF WS-NL-USED NOT < 500
               GO TO WRITE-NOT-LABELLED-END
           END-IF
           ADD 1 TO WS-NL-USED
           MOVE COMPANY_CODE TO WS-NL-CODE (WS-NL-USED)
           MOVE SPACES TO WS-NL-NAME (WS-NL-USED)
           IF WS-NAME-LEN > ZEROES
               MOVE VAL OF COMPANY_NAME (1:WS-NAME-LEN)
                   TO WS-NL-NAME (WS-NL-USED)
           END-IF
           MOVE WS-DETAIL-LINE (1:20) TO WS-NL-REASON (WS-NL-USED)
           MOVE ADDRESS_ZIP TO WS-NL-ZIP (WS-NL-USED).
       WRITE-NOT-LABELLED-END.
           CONTINUE.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SQL-FAILED
               MOVE '*** INCOMPLETE - COMPANY READ FAILED, SEE JOB LOG'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-LABELS-PRINTED TO WS-ED-COUNT
           MOVE WS-PREFIX-GROUPS TO WS-ED-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING 'PIECES LABELLED       ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   '  IN ' DELIMITED BY SIZE
                   WS-ED-COUNT-2 DELIMITED BY SIZE
                   ' ZIP PREFIX GROUPS' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MARKERS-PRINTED TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TRAY BREAK MARKERS    ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-READ TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY ROWS READ     ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOT-SELECTED TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT SELECTED          ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLOSED-EXCLUDED TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSED LEFT OUT       ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOT-LABELLED TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT LABELLED          ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROES TO WS-NL-SUB
           PERFORM UNTIL WS-NL-SUB NOT < WS-NL-USED
               ADD 1 TO WS-NL-SUB
               MOVE SPACES TO REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                       WS-NL-CODE (WS-NL-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NL-NAME (WS-NL-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NL-REASON (WS-NL-SUB) DELIMITED BY SIZE
                       ' ZIP=' DELIMITED BY SIZE
                       WS-NL-ZIP (WS-NL-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-NOT-LABELLED > WS-NL-USED
               MOVE '  ... FURTHER COMPANIES NOT LISTED - SEE JOB LOG'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-REPORT-TOTALS-END.
           CONTINUE.
