       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMANT.
      ******************************************************************
      *    CONTMANT - person-to-company contact links.  PERSMAST
      *    (built by PERSMSTR) and the company data on T2021A know
      *    nothing about each other; CONTLINK records which person
      *    is a contact at which company, in what role and for
      *    what period.  CONTLINK is an indexed file keyed on
      *    COMPANY_CODE + PERS-ID, so a person holds one role at a
      *    given company at a time.  This program:
      *
      *      - applies add/change/end/delete records from CONTUPDT
      *      - rejects links to a company not on T2021A or a person
      *        not on PERSMAST, and malformed entries, to CONTMREJ
      *        with a 4-byte reason code in the reject convention
      *        the edit front ends use:
      *           ACTN  action not ADD/CHG/END/DEL
      *           KEY   company code or person id blank
      *           ROLE  role not P/B/T
      *           DATE  start or end date not a valid date, or the
      *                 end before the start
      *           NCOM  company not on T2021A
      *           NPER  person not on PERSMAST
      *           DUPL  ADD for a link already on CONTLINK
      *           NFND  CHG/END/DEL for a link not on CONTLINK
      *      - lists the contact roster for every company to
      *        CONTRPT, each contact with the person's name, role,
      *        dates and whether the link is current on the run date
      *
      *    Roles:  P primary   B billing   T technical
      *
      *    CONTUPDT record:  action(3) company(10) person(10)
      *    role(1) start(8) end(8), blank delimited:
      *       ADD cccccccccc pppppppppp R yyyymmdd yyyymmdd
      *       CHG cccccccccc pppppppppp R yyyymmdd yyyymmdd
      *       END cccccccccc pppppppppp   ........ yyyymmdd
      *       DEL cccccccccc pppppppppp
      *    On ADD a blank start means the run date and a blank end
      *    means open-ended.  On CHG only the fields given are
      *    replaced.  END closes the link on the date given, or on
      *    the run date when none is given; the link stays on file
      *    as history.  DEL removes a link entered in error.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDATE-FILE ASSIGN TO 'CONTUPDT'
               STATUS IS WS-UPDATE-STATUS.
           SELECT LINK-FILE ASSIGN TO 'CONTLINK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'PERSMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'CONTMREJ'
               STATUS IS WS-REJECT-STATUS.
           SELECT ROSTER-REPORT ASSIGN TO 'CONTRPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD UPDATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 UPDATE-REC.
          05 UPD-ACTION            PIC X(3).
          05 FILLER                PIC X.
          05 UPD-COMPANY           PIC X(10).
          05 FILLER                PIC X.
          05 UPD-PERS-ID           PIC X(10).
          05 FILLER                PIC X.
          05 UPD-ROLE              PIC X.
          05 FILLER                PIC X.
          05 UPD-START-DATE        PIC X(8).
          05 FILLER                PIC X.
          05 UPD-END-DATE          PIC X(8).
       FD LINK-FILE.
       01 LINK-REC.
          05 CL-KEY.
             10 CL-COMPANY         PIC X(10).
             10 CL-PERS-ID         PIC X(10).
          05 CL-ROLE               PIC X.
          05 CL-START-DATE         PIC X(8).
          05 CL-END-DATE           PIC X(8).
          05 CL-LAST-UPDATED       PIC 9(8).
       FD MASTER-FILE.
       01 MASTER-REC.
          05 PM-ID              PIC X(10).
          05 PM-NAME            PIC X(20).
          05 PM-BIRTH-YEAR      PIC 9(4).
          05 PM-BIRTH-MONTH     PIC 9(2).
          05 PM-BIRTH-DAY       PIC 9(2).
          05 PM-FIRST-SEEN      PIC 9(8).
          05 PM-LAST-UPDATED    PIC 9(8).
       FD REJECT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REJECT-REC.
          05 REJ-REASON            PIC X(4).
          05 FILLER                PIC X.
          05 REJ-UPDATE            PIC X(44).
       FD ROSTER-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC

        01 COMPANY_CODE PIC X(10).
        01 COMPANY_NAME.
          49 LEN PIC S9(4) COMP.
          49 VAL PIC X(256).
        01 WS-COMPANY-COUNT PIC S9(9) COMP.

       01 WS-UPDATE-STATUS         PIC 99.
       01 WS-LINK-STATUS           PIC 99.
       01 WS-MASTER-STATUS         PIC 99.
       01 WS-REJECT-STATUS         PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-UPDATE-EOF-SW         PIC X       VALUE 'N'.
          88 WS-UPDATE-EOF                     VALUE 'Y'.
       01 WS-LINK-EOF-SW           PIC X       VALUE 'N'.
          88 WS-LINK-EOF                       VALUE 'Y'.
       01 WS-MASTER-OPEN-SW        PIC X       VALUE 'N'.
          88 WS-MASTER-OPEN                    VALUE 'Y'.
       01 WS-REASON-CODE           PIC X(4)    VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-UPDATES-READ          PIC 9(5)    VALUE ZEROES.
       01 WS-UPDATES-APPLIED       PIC 9(5)    VALUE ZEROES.
       01 WS-UPDATES-REJECTED      PIC 9(5)    VALUE ZEROES.
       01 WS-CHECK-DATE            PIC X(8)    VALUE SPACES.
       01 WS-NEW-START             PIC X(8)    VALUE SPACES.
       01 WS-NEW-END               PIC X(8)    VALUE SPACES.
      * Roster work - control break on the company code.
       01 WS-PREV-COMPANY          PIC X(10)   VALUE SPACES.
       01 WS-COMPANY-NAME          PIC X(30)   VALUE SPACES.
       01 WS-PERSON-NAME           PIC X(20)   VALUE SPACES.
       01 WS-ROLE-DESC             PIC X(9)    VALUE SPACES.
       01 WS-LINK-STANDING         PIC X(8)    VALUE SPACES.
       01 WS-START-N               PIC 9(8)    VALUE ZEROES.
       01 WS-END-N                 PIC 9(8)    VALUE ZEROES.
       01 WS-COMPANY-CONTACTS      PIC 9(5)    VALUE ZEROES.
       01 WS-ROSTER-COMPANIES      PIC 9(5)    VALUE ZEROES.
       01 WS-ROSTER-LINKS          PIC 9(7)    VALUE ZEROES.
       01 WS-ROSTER-CURRENT        PIC 9(7)    VALUE ZEROES.
       01 WS-ROSTER-ENDED          PIC 9(7)    VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY DATESRVR.
      ******************************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       MAIN.
           DISPLAY '  <CONTMANT>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

      * The link file carries forward across runs - a missing file
      * is the first-ever run and is created fresh.
           OPEN I-O LINK-FILE
           IF WS-LINK-STATUS = 35
               OPEN OUTPUT LINK-FILE
               CLOSE LINK-FILE
               OPEN I-O LINK-FILE
           END-IF
           IF WS-LINK-STATUS NOT = ZEROES
               DISPLAY '    CONTMANT: CONTLINK OPEN FAILED, STATUS '
                       WS-LINK-STATUS
               MOVE 'CONTMANT' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'CONTLINK' TO EL-MSG-PARM (1)
               MOVE 'NO LINKS MAINTAINED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               DISPLAY '  </CONTMANT>'
               GOBACK
           END-IF

      * Without PERSMAST no person can be proven, so every ADD and
      * CHG would reject NPER - the roster still prints, without
      * names.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = ZEROES
               MOVE 'Y' TO WS-MASTER-OPEN-SW
           ELSE
               DISPLAY '    CONTMANT: PERSMAST NOT AVAILABLE, STATUS '
                       WS-MASTER-STATUS
           END-IF

           OPEN OUTPUT REJECT-FILE
           PERFORM APPLY-UPDATE-FILE THRU APPLY-UPDATE-FILE-EXIT
           CLOSE REJECT-FILE

           PERFORM WRITE-ROSTER THRU WRITE-ROSTER-EXIT

           IF WS-MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF
           CLOSE LINK-FILE

           DISPLAY '    UPDATES=' WS-UPDATES-READ
                   ' APPLIED=' WS-UPDATES-APPLIED
                   ' REJECTED=' WS-UPDATES-REJECTED
                   ' LINKS=' WS-ROSTER-LINKS

           IF WS-UPDATES-REJECTED > ZEROES
               MOVE 'CONTMANT' TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               MOVE 'CONTACT LINK UPDATES REJECTED - SEE CONTMREJ'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           END-IF

           DISPLAY '  </CONTMANT>'
           GOBACK
         .
      ***********************************************************
       APPLY-UPDATE-FILE.
           OPEN INPUT UPDATE-FILE
           IF WS-UPDATE-STATUS NOT = ZEROES
               DISPLAY '    CONTMANT: NO CONTUPDT - LINKS LEFT'
                       ' AS THEY STAND'
               GO TO APPLY-UPDATE-FILE-EXIT
           END-IF
           MOVE 'N' TO WS-UPDATE-EOF-SW
           PERFORM UNTIL WS-UPDATE-EOF
               READ UPDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-UPDATE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-UPDATES-READ
                       PERFORM APPLY-ONE-UPDATE
                           THRU APPLY-ONE-UPDATE-EXIT
               END-READ
           END-PERFORM
           CLOSE UPDATE-FILE.
       APPLY-UPDATE-FILE-EXIT.
           CONTINUE
         .
      ***********************************************************
       APPLY-ONE-UPDATE.
           MOVE SPACES TO WS-REASON-CODE

           IF UPD-ACTION NOT = 'ADD' AND UPD-ACTION NOT = 'CHG'
                   AND UPD-ACTION NOT = 'END'
                   AND UPD-ACTION NOT = 'DEL'
               MOVE 'ACTN' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           IF UPD-COMPANY = SPACES OR UPD-PERS-ID = SPACES
               MOVE 'KEY ' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           IF UPD-ROLE NOT = SPACE AND UPD-ROLE NOT = 'P'
                   AND UPD-ROLE NOT = 'B' AND UPD-ROLE NOT = 'T'
               MOVE 'ROLE' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF
           IF UPD-ACTION = 'ADD' AND UPD-ROLE = SPACE
               MOVE 'ROLE' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           IF UPD-START-DATE NOT = SPACES
               MOVE UPD-START-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-ONE-DATE THRU VALIDATE-ONE-DATE-EXIT
               IF WS-REASON-CODE NOT = SPACES
                   GO TO APPLY-UPDATE-REJECT
               END-IF
           END-IF
           IF UPD-END-DATE NOT = SPACES
               MOVE UPD-END-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-ONE-DATE THRU VALIDATE-ONE-DATE-EXIT
               IF WS-REASON-CODE NOT = SPACES
                   GO TO APPLY-UPDATE-REJECT
               END-IF
           END-IF

      * A link may only be made to a company and a person that are
      * on file; ending or deleting an existing link is allowed even
      * after the company or person has gone.
           IF UPD-ACTION = 'ADD' OR UPD-ACTION = 'CHG'
               PERFORM CHECK-COMPANY-ON-FILE
                   THRU CHECK-COMPANY-ON-FILE-EXIT
               IF WS-REASON-CODE NOT = SPACES
                   GO TO APPLY-UPDATE-REJECT
               END-IF
               PERFORM CHECK-PERSON-ON-FILE
                   THRU CHECK-PERSON-ON-FILE-EXIT
               IF WS-REASON-CODE NOT = SPACES
                   GO TO APPLY-UPDATE-REJECT
               END-IF
           END-IF

           MOVE UPD-COMPANY TO CL-COMPANY
           MOVE UPD-PERS-ID TO CL-PERS-ID
           READ LINK-FILE
               INVALID KEY
                   IF UPD-ACTION NOT = 'ADD'
                       MOVE 'NFND' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
               NOT INVALID KEY
                   IF UPD-ACTION = 'ADD'
                       MOVE 'DUPL' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
           END-READ

           EVALUATE UPD-ACTION
               WHEN 'ADD'
                   IF UPD-START-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-NEW-START
                   ELSE
                       MOVE UPD-START-DATE TO WS-NEW-START
                   END-IF
                   MOVE UPD-END-DATE TO WS-NEW-END
               WHEN 'CHG'
                   MOVE CL-START-DATE TO WS-NEW-START
                   MOVE CL-END-DATE TO WS-NEW-END
                   IF UPD-START-DATE NOT = SPACES
                       MOVE UPD-START-DATE TO WS-NEW-START
                   END-IF
                   IF UPD-END-DATE NOT = SPACES
                       MOVE UPD-END-DATE TO WS-NEW-END
                   END-IF
               WHEN 'END'
                   MOVE CL-START-DATE TO WS-NEW-START
                   IF UPD-END-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-NEW-END
                   ELSE
                       MOVE UPD-END-DATE TO WS-NEW-END
                   END-IF
               WHEN OTHER
                   MOVE CL-START-DATE TO WS-NEW-START
                   MOVE CL-END-DATE TO WS-NEW-END
           END-EVALUATE
           IF WS-NEW-END NOT = SPACES
                   AND WS-NEW-END < WS-NEW-START
               MOVE 'DATE' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           EVALUATE UPD-ACTION
               WHEN 'ADD'
                   MOVE UPD-ROLE TO CL-ROLE
                   MOVE WS-NEW-START TO CL-START-DATE
                   MOVE WS-NEW-END TO CL-END-DATE
                   MOVE WS-RUN-DATE TO CL-LAST-UPDATED
                   WRITE LINK-REC
               WHEN 'CHG'
                   IF UPD-ROLE NOT = SPACE
                       MOVE UPD-ROLE TO CL-ROLE
                   END-IF
                   MOVE WS-NEW-START TO CL-START-DATE
                   MOVE WS-NEW-END TO CL-END-DATE
                   MOVE WS-RUN-DATE TO CL-LAST-UPDATED
                   REWRITE LINK-REC
               WHEN 'END'
                   MOVE WS-NEW-END TO CL-END-DATE
                   MOVE WS-RUN-DATE TO CL-LAST-UPDATED
                   REWRITE LINK-REC
               WHEN 'DEL'
                   DELETE LINK-FILE
           END-EVALUATE
           IF WS-LINK-STATUS NOT = ZEROES
               DISPLAY '    CONTMANT: CONTLINK ' UPD-ACTION
                       ' FAILED, STATUS ' WS-LINK-STATUS
               MOVE 'CONTMANT' TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'CONTLINK WRITE FAILED - LINK NOT APPLIED'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               GO TO APPLY-ONE-UPDATE-EXIT
           END-IF
           ADD 1 TO WS-UPDATES-APPLIED
           GO TO APPLY-ONE-UPDATE-EXIT.
       APPLY-UPDATE-REJECT.
           ADD 1 TO WS-UPDATES-REJECTED
           MOVE SPACES TO REJECT-REC
           MOVE WS-REASON-CODE TO REJ-REASON
           MOVE UPDATE-REC TO REJ-UPDATE
           WRITE REJECT-REC
           DISPLAY '    REJECTED (' WS-REASON-CODE ') '
                   UPD-ACTION ' ' UPD-COMPANY ' ' UPD-PERS-ID.
       APPLY-ONE-UPDATE-EXIT.
           CONTINUE
         .
      ***********************************************************
       VALIDATE-ONE-DATE.
           IF WS-CHECK-DATE NOT NUMERIC
               MOVE 'DATE' TO WS-REASON-CODE
               GO TO VALIDATE-ONE-DATE-EXIT
           END-IF
           MOVE 'VAL ' TO DS-FUNCTION
           MOVE WS-CHECK-DATE (1:4) TO DS-YEAR-1
           MOVE WS-CHECK-DATE (5:2) TO DS-MONTH-1
           MOVE WS-CHECK-DATE (7:2) TO DS-DAY-1
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-NOT-VALID
               MOVE 'DATE' TO WS-REASON-CODE
           END-IF.
       VALIDATE-ONE-DATE-EXIT.
           CONTINUE
         .
      ***********************************************************
       CHECK-COMPANY-ON-FILE.
           MOVE UPD-COMPANY TO COMPANY_CODE
           MOVE ZERO TO WS-COMPANY-COUNT
           MOVE -1 TO SQLCODE

           EXEC SQL
             SELECT COUNT(*) INTO :WS-COMPANY-COUNT
             FROM T2021A
             WHERE COMPANY_CODE = :COMPANY_CODE
           END-EXEC
           PERFORM DISPLAY-SQLERROR-IF-ANY

           IF WS-COMPANY-COUNT = ZERO
               MOVE 'NCOM' TO WS-REASON-CODE
           END-IF.
       CHECK-COMPANY-ON-FILE-EXIT.
           CONTINUE
         .
      ***********************************************************
       CHECK-PERSON-ON-FILE.
           IF NOT WS-MASTER-OPEN
               MOVE 'NPER' TO WS-REASON-CODE
               GO TO CHECK-PERSON-ON-FILE-EXIT
           END-IF
           MOVE UPD-PERS-ID TO PM-ID
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NPER' TO WS-REASON-CODE
           END-READ.
       CHECK-PERSON-ON-FILE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The roster walks CONTLINK in key order, so the contacts of
      * one company arrive together and a change of company code
      * starts the next company's block.
       WRITE-ROSTER.
           OPEN OUTPUT ROSTER-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY CONTACT ROSTER - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PREV-COMPANY
           MOVE LOW-VALUES TO CL-KEY
           START LINK-FILE KEY IS NOT < CL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LINK-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-LINK-EOF-SW
           END-START
           PERFORM UNTIL WS-LINK-EOF
               READ LINK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINK-EOF-SW
                   NOT AT END
                       PERFORM LIST-ONE-LINK THRU LIST-ONE-LINK-EXIT
               END-READ
           END-PERFORM
           IF WS-PREV-COMPANY NOT = SPACES
               PERFORM END-COMPANY-BLOCK THRU END-COMPANY-BLOCK-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANIES=' DELIMITED BY SIZE
                   WS-ROSTER-COMPANIES DELIMITED BY SIZE
                   ' LINKS=' DELIMITED BY SIZE
                   WS-ROSTER-LINKS DELIMITED BY SIZE
                   ' CURRENT=' DELIMITED BY SIZE
                   WS-ROSTER-CURRENT DELIMITED BY SIZE
                   ' ENDED=' DELIMITED BY SIZE
                   WS-ROSTER-ENDED DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE ROSTER-REPORT.
       WRITE-ROSTER-EXIT.
           CONTINUE
         .
      ***********************************************************
       LIST-ONE-LINK.
           IF CL-COMPANY NOT = WS-PREV-COMPANY
               IF WS-PREV-COMPANY NOT = SPACES
                   PERFORM END-COMPANY-BLOCK
                       THRU END-COMPANY-BLOCK-EXIT
               END-IF
               PERFORM START-COMPANY-BLOCK
                   THRU START-COMPANY-BLOCK-EXIT
           END-IF

           MOVE '*** NOT ON PERSMAST ***' TO WS-PERSON-NAME
           IF WS-MASTER-OPEN
               MOVE CL-PERS-ID TO PM-ID
               READ MASTER-FILE
                   NOT INVALID KEY
                       MOVE PM-NAME TO WS-PERSON-NAME
               END-READ
           END-IF

           EVALUATE CL-ROLE
               WHEN 'P'
                   MOVE 'PRIMARY' TO WS-ROLE-DESC
               WHEN 'B'
                   MOVE 'BILLING' TO WS-ROLE-DESC
               WHEN 'T'
                   MOVE 'TECHNICAL' TO WS-ROLE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-ROLE-DESC
           END-EVALUATE

           IF CL-START-DATE IS NUMERIC
               MOVE CL-START-DATE TO WS-START-N
           ELSE
               MOVE ZEROES TO WS-START-N
           END-IF
           IF CL-END-DATE IS NUMERIC
               MOVE CL-END-DATE TO WS-END-N
           ELSE
               MOVE 99999999 TO WS-END-N
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-DATE < WS-START-N
                   MOVE 'FUTURE' TO WS-LINK-STANDING
               WHEN WS-RUN-DATE > WS-END-N
                   MOVE 'ENDED' TO WS-LINK-STANDING
                   ADD 1 TO WS-ROSTER-ENDED
               WHEN OTHER
                   MOVE 'CURRENT' TO WS-LINK-STANDING
                   ADD 1 TO WS-ROSTER-CURRENT
           END-EVALUATE

           ADD 1 TO WS-COMPANY-CONTACTS
           ADD 1 TO WS-ROSTER-LINKS
           MOVE SPACES TO REPORT-LINE
           STRING '    ' DELIMITED BY SIZE
                   CL-PERS-ID     DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-PERSON-NAME DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-ROLE-DESC   DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   CL-START-DATE  DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   CL-END-DATE    DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-LINK-STANDING DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       LIST-ONE-LINK-EXIT.
           CONTINUE
         .
      ***********************************************************
       START-COMPANY-BLOCK.
           MOVE CL-COMPANY TO WS-PREV-COMPANY
           MOVE ZEROES TO WS-COMPANY-CONTACTS
           ADD 1 TO WS-ROSTER-COMPANIES

           MOVE '*** NOT ON T2021A ***' TO WS-COMPANY-NAME
           MOVE CL-COMPANY TO COMPANY_CODE
           MOVE -1 TO SQLCODE
           EXEC SQL
             SELECT COMPANY_NAME INTO :COMPANY_NAME
             FROM T2021A
             WHERE COMPANY_CODE = :COMPANY_CODE
           END-EXEC
           PERFORM DISPLAY-SQLERROR-IF-ANY
           IF SQLCODE = 0
               IF LEN OF COMPANY_NAME > 30
                   MOVE VAL OF COMPANY_NAME (1:30) TO WS-COMPANY-NAME
               ELSE
                   MOVE VAL OF COMPANY_NAME (1:LEN OF COMPANY_NAME)
                       TO WS-COMPANY-NAME
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY ' DELIMITED BY SIZE
                   CL-COMPANY DELIMITED BY SIZE
                   '  '       DELIMITED BY SIZE
                   WS-COMPANY-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '    PERS-ID    NAME                 ROLE      '
                       DELIMITED BY SIZE
                   'START    END      STANDING' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       START-COMPANY-BLOCK-EXIT.
           CONTINUE
         .
      ***********************************************************
       END-COMPANY-BLOCK.
           MOVE SPACES TO REPORT-LINE
           STRING '    CONTACTS: ' DELIMITED BY SIZE
                   WS-COMPANY-CONTACTS DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       END-COMPANY-BLOCK-EXIT.
           CONTINUE
         .
      ***********************************************************
       DISPLAY-SQLERROR-IF-ANY.
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100 THEN
             DISPLAY 'STATEMENT FAILED WITH SQLCODE: ' SQLCODE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 'CONTMANT' TO EL-PROGRAM-ID
             MOVE 'FATAL'    TO EL-SEVERITY
             MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
             MOVE 'SQL0001' TO EL-MSG-ID
             CALL 'ERRLOG' USING ERRLOG-PARM
             MOVE RC-PROCESSING-ERROR TO RETURN-CODE
             CLOSE LINK-FILE
             GOBACK
           END-IF
           .
      ***********************************************************
