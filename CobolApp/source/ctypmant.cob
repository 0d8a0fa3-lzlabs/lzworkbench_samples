       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTYPMANT.
      ******************************************************************
      *    CTYPMANT - batch maintenance and listing for the CTYPEFIL
      *    company-type reference table.  COMPANY_TYPE is a bare
      *    number on T2021A; this table gives each number its
      *    description, an active flag and effective dates, and is
      *    what SQLMAINT edits incoming types against (through the
      *    shared CTYPLKUP lookup) and what SOMESQL prints beside
      *    the code.  The same controlled path in CALMAINT gives the
      *    calendar:
      *
      *      - applies add/change/retire records from the CTYPUPDT
      *        file, each date validated through the shared DATESRV
      *        services
      *      - rejects malformed entries, duplicate adds and changes
      *        to types not on the table to CTYPMREJ with a 4-byte
      *        reason code (ACTN CODE DESC ACTV DATE DUPL NFND FULL)
      *        in the reject convention the edit front ends use
      *      - rewrites CTYPEFIL from the updated table in type order
      *      - lists every type to CTYPRPT with its standing on the
      *        run date (IN FORCE, RETIRED, NOT YET EFFECTIVE or
      *        EXPIRED)
      *
      *    Types are retired, never deleted - T2021A rows may still
      *    carry a retired type and the reports must still be able
      *    to describe it.
      *
      *    CTYPUPDT record:  action(3) type(4) active(1) from(8)
      *    to(8) desc(30), blank delimited:
      *       ADD tttt A yyyymmdd yyyymmdd description
      *       CHG tttt A yyyymmdd yyyymmdd description
      *       RET tttt   ........ yyyymmdd
      *    On ADD a blank active flag means Y and blank dates mean
      *    open-ended.  On CHG only the fields given are replaced.
      *    RET clears the active flag and closes the type on the
      *    date given, or on the run date when none is given.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE-FILE ASSIGN TO 'CTYPEFIL'
               STATUS IS WS-TYPE-STATUS.
           SELECT UPDATE-FILE ASSIGN TO 'CTYPUPDT'
               STATUS IS WS-UPDATE-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'CTYPMREJ'
               STATUS IS WS-REJECT-STATUS.
           SELECT LISTING-REPORT ASSIGN TO 'CTYPRPT'
               STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TYPE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 TYPE-REC.
          05 TYP-CODE              PIC X(4).
          05 FILLER                PIC X.
          05 TYP-ACTIVE            PIC X.
          05 FILLER                PIC X.
          05 TYP-EFF-FROM          PIC X(8).
          05 FILLER                PIC X.
          05 TYP-EFF-TO            PIC X(8).
          05 FILLER                PIC X.
          05 TYP-DESC              PIC X(30).
       FD UPDATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 UPDATE-REC.
          05 UPD-ACTION            PIC X(3).
          05 FILLER                PIC X.
          05 UPD-CODE              PIC X(4).
          05 FILLER                PIC X.
          05 UPD-ACTIVE            PIC X.
          05 FILLER                PIC X.
          05 UPD-EFF-FROM          PIC X(8).
          05 FILLER                PIC X.
          05 UPD-EFF-TO            PIC X(8).
          05 FILLER                PIC X.
          05 UPD-DESC              PIC X(30).
       FD REJECT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REJECT-REC.
          05 REJ-REASON            PIC X(4).
          05 FILLER                PIC X.
          05 REJ-UPDATE            PIC X(59).
       FD LISTING-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-TYPE-STATUS           PIC 99.
       01 WS-UPDATE-STATUS         PIC 99.
       01 WS-REJECT-STATUS         PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-TYPE-EOF-SW           PIC X       VALUE 'N'.
          88 WS-TYPE-EOF                       VALUE 'Y'.
       01 WS-UPDATE-EOF-SW         PIC X       VALUE 'N'.
          88 WS-UPDATE-EOF                     VALUE 'Y'.
       01 WS-REASON-CODE           PIC X(4)    VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-UPDATES-READ          PIC 9(5)    VALUE ZEROES.
       01 WS-UPDATES-APPLIED       PIC 9(5)    VALUE ZEROES.
       01 WS-UPDATES-REJECTED      PIC 9(5)    VALUE ZEROES.
      * The type table, the same shape and capacity CTYPLKUP loads.
      * Dates are kept as written - blank means open-ended.
       01 WS-TYPE-USED             PIC 9(3)    VALUE ZEROES.
       01 WS-TYPE-TABLE.
          05 WS-TYPE-ENTRY OCCURS 200 TIMES.
             10 WS-TE-CODE         PIC X(4).
             10 WS-TE-ACTIVE       PIC X.
             10 WS-TE-EFF-FROM     PIC X(8).
             10 WS-TE-EFF-TO       PIC X(8).
             10 WS-TE-DESC         PIC X(30).
       01 WS-SWAP-ENTRY            PIC X(51)   VALUE SPACES.
       01 WS-SAVED-ENTRY           PIC X(51)   VALUE SPACES.
       01 WS-LOAD-FAILED-SW        PIC X       VALUE 'N'.
          88 WS-LOAD-FAILED                    VALUE 'Y'.
       01 WS-SUB                   PIC 9(3)    VALUE ZEROES.
       01 WS-SUB-2                 PIC 9(3)    VALUE ZEROES.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-SWAPPED-SW            PIC X       VALUE 'N'.
      * Listing work - the standing of a type on the run date.
       01 WS-CHECK-DATE            PIC X(8)    VALUE SPACES.
       01 WS-EFF-FROM-N            PIC 9(8)    VALUE ZEROES.
       01 WS-EFF-TO-N              PIC 9(8)    VALUE ZEROES.
       01 WS-STANDING              PIC X(18)   VALUE SPACES.
       01 WS-IN-FORCE-COUNT        PIC 9(5)    VALUE ZEROES.
       01 WS-RETIRED-COUNT         PIC 9(5)    VALUE ZEROES.
       01 WS-FUTURE-COUNT          PIC 9(5)    VALUE ZEROES.
       01 WS-EXPIRED-COUNT         PIC 9(5)    VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY DATESRVR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <CTYPMANT>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM LOAD-TYPE-TABLE THRU LOAD-TYPE-TABLE-END
           IF WS-LOAD-FAILED
               DISPLAY '  </CTYPMANT>'
               GOBACK
           END-IF

           OPEN OUTPUT REJECT-FILE
           PERFORM APPLY-UPDATE-FILE THRU APPLY-UPDATE-FILE-END
           CLOSE REJECT-FILE

           PERFORM SORT-TYPE-TABLE THRU SORT-TYPE-TABLE-END
           PERFORM REWRITE-TYPE-FILE THRU REWRITE-TYPE-FILE-END

           DISPLAY '    UPDATES=' WS-UPDATES-READ
                   ' APPLIED=' WS-UPDATES-APPLIED
                   ' REJECTED=' WS-UPDATES-REJECTED

           IF WS-UPDATES-REJECTED > ZEROES
               MOVE 'CTYPMANT' TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               MOVE 'COMPANY TYPE UPDATES REJECTED - SEE CTYPMREJ'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           END-IF

           PERFORM WRITE-LISTING THRU WRITE-LISTING-END

           DISPLAY '  </CTYPMANT>'
           GOBACK
           .
      * Only a table that has never been built starts empty.  A
      * table that cannot be read, or holds more types than the
      * lookup can carry, is left exactly as it is - rewriting it
      * from what was loaded would lose the rest.
       LOAD-TYPE-TABLE.
           OPEN INPUT TYPE-FILE
           IF WS-TYPE-STATUS = 35
               DISPLAY '    CTYPMANT: CTYPEFIL NOT FOUND - STARTING'
                       ' AN EMPTY TABLE'
               GO TO LOAD-TYPE-TABLE-END
           END-IF
           IF WS-TYPE-STATUS NOT = ZEROES
               DISPLAY '    CTYPMANT: CTYPEFIL OPEN FAILED, STATUS '
                       WS-TYPE-STATUS
               MOVE 'CTYPMANT' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'CTYPEFIL' TO EL-MSG-PARM (1)
               MOVE 'TABLE NOT UPDATED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               MOVE 'Y' TO WS-LOAD-FAILED-SW
               GO TO LOAD-TYPE-TABLE-END
           END-IF
           MOVE 'N' TO WS-TYPE-EOF-SW
           PERFORM UNTIL WS-TYPE-EOF
               READ TYPE-FILE
                   AT END
                       MOVE 'Y' TO WS-TYPE-EOF-SW
                   NOT AT END
                       IF TYP-CODE IS NUMERIC
                               AND WS-TYPE-USED NOT < 200
                           MOVE 'Y' TO WS-LOAD-FAILED-SW
                           MOVE 'Y' TO WS-TYPE-EOF-SW
                       END-IF
                       IF TYP-CODE IS NUMERIC
                               AND NOT WS-LOAD-FAILED
                           ADD 1 TO WS-TYPE-USED
                           MOVE TYP-CODE TO WS-TE-CODE (WS-TYPE-USED)
                           MOVE TYP-ACTIVE
                               TO WS-TE-ACTIVE (WS-TYPE-USED)
                           MOVE TYP-EFF-FROM
                               TO WS-TE-EFF-FROM (WS-TYPE-USED)
                           MOVE TYP-EFF-TO
                               TO WS-TE-EFF-TO (WS-TYPE-USED)
                           MOVE TYP-DESC TO WS-TE-DESC (WS-TYPE-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TYPE-FILE
           IF WS-LOAD-FAILED
               DISPLAY '    CTYPMANT: CTYPEFIL HOLDS MORE THAN 200'
                       ' TYPES - TABLE NOT UPDATED'
               MOVE 'CTYPMANT' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'CTYPEFIL OVER 200 TYPES - TABLE NOT UPDATED'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
           END-IF.
       LOAD-TYPE-TABLE-END.
           CONTINUE.
       APPLY-UPDATE-FILE.
           OPEN INPUT UPDATE-FILE
           IF WS-UPDATE-STATUS NOT = ZEROES
               DISPLAY '    CTYPMANT: NO CTYPUPDT - TABLE LEFT'
                       ' AS IT STANDS'
               GO TO APPLY-UPDATE-FILE-END
           END-IF
           MOVE 'N' TO WS-UPDATE-EOF-SW
           PERFORM UNTIL WS-UPDATE-EOF
               READ UPDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-UPDATE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-UPDATES-READ
                       PERFORM APPLY-ONE-UPDATE
                           THRU APPLY-ONE-UPDATE-END
               END-READ
           END-PERFORM
           CLOSE UPDATE-FILE.
       APPLY-UPDATE-FILE-END.
           CONTINUE.
       APPLY-ONE-UPDATE.
           MOVE SPACES TO WS-REASON-CODE

           IF UPD-ACTION NOT = 'ADD' AND UPD-ACTION NOT = 'CHG'
                   AND UPD-ACTION NOT = 'RET'
               MOVE 'ACTN' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           IF UPD-CODE NOT NUMERIC
               MOVE 'CODE' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           IF UPD-ACTIVE NOT = SPACE AND UPD-ACTIVE NOT = 'Y'
                   AND UPD-ACTIVE NOT = 'N'
               MOVE 'ACTV' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           IF UPD-EFF-FROM NOT = SPACES
               MOVE UPD-EFF-FROM TO WS-CHECK-DATE
               PERFORM VALIDATE-ONE-DATE THRU VALIDATE-ONE-DATE-END
               IF WS-REASON-CODE NOT = SPACES
                   GO TO APPLY-UPDATE-REJECT
               END-IF
           END-IF
           IF UPD-EFF-TO NOT = SPACES
               MOVE UPD-EFF-TO TO WS-CHECK-DATE
               PERFORM VALIDATE-ONE-DATE THRU VALIDATE-ONE-DATE-END
               IF WS-REASON-CODE NOT = SPACES
                   GO TO APPLY-UPDATE-REJECT
               END-IF
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-TYPE-USED
               ADD 1 TO WS-SUB
               IF WS-TE-CODE (WS-SUB) = UPD-CODE
                   MOVE 'Y' TO WS-FOUND-SW
                   GO TO APPLY-UPDATE-JUDGE
               END-IF
           END-PERFORM.
       APPLY-UPDATE-JUDGE.
           EVALUATE UPD-ACTION
               WHEN 'ADD'
                   IF WS-FOUND-SW = 'Y'
                       MOVE 'DUPL' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   IF UPD-DESC = SPACES
                       MOVE 'DESC' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   IF UPD-EFF-FROM NOT = SPACES
                           AND UPD-EFF-TO NOT = SPACES
                           AND UPD-EFF-TO < UPD-EFF-FROM
                       MOVE 'DATE' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   IF WS-TYPE-USED NOT < 200
                       MOVE 'FULL' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   ADD 1 TO WS-TYPE-USED
                   MOVE UPD-CODE TO WS-TE-CODE (WS-TYPE-USED)
                   IF UPD-ACTIVE = SPACE
                       MOVE 'Y' TO WS-TE-ACTIVE (WS-TYPE-USED)
                   ELSE
                       MOVE UPD-ACTIVE TO WS-TE-ACTIVE (WS-TYPE-USED)
                   END-IF
                   MOVE UPD-EFF-FROM TO WS-TE-EFF-FROM (WS-TYPE-USED)
                   MOVE UPD-EFF-TO TO WS-TE-EFF-TO (WS-TYPE-USED)
                   MOVE UPD-DESC TO WS-TE-DESC (WS-TYPE-USED)
               WHEN 'CHG'
                   IF WS-FOUND-SW = 'N'
                       MOVE 'NFND' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   MOVE WS-TYPE-ENTRY (WS-SUB) TO WS-SAVED-ENTRY
                   IF UPD-ACTIVE NOT = SPACE
                       MOVE UPD-ACTIVE TO WS-TE-ACTIVE (WS-SUB)
                   END-IF
                   IF UPD-EFF-FROM NOT = SPACES
                       MOVE UPD-EFF-FROM TO WS-TE-EFF-FROM (WS-SUB)
                   END-IF
                   IF UPD-EFF-TO NOT = SPACES
                       MOVE UPD-EFF-TO TO WS-TE-EFF-TO (WS-SUB)
                   END-IF
                   IF UPD-DESC NOT = SPACES
                       MOVE UPD-DESC TO WS-TE-DESC (WS-SUB)
                   END-IF
      * A change to one date is judged against the date already on
      * the table, so the merged range gets the check ADD gives its
      * own dates.
                   IF WS-TE-EFF-FROM (WS-SUB) NOT = SPACES
                           AND WS-TE-EFF-TO (WS-SUB) NOT = SPACES
                           AND WS-TE-EFF-TO (WS-SUB)
                               < WS-TE-EFF-FROM (WS-SUB)
                       MOVE WS-SAVED-ENTRY TO WS-TYPE-ENTRY (WS-SUB)
                       MOVE 'DATE' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
               WHEN 'RET'
                   IF WS-FOUND-SW = 'N'
                       MOVE 'NFND' TO WS-REASON-CODE
                       GO TO APPLY-UPDATE-REJECT
                   END-IF
                   MOVE 'N' TO WS-TE-ACTIVE (WS-SUB)
                   IF UPD-EFF-TO NOT = SPACES
                       MOVE UPD-EFF-TO TO WS-TE-EFF-TO (WS-SUB)
                   ELSE
                       MOVE WS-RUN-DATE TO WS-TE-EFF-TO (WS-SUB)
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-UPDATES-APPLIED
           GO TO APPLY-ONE-UPDATE-END.
       APPLY-UPDATE-REJECT.
           ADD 1 TO WS-UPDATES-REJECTED
           MOVE SPACES TO REJECT-REC
           MOVE WS-REASON-CODE TO REJ-REASON
           MOVE UPDATE-REC TO REJ-UPDATE
           WRITE REJECT-REC
           DISPLAY '    REJECTED (' WS-REASON-CODE ') '
                   UPD-ACTION ' ' UPD-CODE.
       APPLY-ONE-UPDATE-END.
           CONTINUE.
       VALIDATE-ONE-DATE.
           IF WS-CHECK-DATE NOT NUMERIC
               MOVE 'DATE' TO WS-REASON-CODE
               GO TO VALIDATE-ONE-DATE-END
           END-IF
           MOVE 'VAL ' TO DS-FUNCTION
           MOVE WS-CHECK-DATE (1:4) TO DS-YEAR-1
           MOVE WS-CHECK-DATE (5:2) TO DS-MONTH-1
           MOVE WS-CHECK-DATE (7:2) TO DS-DAY-1
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-NOT-VALID
               MOVE 'DATE' TO WS-REASON-CODE
           END-IF.
       VALIDATE-ONE-DATE-END.
           CONTINUE.
      * The table is small - a plain exchange sort puts it back in
      * type order before it is written.
       SORT-TYPE-TABLE.
           MOVE 'Y' TO WS-SWAPPED-SW
           PERFORM UNTIL WS-SWAPPED-SW = 'N'
               MOVE 'N' TO WS-SWAPPED-SW
               MOVE 1 TO WS-SUB
               PERFORM UNTIL WS-SUB NOT < WS-TYPE-USED
                   COMPUTE WS-SUB-2 = WS-SUB + 1
                   IF WS-TE-CODE (WS-SUB) > WS-TE-CODE (WS-SUB-2)
                       MOVE WS-TYPE-ENTRY (WS-SUB) TO WS-SWAP-ENTRY
                       MOVE WS-TYPE-ENTRY (WS-SUB-2)
                           TO WS-TYPE-ENTRY (WS-SUB)
                       MOVE WS-SWAP-ENTRY TO WS-TYPE-ENTRY (WS-SUB-2)
                       MOVE 'Y' TO WS-SWAPPED-SW
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM
           END-PERFORM.
       SORT-TYPE-TABLE-END.
           CONTINUE.
       REWRITE-TYPE-FILE.
           OPEN OUTPUT TYPE-FILE
           IF WS-TYPE-STATUS NOT = ZEROES
               DISPLAY '    CTYPMANT: CTYPEFIL REWRITE FAILED,'
                       ' STATUS ' WS-TYPE-STATUS
               MOVE 'CTYPMANT' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'CTYPEFIL REWRITE FAILED - TYPE TABLE UNSAFE'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               GO TO REWRITE-TYPE-FILE-END
           END-IF
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-TYPE-USED
               ADD 1 TO WS-SUB
               MOVE SPACES TO TYPE-REC
               MOVE WS-TE-CODE (WS-SUB) TO TYP-CODE
               MOVE WS-TE-ACTIVE (WS-SUB) TO TYP-ACTIVE
               MOVE WS-TE-EFF-FROM (WS-SUB) TO TYP-EFF-FROM
               MOVE WS-TE-EFF-TO (WS-SUB) TO TYP-EFF-TO
               MOVE WS-TE-DESC (WS-SUB) TO TYP-DESC
               WRITE TYPE-REC
           END-PERFORM
           CLOSE TYPE-FILE.
       REWRITE-TYPE-FILE-END.
           CONTINUE.
      * The listing judges each type the same way CTYPLKUP does, so
      * it shows exactly what SQLMAINT will accept today.
       WRITE-LISTING.
           OPEN OUTPUT LISTING-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY TYPE TABLE - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TYPE DESCRIPTION                    ACT  '
                       DELIMITED BY SIZE
                   'FROM     TO       STANDING' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-TYPE-USED
               ADD 1 TO WS-SUB
               PERFORM LIST-ONE-TYPE THRU LIST-ONE-TYPE-END
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TYPES=' DELIMITED BY SIZE
                   WS-TYPE-USED DELIMITED BY SIZE
                   ' IN FORCE=' DELIMITED BY SIZE
                   WS-IN-FORCE-COUNT DELIMITED BY SIZE
                   ' RETIRED=' DELIMITED BY SIZE
                   WS-RETIRED-COUNT DELIMITED BY SIZE
                   ' NOT YET EFFECTIVE=' DELIMITED BY SIZE
                   WS-FUTURE-COUNT DELIMITED BY SIZE
                   ' EXPIRED=' DELIMITED BY SIZE
                   WS-EXPIRED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'END OF LISTING' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE LISTING-REPORT.
       WRITE-LISTING-END.
           CONTINUE.
       LIST-ONE-TYPE.
           IF WS-TE-EFF-FROM (WS-SUB) IS NUMERIC
               MOVE WS-TE-EFF-FROM (WS-SUB) TO WS-EFF-FROM-N
           ELSE
               MOVE ZEROES TO WS-EFF-FROM-N
           END-IF
           IF WS-TE-EFF-TO (WS-SUB) IS NUMERIC
               MOVE WS-TE-EFF-TO (WS-SUB) TO WS-EFF-TO-N
           ELSE
               MOVE 99999999 TO WS-EFF-TO-N
           END-IF
           EVALUATE TRUE
               WHEN WS-TE-ACTIVE (WS-SUB) NOT = 'Y'
                   MOVE 'RETIRED' TO WS-STANDING
                   ADD 1 TO WS-RETIRED-COUNT
               WHEN WS-RUN-DATE < WS-EFF-FROM-N
                   MOVE 'NOT YET EFFECTIVE' TO WS-STANDING
                   ADD 1 TO WS-FUTURE-COUNT
               WHEN WS-RUN-DATE > WS-EFF-TO-N
                   MOVE 'EXPIRED' TO WS-STANDING
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN OTHER
                   MOVE 'IN FORCE' TO WS-STANDING
                   ADD 1 TO WS-IN-FORCE-COUNT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING WS-TE-CODE (WS-SUB) DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WS-TE-DESC (WS-SUB) DELIMITED BY SIZE
                   '  '                DELIMITED BY SIZE
                   WS-TE-ACTIVE (WS-SUB) DELIMITED BY SIZE
                   '   '               DELIMITED BY SIZE
                   WS-TE-EFF-FROM (WS-SUB) DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WS-TE-EFF-TO (WS-SUB) DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WS-STANDING         DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       LIST-ONE-TYPE-END.
           CONTINUE.
