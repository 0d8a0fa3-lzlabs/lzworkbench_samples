       IDENTIFICATION DIVISION.

       PROGRAM-ID.                      PROGCRTB.

       AUTHOR.                          JOHN DOE.

       DATE-WRITTEN.                    November 2020 AD.
       DATE-COMPILED.

      * ************************************************************ *
      *                                                              *
      *    REGRESSION CERTIFICATION OF THE CALCULATION CHAIN.  READS *
      *    THE CONTROLLED CERTGOLD GOLDEN FILE - ONE CASE PER RECORD *
      *    WITH ITS INPUT, FUNCTION CODE AND THE EXPECTED PROGMIDB   *
      *    AND PROGBOTB RESULTS, RETURN-CODE AND OVERFLOW FLAG - AND *
      *    DRIVES EVERY CASE THROUGH PROGMIDB EXACTLY AS PROGTOPB'S  *
      *    CALC-ONE DOES, APPLYING THE SAME RESULT-FITS CHECK        *
      *    PROGTOPB'S INIT MAKES.  EVERY CASE IS LISTED PASS OR FAIL *
      *    ON CERTRPT WITH ANY DEVIATION SPELLED OUT, AND THE RUN'S  *
      *    VERDICT IS APPENDED TO THE CERTLOG REGISTER - RELEASE     *
      *    SIGN-OFF FOR A CHANGE TO PROGMIDB OR PROGBOTB NEEDS A     *
      *    CLEAN ENTRY THERE DATED AFTER THE CHANGE.                 *
      *                                                              *
      *    THE GOLDEN FILE ENDS WITH A TRAILER CARRYING ITS CASE     *
      *    COUNT; A MISSING TRAILER OR A COUNT THAT DISAGREES MEANS  *
      *    THE FILE IS NOT THE CONTROLLED ONE AND THE RUN CANNOT     *
      *    CERTIFY.  RECORDS WITH '*' IN COLUMN ONE ARE COMMENTS.    *
      *                                                              *
      *    THE CHAIN WRITES MIDAUDIT AS IT ALWAYS DOES - THE         *
      *    CERTIFICATION STEP ALLOCATES ITS OWN MIDAUDIT SO PROGTOPB *
      *    DUPLICATE GUARD NEVER SEES CERTIFICATION INPUTS.          *
      *                                                              *
      * ************************************************************ *
      /
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.                 IBM-370.
       OBJECT-COMPUTER.                 IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOLDEN-FILE         ASSIGN TO CERTGOLD
               STATUS IS WS-GOLDEN-STATUS.
           SELECT CERT-REPORT         ASSIGN TO CERTRPT
               STATUS IS WS-REPORT-STATUS.
           SELECT CERT-REGISTER       ASSIGN TO CERTLOG
               STATUS IS WS-REGISTER-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  GOLDEN-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.

      * Input and results carry a separate leading sign, as the
      * chain's own records do.  The overflow flag is 'Y' when the
      * case is expected to trip PROGTOPB's result-fits check.
       01  GOLDEN-LINE.
           03  GC-CASE-ID               PIC X(8).
           03  FILLER                   PIC X.
           03  GC-INPUT-X               PIC X(8).
           03  FILLER                   PIC X.
           03  GC-FUNCTION              PIC X(4).
           03  FILLER                   PIC X.
           03  GC-EXP-MID-X             PIC X(10).
           03  FILLER                   PIC X.
           03  GC-EXP-BOT-X             PIC X(10).
           03  FILLER                   PIC X.
           03  GC-EXP-RC-X              PIC X(4).
           03  FILLER                   PIC X.
           03  GC-EXP-OVERFLOW          PIC X.
           03  FILLER                   PIC X.
           03  GC-DESCRIPTION           PIC X(28).
       01  GOLDEN-TRAILER REDEFINES GOLDEN-LINE.
           03  GT-ID                    PIC X(8).
           03  FILLER                   PIC X.
           03  GT-CASE-COUNT            PIC X(7).
           03  FILLER                   PIC X(64).

       FD  CERT-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.

       01  REPORT-LINE                  PIC X(132).

       FD  CERT-REGISTER
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.

      * One record per certification run, appended - the register
      * release sign-off is checked against.
       01  REGISTER-LINE.
           03  CL-RUN-DATE              PIC 9(8).
           03  FILLER                   PIC X.
           03  CL-RUN-TIME              PIC 9(8).
           03  FILLER                   PIC X.
           03  CL-RUN-ID                PIC X(16).
           03  FILLER                   PIC X.
           03  CL-CHAIN-VERSION         PIC X(8).
           03  FILLER                   PIC X.
           03  CL-CASES                 PIC 9(7).
           03  FILLER                   PIC X.
           03  CL-PASSED                PIC 9(7).
           03  FILLER                   PIC X.
           03  CL-FAILED                PIC 9(7).
           03  FILLER                   PIC X.
           03  CL-VERDICT               PIC X(6).
           03  FILLER                   PIC X(6).
      /
       WORKING-STORAGE SECTION.
       01  WORK-CONSTANTS.
           03  WC-PROGRAM-ID            PIC X(8)  VALUE 'PROGCRTB'.
           03  FILLER                   PIC X(17) VALUE
                'PROGRAM VERSION '.
      * The chain version PROGTOPB passes - a chain built to another
      * version turns every case away, which is itself a finding.
           03  WC-PROGRAM-VERSION       PIC X(8)  VALUE 'V001R001'.
           03  WC-PROGMIDB              PIC X(8)  VALUE 'PROGMIDB'.
           03  WC-EOJ-FUNCTION          PIC X(4)  VALUE 'EOJ '.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
           COPY LOCKSRVR.

       01  WORK-ACCUMULATORS.
           03  WA-TOP1                  PIC S9(9) COMP VALUE +0.
           03  WA-MID1                  PIC S9(9) COMP VALUE +0.
           03  WA-BOT1                  PIC S9(9) COMP VALUE +0.

       01  WORK-SAVES.
           03  WS-GOLDEN-STATUS         PIC 99    VALUE ZEROES.
           03  WS-REPORT-STATUS         PIC 99    VALUE ZEROES.
           03  WS-REGISTER-STATUS       PIC 99    VALUE ZEROES.
           03  WS-GOLDEN-EOF-SW         PIC X     VALUE 'N'.
               88  WS-GOLDEN-EOF                   VALUE 'Y'.
           03  WS-TRAILER-SEEN-SW       PIC X     VALUE 'N'.
               88  WS-TRAILER-SEEN                 VALUE 'Y'.
           03  WS-TRAILER-COUNT         PIC 9(7)  VALUE ZERO.
           03  WS-CASES-RUN             PIC 9(7)  VALUE ZERO.
           03  WS-CASES-PASSED          PIC 9(7)  VALUE ZERO.
           03  WS-CASES-FAILED          PIC 9(7)  VALUE ZERO.
           03  WS-RUN-DATE              PIC 9(8)  VALUE ZEROES.
           03  WS-RUN-TIME              PIC 9(8)  VALUE ZEROES.
           03  WS-FUNCTION              PIC X(4)  VALUE SPACES.
           03  WS-CASE-FAILED-SW        PIC X     VALUE 'N'.
               88  WS-CASE-FAILED                  VALUE 'Y'.
           03  WS-GOLDEN-OK-SW          PIC X     VALUE 'Y'.
               88  WS-GOLDEN-OK                    VALUE 'Y'.
           03  WS-VERDICT               PIC X(6)  VALUE SPACES.
           03  WS-DEVIATION             PIC X(40) VALUE SPACES.
           03  WS-DEVIATION-PTR         PIC 9(3)  VALUE 1.
      * A CALL replaces RETURN-CODE with the callee's - the chain's
      * code is saved the moment PROGMIDB returns.
           03  WS-CHAIN-RC              PIC S9(8) COMP VALUE +0.
           03  WS-GOT-OVERFLOW          PIC X     VALUE 'N'.

       01  WORK-CASE-FIELDS.
           03  WS-IN-TOP                PIC S9(7) VALUE ZEROES
                                        SIGN LEADING SEPARATE.
           03  WS-IN-TOP-X REDEFINES WS-IN-TOP
                                        PIC X(8).
           03  WS-EXP-MID               PIC S9(9) VALUE ZEROES
                                        SIGN LEADING SEPARATE.
           03  WS-EXP-MID-X REDEFINES WS-EXP-MID
                                        PIC X(10).
           03  WS-EXP-BOT               PIC S9(9) VALUE ZEROES
                                        SIGN LEADING SEPARATE.
           03  WS-EXP-BOT-X REDEFINES WS-EXP-BOT
                                        PIC X(10).
           03  WS-EXP-RC                PIC 9(4)  VALUE ZEROES.
           03  WS-GOT-MID               PIC S9(9) VALUE ZEROES
                                        SIGN LEADING SEPARATE.
           03  WS-GOT-BOT               PIC S9(9) VALUE ZEROES
                                        SIGN LEADING SEPARATE.
           03  WS-GOT-RC                PIC 9(4)  VALUE ZEROES.
      /
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '<PROGCRTB>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF

      * The chain appends to the shared audit and error logs, so the
      * run queues for the suite lock as PROGTOPB does.
           MOVE 'GETW' TO LK-FUNCTION
           MOVE 'PROGCRTB' TO LK-PROGRAM-ID
           CALL 'LOCKSRV' USING LOCKSRV-PARM
           IF LK-REFUSED
               DISPLAY 'PROGCRTB: ' LK-HOLDER UPON CONSOLE
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               DISPLAY '</PROGCRTB>'
               GOBACK
           END-IF

           OPEN OUTPUT CERT-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'CALCULATION CHAIN CERTIFICATION - RUN '
                       DELIMITED BY SIZE
                   WS-RUN-DATE         DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WS-RUN-TIME         DELIMITED BY SIZE
                   ' CHAIN VERSION '   DELIMITED BY SIZE
                   WC-PROGRAM-VERSION  DELIMITED BY SIZE
                   ' RUN='             DELIMITED BY SIZE
                   GLOBAL-RUN-ID       DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CASE     FUNC INPUT    EXP-MID    GOT-MID    EXP-BOT'
               TO REPORT-LINE
           MOVE 'GOT-BOT    ERC  GRC  EO GO' TO REPORT-LINE (57:26)
           MOVE 'RESULT' TO REPORT-LINE (93:6)
           WRITE REPORT-LINE

           OPEN INPUT GOLDEN-FILE
           IF WS-GOLDEN-STATUS NOT = '00'
               DISPLAY 'PROGCRTB: CERTGOLD NOT AVAILABLE'
               MOVE 'CERTGOLD NOT AVAILABLE - NOTHING CERTIFIED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'N' TO WS-GOLDEN-OK-SW
           ELSE
               MOVE 'N' TO WS-GOLDEN-EOF-SW
               PERFORM UNTIL WS-GOLDEN-EOF
                   READ GOLDEN-FILE
                       AT END
                           MOVE 'Y' TO WS-GOLDEN-EOF-SW
                       NOT AT END
                           EVALUATE TRUE
                               WHEN GOLDEN-LINE (1:1) = '*'
                                   CONTINUE
                               WHEN GT-ID = 'TRAILER'
                                   MOVE 'Y' TO WS-TRAILER-SEEN-SW
                                   IF GT-CASE-COUNT IS NUMERIC
                                       MOVE GT-CASE-COUNT
                                           TO WS-TRAILER-COUNT
                                   END-IF
                               WHEN OTHER
                                   PERFORM CERTIFY-ONE-CASE
                                       THRU CERTIFY-ONE-CASE-END
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GOLDEN-FILE
           END-IF

      * Let the chain's audit trail close down, as PROGTOPB's end of
      * job does.  The error log closes once the verdict is filed.
           CALL WC-PROGMIDB USING WA-TOP1
                                 WA-MID1
                                 WA-BOT1
                                 WC-PROGRAM-VERSION
                                 WC-EOJ-FUNCTION

           PERFORM WRITE-VERDICT THRU WRITE-VERDICT-END
           CLOSE CERT-REPORT
           PERFORM WRITE-REGISTER-ENTRY THRU WRITE-REGISTER-ENTRY-END
           MOVE 'C' TO EL-FUNCTION
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE ' ' TO EL-FUNCTION

           MOVE 'FREE' TO LK-FUNCTION
           MOVE 'PROGCRTB' TO LK-PROGRAM-ID
           CALL 'LOCKSRV' USING LOCKSRV-PARM

           DISPLAY 'PROGCRTB: CASES=' WS-CASES-RUN
                   ' PASSED=' WS-CASES-PASSED
                   ' FAILED=' WS-CASES-FAILED
                   ' VERDICT=' WS-VERDICT
           IF WS-VERDICT NOT = 'CLEAN'
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF
           DISPLAY '</PROGCRTB>'
           GOBACK
           .

      * One golden case, driven exactly as PROGTOPB's CALC-ONE and
      * INIT drive the chain.
       CERTIFY-ONE-CASE.
           ADD 1 TO WS-CASES-RUN
           MOVE 'N' TO WS-CASE-FAILED-SW
           MOVE SPACES TO WS-DEVIATION
           MOVE 1 TO WS-DEVIATION-PTR

           MOVE GC-INPUT-X TO WS-IN-TOP-X
           MOVE GC-EXP-MID-X TO WS-EXP-MID-X
           MOVE GC-EXP-BOT-X TO WS-EXP-BOT-X
           IF WS-IN-TOP NOT NUMERIC
                   OR WS-EXP-MID NOT NUMERIC
                   OR WS-EXP-BOT NOT NUMERIC
                   OR GC-EXP-RC-X NOT NUMERIC
                   OR (GC-EXP-OVERFLOW NOT = 'Y'
                       AND GC-EXP-OVERFLOW NOT = 'N')
               MOVE 'Y' TO WS-CASE-FAILED-SW
               MOVE 'BAD GOLDEN RECORD' TO WS-DEVIATION
               MOVE ZEROES TO WS-IN-TOP WS-EXP-MID WS-EXP-BOT
               MOVE ZEROES TO WS-GOT-MID WS-GOT-BOT WS-GOT-RC
               MOVE ZEROES TO WS-EXP-RC
               MOVE SPACE TO WS-GOT-OVERFLOW
               GO TO CERTIFY-ONE-CASE-TALLY
           END-IF
           MOVE GC-EXP-RC-X TO WS-EXP-RC
           MOVE GC-FUNCTION TO WS-FUNCTION

           MOVE WS-IN-TOP TO WA-TOP1
           MOVE ZEROES TO WA-MID1
           MOVE ZEROES TO WA-BOT1
           CALL WC-PROGMIDB USING WA-TOP1
                                 WA-MID1
                                 WA-BOT1
                                 WC-PROGRAM-VERSION
                                 WS-FUNCTION
           MOVE RETURN-CODE TO WS-CHAIN-RC
           IF WS-CHAIN-RC < ZEROES
               MOVE ZEROES TO WS-GOT-RC
           ELSE
               MOVE WS-CHAIN-RC TO WS-GOT-RC
           END-IF
           MOVE WA-MID1 TO WS-GOT-MID
           MOVE WA-BOT1 TO WS-GOT-BOT

      * PROGTOPB's INIT flags a result that will not fit its seven
      * digit fields - that is the overflow the golden file expects.
           MOVE 'N' TO WS-GOT-OVERFLOW
           IF WA-MID1 > 9999999 OR WA-MID1 < -9999999
               MOVE 'Y' TO WS-GOT-OVERFLOW
           END-IF
           IF WA-BOT1 > 9999999 OR WA-BOT1 < -9999999
               MOVE 'Y' TO WS-GOT-OVERFLOW
           END-IF

           IF WS-GOT-MID NOT = WS-EXP-MID
               MOVE 'Y' TO WS-CASE-FAILED-SW
               STRING 'MID ' DELIMITED BY SIZE
                   INTO WS-DEVIATION WITH POINTER WS-DEVIATION-PTR
           END-IF
           IF WS-GOT-BOT NOT = WS-EXP-BOT
               MOVE 'Y' TO WS-CASE-FAILED-SW
               STRING 'BOT ' DELIMITED BY SIZE
                   INTO WS-DEVIATION WITH POINTER WS-DEVIATION-PTR
           END-IF
           IF WS-GOT-RC NOT = WS-EXP-RC
               MOVE 'Y' TO WS-CASE-FAILED-SW
               STRING 'RETURN-CODE ' DELIMITED BY SIZE
                   INTO WS-DEVIATION WITH POINTER WS-DEVIATION-PTR
           END-IF
           IF WS-GOT-OVERFLOW NOT = GC-EXP-OVERFLOW
               MOVE 'Y' TO WS-CASE-FAILED-SW
               STRING 'OVERFLOW ' DELIMITED BY SIZE
                   INTO WS-DEVIATION WITH POINTER WS-DEVIATION-PTR
           END-IF.
       CERTIFY-ONE-CASE-TALLY.
           IF WS-CASE-FAILED
               ADD 1 TO WS-CASES-FAILED
           ELSE
               ADD 1 TO WS-CASES-PASSED
           END-IF
           PERFORM WRITE-CASE-LINE THRU WRITE-CASE-LINE-END.
       CERTIFY-ONE-CASE-END.
           CONTINUE.

       WRITE-CASE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING GC-CASE-ID       DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   GC-FUNCTION     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-IN-TOP       DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-EXP-MID      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-GOT-MID      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-EXP-BOT      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-GOT-BOT      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-EXP-RC       DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-GOT-RC       DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   GC-EXP-OVERFLOW DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-GOT-OVERFLOW DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
               INTO REPORT-LINE
           IF WS-CASE-FAILED
               STRING 'FAIL - ' DELIMITED BY SIZE
                       WS-DEVIATION DELIMITED BY SIZE
                   INTO REPORT-LINE (93:40)
           ELSE
               MOVE 'PASS' TO REPORT-LINE (93:4)
           END-IF
           WRITE REPORT-LINE.
       WRITE-CASE-LINE-END.
           CONTINUE.

      * Clean means every case passed and the golden file is the
      * whole controlled file - trailer present, count agreeing.
       WRITE-VERDICT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT WS-TRAILER-SEEN
               MOVE 'N' TO WS-GOLDEN-OK-SW
               MOVE 'CERTGOLD HAS NO TRAILER - GOLDEN FILE INCOMPLETE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-CASES-RUN
                   MOVE 'N' TO WS-GOLDEN-OK-SW
                   MOVE SPACES TO REPORT-LINE
                   STRING 'CERTGOLD TRAILER COUNT '
                               DELIMITED BY SIZE
                           WS-TRAILER-COUNT DELIMITED BY SIZE
                           ' DOES NOT MATCH CASES READ '
                               DELIMITED BY SIZE
                           WS-CASES-RUN DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           IF WS-GOLDEN-OK AND WS-CASES-FAILED = ZERO
                   AND WS-CASES-RUN > ZERO
               MOVE 'CLEAN' TO WS-VERDICT
           ELSE
               MOVE 'FAILED' TO WS-VERDICT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'CASES: '         DELIMITED BY SIZE
                   WS-CASES-RUN     DELIMITED BY SIZE
                   ' PASSED: '      DELIMITED BY SIZE
                   WS-CASES-PASSED  DELIMITED BY SIZE
                   ' FAILED: '      DELIMITED BY SIZE
                   WS-CASES-FAILED  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-VERDICT = 'CLEAN'
               MOVE 'CERTIFICATION: CLEAN - CHAIN MAY BE RELEASED'
                   TO REPORT-LINE
           ELSE
               MOVE 'CERTIFICATION: FAILED - CHAIN MUST NOT BE RELEASED'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-VERDICT-END.
           CONTINUE.

       WRITE-REGISTER-ENTRY.
           OPEN EXTEND CERT-REGISTER
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT CERT-REGISTER
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'PROGCRTB: CERTLOG NOT AVAILABLE - VERDICT NOT'
                       ' REGISTERED' UPON CONSOLE
               MOVE 'FAILED' TO WS-VERDICT
               GO TO WRITE-REGISTER-ENTRY-END
           END-IF
           MOVE SPACES TO REGISTER-LINE
           MOVE WS-RUN-DATE TO CL-RUN-DATE
           MOVE WS-RUN-TIME TO CL-RUN-TIME
           MOVE GLOBAL-RUN-ID TO CL-RUN-ID
           MOVE WC-PROGRAM-VERSION TO CL-CHAIN-VERSION
           MOVE WS-CASES-RUN TO CL-CASES
           MOVE WS-CASES-PASSED TO CL-PASSED
           MOVE WS-CASES-FAILED TO CL-FAILED
           MOVE WS-VERDICT TO CL-VERDICT
           WRITE REGISTER-LINE
           CLOSE CERT-REGISTER
           IF WS-VERDICT NOT = 'CLEAN'
               MOVE 'PROGCRTB' TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               MOVE 'CALCULATION CHAIN CERTIFICATION FAILED'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
           END-IF.
       WRITE-REGISTER-ENTRY-END.
           CONTINUE.
