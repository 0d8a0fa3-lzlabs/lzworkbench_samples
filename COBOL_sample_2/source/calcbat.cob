      *                   two 9(9)V99 operands, 11 digits each
      *                   with an implied two-decimal point
      *  ANSFILE record:  op, operands, signed result, rc,
      *                   all edited with an explicit decimal,
      *                   then the register flag and batch id
      *
      *  Amounts carry two decimals end to end so the finance
      *  side can push currency through without pre-scaling;
      *  DIVEM rounds its quotient to two decimals.
      *
      *  Register (ledger) mode.  A BSTR record opens a batch
      *  (batch id in the first operand field) and clears the
      *  running register; every operation inside the batch
      *  leaves its result in the register, and an operation
      *  whose first operand reads REG works on the register
      *  instead of a keyed amount.  SUBT writes a subtotal
      *  record to ANSFILE; BEND writes the closing total and
      *  checks it against the control amount in the second
      *  operand field (a '-' just after it makes the control
      *  negative; a blank control is not checked).  A batch
      *  is flagged out of balance when the total disagrees.
      *  A step that comes back with a non-zero RETURN-CODE,
      *  or a card the batch cannot use, stops that batch -
      *  its remaining cards are skipped and its total record
      *  says STOPPED - and the next batch starts clean.
      *  Records outside any batch run exactly as before.
      *
      *  Currency conversion.  A CONV card carries the amount
      *  (or REG) as its first operand, then the from and to
      *  currency codes and the date the rate must be in
      *  effect on (blank means today).  The rate comes from
      *  RATEFILE - the latest entry for that pair effective
      *  on or before the date - and is applied through MULTEM
      *  and DIVEM: the amount times the rate to two decimals,
      *  plus the amount times the remaining four decimals
      *  scaled back down by 10000.  The answer record carries
      *  the rate and its effective date.  A pair or date with
      *  no rate on file is rejected with RC-NO-RATE and logged
      *  - never converted at some other rate.
      *
      *  RATEFILE record: from X(3), to X(3), rate 9(5)V9(6),
      *                   effective date YYYYMMDD.  Records
      *                   that will not load are logged and
      *                   left out of the table.
      ****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             FILE STATUS IS WS-OPS-STATUS.
         SELECT ANSWER-FILE ASSIGN TO 'ANSFILE'
             FILE STATUS IS WS-ANSWER-STATUS.
         SELECT RATE-FILE ASSIGN TO 'RATEFILE'
             FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPS-FILE
          03 FILLER         PIC X.
          03 OPS-P2         PIC 9(9)V99.
          03 FILLER         PIC X(12).
      * The same card seen as a first operand naming the register
       01 OPS-REGISTER-REC.
          03 FILLER         PIC X(5).
          03 OPS-P1-NAME    PIC X(11).
             88 OPS-P1-IS-REGISTER  VALUE 'REG'.
          03 FILLER         PIC X(24).
      * The same card seen as a BSTR / SUBT / BEND control card
       01 OPS-BATCH-REC.
          03 FILLER         PIC X(5).
          03 OPS-BATCH-ID   PIC X(8).
          03 FILLER         PIC X(3).
          03 FILLER         PIC X.
          03 OPS-CONTROL    PIC 9(9)V99.
          03 OPS-CONTROL-X  REDEFINES OPS-CONTROL
                            PIC X(11).
          03 OPS-CONTROL-SIGN
                            PIC X.
          03 FILLER         PIC X(11).
      * The same card seen as a CONV currency conversion
       01 OPS-CONV-REC.
          03 FILLER         PIC X(17).
          03 OPS-CONV-FROM  PIC X(3).
          03 OPS-CONV-TO    PIC X(3).
          03 FILLER         PIC X.
          03 OPS-CONV-DATE  PIC 9(8).
          03 OPS-CONV-DATE-X REDEFINES OPS-CONV-DATE
                            PIC X(8).
          03 FILLER         PIC X(8).
       FD ANSWER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
          03 ANS-P1         PIC 9(9).99.
          03 FILLER         PIC X.
          03 ANS-P2         PIC 9(9).99.
          03 ANS-PAIR       REDEFINES ANS-P2
                            PIC X(12).
          03 FILLER         PIC X.
          03 ANS-RESULT     PIC +(9)9.99.
          03 FILLER         PIC X.
          03 ANS-RC         PIC 9(4).
          03 FILLER         PIC X.
      * R when the first operand was the register; ANS-P1 then
      * shows its size and the previous result line its sign
          03 ANS-REG-FLAG   PIC X.
          03 FILLER         PIC X.
          03 ANS-BATCH-ID   PIC X(8).
          03 FILLER         PIC X.
      * Rate and effective date a CONV request was converted at
          03 ANS-RATE       PIC 9(5).9(6).
          03 FILLER         PIC X.
          03 ANS-RATE-DATE  PIC X(8).
          03 FILLER         PIC X(2).
      * Subtotal (SUBT) and batch total (TOTL) records
       01 ANSWER-BREAK-REC.
          03 ABR-CODE       PIC X(4).
          03 FILLER         PIC X.
          03 ABR-BATCH-ID   PIC X(8).
          03 FILLER         PIC X(3).
          03 FILLER         PIC X.
          03 ABR-CONTROL    PIC +(9)9.99.
          03 ABR-CONTROL-X  REDEFINES ABR-CONTROL
                            PIC X(13).
          03 FILLER         PIC X.
          03 ABR-REGISTER   PIC +(9)9.99.
          03 FILLER         PIC X.
          03 ABR-RC         PIC 9(4).
          03 FILLER         PIC X.
          03 ABR-STATUS     PIC X(12).
          03 FILLER         PIC X(22).
       FD RATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 RATE-REC.
          03 RATE-FROM      PIC X(3).
          03 RATE-TO        PIC X(3).
          03 FILLER         PIC X.
          03 RATE-VALUE     PIC 9(5)V9(6).
          03 FILLER         PIC X.
          03 RATE-EFF-DATE  PIC 9(8).
          03 FILLER         PIC X(53).
       WORKING-STORAGE SECTION.
         01 P1           PIC 9(9)V99 VALUE ZEROS.
         01 P2           PIC 9(9)V99 VALUE ZEROS.
         01 WS-REQUESTS-READ     PIC 9(7) VALUE ZEROS.
         01 WS-ANSWERS-WRITTEN   PIC 9(7) VALUE ZEROS.
         01 WS-REQUESTS-REJECTED PIC 9(7) VALUE ZEROS.
      * Register (ledger) mode state and batch counts
         01 WS-REGISTER          PIC S9(9)V99 VALUE ZEROS.
         01 WS-CONTROL           PIC S9(9)V99 VALUE ZEROS.
         01 WS-BATCH-ID          PIC X(8) VALUE SPACES.
         01 WS-STEP-RC           PIC S9(4) VALUE ZEROS.
         01 WS-BATCH-RC          PIC S9(4) VALUE ZEROS.
         01 WS-RC-SHOWN          PIC 9(4) VALUE ZEROS.
         01 WS-IN-BATCH-SW       PIC X VALUE 'N'.
            88 WS-IN-BATCH             VALUE 'Y'.
         01 WS-BATCH-STOPPED-SW  PIC X VALUE 'N'.
            88 WS-BATCH-STOPPED        VALUE 'Y'.
         01 WS-USE-REGISTER-SW   PIC X VALUE 'N'.
            88 WS-USE-REGISTER         VALUE 'Y'.
         01 WS-NEGATE-SW         PIC X VALUE 'N'.
            88 WS-NEGATE-RESULT        VALUE 'Y'.
         01 WS-BATCH-STATUS      PIC X(12) VALUE SPACES.
         01 WS-BATCHES-RUN       PIC 9(7) VALUE ZEROS.
         01 WS-BATCHES-FLAGGED   PIC 9(7) VALUE ZEROS.
         01 WS-STEPS-SKIPPED     PIC 9(7) VALUE ZEROS.
      * Exchange rates, loaded once from RATEFILE
         01 WS-RATE-STATUS       PIC 99.
         01 WS-RATE-EOF-SW       PIC X VALUE 'N'.
            88 WS-RATE-EOF             VALUE 'Y'.
         01 WS-RATES-LOADED      PIC 9(4) VALUE ZEROS.
         01 WS-RATES-REFUSED     PIC 9(4) VALUE ZEROS.
         01 WS-NO-RATE-COUNT     PIC 9(7) VALUE ZEROS.
         01 WS-RATE-TABLE.
            03 WS-RATE-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-RATE-IX.
               05 WS-RT-FROM     PIC X(3).
               05 WS-RT-TO       PIC X(3).
               05 WS-RT-RATE     PIC 9(5)V9(6).
               05 WS-RT-DATE     PIC 9(8).
         01 WS-TODAY             PIC 9(8) VALUE ZEROS.
         01 WS-CONV-DATE         PIC 9(8) VALUE ZEROS.
         01 WS-RATE-FOUND-SW     PIC X VALUE 'N'.
            88 WS-RATE-FOUND           VALUE 'Y'.
         01 WS-USED-RATE         PIC 9(5)V9(6) VALUE ZEROS.
         01 WS-USED-DATE         PIC 9(8) VALUE ZEROS.
         01 WS-RATE-HIGH         PIC 9(9)V99 VALUE ZEROS.
         01 WS-RATE-LOW          PIC 9(9)V99 VALUE ZEROS.
         01 WS-RATE-SCALE        PIC 9(9)V99 VALUE 10000.
         01 WS-CONV-PART1        PIC S9(9)V99 VALUE ZEROS.
         01 WS-CONV-PART2        PIC S9(9)V99 VALUE ZEROS.
           COPY ERRLOGR.
           COPY RETCODE.

               MOVE 'CALCBAT'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-BAD-INPUT TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'OPSFILE' TO EL-MSG-PARM (1)
               MOVE 'NO REQUESTS RUN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-BAD-INPUT TO RETURN-CODE
               DISPLAY '  </CALCBAT>'
               GOBACK
           END-IF
           OPEN OUTPUT ANSWER-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-RATES THRU LOAD-RATES-EXIT

           PERFORM UNTIL WS-OPS-EOF
               READ OPS-FILE
                       MOVE 'Y' TO WS-OPS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM RUN-ONE-CARD
                           THRU RUN-ONE-CARD-EXIT
               END-READ
           END-PERFORM

      * A batch still open at end of file never got its BEND card
           IF WS-IN-BATCH
               DISPLAY '    BATCH ' WS-BATCH-ID ' HAS NO BEND CARD'
               MOVE 'NO BEND CARD' TO WS-BATCH-STATUS
               PERFORM CLOSE-BATCH THRU CLOSE-BATCH-EXIT
           END-IF

           CLOSE OPS-FILE
           CLOSE ANSWER-FILE

           DISPLAY '    REQUESTS=' WS-REQUESTS-READ
                   ' ANSWERED=' WS-ANSWERS-WRITTEN
                   ' REJECTED=' WS-REQUESTS-REJECTED
           IF WS-BATCHES-RUN > ZEROS
               DISPLAY '    BATCHES=' WS-BATCHES-RUN
                       ' FLAGGED=' WS-BATCHES-FLAGGED
                       ' SKIPPED=' WS-STEPS-SKIPPED
           END-IF

           IF WS-REQUESTS-REJECTED > ZEROS
               MOVE 'CALCBAT'  TO EL-PROGRAM-ID
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           END-IF
           IF WS-BATCHES-FLAGGED > ZEROS
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           END-IF
           IF WS-NO-RATE-COUNT > ZEROS
               DISPLAY '    CONVERSIONS WITH NO RATE=' WS-NO-RATE-COUNT
               MOVE RC-NO-RATE TO RETURN-CODE
           END-IF

           DISPLAY '  </CALCBAT>'
           GOBACK
           .
       RUN-ONE-CARD.
           EVALUATE OPS-CODE
               WHEN 'BSTR'
                   PERFORM OPEN-BATCH THRU OPEN-BATCH-EXIT
               WHEN 'SUBT'
                   PERFORM WRITE-SUBTOTAL THRU WRITE-SUBTOTAL-EXIT
               WHEN 'BEND'
                   IF NOT WS-IN-BATCH
                       DISPLAY '    REJECTED (BEND OUTSIDE A BATCH): '
                               OPS-REC
                       ADD 1 TO WS-REQUESTS-REJECTED
                   ELSE
                       MOVE SPACES TO WS-BATCH-STATUS
                       PERFORM CLOSE-BATCH THRU CLOSE-BATCH-EXIT
                   END-IF
               WHEN OTHER
                   IF WS-IN-BATCH AND WS-BATCH-STOPPED
                       ADD 1 TO WS-STEPS-SKIPPED
                   ELSE
                       PERFORM RUN-ONE-REQUEST
                           THRU RUN-ONE-REQUEST-EXIT
                   END-IF
           END-EVALUATE.
       RUN-ONE-CARD-EXIT.
           CONTINUE
           .
       RUN-ONE-REQUEST.
           MOVE 'N' TO WS-USE-REGISTER-SW
           IF OPS-P1-IS-REGISTER
               IF NOT WS-IN-BATCH
                   DISPLAY '    REJECTED (REG OUTSIDE A BATCH): '
                           OPS-REC
                   ADD 1 TO WS-REQUESTS-REJECTED
                   GO TO RUN-ONE-REQUEST-EXIT
               END-IF
               MOVE 'Y' TO WS-USE-REGISTER-SW
           END-IF
           IF OPS-CODE = 'CONV'
               PERFORM RUN-CONVERSION THRU RUN-CONVERSION-EXIT
               GO TO RUN-ONE-REQUEST-EXIT
           END-IF
           IF (OPS-P1 NOT NUMERIC AND NOT WS-USE-REGISTER)
                   OR OPS-P2 NOT NUMERIC
               DISPLAY '    REJECTED (BAD OPERANDS): ' OPS-REC
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE RC-BAD-INPUT TO WS-STEP-RC
               PERFORM STOP-BATCH THRU STOP-BATCH-EXIT
               GO TO RUN-ONE-REQUEST-EXIT
           END-IF
      * The subprograms take unsigned operands, so a negative
      * register goes in by its size and the result comes back
      * with its sign turned over - -A+B is -(A-B) and -A-B is
      * -(A+B), so ADD and SUB change places, while MULT and DIV
      * carry the sign straight through.
           MOVE 'N' TO WS-NEGATE-SW
           IF WS-USE-REGISTER
               IF WS-REGISTER < ZEROS
                   MOVE 'Y' TO WS-NEGATE-SW
                   COMPUTE P1 = ZEROS - WS-REGISTER
               ELSE
                   MOVE WS-REGISTER TO P1
               END-IF
           ELSE
               MOVE OPS-P1 TO P1
           END-IF
           MOVE OPS-P2 TO P2
           MOVE ZEROS TO RES

           EVALUATE OPS-CODE
               WHEN 'ADD '
                   IF WS-NEGATE-RESULT
                       MOVE 'SUBEM' TO DYNCALL
                   ELSE
                       MOVE 'ADDEM' TO DYNCALL
                   END-IF
               WHEN 'SUB '
                   IF WS-NEGATE-RESULT
                       MOVE 'ADDEM' TO DYNCALL
                   ELSE
                       MOVE 'SUBEM' TO DYNCALL
                   END-IF
               WHEN 'MULT'
                   MOVE 'MULTEM' TO DYNCALL
               WHEN 'DIV '
               WHEN OTHER
                   DISPLAY '    REJECTED (BAD OP-CODE): ' OPS-CODE
                   ADD 1 TO WS-REQUESTS-REJECTED
                   MOVE RC-BAD-INPUT TO WS-STEP-RC
                   PERFORM STOP-BATCH THRU STOP-BATCH-EXIT
                   GO TO RUN-ONE-REQUEST-EXIT
           END-EVALUATE

           MOVE RC-NORMAL TO RETURN-CODE
           CALL DYNCALL USING P1 P2 RETURNING RES
           MOVE RETURN-CODE TO WS-STEP-RC
           IF WS-NEGATE-RESULT
               COMPUTE RES = ZEROS - RES
           END-IF

           MOVE SPACES TO ANSWER-REC
           MOVE OPS-CODE TO ANS-CODE
           MOVE P1 TO ANS-P1
           MOVE P2 TO ANS-P2
           MOVE RES TO ANS-RESULT
           IF WS-STEP-RC < ZEROS
               MOVE ZEROS TO ANS-RC
           ELSE
               MOVE WS-STEP-RC TO ANS-RC
           END-IF
           IF WS-USE-REGISTER
               MOVE 'R' TO ANS-REG-FLAG
           END-IF
           IF WS-IN-BATCH
               MOVE WS-BATCH-ID TO ANS-BATCH-ID
           END-IF
           WRITE ANSWER-REC
           ADD 1 TO WS-ANSWERS-WRITTEN

           IF WS-IN-BATCH
               IF WS-STEP-RC NOT = ZEROS
                   PERFORM STOP-BATCH THRU STOP-BATCH-EXIT
               ELSE
                   MOVE RES TO WS-REGISTER
               END-IF
           END-IF.
       RUN-ONE-REQUEST-EXIT.
           CONTINUE
           .
       OPEN-BATCH.
      * A BSTR while a batch is still open closes the old one first
           IF WS-IN-BATCH
               DISPLAY '    BATCH ' WS-BATCH-ID ' HAS NO BEND CARD'
               MOVE 'NO BEND CARD' TO WS-BATCH-STATUS
               PERFORM CLOSE-BATCH THRU CLOSE-BATCH-EXIT
           END-IF
           MOVE 'Y' TO WS-IN-BATCH-SW
           MOVE 'N' TO WS-BATCH-STOPPED-SW
           MOVE ZEROS TO WS-REGISTER
           MOVE ZEROS TO WS-BATCH-RC
           MOVE OPS-BATCH-ID TO WS-BATCH-ID
           ADD 1 TO WS-BATCHES-RUN.
       OPEN-BATCH-EXIT.
           CONTINUE
           .
       WRITE-SUBTOTAL.
           IF NOT WS-IN-BATCH
               DISPLAY '    REJECTED (SUBT OUTSIDE A BATCH): ' OPS-REC
               ADD 1 TO WS-REQUESTS-REJECTED
               GO TO WRITE-SUBTOTAL-EXIT
           END-IF
           IF WS-BATCH-STOPPED
               ADD 1 TO WS-STEPS-SKIPPED
               GO TO WRITE-SUBTOTAL-EXIT
           END-IF
           MOVE SPACES TO ANSWER-BREAK-REC
           MOVE 'SUBT' TO ABR-CODE
           MOVE WS-BATCH-ID TO ABR-BATCH-ID
           MOVE WS-REGISTER TO ABR-REGISTER
           MOVE ZEROS TO ABR-RC
           MOVE 'SUBTOTAL' TO ABR-STATUS
           WRITE ANSWER-BREAK-REC
           ADD 1 TO WS-ANSWERS-WRITTEN.
       WRITE-SUBTOTAL-EXIT.
           CONTINUE
           .
      * Writes the batch total and settles its status.  A status
      * set by the caller (no BEND card) stands; otherwise a
      * stopped batch is STOPPED and a control amount decides
      * BALANCED or OUT OF BAL.
       CLOSE-BATCH.
           MOVE SPACES TO ANSWER-BREAK-REC
           MOVE 'TOTL' TO ABR-CODE
           MOVE WS-BATCH-ID TO ABR-BATCH-ID
           MOVE WS-REGISTER TO ABR-REGISTER
           MOVE WS-BATCH-RC TO ABR-RC
           IF WS-BATCH-STATUS = SPACES AND WS-BATCH-STOPPED
               MOVE 'STOPPED' TO WS-BATCH-STATUS
           END-IF
           IF WS-BATCH-STATUS = SPACES
               EVALUATE TRUE
                   WHEN OPS-CONTROL-X = SPACES
                       MOVE 'NOT CHECKED' TO WS-BATCH-STATUS
                   WHEN OPS-CONTROL NOT NUMERIC
                       MOVE 'BAD CONTROL' TO WS-BATCH-STATUS
                   WHEN OTHER
                       MOVE OPS-CONTROL TO WS-CONTROL
                       IF OPS-CONTROL-SIGN = '-'
                           COMPUTE WS-CONTROL = ZEROS - WS-CONTROL
                       END-IF
                       MOVE WS-CONTROL TO ABR-CONTROL
                       IF WS-CONTROL = WS-REGISTER
                           MOVE 'BALANCED' TO WS-BATCH-STATUS
                       ELSE
                           MOVE 'OUT OF BAL' TO WS-BATCH-STATUS
                       END-IF
               END-EVALUATE
           END-IF
           MOVE WS-BATCH-STATUS TO ABR-STATUS
           WRITE ANSWER-BREAK-REC
           ADD 1 TO WS-ANSWERS-WRITTEN

           IF WS-BATCH-STATUS NOT = 'BALANCED'
                   AND WS-BATCH-STATUS NOT = 'NOT CHECKED'
               ADD 1 TO WS-BATCHES-FLAGGED
               DISPLAY '    BATCH ' WS-BATCH-ID ' FLAGGED: '
                       WS-BATCH-STATUS
               MOVE 'CALCBAT'  TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               MOVE SPACES TO EL-MESSAGE
               STRING 'BATCH ' DELIMITED BY SIZE
                      WS-BATCH-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BATCH-STATUS DELIMITED BY SIZE
                   INTO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
           END-IF
           MOVE 'N' TO WS-IN-BATCH-SW
           MOVE 'N' TO WS-BATCH-STOPPED-SW
           MOVE SPACES TO WS-BATCH-STATUS.
       CLOSE-BATCH-EXIT.
           CONTINUE
           .
      * A failed step leaves the register as it stood before it;
      * the rest of the batch is skipped up to its BEND card.
       STOP-BATCH.
           IF NOT WS-IN-BATCH
               GO TO STOP-BATCH-EXIT
           END-IF
           MOVE 'Y' TO WS-BATCH-STOPPED-SW
           MOVE WS-STEP-RC TO WS-BATCH-RC
           MOVE WS-STEP-RC TO WS-RC-SHOWN
           DISPLAY '    BATCH ' WS-BATCH-ID ' STOPPED, RC='
                   WS-RC-SHOWN.
       STOP-BATCH-EXIT.
           CONTINUE
           .
      * Loads RATEFILE into the rate table.  A missing file just
      * leaves the table empty - every CONV then fails for want of
      * a rate, which is the safe way round.
       LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY '    CALCBAT: RATEFILE NOT AVAILABLE, STATUS '
                       WS-RATE-STATUS
               GO TO LOAD-RATES-EXIT
           END-IF
           PERFORM UNTIL WS-RATE-EOF
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-RATE THRU LOAD-ONE-RATE-EXIT
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           DISPLAY '    RATES LOADED=' WS-RATES-LOADED
                   ' REFUSED=' WS-RATES-REFUSED.
       LOAD-RATES-EXIT.
           CONTINUE
           .
       LOAD-ONE-RATE.
           IF RATE-VALUE NOT NUMERIC OR RATE-VALUE = ZEROS
                   OR RATE-EFF-DATE NOT NUMERIC
                   OR RATE-FROM = SPACES OR RATE-TO = SPACES
               DISPLAY '    RATEFILE RECORD REFUSED: ' RATE-REC (1:27)
               ADD 1 TO WS-RATES-REFUSED
               MOVE 'CALCBAT'  TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-BAD-INPUT TO EL-RETURN-CODE
               MOVE SPACES TO EL-MESSAGE
               STRING 'RATEFILE RECORD REFUSED: ' DELIMITED BY SIZE
                      RATE-REC (1:27) DELIMITED BY SIZE
                   INTO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               GO TO LOAD-ONE-RATE-EXIT
           END-IF
           IF WS-RATES-LOADED NOT < 500
               DISPLAY '    RATE TABLE FULL, RECORD IGNORED: '
                       RATE-REC (1:27)
               ADD 1 TO WS-RATES-REFUSED
               GO TO LOAD-ONE-RATE-EXIT
           END-IF
           ADD 1 TO WS-RATES-LOADED
           SET WS-RATE-IX TO WS-RATES-LOADED
           MOVE RATE-FROM     TO WS-RT-FROM (WS-RATE-IX)
           MOVE RATE-TO       TO WS-RT-TO (WS-RATE-IX)
           MOVE RATE-VALUE    TO WS-RT-RATE (WS-RATE-IX)
           MOVE RATE-EFF-DATE TO WS-RT-DATE (WS-RATE-IX).
       LOAD-ONE-RATE-EXIT.
           CONTINUE
           .
      * One CONV card.  The register, when named, goes in by its
      * size with the sign put back afterwards, as for MULT.
       RUN-CONVERSION.
           IF NOT WS-USE-REGISTER AND OPS-P1 NOT NUMERIC
               DISPLAY '    REJECTED (BAD OPERANDS): ' OPS-REC
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE RC-BAD-INPUT TO WS-STEP-RC
               PERFORM STOP-BATCH THRU STOP-BATCH-EXIT
               GO TO RUN-CONVERSION-EXIT
           END-IF
           IF OPS-CONV-DATE-X = SPACES
               MOVE WS-TODAY TO WS-CONV-DATE
           ELSE
               IF OPS-CONV-DATE NOT NUMERIC
                   DISPLAY '    REJECTED (BAD RATE DATE): ' OPS-REC
                   ADD 1 TO WS-REQUESTS-REJECTED
                   MOVE RC-BAD-INPUT TO WS-STEP-RC
                   PERFORM STOP-BATCH THRU STOP-BATCH-EXIT
                   GO TO RUN-CONVERSION-EXIT
               END-IF
               MOVE OPS-CONV-DATE TO WS-CONV-DATE
           END-IF
           MOVE 'N' TO WS-NEGATE-SW
           IF WS-USE-REGISTER
               IF WS-REGISTER < ZEROS
                   MOVE 'Y' TO WS-NEGATE-SW
                   COMPUTE P1 = ZEROS - WS-REGISTER
               ELSE
                   MOVE WS-REGISTER TO P1
               END-IF
           ELSE
               MOVE OPS-P1 TO P1
           END-IF
           MOVE ZEROS TO RES

           PERFORM FIND-RATE THRU FIND-RATE-EXIT
           IF NOT WS-RATE-FOUND
               MOVE RC-NO-RATE TO WS-STEP-RC
               ADD 1 TO WS-REQUESTS-REJECTED
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY '    REJECTED (NO RATE): ' OPS-CONV-FROM
                       OPS-CONV-TO ' ON ' WS-CONV-DATE
               MOVE 'CALCBAT'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-NO-RATE TO EL-RETURN-CODE
               MOVE SPACES TO EL-MESSAGE
               STRING 'NO EXCHANGE RATE ON FILE FOR '
                          DELIMITED BY SIZE
                      OPS-CONV-FROM DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      OPS-CONV-TO DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      WS-CONV-DATE DELIMITED BY SIZE
                   INTO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               PERFORM WRITE-CONVERSION THRU WRITE-CONVERSION-EXIT
               PERFORM STOP-BATCH THRU STOP-BATCH-EXIT
               GO TO RUN-CONVERSION-EXIT
           END-IF

      * Amount times the rate cut to two decimals ...
           MOVE WS-USED-RATE TO WS-RATE-HIGH
           MOVE WS-RATE-HIGH TO P2
           MOVE RC-NORMAL TO RETURN-CODE
           MOVE 'MULTEM' TO DYNCALL
           CALL DYNCALL USING P1 P2 RETURNING RES
           MOVE RETURN-CODE TO WS-STEP-RC
           IF WS-STEP-RC NOT = ZEROS
               GO TO RUN-CONVERSION-END
           END-IF
           MOVE RES TO WS-CONV-PART1
           MOVE ZEROS TO WS-CONV-PART2

      * ... plus the amount times the last four decimals of the
      * rate, carried as a whole two-decimal operand and scaled
      * back down by 10000.
           COMPUTE WS-RATE-LOW = (WS-USED-RATE - WS-RATE-HIGH) * 10000
           IF WS-RATE-LOW > ZEROS
               MOVE WS-RATE-LOW TO P2
               MOVE RC-NORMAL TO RETURN-CODE
               CALL DYNCALL USING P1 P2 RETURNING RES
               MOVE RETURN-CODE TO WS-STEP-RC
               IF WS-STEP-RC NOT = ZEROS
                   GO TO RUN-CONVERSION-END
               END-IF
               MOVE RES TO P1
               MOVE WS-RATE-SCALE TO P2
               MOVE RC-NORMAL TO RETURN-CODE
               MOVE 'DIVEM' TO DYNCALL
               CALL DYNCALL USING P1 P2 RETURNING RES
               MOVE RETURN-CODE TO WS-STEP-RC
               IF WS-STEP-RC NOT = ZEROS
                   GO TO RUN-CONVERSION-END
               END-IF
               MOVE RES TO WS-CONV-PART2
           END-IF
           COMPUTE RES = WS-CONV-PART1 + WS-CONV-PART2
               ON SIZE ERROR
                   MOVE RC-PROCESSING-ERROR TO WS-STEP-RC
                   MOVE ZEROS TO RES
           END-COMPUTE
           IF WS-NEGATE-RESULT
               COMPUTE RES = ZEROS - RES
           END-IF.
       RUN-CONVERSION-END.
           IF WS-STEP-RC NOT = ZEROS
               MOVE ZEROS TO RES
           END-IF
           PERFORM WRITE-CONVERSION THRU WRITE-CONVERSION-EXIT
           IF WS-IN-BATCH
               IF WS-STEP-RC NOT = ZEROS
                   PERFORM STOP-BATCH THRU STOP-BATCH-EXIT
               ELSE
                   MOVE RES TO WS-REGISTER
               END-IF
           END-IF.
       RUN-CONVERSION-EXIT.
           CONTINUE
           .
      * Latest rate for the pair effective on or before the date
       FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE ZEROS TO WS-USED-RATE
           MOVE ZEROS TO WS-USED-DATE
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATES-LOADED
               IF WS-RT-FROM (WS-RATE-IX) = OPS-CONV-FROM
                       AND WS-RT-TO (WS-RATE-IX) = OPS-CONV-TO
                       AND WS-RT-DATE (WS-RATE-IX) NOT > WS-CONV-DATE
                       AND (NOT WS-RATE-FOUND
                            OR WS-RT-DATE (WS-RATE-IX) > WS-USED-DATE)
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   MOVE WS-RT-RATE (WS-RATE-IX) TO WS-USED-RATE
                   MOVE WS-RT-DATE (WS-RATE-IX) TO WS-USED-DATE
               END-IF
           END-PERFORM.
       FIND-RATE-EXIT.
           CONTINUE
           .
       WRITE-CONVERSION.
           MOVE SPACES TO ANSWER-REC
           MOVE OPS-CODE TO ANS-CODE
           IF WS-USE-REGISTER
               MOVE 'R' TO ANS-REG-FLAG
               IF WS-REGISTER < ZEROS
                   COMPUTE ANS-P1 = ZEROS - WS-REGISTER
               ELSE
                   MOVE WS-REGISTER TO ANS-P1
               END-IF
           ELSE
               MOVE OPS-P1 TO ANS-P1
           END-IF
           STRING OPS-CONV-FROM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  OPS-CONV-TO DELIMITED BY SIZE
               INTO ANS-PAIR
           MOVE RES TO ANS-RESULT
           MOVE WS-STEP-RC TO ANS-RC
           IF WS-IN-BATCH
               MOVE WS-BATCH-ID TO ANS-BATCH-ID
           END-IF
           IF WS-RATE-FOUND
               MOVE WS-USED-RATE TO ANS-RATE
               MOVE WS-USED-DATE TO ANS-RATE-DATE
           END-IF
           WRITE ANSWER-REC
           ADD 1 TO WS-ANSWERS-WRITTEN.
       WRITE-CONVERSION-EXIT.
           CONTINUE
           .
