       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTCHCHK.
      ******************************************************************
      *    BTCHCHK - shared maker-checker control on maintenance
      *    batches, called like ERRLOG.  The batch on hand - the
      *    TRANFILE the VSAM maintenance run applies or the SQLTRAN
      *    SQLMAINT applies - is counted and hashed record by record
      *    through HASHSRV, keys and data both, so a batch changed in
      *    any way after it was signed off no longer matches.
      *
      *    CHEK then looks for a BTCHREG registration of the same
      *    target with the same count and hash, and a BTCHAPPR
      *    approval of that registration, for the same count and
      *    hash, by an operator other than the one who registered
      *    it.  Both files are append-only and read in full on every
      *    check; the latest matching registration that is properly
      *    approved wins.  An approved batch stays approved for as
      *    long as it is unchanged, so a restarted run of it is not
      *    held up.
      *
      *    The check fails safe: no BTCHREG or BTCHAPPR, no matching
      *    registration, no approval, or an approval by the preparer
      *    and the batch is refused.  An empty or missing batch has
      *    nothing to apply and is let through - the caller reports
      *    its own input as it always has.  A refusal is raised as an
      *    ERROR through ERRLOG here, so every caller reports it the
      *    same way.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-BATCH ASSIGN TO 'TRANFILE'
               STATUS IS WS-BATCH-STATUS.
           SELECT SQL-BATCH ASSIGN TO 'SQLTRAN'
               STATUS IS WS-BATCH-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'BTCHREG'
               STATUS IS WS-REGISTER-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO 'BTCHAPPR'
               STATUS IS WS-APPROVAL-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD VSAM-BATCH
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 VSAM-BATCH-REC           PIC X(41).
       FD SQL-BATCH
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SQL-BATCH-REC            PIC X(80).
       FD REGISTER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REGISTER-REC             PIC X(100).
       FD APPROVAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 APPROVAL-REC             PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-BATCH-STATUS          PIC 99.
       01 WS-REGISTER-STATUS       PIC 99.
       01 WS-APPROVAL-STATUS       PIC 99.
       01 WS-BATCH-EOF-SW          PIC X     VALUE 'N'.
          88 WS-BATCH-EOF                    VALUE 'Y'.
       01 WS-REGISTER-EOF-SW       PIC X     VALUE 'N'.
          88 WS-REGISTER-EOF                 VALUE 'Y'.
       01 WS-APPROVAL-EOF-SW       PIC X     VALUE 'N'.
          88 WS-APPROVAL-EOF                 VALUE 'Y'.
       01 WS-BATCH-FOUND-SW        PIC X     VALUE 'N'.
          88 WS-BATCH-FOUND                  VALUE 'Y'.
      * The registrations of the batch on hand - the same content may
      * have been registered more than once.
       01 WS-MATCH-USED            PIC 9(3)  VALUE ZEROES.
       01 WS-MATCH-TABLE.
          05 WS-MATCH-ENTRY OCCURS 50 TIMES.
             10 WS-MT-BATCH-ID     PIC X(16).
             10 WS-MT-PREPARER     PIC X(8).
       01 WS-SUB                   PIC 9(3)  VALUE ZEROES.
       01 WS-SELF-APPROVED-SW      PIC X     VALUE 'N'.
          88 WS-SELF-APPROVED                VALUE 'Y'.
           COPY BTCHRECR.
           COPY HASHSRVR.
           COPY ERRLOGR.
           COPY RETCODE.
      ******************************************************************
       LINKAGE SECTION.
           COPY BTCHCHKR.
      ******************************************************************
       PROCEDURE DIVISION USING BTCHCHK-PARM.
       MAIN.
           MOVE SPACES TO BC-BATCH-ID
           MOVE SPACES TO BC-PREPARER
           MOVE SPACES TO BC-APPROVER
           MOVE SPACES TO BC-REASON
           MOVE 'N' TO BC-APPROVED-SW

           PERFORM SUM-BATCH THRU SUM-BATCH-END
           IF BC-FUNCTION = 'SUM '
               GOBACK
           END-IF

           IF BC-REASON = SPACES
               PERFORM JUDGE-BATCH THRU JUDGE-BATCH-END
           END-IF

           IF BC-REFUSED
               DISPLAY 'BTCHCHK: ' BC-TARGET ' BATCH REFUSED FOR '
                       BC-PROGRAM-ID ' - ' BC-REASON
               MOVE SPACES TO EL-MESSAGE
               STRING BC-TARGET DELIMITED BY SPACE
                       ' BATCH REFUSED - ' DELIMITED BY SIZE
                       BC-REASON DELIMITED BY SIZE
                   INTO EL-MESSAGE
               MOVE BC-PROGRAM-ID TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               CALL 'ERRLOG' USING ERRLOG-PARM
           ELSE
               IF BC-BATCH-ID = SPACES
                   DISPLAY 'BTCHCHK: ' BC-TARGET
                           ' EMPTY - NOTHING TO APPROVE'
               ELSE
                   DISPLAY 'BTCHCHK: ' BC-TARGET ' BATCH '
                           BC-BATCH-ID ' APPROVED BY ' BC-APPROVER
               END-IF
           END-IF

           GOBACK
           .
      * Count and hash every record of the batch on hand.
       SUM-BATCH.
           MOVE ZEROES TO BC-COUNT
           MOVE 'INIT' TO HS-FUNCTION
           CALL 'HASHSRV' USING HASHSRV-PARM
           MOVE 'N' TO WS-BATCH-EOF-SW
           EVALUATE BC-TARGET
               WHEN 'TRANFILE'
                   OPEN INPUT VSAM-BATCH
                   IF WS-BATCH-STATUS NOT = ZEROES
                       MOVE 'Y' TO WS-BATCH-EOF-SW
                   END-IF
                   MOVE 41 TO HS-LENGTH
                   MOVE 'ADD ' TO HS-FUNCTION
                   PERFORM UNTIL WS-BATCH-EOF
                       READ VSAM-BATCH
                           AT END
                               MOVE 'Y' TO WS-BATCH-EOF-SW
                           NOT AT END
                               ADD 1 TO BC-COUNT
                               MOVE VSAM-BATCH-REC TO HS-DATA
                               CALL 'HASHSRV' USING HASHSRV-PARM
                       END-READ
                   END-PERFORM
                   IF WS-BATCH-STATUS = ZEROES OR WS-BATCH-STATUS = 10
                       CLOSE VSAM-BATCH
                   END-IF
               WHEN 'SQLTRAN'
                   OPEN INPUT SQL-BATCH
                   IF WS-BATCH-STATUS NOT = ZEROES
                       MOVE 'Y' TO WS-BATCH-EOF-SW
                   END-IF
                   MOVE 80 TO HS-LENGTH
                   MOVE 'ADD ' TO HS-FUNCTION
                   PERFORM UNTIL WS-BATCH-EOF
                       READ SQL-BATCH
                           AT END
                               MOVE 'Y' TO WS-BATCH-EOF-SW
                           NOT AT END
                               ADD 1 TO BC-COUNT
                               MOVE SQL-BATCH-REC TO HS-DATA
                               CALL 'HASHSRV' USING HASHSRV-PARM
                       END-READ
                   END-PERFORM
                   IF WS-BATCH-STATUS = ZEROES OR WS-BATCH-STATUS = 10
                       CLOSE SQL-BATCH
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN BATCH TARGET' TO BC-REASON
           END-EVALUATE
           MOVE HS-HASH-A TO BC-HASH-A
           MOVE HS-HASH-B TO BC-HASH-B.
       SUM-BATCH-END.
           CONTINUE.
       JUDGE-BATCH.
           IF BC-COUNT = ZEROES
               MOVE 'Y' TO BC-APPROVED-SW
               GO TO JUDGE-BATCH-END
           END-IF

           PERFORM FIND-REGISTRATIONS THRU FIND-REGISTRATIONS-END
           IF BC-REASON NOT = SPACES
               GO TO JUDGE-BATCH-END
           END-IF
           IF WS-MATCH-USED = ZEROES
               MOVE 'BATCH NOT REGISTERED OR CHANGED SINCE'
                   TO BC-REASON
               GO TO JUDGE-BATCH-END
           END-IF

           PERFORM FIND-APPROVAL THRU FIND-APPROVAL-END
           IF BC-APPROVED OR BC-REASON NOT = SPACES
               GO TO JUDGE-BATCH-END
           END-IF
           MOVE WS-MT-BATCH-ID (WS-MATCH-USED) TO BC-BATCH-ID
           MOVE WS-MT-PREPARER (WS-MATCH-USED) TO BC-PREPARER
           IF WS-SELF-APPROVED
               STRING 'BATCH ' DELIMITED BY SIZE
                       BC-BATCH-ID DELIMITED BY SPACE
                       ' APPROVED ONLY BY PREPARER' DELIMITED BY SIZE
                   INTO BC-REASON
           ELSE
               STRING 'BATCH ' DELIMITED BY SIZE
                       BC-BATCH-ID DELIMITED BY SPACE
                       ' NOT APPROVED' DELIMITED BY SIZE
                   INTO BC-REASON
           END-IF.
       JUDGE-BATCH-END.
           CONTINUE.
       FIND-REGISTRATIONS.
           MOVE ZEROES TO WS-MATCH-USED
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = ZEROES
               MOVE 'BTCHREG NOT AVAILABLE' TO BC-REASON
               GO TO FIND-REGISTRATIONS-END
           END-IF
           MOVE 'N' TO WS-REGISTER-EOF-SW
           PERFORM UNTIL WS-REGISTER-EOF
               READ REGISTER-FILE INTO BATCH-CONTROL-REC
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF-SW
                   NOT AT END
                       IF BK-TARGET = BC-TARGET
                               AND BK-COUNT = BC-COUNT
                               AND BK-HASH = BC-HASH
                           IF WS-MATCH-USED < 50
                               ADD 1 TO WS-MATCH-USED
                           ELSE
                               PERFORM DROP-OLDEST-MATCH
                                   THRU DROP-OLDEST-MATCH-END
                           END-IF
                           MOVE BK-BATCH-ID
                               TO WS-MT-BATCH-ID (WS-MATCH-USED)
                           MOVE BK-OPERATOR
                               TO WS-MT-PREPARER (WS-MATCH-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.
       FIND-REGISTRATIONS-END.
           CONTINUE.
      * Only the latest 50 registrations of one batch are kept.
       DROP-OLDEST-MATCH.
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < 50
               MOVE WS-MATCH-ENTRY (WS-SUB + 1)
                   TO WS-MATCH-ENTRY (WS-SUB)
               ADD 1 TO WS-SUB
           END-PERFORM.
       DROP-OLDEST-MATCH-END.
           CONTINUE.
      * An approval counts only for the content that was registered,
      * and only when someone other than the preparer gave it.
       FIND-APPROVAL.
           MOVE 'N' TO WS-SELF-APPROVED-SW
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = ZEROES
               MOVE 'BTCHAPPR NOT AVAILABLE' TO BC-REASON
               GO TO FIND-APPROVAL-END
           END-IF
           MOVE 'N' TO WS-APPROVAL-EOF-SW
           PERFORM UNTIL WS-APPROVAL-EOF
               READ APPROVAL-FILE INTO BATCH-CONTROL-REC
                   AT END
                       MOVE 'Y' TO WS-APPROVAL-EOF-SW
                   NOT AT END
                       IF BK-TARGET = BC-TARGET
                               AND BK-COUNT = BC-COUNT
                               AND BK-HASH = BC-HASH
                           PERFORM MATCH-APPROVAL
                               THRU MATCH-APPROVAL-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.
       FIND-APPROVAL-END.
           CONTINUE.
       MATCH-APPROVAL.
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-MATCH-USED
               ADD 1 TO WS-SUB
               IF WS-MT-BATCH-ID (WS-SUB) = BK-BATCH-ID
                   IF WS-MT-PREPARER (WS-SUB) = BK-OPERATOR
                       MOVE 'Y' TO WS-SELF-APPROVED-SW
                   ELSE
                       MOVE 'Y' TO BC-APPROVED-SW
                       MOVE BK-BATCH-ID TO BC-BATCH-ID
                       MOVE WS-MT-PREPARER (WS-SUB) TO BC-PREPARER
                       MOVE BK-OPERATOR TO BC-APPROVER
                   END-IF
               END-IF
           END-PERFORM.
       MATCH-APPROVAL-END.
           CONTINUE.
