       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPMANT.
      ******************************************************************
      *    GRPMANT - parent/subsidiary company hierarchy.  T2021A is a
      *    flat list of companies; GRPLINK (layout GRPLINKR) links
      *    each subsidiary to the company it belongs to, so a group's
      *    whole footprint can be seen.  GRPLINK is an indexed file
      *    keyed on the subsidiary's company code - a company belongs
      *    to one parent at a time.  This program:
      *
      *      - applies add/change/delete records from GRPUPDT
      *      - rejects malformed entries, links to a company not on
      *        T2021A and any link that would make a company its own
      *        ancestor, to GRPMREJ with a 4-byte reason code in the
      *        reject convention the edit front ends use:
      *           ACTN  action not ADD/CHG/DEL
      *           KEY   subsidiary blank, or parent blank on ADD/CHG
      *           SELF  subsidiary and parent the same company
      *           NCOM  subsidiary or parent not on T2021A
      *           CYCL  the parent is the subsidiary or already sits
      *                 below it in the hierarchy
      *           DUPL  ADD for a subsidiary that already has a parent
      *           NFND  CHG/DEL for a subsidiary with no parent
      *      - prints the roll-up report GRPRPT: each group as an
      *        indented tree under its head company, with the number
      *        of T2021B addresses and of distinct states for every
      *        member and a total for the group
      *
      *    GRPUPDT record:  action(3) subsidiary(10) parent(10),
      *    blank delimited:
      *       ADD ssssssssss pppppppppp   link under a parent
      *       CHG ssssssssss pppppppppp   move to another parent
      *       DEL ssssssssss              unlink - the subsidiary
      *                                   heads its own branch again
      *    Deleting a link never needs the companies to be on file,
      *    so a company removed from T2021A can still be unlinked.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDATE-FILE ASSIGN TO 'GRPUPDT'
               STATUS IS WS-UPDATE-STATUS.
           SELECT LINK-FILE ASSIGN TO 'GRPLINK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CHILD
               FILE STATUS IS WS-LINK-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'GRPMREJ'
               STATUS IS WS-REJECT-STATUS.
           SELECT ROLLUP-REPORT ASSIGN TO 'GRPRPT'
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
          05 UPD-CHILD             PIC X(10).
          05 FILLER                PIC X.
          05 UPD-PARENT            PIC X(10).
       FD LINK-FILE.
           COPY GRPLINKR.
       FD REJECT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REJECT-REC.
          05 REJ-REASON            PIC X(4).
          05 FILLER                PIC X.
          05 REJ-UPDATE            PIC X(25).
       FD ROLLUP-REPORT
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
        01 ADDRESS_STATE PIC X(2).
        01 WS-COMPANY-COUNT PIC S9(9) COMP.
        01 WS-ADDRESS-COUNT PIC S9(9) COMP.

       01 WS-UPDATE-STATUS         PIC 99.
       01 WS-LINK-STATUS           PIC 99.
       01 WS-REJECT-STATUS         PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-UPDATE-EOF-SW         PIC X       VALUE 'N'.
          88 WS-UPDATE-EOF                     VALUE 'Y'.
       01 WS-LINK-EOF-SW           PIC X       VALUE 'N'.
          88 WS-LINK-EOF                       VALUE 'Y'.
       01 WS-REASON-CODE           PIC X(4)    VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-UPDATES-READ          PIC 9(5)    VALUE ZEROES.
       01 WS-UPDATES-APPLIED       PIC 9(5)    VALUE ZEROES.
       01 WS-UPDATES-REJECTED      PIC 9(5)    VALUE ZEROES.
      * The cycle check walks up from the proposed parent; reaching
      * the subsidiary means the link would close a loop.  The walk
      * is bounded so a damaged file cannot hold the run.
       01 WS-WALK-CODE             PIC X(10)   VALUE SPACES.
       01 WS-WALK-DEPTH            PIC 9(3)    VALUE ZEROES.
       01 WS-MAX-DEPTH             PIC 9(3)    VALUE 100.
       01 WS-WALK-END-SW           PIC X       VALUE 'N'.
          88 WS-WALK-END                       VALUE 'Y'.
      * The hierarchy as it stands after the updates, for the
      * roll-up - loaded in GRPLINK key (subsidiary) order.
       01 WS-LINK-USED             PIC 9(4)    VALUE ZEROES.
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 5000 TIMES.
             10 WS-LE-CHILD        PIC X(10).
             10 WS-LE-PARENT       PIC X(10).
       01 WS-LINK-SUB              PIC 9(4)    VALUE ZEROES.
       01 WS-LINKS-NOT-LOADED      PIC 9(5)    VALUE ZEROES.
      * Group heads - parents that have no parent themselves - in
      * company code order.
       01 WS-HEAD-USED             PIC 9(4)    VALUE ZEROES.
       01 WS-HEAD-TABLE.
          05 WS-HEAD-CODE OCCURS 5000 TIMES PIC X(10).
       01 WS-HEAD-SUB              PIC 9(4)    VALUE ZEROES.
       01 WS-SHIFT-SUB             PIC 9(4)    VALUE ZEROES.
       01 WS-IS-CHILD-SW           PIC X       VALUE 'N'.
          88 WS-IS-CHILD                       VALUE 'Y'.
      * The walk down one group's tree: each stack entry is a member
      * and the table position its search for children has reached.
       01 WS-STACK-TOP             PIC 9(3)    VALUE ZEROES.
       01 WS-STACK.
          05 WS-STACK-ENTRY OCCURS 100 TIMES.
             10 WS-SK-CODE         PIC X(10).
             10 WS-SK-SCAN         PIC 9(4).
       01 WS-CHILD-FOUND-SW        PIC X       VALUE 'N'.
          88 WS-CHILD-FOUND                    VALUE 'Y'.
       01 WS-TOO-DEEP-SW           PIC X       VALUE 'N'.
          88 WS-TOO-DEEP                       VALUE 'Y'.
      * One member line and the group's running totals.  The states
      * a group is in are kept as a set so a state shared by two
      * members counts once.
       01 WS-MEMBER-CODE           PIC X(10)   VALUE SPACES.
       01 WS-MEMBER-DEPTH          PIC 9(3)    VALUE ZEROES.
       01 WS-INDENT                PIC 9(3)    VALUE ZEROES.
       01 WS-COMPANY-NAME          PIC X(30)   VALUE SPACES.
       01 WS-TREE-TEXT             PIC X(70)   VALUE SPACES.
       01 WS-MEMBER-STATES         PIC 9(3)    VALUE ZEROES.
       01 WS-GROUP-MEMBERS         PIC 9(5)    VALUE ZEROES.
       01 WS-GROUP-ADDRESSES       PIC 9(7)    VALUE ZEROES.
       01 WS-GROUP-STATE-USED      PIC 9(3)    VALUE ZEROES.
       01 WS-GROUP-STATE-TABLE.
          05 WS-GROUP-STATE OCCURS 100 TIMES PIC X(2).
       01 WS-STATE-SUB             PIC 9(3)    VALUE ZEROES.
       01 WS-STATE-FOUND-SW        PIC X       VALUE 'N'.
          88 WS-STATE-FOUND                    VALUE 'Y'.
       01 WS-ED-ADDRESSES          PIC ZZZ,ZZ9.
       01 WS-ED-STATES             PIC ZZ9.
       01 WS-ED-MEMBERS            PIC ZZ,ZZ9.
       01 WS-ROLLUP-GROUPS         PIC 9(5)    VALUE ZEROES.
       01 WS-ROLLUP-MEMBERS        PIC 9(7)    VALUE ZEROES.
           COPY ERRLOGR.
           COPY RETCODE.
      ******************************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       MAIN.
           DISPLAY '  <GRPMANT>'
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
               DISPLAY '    GRPMANT: GRPLINK OPEN FAILED, STATUS '
                       WS-LINK-STATUS
               MOVE 'GRPMANT'  TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'GRPLINK' TO EL-MSG-PARM (1)
               MOVE 'NO LINKS MAINTAINED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               DISPLAY '  </GRPMANT>'
               GOBACK
           END-IF

           OPEN OUTPUT REJECT-FILE
           PERFORM APPLY-UPDATE-FILE THRU APPLY-UPDATE-FILE-EXIT
           CLOSE REJECT-FILE

           PERFORM WRITE-ROLLUP THRU WRITE-ROLLUP-EXIT

           CLOSE LINK-FILE

           DISPLAY '    UPDATES=' WS-UPDATES-READ
                   ' APPLIED=' WS-UPDATES-APPLIED
                   ' REJECTED=' WS-UPDATES-REJECTED
                   ' GROUPS=' WS-ROLLUP-GROUPS

           IF WS-UPDATES-REJECTED > ZEROES
               MOVE 'GRPMANT'  TO EL-PROGRAM-ID
               MOVE 'WARNING'  TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               MOVE 'COMPANY GROUP UPDATES REJECTED - SEE GRPMREJ'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           END-IF

           DISPLAY '  </GRPMANT>'
           GOBACK
         .
      ***********************************************************
       APPLY-UPDATE-FILE.
           OPEN INPUT UPDATE-FILE
           IF WS-UPDATE-STATUS NOT = ZEROES
               DISPLAY '    GRPMANT: NO GRPUPDT - HIERARCHY LEFT'
                       ' AS IT STANDS'
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
                   AND UPD-ACTION NOT = 'DEL'
               MOVE 'ACTN' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           IF UPD-CHILD = SPACES
               MOVE 'KEY ' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF
           IF UPD-ACTION NOT = 'DEL' AND UPD-PARENT = SPACES
               MOVE 'KEY ' TO WS-REASON-CODE
               GO TO APPLY-UPDATE-REJECT
           END-IF

           IF UPD-ACTION NOT = 'DEL'
               IF UPD-PARENT = UPD-CHILD
                   MOVE 'SELF' TO WS-REASON-CODE
                   GO TO APPLY-UPDATE-REJECT
               END-IF
               MOVE UPD-CHILD TO COMPANY_CODE
               PERFORM CHECK-COMPANY-ON-FILE
                   THRU CHECK-COMPANY-ON-FILE-EXIT
               IF WS-REASON-CODE NOT = SPACES
                   GO TO APPLY-UPDATE-REJECT
               END-IF
               MOVE UPD-PARENT TO COMPANY_CODE
               PERFORM CHECK-COMPANY-ON-FILE
                   THRU CHECK-COMPANY-ON-FILE-EXIT
               IF WS-REASON-CODE NOT = SPACES
                   GO TO APPLY-UPDATE-REJECT
               END-IF
               PERFORM CHECK-FOR-CYCLE THRU CHECK-FOR-CYCLE-EXIT
               IF WS-REASON-CODE NOT = SPACES
                   GO TO APPLY-UPDATE-REJECT
               END-IF
           END-IF

      * The cycle check has read other links - the subsidiary's own
      * record is read last, just before it is written.
           MOVE UPD-CHILD TO GL-CHILD
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
                   MOVE SPACES TO GROUP-LINK-REC
                   MOVE UPD-CHILD TO GL-CHILD
                   MOVE UPD-PARENT TO GL-PARENT
                   MOVE WS-RUN-DATE TO GL-LAST-UPDATED
                   WRITE GROUP-LINK-REC
               WHEN 'CHG'
                   MOVE UPD-PARENT TO GL-PARENT
                   MOVE WS-RUN-DATE TO GL-LAST-UPDATED
                   REWRITE GROUP-LINK-REC
               WHEN 'DEL'
                   DELETE LINK-FILE
           END-EVALUATE
           IF WS-LINK-STATUS NOT = ZEROES
               DISPLAY '    GRPMANT: GRPLINK ' UPD-ACTION
                       ' FAILED, STATUS ' WS-LINK-STATUS
               MOVE 'GRPMANT'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'GRPLINK WRITE FAILED - LINK NOT APPLIED'
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
                   UPD-ACTION ' ' UPD-CHILD ' ' UPD-PARENT.
       APPLY-ONE-UPDATE-EXIT.
           CONTINUE
         .
      ***********************************************************
       CHECK-COMPANY-ON-FILE.
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
      * Linking the subsidiary under the parent closes a loop when
      * the subsidiary is already the parent's parent, or its
      * parent's parent, and so on up - walk the parent's line up to
      * its head looking for it.
       CHECK-FOR-CYCLE.
           MOVE UPD-PARENT TO WS-WALK-CODE
           MOVE ZEROES TO WS-WALK-DEPTH
           MOVE 'N' TO WS-WALK-END-SW
           PERFORM UNTIL WS-WALK-END
               MOVE WS-WALK-CODE TO GL-CHILD
               READ LINK-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-WALK-END-SW
                   NOT INVALID KEY
                       ADD 1 TO WS-WALK-DEPTH
                       IF GL-PARENT = UPD-CHILD
                               OR WS-WALK-DEPTH > WS-MAX-DEPTH
                           MOVE 'CYCL' TO WS-REASON-CODE
                           MOVE 'Y' TO WS-WALK-END-SW
                       ELSE
                           MOVE GL-PARENT TO WS-WALK-CODE
                       END-IF
               END-READ
           END-PERFORM.
       CHECK-FOR-CYCLE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The roll-up.  The hierarchy after this run's updates is
      * loaded, the group heads found - companies that are a parent
      * and not a subsidiary - and each head's tree printed depth
      * first, subsidiaries in company code order.
       WRITE-ROLLUP.
           OPEN OUTPUT ROLLUP-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY GROUP ROLL-UP - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LOAD-LINK-TABLE THRU LOAD-LINK-TABLE-EXIT
           PERFORM FIND-GROUP-HEADS THRU FIND-GROUP-HEADS-EXIT

           MOVE ZEROES TO WS-HEAD-SUB
           PERFORM UNTIL WS-HEAD-SUB NOT < WS-HEAD-USED
               ADD 1 TO WS-HEAD-SUB
               PERFORM WRITE-ONE-GROUP THRU WRITE-ONE-GROUP-EXIT
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'GROUPS=' DELIMITED BY SIZE
                   WS-ROLLUP-GROUPS DELIMITED BY SIZE
                   ' MEMBERS=' DELIMITED BY SIZE
                   WS-ROLLUP-MEMBERS DELIMITED BY SIZE
                   ' LINKS=' DELIMITED BY SIZE
                   WS-LINK-USED DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LINKS-NOT-LOADED > ZEROES
               MOVE SPACES TO REPORT-LINE
               STRING '*** ' DELIMITED BY SIZE
                       WS-LINKS-NOT-LOADED DELIMITED BY SIZE
                       ' LINKS BEYOND THE 5000 THE ROLL-UP HOLDS'
                           DELIMITED BY SIZE
                       ' - NOT SHOWN' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 'END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE ROLLUP-REPORT.
       WRITE-ROLLUP-EXIT.
           CONTINUE
         .
      ***********************************************************
       LOAD-LINK-TABLE.
           MOVE ZEROES TO WS-LINK-USED
           MOVE LOW-VALUES TO GL-CHILD
           START LINK-FILE KEY IS NOT < GL-CHILD
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
                       IF WS-LINK-USED < 5000
                           ADD 1 TO WS-LINK-USED
                           MOVE GL-CHILD
                               TO WS-LE-CHILD (WS-LINK-USED)
                           MOVE GL-PARENT
                               TO WS-LE-PARENT (WS-LINK-USED)
                       ELSE
                           ADD 1 TO WS-LINKS-NOT-LOADED
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-LINK-TABLE-EXIT.
           CONTINUE
         .
      ***********************************************************
      * Each parent not itself a subsidiary is a head, entered once
      * into the head table kept in code order.
       FIND-GROUP-HEADS.
           MOVE ZEROES TO WS-HEAD-USED
           MOVE ZEROES TO WS-LINK-SUB
           PERFORM UNTIL WS-LINK-SUB NOT < WS-LINK-USED
               ADD 1 TO WS-LINK-SUB
               MOVE 'N' TO WS-IS-CHILD-SW
               MOVE ZEROES TO WS-SHIFT-SUB
               PERFORM UNTIL WS-SHIFT-SUB NOT < WS-LINK-USED
                   ADD 1 TO WS-SHIFT-SUB
                   IF WS-LE-CHILD (WS-SHIFT-SUB)
                           = WS-LE-PARENT (WS-LINK-SUB)
                       MOVE 'Y' TO WS-IS-CHILD-SW
                       MOVE WS-LINK-USED TO WS-SHIFT-SUB
                   END-IF
               END-PERFORM
               IF NOT WS-IS-CHILD
                   PERFORM ADD-GROUP-HEAD THRU ADD-GROUP-HEAD-EXIT
               END-IF
           END-PERFORM.
       FIND-GROUP-HEADS-EXIT.
           CONTINUE
         .
      ***********************************************************
       ADD-GROUP-HEAD.
           MOVE ZEROES TO WS-HEAD-SUB
           PERFORM UNTIL WS-HEAD-SUB NOT < WS-HEAD-USED
               ADD 1 TO WS-HEAD-SUB
               IF WS-HEAD-CODE (WS-HEAD-SUB)
                       = WS-LE-PARENT (WS-LINK-SUB)
                   GO TO ADD-GROUP-HEAD-EXIT
               END-IF
           END-PERFORM.
       ADD-GROUP-HEAD-INSERT.
      * Open a gap at the first head above the new one and put it
      * there - at the end when there is none.
           ADD 1 TO WS-HEAD-USED
           MOVE WS-HEAD-USED TO WS-SHIFT-SUB
           PERFORM UNTIL WS-SHIFT-SUB = 1
               IF WS-HEAD-CODE (WS-SHIFT-SUB - 1)
                       < WS-LE-PARENT (WS-LINK-SUB)
                   MOVE WS-LE-PARENT (WS-LINK-SUB)
                       TO WS-HEAD-CODE (WS-SHIFT-SUB)
                   GO TO ADD-GROUP-HEAD-EXIT
               END-IF
               MOVE WS-HEAD-CODE (WS-SHIFT-SUB - 1)
                   TO WS-HEAD-CODE (WS-SHIFT-SUB)
               SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM
           MOVE WS-LE-PARENT (WS-LINK-SUB) TO WS-HEAD-CODE (1).
       ADD-GROUP-HEAD-EXIT.
           CONTINUE
         .
      ***********************************************************
      * One group: the head at depth 0, then each member as it is
      * reached on the way down, indented three places per level.
       WRITE-ONE-GROUP.
           ADD 1 TO WS-ROLLUP-GROUPS
           MOVE ZEROES TO WS-GROUP-MEMBERS
           MOVE ZEROES TO WS-GROUP-ADDRESSES
           MOVE ZEROES TO WS-GROUP-STATE-USED
           MOVE 'N' TO WS-TOO-DEEP-SW

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'GROUP ' DELIMITED BY SIZE
                   WS-HEAD-CODE (WS-HEAD-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE '    MEMBER' TO REPORT-LINE
           MOVE 'ADDRESSES STATES' TO REPORT-LINE (103:16)
           WRITE REPORT-LINE

           MOVE WS-HEAD-CODE (WS-HEAD-SUB) TO WS-MEMBER-CODE
           MOVE ZEROES TO WS-MEMBER-DEPTH
           PERFORM WRITE-MEMBER-LINE THRU WRITE-MEMBER-LINE-EXIT
           MOVE 1 TO WS-STACK-TOP
           MOVE WS-HEAD-CODE (WS-HEAD-SUB) TO WS-SK-CODE (1)
           MOVE ZEROES TO WS-SK-SCAN (1)

           PERFORM UNTIL WS-STACK-TOP = ZEROES
               PERFORM FIND-NEXT-CHILD THRU FIND-NEXT-CHILD-EXIT
               IF WS-CHILD-FOUND
                   MOVE WS-LE-CHILD (WS-LINK-SUB) TO WS-MEMBER-CODE
                   MOVE WS-STACK-TOP TO WS-MEMBER-DEPTH
                   PERFORM WRITE-MEMBER-LINE
                       THRU WRITE-MEMBER-LINE-EXIT
                   IF WS-STACK-TOP < 100
                       ADD 1 TO WS-STACK-TOP
                       MOVE WS-LE-CHILD (WS-LINK-SUB)
                           TO WS-SK-CODE (WS-STACK-TOP)
                       MOVE ZEROES TO WS-SK-SCAN (WS-STACK-TOP)
                   ELSE
                       MOVE 'Y' TO WS-TOO-DEEP-SW
                   END-IF
               ELSE
                   SUBTRACT 1 FROM WS-STACK-TOP
               END-IF
           END-PERFORM

           MOVE WS-GROUP-ADDRESSES TO WS-ED-ADDRESSES
           MOVE WS-GROUP-STATE-USED TO WS-ED-STATES
           MOVE WS-GROUP-MEMBERS TO WS-ED-MEMBERS
           MOVE SPACES TO REPORT-LINE
           STRING '    GROUP TOTAL ' DELIMITED BY SIZE
                   WS-HEAD-CODE (WS-HEAD-SUB) DELIMITED BY SIZE
                   '  MEMBERS ' DELIMITED BY SIZE
                   WS-ED-MEMBERS DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE WS-ED-ADDRESSES TO REPORT-LINE (105:7)
           MOVE WS-ED-STATES TO REPORT-LINE (115:3)
           WRITE REPORT-LINE
           IF WS-TOO-DEEP
               MOVE '    *** HIERARCHY DEEPER THAN 100 LEVELS - LOWER'
                   TO REPORT-LINE
               MOVE ' LEVELS NOT SHOWN' TO REPORT-LINE (50:17)
               WRITE REPORT-LINE
           END-IF.
       WRITE-ONE-GROUP-EXIT.
           CONTINUE
         .
      ***********************************************************
      * The next subsidiary of the member on top of the stack, from
      * where its last search stopped - WS-LINK-SUB points at it.
       FIND-NEXT-CHILD.
           MOVE 'N' TO WS-CHILD-FOUND-SW
           MOVE WS-SK-SCAN (WS-STACK-TOP) TO WS-LINK-SUB
           PERFORM UNTIL WS-LINK-SUB NOT < WS-LINK-USED
               ADD 1 TO WS-LINK-SUB
               IF WS-LE-PARENT (WS-LINK-SUB)
                       = WS-SK-CODE (WS-STACK-TOP)
                   MOVE 'Y' TO WS-CHILD-FOUND-SW
                   MOVE WS-LINK-SUB TO WS-SK-SCAN (WS-STACK-TOP)
                   GO TO FIND-NEXT-CHILD-EXIT
               END-IF
           END-PERFORM
           MOVE WS-LINK-USED TO WS-SK-SCAN (WS-STACK-TOP).
       FIND-NEXT-CHILD-EXIT.
           CONTINUE
         .
      ***********************************************************
       WRITE-MEMBER-LINE.
           ADD 1 TO WS-GROUP-MEMBERS
           ADD 1 TO WS-ROLLUP-MEMBERS
           MOVE WS-MEMBER-CODE TO COMPANY_CODE

           MOVE '*** NOT ON T2021A ***' TO WS-COMPANY-NAME
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

           MOVE ZERO TO WS-ADDRESS-COUNT
           MOVE -1 TO SQLCODE
           EXEC SQL
             SELECT COUNT(*) INTO :WS-ADDRESS-COUNT
             FROM T2021B
             WHERE COMPANY_CODE = :COMPANY_CODE
           END-EXEC
           PERFORM DISPLAY-SQLERROR-IF-ANY
           ADD WS-ADDRESS-COUNT TO WS-GROUP-ADDRESSES

      * The member's states, each added to the group's set.
           MOVE ZEROES TO WS-MEMBER-STATES
           EXEC SQL
             DECLARE GSCURSOR CURSOR FOR
             SELECT DISTINCT ADDRESS_STATE
             FROM T2021B
             WHERE COMPANY_CODE = :COMPANY_CODE
           END-EXEC
           EXEC SQL
             OPEN GSCURSOR
           END-EXEC
           PERFORM DISPLAY-SQLERROR-IF-ANY
           EXEC SQL
             FETCH FROM GSCURSOR INTO :ADDRESS_STATE
           END-EXEC
           PERFORM DISPLAY-SQLERROR-IF-ANY
           PERFORM UNTIL SQLCODE = 100
               ADD 1 TO WS-MEMBER-STATES
               PERFORM ADD-GROUP-STATE THRU ADD-GROUP-STATE-EXIT
               EXEC SQL
                 FETCH FROM GSCURSOR INTO :ADDRESS_STATE
               END-EXEC
               PERFORM DISPLAY-SQLERROR-IF-ANY
           END-PERFORM
           EXEC SQL
             CLOSE GSCURSOR
           END-EXEC
           PERFORM DISPLAY-SQLERROR-IF-ANY

           COMPUTE WS-INDENT = WS-MEMBER-DEPTH * 3
           IF WS-INDENT > 28
               MOVE 28 TO WS-INDENT
           END-IF
           MOVE SPACES TO WS-TREE-TEXT
           STRING WS-MEMBER-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-COMPANY-NAME DELIMITED BY SIZE
               INTO WS-TREE-TEXT (WS-INDENT + 1:)
           MOVE WS-ADDRESS-COUNT TO WS-ED-ADDRESSES
           MOVE WS-MEMBER-STATES TO WS-ED-STATES
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TREE-TEXT TO REPORT-LINE (5:70)
           MOVE WS-ED-ADDRESSES TO REPORT-LINE (105:7)
           MOVE WS-ED-STATES TO REPORT-LINE (115:3)
           WRITE REPORT-LINE.
       WRITE-MEMBER-LINE-EXIT.
           CONTINUE
         .
      ***********************************************************
       ADD-GROUP-STATE.
           MOVE 'N' TO WS-STATE-FOUND-SW
           MOVE ZEROES TO WS-STATE-SUB
           PERFORM UNTIL WS-STATE-SUB NOT < WS-GROUP-STATE-USED
               ADD 1 TO WS-STATE-SUB
               IF WS-GROUP-STATE (WS-STATE-SUB) = ADDRESS_STATE
                   MOVE 'Y' TO WS-STATE-FOUND-SW
                   MOVE WS-GROUP-STATE-USED TO WS-STATE-SUB
               END-IF
           END-PERFORM
           IF NOT WS-STATE-FOUND AND WS-GROUP-STATE-USED < 100
               ADD 1 TO WS-GROUP-STATE-USED
               MOVE ADDRESS_STATE
                   TO WS-GROUP-STATE (WS-GROUP-STATE-USED)
           END-IF.
       ADD-GROUP-STATE-EXIT.
           CONTINUE
         .
      ***********************************************************
       DISPLAY-SQLERROR-IF-ANY.
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100 THEN
             DISPLAY 'STATEMENT FAILED WITH SQLCODE: ' SQLCODE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 'GRPMANT'  TO EL-PROGRAM-ID
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
