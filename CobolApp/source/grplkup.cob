       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPLKUP.
      ******************************************************************
      *    GRPLKUP - company group membership lookup.  GRPLINK (layout
      *    GRPLINKR, maintained by GRPMANT) links each subsidiary to
      *    its parent company; a company is in a group when the group
      *    code is the company itself or is found walking up its
      *    parents.  SOMESQL and MAILLBL ask here for the SELCRIT
      *    GROUP= selection.
      *
      *    The links are loaded on the first call and kept across
      *    calls, the same pattern CTYPLKUP uses for its type table.
      *    A missing GRPLINK leaves every company in a group of its
      *    own.  GRPMANT refuses cycles; the walk up still stops
      *    after WS-MAX-DEPTH parents so a damaged file cannot loop.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINK-FILE ASSIGN TO 'GRPLINK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GL-CHILD
               FILE STATUS IS WS-LINK-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD LINK-FILE.
           COPY GRPLINKR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-LINK-STATUS           PIC 99.
       01 WS-LINK-EOF-SW           PIC X     VALUE 'N'.
          88 WS-LINK-EOF                     VALUE 'Y'.
       01 WS-TABLE-LOADED-SW       PIC X     VALUE 'N'.
          88 WS-TABLE-LOADED                 VALUE 'Y'.
       01 WS-LINK-USED             PIC 9(4)  VALUE ZEROES.
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 5000 TIMES.
             10 WS-LE-CHILD        PIC X(10).
             10 WS-LE-PARENT       PIC X(10).
       01 WS-SUB                   PIC 9(4)  VALUE ZEROES.
       01 WS-CURRENT               PIC X(10) VALUE SPACES.
       01 WS-FOUND-SW              PIC X     VALUE 'N'.
          88 WS-FOUND                        VALUE 'Y'.
       01 WS-DEPTH                 PIC 9(3)  VALUE ZEROES.
       01 WS-MAX-DEPTH             PIC 9(3)  VALUE 100.
      ******************************************************************
       LINKAGE SECTION.
           COPY GRPLKR.
      ******************************************************************
       PROCEDURE DIVISION USING GRPLKUP-PARM.
       MAIN.
           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-LINK-TABLE THRU LOAD-LINK-TABLE-END
           END-IF

           PERFORM JUDGE-ONE-COMPANY THRU JUDGE-ONE-COMPANY-END

           GOBACK
           .
       LOAD-LINK-TABLE.
           MOVE 'Y' TO WS-TABLE-LOADED-SW
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = ZEROES
               GO TO LOAD-LINK-TABLE-END
           END-IF
           MOVE 'N' TO WS-LINK-EOF-SW
           PERFORM UNTIL WS-LINK-EOF
               READ LINK-FILE
                   AT END
                       MOVE 'Y' TO WS-LINK-EOF-SW
                   NOT AT END
                       IF WS-LINK-USED < 5000
                           ADD 1 TO WS-LINK-USED
                           MOVE GL-CHILD
                               TO WS-LE-CHILD (WS-LINK-USED)
                           MOVE GL-PARENT
                               TO WS-LE-PARENT (WS-LINK-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.
       LOAD-LINK-TABLE-END.
           CONTINUE.
       JUDGE-ONE-COMPANY.
           MOVE 'N' TO GK-MEMBER-SW
           MOVE 'N' TO GK-GROUP-KNOWN-SW
           MOVE SPACES TO GK-PARENT

           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-LINK-USED
               ADD 1 TO WS-SUB
               IF WS-LE-PARENT (WS-SUB) = GK-GROUP
                       OR WS-LE-CHILD (WS-SUB) = GK-GROUP
                   MOVE 'Y' TO GK-GROUP-KNOWN-SW
                   MOVE WS-LINK-USED TO WS-SUB
               END-IF
           END-PERFORM

           MOVE GK-COMPANY TO WS-CURRENT
           PERFORM FIND-PARENT THRU FIND-PARENT-END
           IF WS-FOUND
               MOVE WS-LE-PARENT (WS-SUB) TO GK-PARENT
           END-IF

           MOVE GK-COMPANY TO WS-CURRENT
           MOVE ZEROES TO WS-DEPTH
           PERFORM UNTIL WS-DEPTH > WS-MAX-DEPTH
               IF WS-CURRENT = GK-GROUP
                   MOVE 'Y' TO GK-MEMBER-SW
                   GO TO JUDGE-ONE-COMPANY-END
               END-IF
               PERFORM FIND-PARENT THRU FIND-PARENT-END
               IF NOT WS-FOUND
                   GO TO JUDGE-ONE-COMPANY-END
               END-IF
               MOVE WS-LE-PARENT (WS-SUB) TO WS-CURRENT
               ADD 1 TO WS-DEPTH
           END-PERFORM.
       JUDGE-ONE-COMPANY-END.
           CONTINUE.
      * The link for WS-CURRENT as the child - WS-SUB points at it.
       FIND-PARENT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-LINK-USED
               ADD 1 TO WS-SUB
               IF WS-LE-CHILD (WS-SUB) = WS-CURRENT
                   MOVE 'Y' TO WS-FOUND-SW
                   GO TO FIND-PARENT-END
               END-IF
           END-PERFORM.
       FIND-PARENT-END.
           CONTINUE.
