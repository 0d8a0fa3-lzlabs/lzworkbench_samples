       IDENTIFICATION DIVISION.
       PROGRAM-ID. RKEYLKUP.
      ******************************************************************
      *    RKEYLKUP - company re-key lookup.  RKEYXREF (layout RKEYXRR,
      *    written by COREKEY) holds an entry for every company code
      *    given up in a move or a merge, naming the code the company
      *    went to.  This lookup follows those entries from the code
      *    asked about to the code the company is kept under today,
      *    so an inquiry on an old code still finds the company.
      *    SQLHIST and TIMELINE ask here.
      *
      *    RKEYXREF is opened on the first call and kept open across
      *    calls; a missing file means no company has ever been
      *    re-keyed and every code is its own current code.  The
      *    walk stops after WS-MAX-HOPS moves so a code moved back
      *    and forth cannot loop.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO 'RKEYXREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RX-OLD-CODE
               FILE STATUS IS WS-XREF-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD XREF-FILE.
           COPY RKEYXRR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS           PIC 99.
       01 WS-OPEN-TRIED-SW         PIC X     VALUE 'N'.
          88 WS-OPEN-TRIED                   VALUE 'Y'.
       01 WS-XREF-OPEN-SW          PIC X     VALUE 'N'.
          88 WS-XREF-OPEN                    VALUE 'Y'.
       01 WS-MAX-HOPS              PIC 9(3)  VALUE 20.
      ******************************************************************
       LINKAGE SECTION.
           COPY RKEYLKR.
      ******************************************************************
       PROCEDURE DIVISION USING RKEYLKUP-PARM.
       MAIN.
           IF NOT WS-OPEN-TRIED
               MOVE 'Y' TO WS-OPEN-TRIED-SW
               OPEN INPUT XREF-FILE
               IF WS-XREF-STATUS = ZEROES
                   MOVE 'Y' TO WS-XREF-OPEN-SW
               END-IF
           END-IF

           PERFORM FOLLOW-ONE-CODE THRU FOLLOW-ONE-CODE-END

           GOBACK
           .
       FOLLOW-ONE-CODE.
           MOVE 'N' TO RL-MOVED-SW
           MOVE SPACES TO RL-NEXT-CODE
           MOVE SPACE TO RL-ACTION
           MOVE ZEROES TO RL-DATE
           MOVE RL-CODE TO RL-CURRENT-CODE
           MOVE ZEROES TO RL-HOPS
           IF NOT WS-XREF-OPEN OR RL-CODE = SPACES
               GO TO FOLLOW-ONE-CODE-END
           END-IF

           PERFORM UNTIL RL-HOPS NOT < WS-MAX-HOPS
               MOVE RL-CURRENT-CODE TO RX-OLD-CODE
               READ XREF-FILE
               IF WS-XREF-STATUS NOT = ZEROES
                   GO TO FOLLOW-ONE-CODE-END
               END-IF
               IF RL-HOPS = ZEROES
                   MOVE 'Y' TO RL-MOVED-SW
                   MOVE RX-NEW-CODE TO RL-NEXT-CODE
                   MOVE RX-ACTION TO RL-ACTION
                   MOVE RX-DATE TO RL-DATE
               END-IF
               MOVE RX-NEW-CODE TO RL-CURRENT-CODE
               ADD 1 TO RL-HOPS
           END-PERFORM.
       FOLLOW-ONE-CODE-END.
           CONTINUE.
