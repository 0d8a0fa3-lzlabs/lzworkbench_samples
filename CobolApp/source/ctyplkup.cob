       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTYPLKUP.
      ******************************************************************
      *    CTYPLKUP - company-type lookup.  COMPANY_TYPE is carried
      *    as a bare number on T2021A; the CTYPEFIL reference table
      *    says what each number means and whether it may still be
      *    used, one type per record:
      *
      *       tttt A yyyymmdd yyyymmdd description
      *
      *    type code, active flag (Y/N), effective-from and
      *    effective-to dates (either may be blank for open-ended),
      *    and the description.  CTYPMANT is the maintenance path
      *    in.  The table is loaded on the first call and kept
      *    across calls, the same pattern CALLKUP uses for its
      *    calendar.  A missing CTYPEFIL leaves every type unknown.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE-FILE ASSIGN TO 'CTYPEFIL'
               STATUS IS WS-TYPE-STATUS.
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
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-TYPE-STATUS           PIC 99.
       01 WS-TYPE-EOF-SW           PIC X     VALUE 'N'.
          88 WS-TYPE-EOF                     VALUE 'Y'.
       01 WS-TABLE-LOADED-SW       PIC X     VALUE 'N'.
          88 WS-TABLE-LOADED                 VALUE 'Y'.
       01 WS-TYPE-USED             PIC 9(3)  VALUE ZEROES.
       01 WS-TYPE-TABLE.
          05 WS-TYPE-ENTRY OCCURS 200 TIMES.
             10 WS-TE-CODE         PIC 9(4).
             10 WS-TE-ACTIVE       PIC X.
             10 WS-TE-EFF-FROM     PIC 9(8).
             10 WS-TE-EFF-TO       PIC 9(8).
             10 WS-TE-DESC         PIC X(30).
       01 WS-SUB                   PIC 9(3)  VALUE ZEROES.
      ******************************************************************
       LINKAGE SECTION.
           COPY CTYPLKR.
      ******************************************************************
       PROCEDURE DIVISION USING CTYPLKUP-PARM.
       MAIN.
           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-TYPE-TABLE THRU LOAD-TYPE-TABLE-END
           END-IF

           PERFORM JUDGE-ONE-TYPE THRU JUDGE-ONE-TYPE-END

           GOBACK
           .
      * Blank effective dates are stored as the widest possible
      * range, so the judgment below never has to test for them.
       LOAD-TYPE-TABLE.
           MOVE 'Y' TO WS-TABLE-LOADED-SW
           OPEN INPUT TYPE-FILE
           IF WS-TYPE-STATUS NOT = ZEROES
               GO TO LOAD-TYPE-TABLE-END
           END-IF
           MOVE 'N' TO WS-TYPE-EOF-SW
           PERFORM UNTIL WS-TYPE-EOF
               READ TYPE-FILE
                   AT END
                       MOVE 'Y' TO WS-TYPE-EOF-SW
                   NOT AT END
                       IF TYP-CODE IS NUMERIC
                               AND WS-TYPE-USED < 200
                           ADD 1 TO WS-TYPE-USED
                           MOVE TYP-CODE TO WS-TE-CODE (WS-TYPE-USED)
                           MOVE TYP-ACTIVE
                               TO WS-TE-ACTIVE (WS-TYPE-USED)
                           IF TYP-EFF-FROM IS NUMERIC
                               MOVE TYP-EFF-FROM
                                   TO WS-TE-EFF-FROM (WS-TYPE-USED)
                           ELSE
                               MOVE ZEROES
                                   TO WS-TE-EFF-FROM (WS-TYPE-USED)
                           END-IF
                           IF TYP-EFF-TO IS NUMERIC
                               MOVE TYP-EFF-TO
                                   TO WS-TE-EFF-TO (WS-TYPE-USED)
                           ELSE
                               MOVE 99999999
                                   TO WS-TE-EFF-TO (WS-TYPE-USED)
                           END-IF
                           MOVE TYP-DESC TO WS-TE-DESC (WS-TYPE-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TYPE-FILE.
       LOAD-TYPE-TABLE-END.
           CONTINUE.
      * A type is usable when it is flagged active and the date
      * asked about falls inside its effective range.
       JUDGE-ONE-TYPE.
           MOVE 'N' TO TY-FOUND-SW
           MOVE 'N' TO TY-ACTIVE-SW
           MOVE '*** TYPE NOT ON CTYPEFIL ***' TO TY-DESC

           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-TYPE-USED
               ADD 1 TO WS-SUB
               IF WS-TE-CODE (WS-SUB) = TY-TYPE
                   MOVE 'Y' TO TY-FOUND-SW
                   MOVE WS-TE-DESC (WS-SUB) TO TY-DESC
                   IF WS-TE-ACTIVE (WS-SUB) = 'Y'
                           AND TY-AS-OF-DATE
                               NOT < WS-TE-EFF-FROM (WS-SUB)
                           AND TY-AS-OF-DATE
                               NOT > WS-TE-EFF-TO (WS-SUB)
                       MOVE 'Y' TO TY-ACTIVE-SW
                   END-IF
                   GO TO JUDGE-ONE-TYPE-END
               END-IF
           END-PERFORM.
       JUDGE-ONE-TYPE-END.
           CONTINUE.
