      *
      *      - TR-Action must be R, A, C or D        (reason ACTN)
      *      - TR-Key must not be blank              (reason KEY)
      *      - on A/C the segment code must be
      *        HD/DT/ST                              (reason SEG)
      *        HD data must open with a numeric
      *        7-byte detail count                   (reason HDCT)
      *        an HD add (a new company) must carry a
      *        code with a good check digit          (reason CDIG)
      *        that the CODEREG registry issued      (reason NISS)
      *        DT data must not be blank             (reason DTBL)
      *        DT zip must lie in the ZIPSTATE prefix
      *        ranges of the DT state                (reason ZPST)
      *        ST data must carry status A/S/C and a
      *        valid effective date                  (reason STAT)
      *      - only an ST segment may sit at the
      *        reserved status sequence '999', and an
      *        ST segment nowhere else               (reason STKY)
      *      - TR-Key must not step backwards, so the
      *        checkpoint/restart logic in VSAM can
      *        trust ascending key order             (reason SEQ)
           COPY ERRLOGR.
           COPY RETCODE.
           COPY CTLTOTR.
           COPY ZIPLKR.
           COPY DATESRVR.
           COPY CSTATR.
           COPY CODESRVR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
               MOVE 'TRANEDIT' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE FST        TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'TRANFILE' TO EL-MSG-PARM (1)
               MOVE 'NO PRE-EDIT RUN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-BAD-INPUT TO RETURN-CODE
               DISPLAY '  </TRANEDIT>'
           MOVE 'PROD' TO CT-ROLE
           MOVE WS-RECORDS-ACCEPTED TO CT-COUNT
           CALL 'CTLTOT' USING CTLTOT-PARM
      * The reject file carries no stamp of its own; this total is
      * what dates its records and names the run that wrote them.
           MOVE 'TRANEDIT' TO CT-PROGRAM-ID
           MOVE 'TRANREJ' TO CT-FILE-ID
           MOVE 'PROD' TO CT-ROLE
           MOVE WS-RECORDS-REJECTED TO CT-COUNT
           CALL 'CTLTOT' USING CTLTOT-PARM

           IF WS-RECORDS-REJECTED > ZEROES
               MOVE 'TRANEDIT' TO EL-PROGRAM-ID
               GO TO EDIT-WRITE-REJECT
           END-IF

      * The status sequence belongs to the company's 'ST' segment;
      * a detail written there would take its place.
           IF TR-Action = 'A' OR TR-Action = 'C'
               IF (TR-Data (1:2) = 'ST' AND TR-Key (8:3) NOT =
                       CS-STATUS-SEQ)
                       OR (TR-Data (1:2) NOT = 'ST' AND TR-Key (8:3) =
                       CS-STATUS-SEQ)
                   MOVE 'STKY' TO WS-REASON-CODE
                   GO TO EDIT-WRITE-REJECT
               END-IF
           END-IF

           IF TR-Action = 'A' OR TR-Action = 'C'
               EVALUATE TR-Data (1:2)
                   WHEN 'HD'
                           MOVE 'HDCT' TO WS-REASON-CODE
                           GO TO EDIT-WRITE-REJECT
                       END-IF
      * Adding a header adds a company - its code must be one the
      * CODEREG registry issued, with a good check digit.  A registry
      * that cannot be read lets nothing through.
                       IF TR-Action = 'A'
                           MOVE 'CHEK' TO CD-FUNCTION
                           MOVE 'TRANEDIT' TO CD-PROGRAM-ID
                           MOVE SPACES TO CD-CODE
                           MOVE TR-Key (1:7) TO CD-CODE (1:7)
                           CALL 'CODESRV' USING CODESRV-PARM
                           IF CD-BAD-DIGIT
                               MOVE 'CDIG' TO WS-REASON-CODE
                               GO TO EDIT-WRITE-REJECT
                           END-IF
                           IF NOT CD-GOOD
                               MOVE 'NISS' TO WS-REASON-CODE
                               GO TO EDIT-WRITE-REJECT
                           END-IF
                       END-IF
                   WHEN 'DT'
                       IF TR-Data (3:28) = SPACES
                           MOVE 'DTBL' TO WS-REASON-CODE
                           GO TO EDIT-WRITE-REJECT
                       END-IF
      * The detail carries the state at 17 and the zip at 19 - the
      * same ZIP-to-state check SQLMAINT makes on T2021B.
                       MOVE TR-Data (17:2) TO ZP-STATE
                       MOVE TR-Data (19:10) TO ZP-ZIP
                       CALL 'ZIPLKUP' USING ZIPLKUP-PARM
                       IF ZP-MISMATCH
                           MOVE 'ZPST' TO WS-REASON-CODE
                           GO TO EDIT-WRITE-REJECT
                       END-IF
                   WHEN 'ST'
                       MOVE TR-Data TO CS-STATUS-SEGMENT
                       IF NOT CS-VALID-STATUS
                               OR CS-EFFECTIVE-DATE NOT NUMERIC
                           MOVE 'STAT' TO WS-REASON-CODE
                           GO TO EDIT-WRITE-REJECT
                       END-IF
                       MOVE 'VAL ' TO DS-FUNCTION
                       MOVE CS-EFFECTIVE-DATE TO DS-DATE-1
                       CALL 'DATESRV' USING DATESRV-PARM
                       IF DS-NOT-VALID
                           MOVE 'STAT' TO WS-REASON-CODE
                           GO TO EDIT-WRITE-REJECT
                       END-IF
                   WHEN OTHER
                       MOVE 'SEG ' TO WS-REASON-CODE
                       GO TO EDIT-WRITE-REJECT
