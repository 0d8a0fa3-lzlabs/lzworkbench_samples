      *    with the holder's details when another run marked it HELD.
      *    FREE releases it; BRK is the documented operator override
      *    for the crash-leftover case (deleting the RUNLOCK dataset
      *    has the same effect).  BRK is refused, with the reason in
      *    LK-HOLDER, unless the operator signed on to the job holds
      *    LOCKBRK on AUTHFILE (see AUTHCHK).
      *
      *    The depth counter is EXTERNAL, on the same mechanism as
      *    GLOBAL-VAR, so nested GET/FREE pairs inside one run unit
       01 WS-NOW-CSECS             PIC 9(9)  VALUE ZEROES.
       01 WS-ELAPSED-CSECS         PIC 9(9)  VALUE ZEROES.
           COPY RUNIDR.
           COPY AUTHCHKR.
      ******************************************************************
       LINKAGE SECTION.
      * Mirrors LOCKSRV-PARM in the LOCKSRVR copybook.
       FREE-LOCK-END.
           CONTINUE.
      * Operator override for a lock left behind by a crashed run -
      * the file is marked FREE no matter who holds it, once the
      * operator's authority to do so has been checked.
       BREAK-LOCK.
           MOVE 'LOCKBRK' TO AU-FUNCTION
           MOVE LK-PROGRAM-ID TO AU-PROGRAM-ID
           MOVE SPACES TO AU-OPERATOR
           CALL 'AUTHCHK' USING AUTHCHK-PARM
           IF AU-REFUSED
               MOVE SPACES TO LK-HOLDER
               STRING 'LOCK OVERRIDE REFUSED - ' DELIMITED BY SIZE
                       AU-REASON DELIMITED BY SIZE
                   INTO LK-HOLDER
               MOVE 'N' TO LK-GRANTED-SW
               GO TO BREAK-LOCK-END
           END-IF
           MOVE ZEROES TO GLOBAL-LOCK-DEPTH
           PERFORM WRITE-FREE-RECORD THRU WRITE-FREE-RECORD-END
           MOVE 'Y' TO LK-GRANTED-SW
           DISPLAY 'LOCKSRV: LOCK FORCED FREE BY ' LK-PROGRAM-ID
                   ' OPERATOR ' AU-OPERATOR.
       BREAK-LOCK-END.
           CONTINUE.
       WRITE-LOCK-RECORD.
