      ******************************************************************
      *    CSTATR - the company lifecycle status segment of the
      *    VSAMFILE master.  Each company may carry one 'ST' record,
      *    keyed on its 7-byte company code plus the reserved
      *    sequence '999', so it sorts behind the '000' header and
      *    every '001'-upward detail of the group.  A company with no
      *    'ST' record is active.  MOVE the record's KSO-Rec here to
      *    read it:
      *
      *       CS-SEGMENT-CODE      'ST'
      *       CS-STATUS-CODE       A active, S suspended, C closed
      *       CS-EFFECTIVE-DATE    yyyymmdd the status took (or will
      *                            take) effect; a status dated
      *                            after the run date is not yet in
      *                            force and the company is treated
      *                            as active until it is
      *       CS-REASON            free-text reason for the change
      *
      *    CS-STATUS-SEQ is the key sequence the segment lives at -
      *    no 'DT' detail may use it.
      ******************************************************************
       01 CS-STATUS-SEGMENT.
          05 CS-SEGMENT-CODE        PIC X(2).
          05 CS-STATUS-CODE         PIC X.
             88 CS-ACTIVE                     VALUE 'A'.
             88 CS-SUSPENDED                  VALUE 'S'.
             88 CS-CLOSED                     VALUE 'C'.
             88 CS-VALID-STATUS               VALUE 'A' 'S' 'C'.
          05 CS-EFFECTIVE-DATE      PIC 9(8).
          05 CS-REASON              PIC X(19).
       01 CS-STATUS-SEQ             PIC X(3)  VALUE '999'.
