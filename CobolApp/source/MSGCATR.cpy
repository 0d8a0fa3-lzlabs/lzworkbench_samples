      ******************************************************************
      *    MSGCATR - MSGCAT message catalogue record (200 bytes), one
      *    message per record, kept in message number order by
      *    MSGMANT and read through the shared MSGLKUP lookup.
      *
      *       MC-MSG-ID      aaannnn - three letters naming the area
      *                      (SQL, DSN, ALR, CHN ...) and a number
      *       MC-SEVERITY    the severity the message is logged at
      *                      when the caller leaves EL-SEVERITY blank
      *       MC-TEXT        the standard text.  &1, &2 and &3 mark
      *                      where ERRLOG puts EL-MSG-PARM (1) to (3)
      *       MC-ACTION      what the operator is to do about it -
      *                      printed beside the message by ERRRPT,
      *                      ALERTACK and MORNSTAT
      ******************************************************************
       01 MSG-CATALOGUE-REC.
          05 MC-MSG-ID              PIC X(7).
          05 FILLER                 PIC X.
          05 MC-SEVERITY            PIC X(8).
          05 FILLER                 PIC X.
          05 MC-TEXT                PIC X(72).
          05 FILLER                 PIC X.
          05 MC-ACTION              PIC X(100).
          05 FILLER                 PIC X(10).
