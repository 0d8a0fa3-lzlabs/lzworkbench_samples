      *                 the operator alert file and the console
      *       FATAL     the run cannot continue - logged AND routed to
      *                 the operator alert file and the console
      *
      *    A program may log by message number instead of building
      *    its own text: EL-MSG-ID names a message on the MSGCAT
      *    catalogue and EL-MSG-PARM (1) to (3) fill its &1 to &3.
      *    ERRLOG then builds EL-MESSAGE as the number followed by the
      *    catalogue's standard text, and a blank EL-SEVERITY takes
      *    the catalogue's default.  ERRLOG clears the number and the
      *    fill-ins once it has logged the message, so the caller's
      *    next free-text call is not taken for a numbered one.
      ******************************************************************
       01 ERRLOG-PARM.
          05 EL-PROGRAM-ID          PIC X(8).
      *   calls; anything else is an ordinary write.  Callers that
      *   never set the byte keep logging exactly as before.
          05 EL-FUNCTION            PIC X.
          05 EL-MSG-ID              PIC X(7).
          05 EL-MSG-PARM            PIC X(30) OCCURS 3 TIMES.
