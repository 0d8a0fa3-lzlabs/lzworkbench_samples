      ******************************************************************
      *    AUTHCHKR - parameter record for the shared AUTHCHK operator
      *    authorisation check, called like ERRLOG.  Every program
      *    about to do something destructive or to override a control
      *    asks first, naming the function; AUTHCHK judges the
      *    operator against the AUTHFILE list of operator ids and the
      *    functions each may perform, writes the attempt to the
      *    SECLOG security log whichever way it goes, and raises a
      *    refusal as an ERROR through ERRLOG.  The caller ends the
      *    step RC-VALIDATION-ERROR on a refusal.
      *
      *       AU-FUNCTION    the function being attempted:
      *                      SQLMLIVE  SQLMAINT live (non-simulate) run
      *                      VSAMRELD  VSAMFILE reload
      *                      VSAMRCVR  VSAMFILE forward recovery
      *                      LOCKBRK   LOCKSRV 'BRK' lock override
      *                      CALFORCE  DRIVER calendar FORCE override
      *                      BATCHREG  BTCHAPR batch registration
      *                      BATCHAPR  BTCHAPR batch approval
      *                      COREKEY   COREKEY company re-key/merge
      *                      CODEISSU  CODEALOC company code issue
      *       AU-PROGRAM-ID  who is asking
      *       AU-OPERATOR    the operator id; left blank, it is taken
      *                      from the OPERATOR= record of the job's
      *                      OPERID sign-on dataset, and comes back
      *                      holding the id that was judged
      *       AU-GRANTED-SW  'Y' authorised, 'N' refused
      *       AU-REASON      why a refusal was made
      ******************************************************************
       01 AUTHCHK-PARM.
          05 AU-FUNCTION            PIC X(8).
          05 AU-PROGRAM-ID          PIC X(8).
          05 AU-OPERATOR            PIC X(8).
          05 AU-GRANTED-SW          PIC X.
             88 AU-GRANTED                    VALUE 'Y'.
             88 AU-REFUSED                    VALUE 'N'.
          05 AU-REASON              PIC X(40).
