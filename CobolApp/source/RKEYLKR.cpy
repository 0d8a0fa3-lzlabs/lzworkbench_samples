      ******************************************************************
      *    RKEYLKR - parameter record for the shared RKEYLKUP company
      *    re-key lookup.  RKEYLKUP answers, for the company code
      *    handed to it, whether COREKEY has moved the company off
      *    that code (RKEYXREF, layout RKEYXRR) and where it is kept
      *    now:
      *
      *       RL-CODE          the COMPANY_CODE asked about
      *       RL-MOVED-SW      'Y' the code has been given up
      *       RL-NEXT-CODE     the code it was moved or merged to
      *       RL-ACTION        K moved, M merged
      *       RL-DATE          yyyymmdd of that move
      *       RL-CURRENT-CODE  the end of the chain - the code the
      *                        company is kept under today; RL-CODE
      *                        itself when it has not been moved
      *       RL-HOPS          how many moves lie between the two
      ******************************************************************
       01 RKEYLKUP-PARM.
          05 RL-CODE                PIC X(10).
          05 RL-MOVED-SW            PIC X.
             88 RL-MOVED                      VALUE 'Y'.
             88 RL-NOT-MOVED                  VALUE 'N'.
          05 RL-NEXT-CODE           PIC X(10).
          05 RL-ACTION              PIC X.
          05 RL-DATE                PIC 9(8).
          05 RL-CURRENT-CODE        PIC X(10).
          05 RL-HOPS                PIC 9(3).
