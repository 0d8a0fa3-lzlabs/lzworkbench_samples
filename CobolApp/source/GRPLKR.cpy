      ******************************************************************
      *    GRPLKR - parameter record for the shared GRPLKUP company
      *    group lookup.  GRPLKUP answers, for the company handed to
      *    it, whether it belongs to the group handed to it - the
      *    group's head company itself, or any company below it in
      *    the GRPLINK hierarchy at whatever depth:
      *
      *       GK-GROUP         the group code (its head company)
      *       GK-COMPANY       the COMPANY_CODE to judge
      *       GK-MEMBER-SW     'Y' the company is in the group
      *       GK-GROUP-KNOWN-SW
      *                        'Y' GRPLINK holds links for the group
      *                        code; 'N' it heads nothing, so only
      *                        the company itself is in it
      *       GK-PARENT        the company's immediate parent, or
      *                        blank when it has none
      ******************************************************************
       01 GRPLKUP-PARM.
          05 GK-GROUP               PIC X(10).
          05 GK-COMPANY             PIC X(10).
          05 GK-MEMBER-SW           PIC X.
             88 GK-MEMBER                     VALUE 'Y'.
             88 GK-NOT-MEMBER                 VALUE 'N'.
          05 GK-GROUP-KNOWN-SW      PIC X.
             88 GK-GROUP-KNOWN                VALUE 'Y'.
          05 GK-PARENT              PIC X(10).
