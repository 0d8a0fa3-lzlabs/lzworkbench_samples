      *       RC-CALENDAR-HOLD      20  the business calendar says
      *                                 today is not a processing day
      *                                 and no override was given
      *       RC-NO-RATE            24  a currency conversion named a
      *                                 pair or date with no exchange
      *                                 rate on file, or a chargeback
      *                                 line had no CHGRATE rate
      ******************************************************************
       01  RC-CONSTANTS.
           03  RC-NORMAL                PIC S9(4) COMP VALUE +0.
           03  RC-VALIDATION-ERROR      PIC S9(4) COMP VALUE +12.
           03  RC-PROCESSING-ERROR      PIC S9(4) COMP VALUE +16.
           03  RC-CALENDAR-HOLD         PIC S9(4) COMP VALUE +20.
           03  RC-NO-RATE               PIC S9(4) COMP VALUE +24.
