      ******************************************************************
      *    CALLKUPR - parameter record for the shared CALLKUP
      *    business-calendar lookup.  The date area follows the
      *    STRUCT copybook layout.  CALLKUP answers three questions
      *    for the date handed to it:
      *
      *       CK-WORKDAY-SW    'Y' when the date is a processing day
      *                        (a weekday that is not on the holiday
      *                        be a workday)
      *       CK-MONTH-END-SW  'Y' when the date is the last
      *                        processing day of its month
      *       CK-PERIOD-END-SW 'Y' when the date is the last
      *                        processing day of its fiscal period
      *                        on FISCCAL, with the period in
      *                        CK-FISCAL-YEAR and CK-FISCAL-PERIOD
      *                        (zeroes when FISCCAL does not list
      *                        the date)
      *
      *    CK-DESC carries the holiday description when the table
      *    knows the date.
          05 CK-MONTH-END-SW        PIC X.
             88 CK-MONTH-END                  VALUE 'Y'.
          05 CK-DESC                PIC X(30).
          05 CK-PERIOD-END-SW       PIC X.
             88 CK-PERIOD-END                 VALUE 'Y'.
          05 CK-FISCAL-YEAR         PIC 9(4).
          05 CK-FISCAL-PERIOD       PIC 9(2).
