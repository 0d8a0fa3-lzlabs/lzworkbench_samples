      ******************************************************************
      *    FISCALR - one period of the fiscal calendar on FISCCAL,
      *    kept alongside CALFILE and maintained through CALMAINT.
      *    The fiscal year runs on 4-4-5 week periods, so a period's
      *    dates cannot be worked out from the calendar month; each
      *    period is listed with its own start and end:
      *
      *       yyyy pp yyyymmdd yyyymmdd
      *
      *       FC-FISCAL-YEAR   the fiscal year the period belongs to
      *       FC-PERIOD        period number within the year
      *       FC-START-DATE    first day of the period
      *       FC-END-DATE      last day of the period
      *
      *    DATESRV answers fiscal-period questions from this table.
      ******************************************************************
       01 FISCAL-REC.
          05 FC-FISCAL-YEAR         PIC X(4).
          05 FILLER                 PIC X.
          05 FC-PERIOD              PIC X(2).
          05 FILLER                 PIC X.
          05 FC-START-DATE          PIC X(8).
          05 FILLER                 PIC X.
          05 FC-END-DATE            PIC X(8).
