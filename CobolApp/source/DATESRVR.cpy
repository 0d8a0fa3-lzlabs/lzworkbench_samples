      *                          DS-DATE-2 (signed, counting the
      *                          days after DS-DATE-1 through
      *                          DS-DATE-2), into DS-DAYS
      *                     FPER fiscal year and period of
      *                          DS-DATE-1 into DS-FISCAL-YEAR and
      *                          DS-FISCAL-PERIOD, the period's first
      *                          day into DS-DATE-2
      *                     FEND the same, with the period's last
      *                          day - the fiscal period end - into
      *                          DS-DATE-2
      *                     FRNG the first and last day of fiscal
      *                          period DS-FISCAL-PERIOD of year
      *                          DS-FISCAL-YEAR into DS-DATE-1 and
      *                          DS-DATE-2
      *                          (the fiscal functions read the
      *                          FISCCAL period table; a date or
      *                          period it does not list is not
      *                          valid)
      *       DS-VALID-SW   'Y' when the request succeeded, 'N' when
      *                     a date failed validation or the function
      *                     code is unknown
             10 DS-MONTH-2          PIC 9(2).
             10 DS-DAY-2            PIC 9(2).
          05 DS-DAYS                PIC S9(7).
          05 DS-FISCAL-YEAR         PIC 9(4).
          05 DS-FISCAL-PERIOD       PIC 9(2).
