      ******************************************************************
      *    MSGLKUPR - parameter record for the shared MSGLKUP message
      *    catalogue lookup.  MSGLKUP answers, for the message number
      *    handed to it, what the MSGCAT catalogue says about it:
      *
      *       ML-MSG-ID        the message number to look up
      *       ML-FOUND-SW      'Y' when the catalogue carries it
      *       ML-SEVERITY      its default severity
      *       ML-TEXT          its standard text, substitution points
      *                        (&1 &2 &3) still in place
      *       ML-ACTION        the recommended operator action
      *
      *    A number not on the catalogue comes back not found with
      *    the text and action fields blank.
      ******************************************************************
       01 MSGLKUP-PARM.
          05 ML-MSG-ID              PIC X(7).
          05 ML-FOUND-SW            PIC X.
             88 ML-FOUND                      VALUE 'Y'.
             88 ML-NOT-FOUND                  VALUE 'N'.
          05 ML-SEVERITY            PIC X(8).
          05 ML-TEXT                PIC X(72).
          05 ML-ACTION              PIC X(100).
