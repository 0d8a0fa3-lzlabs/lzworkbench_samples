      ******************************************************************
      *    ZIPLKR - parameter record for the shared ZIPLKUP
      *    ZIP-to-state cross-check.  ZIPLKUP judges whether the
      *    3-digit prefix of the ZIP handed to it falls inside one of
      *    the ZIPSTATE prefix ranges held for the state handed to
      *    it:
      *
      *       ZP-STATE         the 2-byte state code
      *       ZP-ZIP           the ZIP as keyed (nnnnn or nnnnn-nnnn)
      *       ZP-RESULT-SW     'Y' the ZIP belongs to the state
      *                        'N' the ZIP belongs elsewhere
      *                        'U' not judged - the table holds no
      *                            ranges for the state, or the ZIP
      *                            prefix is not numeric
      ******************************************************************
       01 ZIPLKUP-PARM.
          05 ZP-STATE               PIC X(2).
          05 ZP-ZIP                 PIC X(10).
          05 ZP-RESULT-SW           PIC X.
             88 ZP-MATCH                      VALUE 'Y'.
             88 ZP-MISMATCH                   VALUE 'N'.
             88 ZP-NOT-JUDGED                 VALUE 'U'.
