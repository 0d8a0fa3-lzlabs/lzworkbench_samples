      ******************************************************************
      *    HASHSRVR - parameter record for the shared HASHSRV record
      *    hash, called like ERRLOG.  A caller folds any number of
      *    records, one call each, into a running 18-digit hash that
      *    lives here in the caller's own parameter record, so any
      *    number of hashes can be built side by side.  The same
      *    records in the same order always give the same hash; one
      *    changed, added, dropped or re-ordered record gives a
      *    different one.
      *
      *       HS-FUNCTION    INIT  start a new hash (HS-HASH zeroed)
      *                      ADD   fold HS-DATA (1:HS-LENGTH) into it
      *       HS-LENGTH      bytes of HS-DATA to fold, 1-400
      *       HS-HASH        the running hash, two independent
      *                      9-digit halves
      *       HS-DATA        the record to fold
      ******************************************************************
       01 HASHSRV-PARM.
          05 HS-FUNCTION            PIC X(4).
          05 HS-LENGTH              PIC 9(4).
          05 HS-HASH.
             10 HS-HASH-A           PIC 9(9).
             10 HS-HASH-B           PIC 9(9).
          05 HS-DATA                PIC X(400).
