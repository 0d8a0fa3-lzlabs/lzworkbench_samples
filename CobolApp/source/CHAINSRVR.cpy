      ******************************************************************
      *    CHAINSRVR - parameter record for the shared CHAINSRV audit
      *    trail chaining service, called like ERRLOG.  Every record
      *    on MIDAUDIT and VJOURNAL, and every T2021H history row,
      *    carries an 18-digit chain value: the HASHSRV hash of the
      *    previous record's chain value followed by the record's
      *    own content.  Changing, dropping, inserting or re-ordering
      *    any record breaks every chain value after it, which
      *    CHAINVFY reports.
      *
      *       CN-FUNCTION    LAST  end of the chain for CN-TRAIL - the
      *                            last record's chain value, or the
      *                            latest carry anchor when the live
      *                            trail is empty; CN-POSITION is
      *                            its record number counted from
      *                            the start of the trail (archive
      *                            included)
      *                      LINK  chain CN-DATA (1:CN-LENGTH) onto
      *                            CN-CHAIN - CN-CHAIN comes in as
      *                            the previous record's value and
      *                            goes back as this record's
      *                      ANCH  the latest carry anchor for
      *                            CN-TRAIL from CHAINLOG
      *                      CARY  append a carry anchor - CN-CHAIN
      *                            and CN-POSITION of the last record
      *                            an archiving run moved off the
      *                            live trail - to CHAINLOG
      *                      MARK  post CN-CHAIN as the trail's end
      *                            of chain on CHAINCTL, where the
      *                            online journal writer picks it up
      *       CN-TRAIL       MIDAUDIT, VJOURNAL or T2021H
      *       CN-PROGRAM-ID  calling program, for CHAINLOG/CHAINCTL
      *       CN-CHAIN       chain value, two 9-digit halves
      *       CN-POSITION    record number of CN-CHAIN on the trail
      *       CN-OK-SW       'N' when a file the function needs
      *                      could not be used
      *       CN-LENGTH      bytes of CN-DATA to chain, 1-200
      *       CN-DATA        the record content, chain field excluded
      ******************************************************************
       01 CHAINSRV-PARM.
          05 CN-FUNCTION            PIC X(4).
          05 CN-TRAIL               PIC X(8).
          05 CN-PROGRAM-ID          PIC X(8).
          05 CN-CHAIN.
             10 CN-CHAIN-A          PIC 9(9).
             10 CN-CHAIN-B          PIC 9(9).
          05 CN-POSITION            PIC 9(9).
          05 CN-OK-SW               PIC X.
             88 CN-OK                          VALUE 'Y'.
             88 CN-FAILED                      VALUE 'N'.
          05 CN-LENGTH              PIC 9(4).
          05 CN-DATA                PIC X(200).
