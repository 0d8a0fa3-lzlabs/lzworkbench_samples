      ******************************************************************
      *    CHAINCTR - CHAINCTL record (60 bytes), keyed by trail: the
      *    current end of chain for a trail whose online writer
      *    cannot read the trail back.  VSAMONL reads VJOURNAL's
      *    entry for update, chains its journal record from it and
      *    rewrites it; the batch VJOURNAL writers post their end of
      *    chain here through CHAINSRV 'MARK' when they close the
      *    journal.
      ******************************************************************
       01 CHAIN-CONTROL-REC.
          05 CC-TRAIL               PIC X(8).
          05 FILLER                 PIC X.
          05 CC-CHAIN               PIC 9(18).
          05 FILLER                 PIC X.
          05 CC-DATE                PIC 9(8).
          05 FILLER                 PIC X.
          05 CC-TIME                PIC 9(8).
          05 FILLER                 PIC X.
          05 CC-PROGRAM-ID          PIC X(8).
          05 FILLER                 PIC X(6).
