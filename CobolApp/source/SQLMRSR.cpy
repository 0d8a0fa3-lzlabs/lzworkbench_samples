      ******************************************************************
      *    SQLMRSR - the SQLMAINT restart record on SQLMRSTR, written
      *    by SQLMAINT after every COMMIT and read back by SQLMAINT
      *    on a rerun and by RSTADVIS when it advises on one.  It
      *    holds the position of the last commit - how many SQLTRAN
      *    records had been read when it was taken - and the counts
      *    the run had reached by then, so a rerun resumes at the
      *    first uncommitted transaction and reports the whole
      *    batch.  A clean finish writes it back as zeroes.
      *
      *       SR-TRANS-DONE   SQLTRAN records read at the commit
      *       SR-INSERTS      inserts committed
      *       SR-UPDATES      updates committed
      *       SR-DELETES      deletes committed
      *       SR-REJECTS      SQLMREJ records written by then
      *       SR-BATCH-COUNT  the batch's record count and hash,
      *       SR-BATCH-HASH   from BTCHCHK - a rerun must be applying
      *                       the same batch
      *       SR-RUN-ID       GLOBAL-RUN-ID of the run that committed
      *       SR-COMMIT-DATE  when the commit was taken
      *       SR-COMMIT-TIME
      ******************************************************************
       01 SQLM-RESTART-REC.
          05 SR-TRANS-DONE          PIC 9(7).
          05 FILLER                 PIC X.
          05 SR-INSERTS             PIC 9(7).
          05 FILLER                 PIC X.
          05 SR-UPDATES             PIC 9(7).
          05 FILLER                 PIC X.
          05 SR-DELETES             PIC 9(7).
          05 FILLER                 PIC X.
          05 SR-REJECTS             PIC 9(7).
          05 FILLER                 PIC X.
          05 SR-BATCH-COUNT         PIC 9(9).
          05 FILLER                 PIC X.
          05 SR-BATCH-HASH          PIC X(18).
          05 FILLER                 PIC X.
          05 SR-RUN-ID              PIC X(16).
          05 FILLER                 PIC X.
          05 SR-COMMIT-DATE         PIC 9(8).
          05 FILLER                 PIC X.
          05 SR-COMMIT-TIME         PIC 9(8).
