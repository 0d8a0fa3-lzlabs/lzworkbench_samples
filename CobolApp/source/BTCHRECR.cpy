      ******************************************************************
      *    BTCHRECR - one maintenance-batch control record, the layout
      *    shared by the BTCHREG registration file and the BTCHAPPR
      *    approval file (100 bytes, both append-only).  READ ... INTO
      *    here and WRITE ... FROM here.
      *
      *       BK-BATCH-ID    the batch's id, given at registration
      *       BK-TARGET      the maintenance input the batch is for:
      *                      TRANFILE  VSAM maintenance run
      *                      SQLTRAN   SQLMAINT
      *       BK-COUNT       records in the batch
      *       BK-HASH        HASHSRV hash of the batch's records,
      *                      keys and data, in file order
      *       BK-OPERATOR    BTCHREG: the preparer who registered it
      *                      BTCHAPPR: the approver who signed it off
      *       BK-DATE        when the record was written
      *       BK-TIME
      *       BK-RUN-ID      GLOBAL-RUN-ID of the run that wrote it
      ******************************************************************
       01 BATCH-CONTROL-REC.
          05 BK-BATCH-ID            PIC X(16).
          05 FILLER                 PIC X.
          05 BK-TARGET              PIC X(8).
          05 FILLER                 PIC X.
          05 BK-COUNT               PIC 9(9).
          05 FILLER                 PIC X.
          05 BK-HASH.
             10 BK-HASH-A           PIC 9(9).
             10 BK-HASH-B           PIC 9(9).
          05 FILLER                 PIC X.
          05 BK-OPERATOR            PIC X(8).
          05 FILLER                 PIC X.
          05 BK-DATE                PIC 9(8).
          05 FILLER                 PIC X.
          05 BK-TIME                PIC 9(8).
          05 FILLER                 PIC X.
          05 BK-RUN-ID              PIC X(16).
          05 FILLER                 PIC X(2).
