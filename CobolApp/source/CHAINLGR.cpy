      ******************************************************************
      *    CHAINLGR - CHAINLOG record (120 bytes), the running log of
      *    audit trail chain values, appended to and never rewritten.
      *
      *       CL-TYPE        CARRY     an archiving run (HOUSEKP for
      *                                MIDAUDIT, JRNLRET for VJOURNAL)
      *                                moved records off the live
      *                                trail; CL-CHAIN is the chain
      *                                value of the last record moved
      *                                and CL-POSITION its record
      *                                number, so the first record
      *                                left on the live trail chains
      *                                from it
      *                      VERIFIED  a CHAINVFY run walked the trail;
      *                                CL-CHAIN is the end of chain it
      *                                verified at record CL-POSITION,
      *                                CL-STATUS OK or BROKEN, and
      *                                CL-BREAK-AT the record number
      *                                of the first broken link
      *       CL-TRAIL       MIDAUDIT, VJOURNAL or T2021H
      ******************************************************************
       01 CHAIN-LOG-REC.
          05 CL-TYPE                PIC X(8).
          05 FILLER                 PIC X.
          05 CL-TRAIL               PIC X(8).
          05 FILLER                 PIC X.
          05 CL-DATE                PIC 9(8).
          05 FILLER                 PIC X.
          05 CL-TIME                PIC 9(8).
          05 FILLER                 PIC X.
          05 CL-POSITION            PIC 9(9).
          05 FILLER                 PIC X.
          05 CL-CHAIN               PIC 9(18).
          05 FILLER                 PIC X.
          05 CL-STATUS              PIC X(6).
          05 FILLER                 PIC X.
          05 CL-BREAK-AT            PIC 9(9).
          05 FILLER                 PIC X.
          05 CL-PROGRAM-ID          PIC X(8).
          05 FILLER                 PIC X.
          05 CL-RUN-ID              PIC X(16).
          05 FILLER                 PIC X(13).
