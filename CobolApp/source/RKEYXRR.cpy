      ******************************************************************
      *    RKEYXRR - RKEYXREF company re-key cross-reference record
      *    (60 bytes).  RKEYXREF is an indexed file keyed on the old
      *    company code; COREKEY writes an entry every time it moves
      *    a company to a new code or merges it into another, so an
      *    inquiry on a code that is no longer in use can be led to
      *    the code the company is kept under now.  A code moved on
      *    again is simply followed entry to entry; a code brought
      *    back into use loses its entry.
      *
      *       RX-OLD-CODE       the COMPANY_CODE given up
      *       RX-NEW-CODE       the COMPANY_CODE it went to
      *       RX-ACTION         K moved to a new code, M merged into
      *                         an existing one
      *       RX-DATE           yyyymmdd of the move
      *       RX-TIME           hhmmsscc of the move
      *       RX-RUN-ID         GLOBAL-RUN-ID of the run that made it
      ******************************************************************
       01 REKEY-XREF-REC.
          05 RX-OLD-CODE            PIC X(10).
          05 RX-NEW-CODE            PIC X(10).
          05 RX-ACTION              PIC X.
             88 RX-MOVED                      VALUE 'K'.
             88 RX-MERGED                     VALUE 'M'.
          05 RX-DATE                PIC 9(8).
          05 RX-TIME                PIC 9(8).
          05 RX-RUN-ID              PIC X(16).
          05 FILLER                 PIC X(7).
