      ******************************************************************
      *    HISTCHNR - the content a T2021H history row is chained on
      *    (189 bytes), laid out the same by SQLMAINT when it inserts
      *    the row and by CHAINVFY when it checks it.  HIST_SEQ numbers
      *    the chained rows from 1 in insert order; CHAIN_VALUE holds
      *    the row's chain value (see CHAINSRVR).
      ******************************************************************
       01 HIST-CHAIN-BODY.
          05 HC-COMPANY-CODE        PIC X(10).
          05 HC-ACTION              PIC X.
          05 HC-TARGET              PIC X.
          05 HC-BEFORE              PIC X(68).
          05 HC-AFTER               PIC X(68).
          05 HC-RUN-DATE            PIC X(8).
          05 HC-RUN-TIME            PIC X(8).
          05 HC-RUN-ID              PIC X(16).
          05 HC-SEQ                 PIC 9(9).
