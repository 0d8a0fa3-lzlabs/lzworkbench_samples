           03  AUD-CALLER               PIC X(8).
           03  FILLER                   PIC X.
           03  AUD-RUN-ID               PIC X(16).
           03  FILLER                   PIC X.
           03  AUD-CHAIN                PIC 9(18).

       FD  AUDIT-SUMMARY
           RECORDING MODE F
