           05 JR-BEFORE-IMAGE       PIC X(30).
           05 FILLER                PIC X.
           05 JR-AFTER-IMAGE        PIC X(30).
           05 FILLER                PIC X.
           05 JR-RUN-ID             PIC X(16).
           05 FILLER                PIC X.
           05 JR-CHAIN              PIC 9(18).
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
