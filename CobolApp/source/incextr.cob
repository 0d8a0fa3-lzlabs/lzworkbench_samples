          03 AUD-REC-TIME          PIC X(8).
          03 FILLER                PIC X(10).
          03 AUD-RUN-ID            PIC X(16).
          03 FILLER                PIC X(19).
       FD TRACE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
