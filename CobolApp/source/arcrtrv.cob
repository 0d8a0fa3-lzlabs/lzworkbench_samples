          03 AA-REC-DATE           PIC X(8).
          03 FILLER                PIC X(19).
          03 AA-RUN-ID             PIC X(16).
          03 FILLER                PIC X(19).
       FD EXTRACT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
