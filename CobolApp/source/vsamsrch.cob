           05 JR-RUN-DATE           PIC X(8).
           05 FILLER                PIC X.
           05 JR-RUN-TIME           PIC X(8).
           05 FILLER                PIC X(111).
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
               MOVE 'VSAMSRCH' TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE FSO        TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'VSAMFILE' TO EL-MSG-PARM (1)
               MOVE 'NO SEARCH RUN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE SEARCH-REPORT
