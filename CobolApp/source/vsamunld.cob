               MOVE 'VSAMUNLD' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'VSAMBKUP' TO EL-MSG-PARM (1)
               MOVE 'NO UNLOAD TAKEN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE KSDS-File-In
           MOVE 'VSAMUNLD' TO EL-PROGRAM-ID
           MOVE 'FATAL'    TO EL-SEVERITY
           MOVE FSO        TO EL-RETURN-CODE
           MOVE 'DSN0001' TO EL-MSG-ID
           MOVE 'VSAMFILE' TO EL-MSG-PARM (1)
           MOVE 'NO UNLOAD TAKEN' TO EL-MSG-PARM (2)
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE RC-PROCESSING-ERROR TO RETURN-CODE
           .
