               MOVE 'CALCMSTR' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'CALCMAST' TO EL-MSG-PARM (1)
               MOVE 'NOTHING LOADED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               CLOSE RESULTS-FILE
