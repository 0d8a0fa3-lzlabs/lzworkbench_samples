               MOVE 'SQLBRIDG' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'BRIDGTRN' TO EL-MSG-PARM (1)
               MOVE 'NO EXTRACT TAKEN' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               DISPLAY '  </SQLBRIDG>'
             MOVE 'SQLBRIDG' TO EL-PROGRAM-ID
             MOVE 'FATAL'    TO EL-SEVERITY
             MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
             MOVE 'SQL0001' TO EL-MSG-ID
             CALL 'ERRLOG' USING ERRLOG-PARM
             MOVE RC-PROCESSING-ERROR TO RETURN-CODE
             CLOSE BRIDGE-TRANS-FILE
