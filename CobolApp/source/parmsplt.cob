               MOVE 'PARMSPLT' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-BAD-INPUT TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'PARMFILE' TO EL-MSG-PARM (1)
               MOVE 'NOTHING PARTITIONED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-BAD-INPUT TO RETURN-CODE
               DISPLAY '  </PARMSPLT>'
