      *    unverified backup is refused before anything is loaded.
      *    VSAMRCVR restores through this program and inherits the
      *    same guard.
      *
      *    The operator signed on to the job must hold VSAMRELD on
      *    AUTHFILE (see AUTHCHK); a refused reload ends RC 12 before
      *    the master is touched.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY LOCKSRVR.
           COPY AUTHCHKR.
      * A CALL replaces this program's RETURN-CODE with the called
      * program's - the job code is carried across the lock release.
       01 WS-SAVED-RC              PIC S9(8) COMP VALUE +0.
           DISPLAY '  <VSAMRELD>'
           MOVE RC-NORMAL TO RETURN-CODE

      * Rebuilding the master is for authorised operators only.
           MOVE 'VSAMRELD' TO AU-FUNCTION
           MOVE 'VSAMRELD' TO AU-PROGRAM-ID
           MOVE SPACES     TO AU-OPERATOR
           CALL 'AUTHCHK' USING AUTHCHK-PARM
           IF AU-REFUSED
               DISPLAY '    VSAMRELD: RELOAD REFUSED - ' AU-REASON
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
               DISPLAY '  </VSAMRELD>'
               GOBACK
           END-IF

      * This program copies or rebuilds the master - it serializes with the
      * maintenance runs through the same lock they take.
           MOVE 'GET ' TO LK-FUNCTION
               MOVE 'VSAMRELD' TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-BAD-INPUT TO EL-RETURN-CODE
               MOVE 'DSN0001' TO EL-MSG-ID
               MOVE 'VSAMBKUP' TO EL-MSG-PARM (1)
               MOVE 'NOTHING RELOADED' TO EL-MSG-PARM (2)
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-BAD-INPUT TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-END
