      *    the rest of the month for a later processing day - if
      *    there is none, the date handed in is the month's last
      *    processing day.  Day-of-week comes from the shared
      *    DATESRV date services, and so does the fiscal period:
      *    the date is its period's end when no processing day
      *    follows it before the FISCCAL period closes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WS-DAY-DESC TO CK-DESC

           PERFORM JUDGE-MONTH-END THRU JUDGE-MONTH-END-END
           PERFORM JUDGE-PERIOD-END THRU JUDGE-PERIOD-END-END

           GOBACK
           .
           END-PERFORM.
       JUDGE-MONTH-END-END.
           CONTINUE.
      * Fiscal period-end is the same question asked of the FISCCAL
      * period the date falls in - no processing day between the
      * date and the period's last day.
       JUDGE-PERIOD-END.
           MOVE 'N' TO CK-PERIOD-END-SW
           MOVE ZEROES TO CK-FISCAL-YEAR
           MOVE ZEROES TO CK-FISCAL-PERIOD
           MOVE 'FEND' TO DS-FUNCTION
           MOVE CK-YEAR  TO DS-YEAR-1
           MOVE CK-MONTH TO DS-MONTH-1
           MOVE CK-DAY   TO DS-DAY-1
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-NOT-VALID
               GO TO JUDGE-PERIOD-END-END
           END-IF
           MOVE DS-FISCAL-YEAR TO CK-FISCAL-YEAR
           MOVE DS-FISCAL-PERIOD TO CK-FISCAL-PERIOD
           IF CK-WORKDAY-SW NOT = 'Y'
               GO TO JUDGE-PERIOD-END-END
           END-IF
           MOVE 'BDIF' TO DS-FUNCTION
           CALL 'DATESRV' USING DATESRV-PARM
           IF DS-VALID AND DS-DAYS = ZERO
               MOVE 'Y' TO CK-PERIOD-END-SW
           END-IF.
       JUDGE-PERIOD-END-END.
           CONTINUE.
