      ******************************************************************
      *    CTYPLKR - parameter record for the shared CTYPLKUP
      *    company-type lookup.  CTYPLKUP answers, for the company
      *    type handed to it, whether the CTYPEFIL reference table
      *    knows the type and whether it is in force on the given
      *    date:
      *
      *       TY-TYPE          the COMPANY_TYPE to look up
      *       TY-AS-OF-DATE    yyyymmdd the answer is wanted for
      *       TY-FOUND-SW      'Y' when the table carries the type
      *       TY-ACTIVE-SW     'Y' when the type is flagged active
      *                        and TY-AS-OF-DATE falls inside its
      *                        effective dates; 'N' when it has been
      *                        retired or is not yet effective
      *       TY-DESC          the type's description, or a marker
      *                        line when the type is not on file
      ******************************************************************
       01 CTYPLKUP-PARM.
          05 TY-TYPE                PIC 9(4).
          05 TY-AS-OF-DATE          PIC 9(8).
          05 TY-FOUND-SW            PIC X.
             88 TY-FOUND                      VALUE 'Y'.
             88 TY-NOT-FOUND                  VALUE 'N'.
          05 TY-ACTIVE-SW           PIC X.
             88 TY-ACTIVE                     VALUE 'Y'.
             88 TY-RETIRED                    VALUE 'N'.
          05 TY-DESC                PIC X(30).
