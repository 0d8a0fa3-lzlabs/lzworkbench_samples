      ******************************************************************
      *    CODESRVR - parameter record for the shared CODESRV company
      *    code allocation service, called like ERRLOG.  New company
      *    codes come only from the CODEREG registry (layout CODEREGR):
      *    a six-digit serial followed by a modulus-11 check digit,
      *    weights 7 6 5 4 3 2 on the serial, which catches any one
      *    digit keyed wrong and any two neighbouring digits keyed
      *    the wrong way round.  A serial whose check digit would
      *    come out as 10 is passed over and never issued.
      *
      *       CD-FUNCTION      ISSU  issue the next code to
      *                              CD-REQUESTED-BY for
      *                              CD-REFERENCE, into CD-CODE
      *                        CHEK  is CD-CODE a well-formed code
      *                              with a good check digit that the
      *                              registry has issued
      *                        USE   CHEK, then mark the code in use
      *                              by CD-PROGRAM-ID, if it is not
      *                              already
      *                        RSRV  record CD-CODE as issued to
      *                              CD-REQUESTED-BY for CD-REFERENCE,
      *                              if it is not on the registry yet
      *       CD-PROGRAM-ID    who is asking
      *       CD-CODE          the company code, as COMPANY_CODE
      *                        holds it - seven digits, then blanks
      *       CD-REQUESTED-BY  ISSU/RSRV: operator the code is
      *                        issued to
      *       CD-REFERENCE     ISSU/RSRV: what it is for
      *       CD-RESULT        Y  good - issued, checked, marked or
      *                           reserved
      *                        D  not a seven-digit code, or the
      *                           check digit is wrong
      *                        N  good check digit, but the registry
      *                           never issued the code
      *                        F  the registry could not be read or
      *                           written
      *       CD-ISSUED-DATE   when the code was issued         (out)
      *       CD-REASON        why a result other than Y
      ******************************************************************
       01 CODESRV-PARM.
          05 CD-FUNCTION            PIC X(4).
          05 CD-PROGRAM-ID          PIC X(8).
          05 CD-CODE                PIC X(10).
          05 CD-REQUESTED-BY        PIC X(8).
          05 CD-REFERENCE           PIC X(20).
          05 CD-RESULT              PIC X.
             88 CD-GOOD                       VALUE 'Y'.
             88 CD-BAD-DIGIT                  VALUE 'D'.
             88 CD-NOT-ISSUED                 VALUE 'N'.
             88 CD-FAILED                     VALUE 'F'.
          05 CD-ISSUED-DATE         PIC 9(8).
          05 CD-REASON              PIC X(40).
