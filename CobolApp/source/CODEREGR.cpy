      ******************************************************************
      *    CODEREGR - CODEREG company-code registry record (80 bytes).
      *    CODEREG is an indexed file keyed on the 7-byte company
      *    code.  Every company code in use from now on is issued
      *    here by CODESRV - six-digit serial and check digit - so
      *    the VSAM side and the SQL side can no longer make up the
      *    same code twice, and a keying slip in a code is caught
      *    against the registry before it creates a second company.
      *    The code fills the VSAMFILE company key exactly and sits
      *    left-justified in the 10-byte COMPANY_CODE.
      *
      *       CR-CODE          the code: serial (6) + check digit (1)
      *       CR-STATUS        I issued, not yet seen in use
      *                        U in use - first seen on T2021A or
      *                          VSAMFILE
      *                        H the registry's control record, key
      *                          '0000000', holding the last serial
      *                          issued (no code is ever issued on
      *                          serial zero)
      *       CR-ISSUED-DATE   yyyymmdd the code was issued
      *       CR-ISSUED-TIME   hhmmsscc
      *       CR-REQUESTED-BY  operator id the code was issued to
      *       CR-ISSUED-BY     program that issued it
      *       CR-REFERENCE     what the requester said it is for
      *       CR-USED-DATE     yyyymmdd it was first seen in use
      *       CR-USED-BY       where it was first seen - the program
      *                        that inserted it, or the store found
      *                        holding it
      *
      *    COPY into the FD - the control record is the second record
      *    description of the same area.
      ******************************************************************
       01 CODE-REGISTRY-REC.
          05 CR-CODE                PIC X(7).
          05 CR-CODE-PARTS REDEFINES CR-CODE.
             10 CR-SERIAL           PIC 9(6).
             10 CR-CHECK-DIGIT      PIC 9.
          05 CR-STATUS              PIC X.
             88 CR-CONTROL                    VALUE 'H'.
             88 CR-ISSUED                     VALUE 'I'.
             88 CR-USED                       VALUE 'U'.
          05 CR-ISSUED-DATE         PIC 9(8).
          05 CR-ISSUED-TIME         PIC 9(8).
          05 CR-REQUESTED-BY        PIC X(8).
          05 CR-ISSUED-BY           PIC X(8).
          05 CR-REFERENCE           PIC X(20).
          05 CR-USED-DATE           PIC 9(8).
          05 CR-USED-BY             PIC X(8).
          05 FILLER                 PIC X(4).
       01 CR-CONTROL-VIEW.
          05 CR-CONTROL-KEY         PIC X(7).
          05 FILLER                 PIC X.
          05 CR-LAST-SERIAL         PIC 9(6).
          05 CR-CODES-ISSUED        PIC 9(7).
          05 FILLER                 PIC X(59).
