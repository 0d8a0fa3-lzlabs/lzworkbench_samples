      ******************************************************************
      *    BTCHCHKR - parameter record for the shared BTCHCHK
      *    maker-checker control on maintenance batches, called like
      *    ERRLOG.  A preparer registers a batch on BTCHREG with its
      *    record count and hash (BTCHAPR REGISTER), a different
      *    operator signs it off on BTCHAPPR (BTCHAPR APPROVE), and a
      *    live maintenance run asks BTCHCHK before applying anything
      *    whether the batch it has on hand is that approved batch.
      *
      *       BC-FUNCTION    SUM   count and hash the batch on hand
      *                      CHEK  SUM, then judge it against the
      *                            registrations and approvals; a
      *                            refusal is raised as an ERROR
      *                            through ERRLOG and the caller ends
      *                            the step RC-VALIDATION-ERROR
      *       BC-TARGET      TRANFILE or SQLTRAN - the batch on hand
      *       BC-PROGRAM-ID  who is asking
      *       BC-COUNT       records in the batch on hand      (out)
      *       BC-HASH        its HASHSRV hash                  (out)
      *       BC-BATCH-ID    the approved batch it matched     (out)
      *       BC-PREPARER    who registered it                 (out)
      *       BC-APPROVER    who approved it                   (out)
      *       BC-APPROVED-SW 'Y' approved, 'N' refused
      *       BC-REASON      why a refusal was made
      ******************************************************************
       01 BTCHCHK-PARM.
          05 BC-FUNCTION            PIC X(4).
          05 BC-TARGET              PIC X(8).
          05 BC-PROGRAM-ID          PIC X(8).
          05 BC-COUNT               PIC 9(9).
          05 BC-HASH.
             10 BC-HASH-A           PIC 9(9).
             10 BC-HASH-B           PIC 9(9).
          05 BC-BATCH-ID            PIC X(16).
          05 BC-PREPARER            PIC X(8).
          05 BC-APPROVER            PIC X(8).
          05 BC-APPROVED-SW         PIC X.
             88 BC-APPROVED                   VALUE 'Y'.
             88 BC-REFUSED                    VALUE 'N'.
          05 BC-REASON              PIC X(40).
