      ******************************************************************
      *    GRPLINKR - GRPLINK company hierarchy record (30 bytes).
      *    GRPLINK is an indexed file keyed on the subsidiary's
      *    company code, so each company has at most one parent and
      *    the links form trees.  A company with children and no
      *    parent of its own heads a group; the group code is the
      *    head company's code.  GRPMANT is the maintenance path in
      *    and refuses any link that would close a cycle; GRPLKUP
      *    answers group membership for the extracts.
      *
      *       GL-CHILD          the subsidiary's COMPANY_CODE
      *       GL-PARENT         the COMPANY_CODE it belongs to
      *       GL-LAST-UPDATED   yyyymmdd the link was last changed
      ******************************************************************
       01 GROUP-LINK-REC.
          05 GL-CHILD               PIC X(10).
          05 GL-PARENT              PIC X(10).
          05 GL-LAST-UPDATED        PIC 9(8).
          05 FILLER                 PIC X(2).
