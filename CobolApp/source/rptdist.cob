       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
      ******************************************************************
      *    RPTDIST - report distribution and bundling.  Runs as the
      *    step after DRIVER: takes the night's reports, which all land
      *    in one place, and builds one bundle per recipient from the
      *    DISTLIST distribution list, so finance, account management,
      *    audit and operations each get their own pack instead of
      *    an operator splitting the output by hand.
      *
      *    DISTLIST - one record per report per recipient:
      *
      *       cols  1- 8  report DD name (COBPRINT, SUMRPT, ...)
      *       cols 10-17  recipient id
      *       cols 19-20  copies, 01-99 (blank means one)
      *       cols 22-61  recipient name / delivery point, printed on
      *                   the banner page (first one given is used)
      *
      *    A '*' in column 1 marks a comment.  A report must be one of
      *    the suite reports catalogued below; anything else, or a
      *    bad copy count, is refused and logged.
      *
      *    DISTBNDL - the bundles, recipient by recipient in the order
      *    they first appear on DISTLIST.  Each bundle opens on a
      *    banner page naming the recipient, the run id and the
      *    reports enclosed with their copy counts and line counts,
      *    then carries each report once per copy behind a separator
      *    line.  Every record holds the recipient id in columns 2-9
      *    so the output writer can route each bundle on its own.  A
      *    report the run did not produce is listed on the banner as
      *    NOT PRODUCED and left out.  COBPRINT accumulates every run,
      *    so only the bundled run's section of it is enclosed.
      *
      *    DISTLOG - the distribution log, one line per report per
      *    recipient with the run id, copies, lines and outcome, plus
      *    a line per bundle - the record of who received which run's
      *    reports.  Opened EXTEND like the suite's other logs.
      *
      *    The run id is GLOBAL-RUN-ID when DRIVER has set it, else
      *    the latest run on DRVRNLOG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LIST ASSIGN TO 'DISTLIST'
               STATUS IS WS-LIST-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'DRVRNLOG'
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT BUNDLE-FILE ASSIGN TO 'DISTBNDL'
               STATUS IS WS-BUNDLE-STATUS.
           SELECT DIST-LOG ASSIGN TO 'DISTLOG'
               STATUS IS WS-DISTLOG-STATUS.
      * The catalogued suite reports, read as they were left.
           SELECT PRINT-REPORT ASSIGN TO 'COBPRINT'
               STATUS IS WS-RPT-STATUS.
           SELECT SUMMARY-REPORT ASSIGN TO 'SUMRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'RECONRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT COMPANY-REPORT ASSIGN TO 'COMPRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT MORNING-REPORT ASSIGN TO 'MORNRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO 'CTLBRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT CHECK-REPORT ASSIGN TO 'CHEKRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT SQL-RECON-REPORT ASSIGN TO 'SQLRCRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT ERROR-SUMMARY-REPORT ASSIGN TO 'ERRSUMRP'
               STATUS IS WS-RPT-STATUS.
           SELECT TREND-REPORT ASSIGN TO 'TRENDRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT ALERT-REPORT ASSIGN TO 'ALERTRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT FEED-GATE-REPORT ASSIGN TO 'FEEDRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT CHANGE-EXTRACT-REPORT ASSIGN TO 'CHGXRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT CERTIFICATION-REPORT ASSIGN TO 'CERTRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT DELTA-REPORT ASSIGN TO 'DELTARPT'
               STATUS IS WS-RPT-STATUS.
           SELECT NET-REPORT ASSIGN TO 'NETRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT MERGE-REPORT ASSIGN TO 'TRANMRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT MONTH-END-REPORT ASSIGN TO 'MERPT'
               STATUS IS WS-RPT-STATUS.
           SELECT JOURNAL-REPORT ASSIGN TO 'JRNLRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT AUDIT-SUMMARY-REPORT ASSIGN TO 'AUDSRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT AUDIT-XREF-REPORT ASSIGN TO 'AUDXRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT INQUIRY-REPORT ASSIGN TO 'PITRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT HISTORY-REPORT ASSIGN TO 'SQLHRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT MAINT-REPORT ASSIGN TO 'SQLMRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT STATE-LISTING-REPORT ASSIGN TO 'XREFRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT DUPLICATE-REPORT ASSIGN TO 'DUPRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT SCHEDULE-REPORT ASSIGN TO 'CALSRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT ROSTER-REPORT ASSIGN TO 'CONTRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT TYPE-LISTING-REPORT ASSIGN TO 'CTYPRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT RESULTS-MASTER-REPORT ASSIGN TO 'CMRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT DEMOGRAPHIC-REPORT ASSIGN TO 'PERSDRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT PURGE-REPORT ASSIGN TO 'PURGRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT MILESTONE-REPORT ASSIGN TO 'MILERPT'
               STATUS IS WS-RPT-STATUS.
           SELECT ESCALATION-REPORT ASSIGN TO 'RCYESCRP'
               STATUS IS WS-RPT-STATUS.
           SELECT PROFILE-REPORT ASSIGN TO 'TRCPRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT ADVICE-REPORT ASSIGN TO 'ADVISRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT SEARCH-REPORT ASSIGN TO 'SRCHRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT REORG-REPORT ASSIGN TO 'REORGRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT BROWSE-REPORT ASSIGN TO 'BRWSRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT GROWTH-REPORT ASSIGN TO 'GROWRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT SECURITY-REPORT ASSIGN TO 'SECLRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT BATCH-APPROVAL-REPORT ASSIGN TO 'BTCHRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT MASK-REPORT ASSIGN TO 'MASKRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT CHAIN-VERIFY-REPORT ASSIGN TO 'CHAINRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT MESSAGE-CATALOGUE-REPORT ASSIGN TO 'MSGRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT DQ-SCORECARD-REPORT ASSIGN TO 'DQRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT DQ-TREND-REPORT ASSIGN TO 'DQTREND'
               STATUS IS WS-RPT-STATUS.
           SELECT ADDRESS-STD-REPORT ASSIGN TO 'ADDRRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT LABEL-COUNTS-REPORT ASSIGN TO 'LBLRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT GROUP-ROLLUP-REPORT ASSIGN TO 'GRPRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT CHARGEBACK-REPORT ASSIGN TO 'CHGBRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT TIMELINE-REPORT ASSIGN TO 'TLNRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT PRE-FLIGHT-REPORT ASSIGN TO 'PFLTRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT RE-KEY-REPORT ASSIGN TO 'RKEYRPT'
               STATUS IS WS-RPT-STATUS.
           SELECT CODE-REGISTRY-REPORT ASSIGN TO 'CODERPT'
               STATUS IS WS-RPT-STATUS.
           SELECT POPULATION-REPORT ASSIGN TO 'POPRPT'
               STATUS IS WS-RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DIST-LIST
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 DIST-LIST-REC.
          05 DL-REPORT             PIC X(8).
          05 FILLER                PIC X.
          05 DL-RECIPIENT          PIC X(8).
          05 FILLER                PIC X.
          05 DL-COPIES             PIC X(2).
          05 FILLER                PIC X.
          05 DL-RECIPIENT-NAME     PIC X(40).
          05 FILLER                PIC X(19).
       FD RUN-LOG-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 RUN-LOG-LINE             PIC X(100).
       FD BUNDLE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 BUNDLE-LINE.
          05 BD-ASA                PIC X.
          05 BD-RECIPIENT          PIC X(8).
          05 FILLER                PIC X.
          05 BD-TEXT               PIC X(340).
       FD DIST-LOG
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 DIST-LOG-LINE            PIC X(150).
       FD PRINT-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PRINT-LINE               PIC X(121).
       FD SUMMARY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SUMMARY-LINE             PIC X(121).
       FD RECON-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 RECON-LINE               PIC X(121).
       FD COMPANY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 COMPANY-LINE             PIC X(340).
       FD MORNING-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 MORNING-LINE             PIC X(120).
       FD BALANCE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 BALANCE-LINE             PIC X(120).
       FD CHECK-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CHECK-LINE               PIC X(120).
       FD SQL-RECON-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SQL-RECON-LINE           PIC X(120).
       FD ERROR-SUMMARY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ERROR-SUMMARY-LINE       PIC X(120).
       FD TREND-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 TREND-LINE               PIC X(120).
       FD ALERT-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ALERT-LINE               PIC X(160).
       FD FEED-GATE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 FEED-GATE-LINE           PIC X(120).
       FD CHANGE-EXTRACT-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CHANGE-EXTRACT-LINE      PIC X(132).
       FD CERTIFICATION-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CERTIFICATION-LINE       PIC X(132).
       FD DELTA-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 DELTA-LINE               PIC X(120).
       FD NET-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 NET-LINE                 PIC X(120).
       FD MERGE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 MERGE-LINE               PIC X(120).
       FD MONTH-END-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 MONTH-END-LINE           PIC X(120).
       FD JOURNAL-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 JOURNAL-LINE             PIC X(120).
       FD AUDIT-SUMMARY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AUDIT-SUMMARY-LINE       PIC X(120).
       FD AUDIT-XREF-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AUDIT-XREF-LINE          PIC X(120).
       FD INQUIRY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 INQUIRY-LINE             PIC X(120).
       FD HISTORY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 HISTORY-LINE             PIC X(132).
       FD MAINT-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 MAINT-LINE               PIC X(120).
       FD STATE-LISTING-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 STATE-LISTING-LINE       PIC X(120).
       FD DUPLICATE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 DUPLICATE-LINE           PIC X(120).
       FD SCHEDULE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SCHEDULE-LINE            PIC X(120).
       FD ROSTER-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ROSTER-LINE              PIC X(120).
       FD TYPE-LISTING-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 TYPE-LISTING-LINE        PIC X(120).
       FD RESULTS-MASTER-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 RESULTS-MASTER-LINE      PIC X(120).
       FD DEMOGRAPHIC-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 DEMOGRAPHIC-LINE         PIC X(120).
       FD PURGE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PURGE-LINE               PIC X(120).
       FD MILESTONE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 MILESTONE-LINE           PIC X(120).
       FD ESCALATION-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ESCALATION-LINE          PIC X(120).
       FD PROFILE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PROFILE-LINE             PIC X(132).
       FD ADVICE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ADVICE-LINE              PIC X(120).
       FD SEARCH-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SEARCH-LINE              PIC X(120).
       FD REORG-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REORG-LINE               PIC X(120).
       FD BROWSE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 BROWSE-LINE              PIC X(120).
       FD GROWTH-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 GROWTH-LINE              PIC X(120).
       FD SECURITY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 SECURITY-LINE            PIC X(120).
       FD BATCH-APPROVAL-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 BATCH-APPROVAL-LINE      PIC X(120).
       FD MASK-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 MASK-LINE                PIC X(120).
       FD CHAIN-VERIFY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CHAIN-VERIFY-LINE        PIC X(132).
       FD MESSAGE-CATALOGUE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 MESSAGE-CATALOGUE-LINE   PIC X(120).
       FD DQ-SCORECARD-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 DQ-SCORECARD-LINE        PIC X(120).
       FD DQ-TREND-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 DQ-TREND-LINE            PIC X(132).
       FD ADDRESS-STD-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 ADDRESS-STD-LINE         PIC X(132).
       FD LABEL-COUNTS-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 LABEL-COUNTS-LINE        PIC X(132).
       FD GROUP-ROLLUP-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 GROUP-ROLLUP-LINE        PIC X(120).
       FD CHARGEBACK-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CHARGEBACK-LINE          PIC X(120).
       FD TIMELINE-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 TIMELINE-LINE            PIC X(132).
       FD PRE-FLIGHT-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PRE-FLIGHT-LINE          PIC X(120).
       FD RE-KEY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 RE-KEY-LINE              PIC X(120).
       FD CODE-REGISTRY-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CODE-REGISTRY-LINE       PIC X(120).
       FD POPULATION-REPORT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 POPULATION-LINE          PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS           PIC 99.
       01 WS-RUNLOG-STATUS         PIC 99.
       01 WS-BUNDLE-STATUS         PIC 99.
       01 WS-DISTLOG-STATUS        PIC 99.
       01 WS-RPT-STATUS            PIC 99.
       01 WS-EOF-SW                PIC X       VALUE 'N'.
          88 WS-EOF                            VALUE 'Y'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-ID                PIC X(16)   VALUE SPACES.
       01 WS-SCAN-TEXT             PIC X(150)  VALUE SPACES.
       01 WS-SCAN-SUB              PIC 9(3)    VALUE ZEROES.
       01 WS-FOUND-RUN-ID          PIC X(16)   VALUE SPACES.
      * The suite reports that can be distributed - DD name, 'A'
      * where the report carries ASA carriage control in its first
      * byte, and the title shown on the banner page.
       01 WS-CATALOGUE-TABLE.
          05 FILLER PIC X(39) VALUE
             'COBPRINTAVSAM UPDATE PRINT             '.
          05 FILLER PIC X(39) VALUE
             'SUMRPT  ARUN SUMMARY                   '.
          05 FILLER PIC X(39) VALUE
             'RECONRPTARECONCILIATION                '.
          05 FILLER PIC X(39) VALUE
             'COMPRPT  COMPANY REPORT BY STATE       '.
          05 FILLER PIC X(39) VALUE
             'MORNRPT  MORNING STATUS PAGE           '.
          05 FILLER PIC X(39) VALUE
             'CTLBRPT  CONTROL TOTAL BALANCING       '.
          05 FILLER PIC X(39) VALUE
             'CHEKRPT  VSAMFILE INTEGRITY CHECK      '.
          05 FILLER PIC X(39) VALUE
             'SQLRCRPT VSAMFILE / SQL RECONCILIATION '.
          05 FILLER PIC X(39) VALUE
             'ERRSUMRP ERROR LOG SUMMARY             '.
          05 FILLER PIC X(39) VALUE
             'TRENDRPT STEP TIMING TREND             '.
          05 FILLER PIC X(39) VALUE
             'ALERTRPT OPERATOR ALERT STATUS         '.
          05 FILLER PIC X(39) VALUE
             'FEEDRPT  PARTNER FEED GATE             '.
          05 FILLER PIC X(39) VALUE
             'CHGXRPT  CHANGE EXTRACT CONTROL        '.
          05 FILLER PIC X(39) VALUE
             'CERTRPT  CALC CHAIN CERTIFICATION      '.
          05 FILLER PIC X(39) VALUE
             'DELTARPT VSAMFILE DAY-OVER-DAY DELTA   '.
          05 FILLER PIC X(39) VALUE
             'NETRPT   TRANSACTION NET-CHANGE        '.
          05 FILLER PIC X(39) VALUE
             'TRANMRPT TRANSACTION MERGE             '.
          05 FILLER PIC X(39) VALUE
             'MERPT    MONTH-END CLOSE PACK          '.
          05 FILLER PIC X(39) VALUE
             'JRNLRPT  VSAM JOURNAL ACTIVITY         '.
          05 FILLER PIC X(39) VALUE
             'AUDSRPT  AUDIT TRAIL SUMMARY           '.
          05 FILLER PIC X(39) VALUE
             'AUDXRPT  AUDIT CROSS-CHECK             '.
          05 FILLER PIC X(39) VALUE
             'PITRPT   POINT-IN-TIME INQUIRY         '.
          05 FILLER PIC X(39) VALUE
             'SQLHRPT  COMPANY CHANGE HISTORY        '.
          05 FILLER PIC X(39) VALUE
             'SQLMRPT  COMPANY TABLE MAINTENANCE     '.
          05 FILLER PIC X(39) VALUE
             'XREFRPT  COMPANIES BY STATE            '.
          05 FILLER PIC X(39) VALUE
             'DUPRPT   DUPLICATE COMPANY CHECK       '.
          05 FILLER PIC X(39) VALUE
             'CALSRPT  BUSINESS CALENDAR SCHEDULE    '.
          05 FILLER PIC X(39) VALUE
             'CONTRPT  CONTACT ROSTER                '.
          05 FILLER PIC X(39) VALUE
             'CTYPRPT  COMPANY TYPE LISTING          '.
          05 FILLER PIC X(39) VALUE
             'CMRPT    RESULTS MASTER LISTING        '.
          05 FILLER PIC X(39) VALUE
             'PERSDRPT PERSON DEMOGRAPHICS           '.
          05 FILLER PIC X(39) VALUE
             'PURGRPT  PERSON RETENTION PURGE        '.
          05 FILLER PIC X(39) VALUE
             'MILERPT  AGE-MILESTONE EXTRACT         '.
          05 FILLER PIC X(39) VALUE
             'RCYESCRP REJECT RECYCLE ESCALATION     '.
          05 FILLER PIC X(39) VALUE
             'TRCPRPT  TRACE CALL PROFILE            '.
          05 FILLER PIC X(39) VALUE
             'ADVISRPT RESTART ADVICE                '.
          05 FILLER PIC X(39) VALUE
             'SRCHRPT  VSAMFILE SEARCH               '.
          05 FILLER PIC X(39) VALUE
             'REORGRPT VSAMFILE REORG                '.
          05 FILLER PIC X(39) VALUE
             'BRWSRPT  VSAMFILE BROWSE               '.
          05 FILLER PIC X(39) VALUE
             'GROWRPT  DATASET GROWTH FORECAST       '.
          05 FILLER PIC X(39) VALUE
             'SECLRPT  SECURITY LOG                  '.
          05 FILLER PIC X(39) VALUE
             'BTCHRPT  MAINTENANCE BATCH APPROVALS   '.
          05 FILLER PIC X(39) VALUE
             'MASKRPT  MASKED TEST-REGION COPY       '.
          05 FILLER PIC X(39) VALUE
             'CHAINRPT AUDIT TRAIL CHAIN VERIFICATION'.
          05 FILLER PIC X(39) VALUE
             'MSGRPT   MESSAGE CATALOGUE             '.
          05 FILLER PIC X(39) VALUE
             'DQRPT    DATA-QUALITY SCORECARD        '.
          05 FILLER PIC X(39) VALUE
             'DQTREND  DATA-QUALITY TREND            '.
          05 FILLER PIC X(39) VALUE
             'ADDRRPT  ADDRESS STANDARDISATION       '.
          05 FILLER PIC X(39) VALUE
             'LBLRPT   MAILING LABEL COUNTS          '.
          05 FILLER PIC X(39) VALUE
             'GRPRPT   COMPANY GROUP ROLL-UP         '.
          05 FILLER PIC X(39) VALUE
             'CHGBRPT  DEPARTMENTAL CHARGEBACK       '.
          05 FILLER PIC X(39) VALUE
             'TLNRPT   COMPANY CHANGE TIMELINE       '.
          05 FILLER PIC X(39) VALUE
             'PFLTRPT  PRE-FLIGHT READINESS CHECK    '.
          05 FILLER PIC X(39) VALUE
             'RKEYRPT  COMPANY RE-KEY AND MERGE      '.
          05 FILLER PIC X(39) VALUE
             'CODERPT  COMPANY CODE REGISTRY         '.
          05 FILLER PIC X(39) VALUE
             'POPRPT   COMPANY POPULATION TREND      '.
       01 WS-CATALOGUE-ENTRIES REDEFINES WS-CATALOGUE-TABLE.
          05 WS-CT-ENTRY OCCURS 56 TIMES.
             10 WS-CT-REPORT       PIC X(8).
             10 WS-CT-ASA-SW       PIC X.
             10 WS-CT-TITLE        PIC X(30).
       01 WS-CATALOGUE-SIZE        PIC 9(3)    VALUE 56.
      * What this run found of each catalogued report.
       01 WS-CATALOGUE-STATE.
          05 WS-CS-ENTRY OCCURS 56 TIMES.
             10 WS-CS-WANTED-SW    PIC X.
             10 WS-CS-FOUND-SW     PIC X.
             10 WS-CS-LINES        PIC 9(7).
      * DISTLIST as loaded - the catalogue entry each line resolved
      * to, zero where it was refused.
       01 WS-LIST-USED             PIC 9(3)    VALUE ZEROES.
       01 WS-LIST-TABLE.
          05 WS-LS-ENTRY OCCURS 200 TIMES.
             10 WS-LS-REPORT       PIC X(8).
             10 WS-LS-RECIPIENT    PIC X(8).
             10 WS-LS-COPIES       PIC 9(2).
             10 WS-LS-CAT-SUB      PIC 9(3).
       01 WS-RECIPIENT-USED        PIC 9(3)    VALUE ZEROES.
       01 WS-RECIPIENT-TABLE.
          05 WS-RC-ENTRY OCCURS 50 TIMES.
             10 WS-RC-RECIPIENT    PIC X(8).
             10 WS-RC-NAME         PIC X(40).
       01 WS-LIST-RECORDS          PIC 9(5)    VALUE ZEROES.
       01 WS-BAD-ENTRIES           PIC 9(5)    VALUE ZEROES.
       01 WS-BAD-REASON            PIC X(30)   VALUE SPACES.
       01 WS-ENTRY-COPIES          PIC 9(2)    VALUE ZEROES.
      * Copying one report - counted on the first pass, written into
      * the bundle on the second.
       01 WS-COPY-MODE-SW          PIC X       VALUE 'C'.
          88 WS-COUNTING                       VALUE 'C'.
          88 WS-WRITING                        VALUE 'W'.
       01 WS-CUR-CAT               PIC 9(3)    VALUE ZEROES.
       01 WS-CUR-REPORT            PIC X(8)    VALUE SPACES.
       01 WS-RPT-RECORD            PIC X(340)  VALUE SPACES.
       01 WS-RPT-EOF-SW            PIC X       VALUE 'N'.
          88 WS-RPT-EOF                        VALUE 'Y'.
       01 WS-RPT-FOUND-SW          PIC X       VALUE 'N'.
          88 WS-RPT-FOUND                      VALUE 'Y'.
       01 WS-RPT-LINES             PIC 9(7)    VALUE ZEROES.
       01 WS-SECTION-WANTED-SW     PIC X       VALUE 'N'.
          88 WS-SECTION-WANTED                 VALUE 'Y'.
      * One recipient's bundle.
       01 WS-CUR-RECIPIENT         PIC X(8)    VALUE SPACES.
       01 WS-BUNDLE-REPORTS        PIC 9(3)    VALUE ZEROES.
       01 WS-BUNDLE-LINES          PIC 9(7)    VALUE ZEROES.
       01 WS-BUNDLES-WRITTEN       PIC 9(3)    VALUE ZEROES.
       01 WS-COPY-NO               PIC 9(2)    VALUE ZEROES.
       01 WS-LOG-OUTCOME           PIC X(16)   VALUE SPACES.
       01 WS-SUB                   PIC 9(3)    VALUE ZEROES.
       01 WS-SUB-2                 PIC 9(3)    VALUE ZEROES.
       01 WS-RCP-SUB               PIC 9(3)    VALUE ZEROES.
           COPY RUNIDR.
           COPY ERRLOGR.
           COPY RETCODE.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <RPTDIST>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM SET-RUN-ID THRU SET-RUN-ID-END
           OPEN EXTEND DIST-LOG
           IF WS-DISTLOG-STATUS = 35
               OPEN OUTPUT DIST-LOG
           END-IF
           PERFORM LOAD-DIST-LIST THRU LOAD-DIST-LIST-END
           IF WS-LIST-STATUS NOT = ZEROES
               CLOSE DIST-LOG
               DISPLAY '    RPTDIST: DISTLIST NOT AVAILABLE, STATUS '
                       WS-LIST-STATUS
               MOVE 'RPTDIST'  TO EL-PROGRAM-ID
               MOVE 'FATAL'    TO EL-SEVERITY
               MOVE RC-PROCESSING-ERROR TO EL-RETURN-CODE
               MOVE 'DISTLIST NOT AVAILABLE - NOTHING DISTRIBUTED'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-PROCESSING-ERROR TO RETURN-CODE
               DISPLAY '  </RPTDIST>'
               GOBACK
           END-IF

      * First pass - which of the wanted reports the run produced,
      * and how long each is, for the banner pages.
           SET WS-COUNTING TO TRUE
           MOVE ZEROES TO WS-CUR-CAT
           PERFORM UNTIL WS-CUR-CAT NOT < WS-CATALOGUE-SIZE
               ADD 1 TO WS-CUR-CAT
               IF WS-CS-WANTED-SW (WS-CUR-CAT) = 'Y'
                   PERFORM COPY-ONE-REPORT THRU COPY-ONE-REPORT-END
                   MOVE WS-RPT-FOUND-SW TO WS-CS-FOUND-SW (WS-CUR-CAT)
                   MOVE WS-RPT-LINES TO WS-CS-LINES (WS-CUR-CAT)
               END-IF
           END-PERFORM

           OPEN OUTPUT BUNDLE-FILE

           SET WS-WRITING TO TRUE
           MOVE ZEROES TO WS-RCP-SUB
           PERFORM UNTIL WS-RCP-SUB NOT < WS-RECIPIENT-USED
               ADD 1 TO WS-RCP-SUB
               PERFORM BUILD-ONE-BUNDLE THRU BUILD-ONE-BUNDLE-END
           END-PERFORM

           CLOSE DIST-LOG
           CLOSE BUNDLE-FILE

           DISPLAY '    RUN=' WS-RUN-ID
                   ' BUNDLES=' WS-BUNDLES-WRITTEN
                   ' REFUSED LIST ENTRIES=' WS-BAD-ENTRIES
           IF WS-BAD-ENTRIES > ZEROES
               MOVE 'RPTDIST'  TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-VALIDATION-ERROR TO EL-RETURN-CODE
               MOVE 'DISTLIST ENTRIES REFUSED - SEE DISTLOG'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           END-IF
           DISPLAY '  </RPTDIST>'
           GOBACK
           .
      * DRIVER's id when it is in force, else the latest run on the
      * run log - the same ' RUN=' token MORNSTAT reads.
       SET-RUN-ID.
           IF GLOBAL-RUN-ID NOT = SPACES
                   AND GLOBAL-RUN-ID NOT = LOW-VALUES
               MOVE GLOBAL-RUN-ID TO WS-RUN-ID
               GO TO SET-RUN-ID-END
           END-IF
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = ZEROES
               DISPLAY '    RPTDIST: DRVRNLOG NOT AVAILABLE - NO RUN ID'
               GO TO SET-RUN-ID-END
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF RUN-LOG-LINE (1:15) = '=== DRIVER RUN '
                               AND RUN-LOG-LINE (1:18)
                                   NOT = '=== DRIVER RUN END'
                           MOVE SPACES TO WS-SCAN-TEXT
                           MOVE RUN-LOG-LINE TO WS-SCAN-TEXT
                           PERFORM FIND-RUN-ID THRU FIND-RUN-ID-END
                           MOVE WS-FOUND-RUN-ID TO WS-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE.
       SET-RUN-ID-END.
           CONTINUE.
       FIND-RUN-ID.
           MOVE SPACES TO WS-FOUND-RUN-ID
           MOVE ZEROES TO WS-SCAN-SUB
           PERFORM UNTIL WS-SCAN-SUB NOT < 125
               ADD 1 TO WS-SCAN-SUB
               IF WS-SCAN-TEXT (WS-SCAN-SUB:5) = ' RUN='
                   MOVE WS-SCAN-TEXT (WS-SCAN-SUB + 5:16)
                       TO WS-FOUND-RUN-ID
                   MOVE 125 TO WS-SCAN-SUB
               END-IF
           END-PERFORM.
       FIND-RUN-ID-END.
           CONTINUE.
       LOAD-DIST-LIST.
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-CATALOGUE-SIZE
               ADD 1 TO WS-SUB
               MOVE 'N' TO WS-CS-WANTED-SW (WS-SUB)
               MOVE 'N' TO WS-CS-FOUND-SW (WS-SUB)
               MOVE ZEROES TO WS-CS-LINES (WS-SUB)
           END-PERFORM
           OPEN INPUT DIST-LIST
           IF WS-LIST-STATUS NOT = ZEROES
               GO TO LOAD-DIST-LIST-END
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ DIST-LIST
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF DIST-LIST-REC (1:1) NOT = '*'
                               AND DIST-LIST-REC NOT = SPACES
                           ADD 1 TO WS-LIST-RECORDS
                           PERFORM TAKE-LIST-ENTRY
                               THRU TAKE-LIST-ENTRY-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-LIST
           MOVE ZEROES TO WS-LIST-STATUS.
       LOAD-DIST-LIST-END.
           CONTINUE.
      * Edit one DISTLIST line, resolve its report against the
      * catalogue and register its recipient.  A refused line is
      * reported on the console and carried for the log with a zero
      * catalogue entry.
       TAKE-LIST-ENTRY.
           MOVE SPACES TO WS-BAD-REASON
           MOVE 1 TO WS-ENTRY-COPIES
           IF DL-COPIES NOT = SPACES
               IF DL-COPIES IS NUMERIC AND DL-COPIES NOT = '00'
                   MOVE DL-COPIES TO WS-ENTRY-COPIES
               ELSE
                   MOVE 'COPIES NOT 01-99' TO WS-BAD-REASON
               END-IF
           END-IF
           IF DL-RECIPIENT = SPACES
               MOVE 'NO RECIPIENT' TO WS-BAD-REASON
           END-IF
           MOVE ZEROES TO WS-CUR-CAT
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-CATALOGUE-SIZE
               ADD 1 TO WS-SUB
               IF WS-CT-REPORT (WS-SUB) = DL-REPORT
                   MOVE WS-SUB TO WS-CUR-CAT
                   MOVE WS-CATALOGUE-SIZE TO WS-SUB
               END-IF
           END-PERFORM
           IF WS-CUR-CAT = ZEROES AND WS-BAD-REASON = SPACES
               MOVE 'REPORT NOT IN CATALOGUE' TO WS-BAD-REASON
           END-IF
           IF WS-BAD-REASON = SPACES
               IF WS-LIST-USED NOT < 200
                   MOVE 'DISTLIST OVER 200 ENTRIES' TO WS-BAD-REASON
               END-IF
           END-IF
           IF WS-BAD-REASON NOT = SPACES
               ADD 1 TO WS-BAD-ENTRIES
               PERFORM LOG-REFUSED-ENTRY THRU LOG-REFUSED-ENTRY-END
               GO TO TAKE-LIST-ENTRY-END
           END-IF

           MOVE ZEROES TO WS-SUB-2
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-RECIPIENT-USED
               ADD 1 TO WS-SUB
               IF WS-RC-RECIPIENT (WS-SUB) = DL-RECIPIENT
                   MOVE WS-SUB TO WS-SUB-2
                   MOVE WS-RECIPIENT-USED TO WS-SUB
               END-IF
           END-PERFORM
           IF WS-SUB-2 = ZEROES
               IF WS-RECIPIENT-USED NOT < 50
                   ADD 1 TO WS-BAD-ENTRIES
                   MOVE 'OVER 50 RECIPIENTS' TO WS-BAD-REASON
                   PERFORM LOG-REFUSED-ENTRY THRU LOG-REFUSED-ENTRY-END
                   GO TO TAKE-LIST-ENTRY-END
               END-IF
               ADD 1 TO WS-RECIPIENT-USED
               MOVE WS-RECIPIENT-USED TO WS-SUB-2
               MOVE DL-RECIPIENT TO WS-RC-RECIPIENT (WS-SUB-2)
               MOVE SPACES TO WS-RC-NAME (WS-SUB-2)
           END-IF
           IF WS-RC-NAME (WS-SUB-2) = SPACES
               MOVE DL-RECIPIENT-NAME TO WS-RC-NAME (WS-SUB-2)
           END-IF

           ADD 1 TO WS-LIST-USED
           MOVE DL-REPORT TO WS-LS-REPORT (WS-LIST-USED)
           MOVE DL-RECIPIENT TO WS-LS-RECIPIENT (WS-LIST-USED)
           MOVE WS-ENTRY-COPIES TO WS-LS-COPIES (WS-LIST-USED)
           MOVE WS-CUR-CAT TO WS-LS-CAT-SUB (WS-LIST-USED)
           MOVE 'Y' TO WS-CS-WANTED-SW (WS-CUR-CAT).
       TAKE-LIST-ENTRY-END.
           CONTINUE.
       LOG-REFUSED-ENTRY.
           DISPLAY '    RPTDIST: DISTLIST ENTRY REFUSED - '
                   WS-BAD-REASON ' - ' DIST-LIST-REC (1:20)
           MOVE SPACES TO DIST-LOG-LINE
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ' RPTDIST  RUN=' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   ' RECIPIENT=' DELIMITED BY SIZE
                   DL-RECIPIENT DELIMITED BY SIZE
                   ' REPORT=' DELIMITED BY SIZE
                   DL-REPORT DELIMITED BY SIZE
                   ' REFUSED - ' DELIMITED BY SIZE
                   WS-BAD-REASON DELIMITED BY SIZE
               INTO DIST-LOG-LINE
           WRITE DIST-LOG-LINE.
       LOG-REFUSED-ENTRY-END.
           CONTINUE.
      ******************************************************************
      *    One recipient's bundle - banner page, then every report on
      *    the list for the recipient, once per copy, each logged.
      ******************************************************************
       BUILD-ONE-BUNDLE.
           MOVE WS-RC-RECIPIENT (WS-RCP-SUB) TO WS-CUR-RECIPIENT
           MOVE ZEROES TO WS-BUNDLE-REPORTS
           MOVE ZEROES TO WS-BUNDLE-LINES
           PERFORM WRITE-BANNER-PAGE THRU WRITE-BANNER-PAGE-END

           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-LIST-USED
               ADD 1 TO WS-SUB
               IF WS-LS-RECIPIENT (WS-SUB) = WS-CUR-RECIPIENT
                   PERFORM ENCLOSE-ONE-REPORT
                       THRU ENCLOSE-ONE-REPORT-END
               END-IF
           END-PERFORM

           MOVE SPACES TO BUNDLE-LINE
           MOVE '0' TO BD-ASA
           MOVE WS-CUR-RECIPIENT TO BD-RECIPIENT
           STRING '*** END OF BUNDLE FOR ' DELIMITED BY SIZE
                   WS-CUR-RECIPIENT DELIMITED BY SIZE
                   ' - REPORTS=' DELIMITED BY SIZE
                   WS-BUNDLE-REPORTS DELIMITED BY SIZE
                   ' LINES=' DELIMITED BY SIZE
                   WS-BUNDLE-LINES DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
               INTO BD-TEXT
           WRITE BUNDLE-LINE
           ADD 1 TO WS-BUNDLES-WRITTEN

           MOVE SPACES TO DIST-LOG-LINE
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ' RPTDIST  RUN=' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   ' RECIPIENT=' DELIMITED BY SIZE
                   WS-CUR-RECIPIENT DELIMITED BY SIZE
                   ' BUNDLE COMPLETE REPORTS=' DELIMITED BY SIZE
                   WS-BUNDLE-REPORTS DELIMITED BY SIZE
                   ' LINES=' DELIMITED BY SIZE
                   WS-BUNDLE-LINES DELIMITED BY SIZE
               INTO DIST-LOG-LINE
           WRITE DIST-LOG-LINE
           DISPLAY '    BUNDLE ' WS-CUR-RECIPIENT
                   ' REPORTS=' WS-BUNDLE-REPORTS
                   ' LINES=' WS-BUNDLE-LINES.
       BUILD-ONE-BUNDLE-END.
           CONTINUE.
       WRITE-BANNER-PAGE.
           MOVE SPACES TO BUNDLE-LINE
           MOVE '1' TO BD-ASA
           MOVE WS-CUR-RECIPIENT TO BD-RECIPIENT
           MOVE '****************************************'
               TO BD-TEXT
           WRITE BUNDLE-LINE
           MOVE ' ' TO BD-ASA
           MOVE SPACES TO BD-TEXT
           MOVE '*** REPORT DISTRIBUTION BUNDLE' TO BD-TEXT
           WRITE BUNDLE-LINE
           MOVE SPACES TO BD-TEXT
           STRING '*** RECIPIENT: ' DELIMITED BY SIZE
                   WS-CUR-RECIPIENT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-RC-NAME (WS-RCP-SUB) DELIMITED BY SIZE
               INTO BD-TEXT
           WRITE BUNDLE-LINE
           MOVE SPACES TO BD-TEXT
           STRING '*** RUN ID:    ' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO BD-TEXT
           WRITE BUNDLE-LINE
           MOVE SPACES TO BD-TEXT
           STRING '*** BUNDLED:   ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
               INTO BD-TEXT
           WRITE BUNDLE-LINE
           MOVE '****************************************'
               TO BD-TEXT
           WRITE BUNDLE-LINE
           MOVE '0' TO BD-ASA
           MOVE 'REPORTS ENCLOSED' TO BD-TEXT
           WRITE BUNDLE-LINE
           MOVE ' ' TO BD-ASA
           MOVE ZEROES TO WS-SUB
           PERFORM UNTIL WS-SUB NOT < WS-LIST-USED
               ADD 1 TO WS-SUB
               IF WS-LS-RECIPIENT (WS-SUB) = WS-CUR-RECIPIENT
                   MOVE WS-LS-CAT-SUB (WS-SUB) TO WS-CUR-CAT
                   MOVE SPACES TO BD-TEXT
                   IF WS-CS-FOUND-SW (WS-CUR-CAT) = 'Y'
                       STRING '  ' DELIMITED BY SIZE
                               WS-LS-REPORT (WS-SUB) DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WS-CT-TITLE (WS-CUR-CAT)
                                   DELIMITED BY SIZE
                               ' COPIES=' DELIMITED BY SIZE
                               WS-LS-COPIES (WS-SUB) DELIMITED BY SIZE
                               ' LINES=' DELIMITED BY SIZE
                               WS-CS-LINES (WS-CUR-CAT)
                                   DELIMITED BY SIZE
                           INTO BD-TEXT
                   ELSE
                       STRING '  ' DELIMITED BY SIZE
                               WS-LS-REPORT (WS-SUB) DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WS-CT-TITLE (WS-CUR-CAT)
                                   DELIMITED BY SIZE
                               ' NOT PRODUCED THIS RUN'
                                   DELIMITED BY SIZE
                           INTO BD-TEXT
                   END-IF
                   WRITE BUNDLE-LINE
               END-IF
           END-PERFORM.
       WRITE-BANNER-PAGE-END.
           CONTINUE.
       ENCLOSE-ONE-REPORT.
           MOVE WS-LS-CAT-SUB (WS-SUB) TO WS-CUR-CAT
           IF WS-CS-FOUND-SW (WS-CUR-CAT) NOT = 'Y'
               MOVE 'NOT PRODUCED' TO WS-LOG-OUTCOME
               PERFORM WRITE-DIST-LOG THRU WRITE-DIST-LOG-END
               GO TO ENCLOSE-ONE-REPORT-END
           END-IF
           MOVE ZEROES TO WS-COPY-NO
           PERFORM UNTIL WS-COPY-NO NOT < WS-LS-COPIES (WS-SUB)
               ADD 1 TO WS-COPY-NO
               MOVE SPACES TO BUNDLE-LINE
               MOVE '1' TO BD-ASA
               MOVE WS-CUR-RECIPIENT TO BD-RECIPIENT
               STRING '=== ' DELIMITED BY SIZE
                       WS-LS-REPORT (WS-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CT-TITLE (WS-CUR-CAT) DELIMITED BY SIZE
                       ' COPY ' DELIMITED BY SIZE
                       WS-COPY-NO DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       WS-LS-COPIES (WS-SUB) DELIMITED BY SIZE
                       ' RUN=' DELIMITED BY SIZE
                       WS-RUN-ID DELIMITED BY SIZE
                       ' FOR ' DELIMITED BY SIZE
                       WS-CUR-RECIPIENT DELIMITED BY SIZE
                   INTO BD-TEXT
               WRITE BUNDLE-LINE
               PERFORM COPY-ONE-REPORT THRU COPY-ONE-REPORT-END
               ADD WS-RPT-LINES TO WS-BUNDLE-LINES
           END-PERFORM
           ADD 1 TO WS-BUNDLE-REPORTS
           MOVE 'SENT' TO WS-LOG-OUTCOME
           PERFORM WRITE-DIST-LOG THRU WRITE-DIST-LOG-END.
       ENCLOSE-ONE-REPORT-END.
           CONTINUE.
       WRITE-DIST-LOG.
           MOVE SPACES TO DIST-LOG-LINE
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ' RPTDIST  RUN=' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   ' RECIPIENT=' DELIMITED BY SIZE
                   WS-CUR-RECIPIENT DELIMITED BY SIZE
                   ' REPORT=' DELIMITED BY SIZE
                   WS-LS-REPORT (WS-SUB) DELIMITED BY SIZE
                   ' COPIES=' DELIMITED BY SIZE
                   WS-LS-COPIES (WS-SUB) DELIMITED BY SIZE
                   ' LINES=' DELIMITED BY SIZE
                   WS-CS-LINES (WS-CUR-CAT) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LOG-OUTCOME DELIMITED BY SIZE
               INTO DIST-LOG-LINE
           WRITE DIST-LOG-LINE.
       WRITE-DIST-LOG-END.
           CONTINUE.
      ******************************************************************
      *    Read the catalogued report WS-CUR-CAT names - counting its
      *    lines, or writing them into the bundle, as the copy mode
      *    says.
      ******************************************************************
       COPY-ONE-REPORT.
           MOVE WS-CT-REPORT (WS-CUR-CAT) TO WS-CUR-REPORT
           MOVE 'N' TO WS-RPT-FOUND-SW
           MOVE ZEROES TO WS-RPT-LINES
           EVALUATE WS-CUR-REPORT
               WHEN 'COBPRINT'
                   PERFORM COPY-COBPRINT THRU COPY-COBPRINT-END
               WHEN 'SUMRPT'
                   PERFORM COPY-SUMRPT THRU COPY-SUMRPT-END
               WHEN 'RECONRPT'
                   PERFORM COPY-RECONRPT THRU COPY-RECONRPT-END
               WHEN 'COMPRPT'
                   PERFORM COPY-COMPRPT THRU COPY-COMPRPT-END
               WHEN 'MORNRPT'
                   PERFORM COPY-MORNRPT THRU COPY-MORNRPT-END
               WHEN 'CTLBRPT'
                   PERFORM COPY-CTLBRPT THRU COPY-CTLBRPT-END
               WHEN 'CHEKRPT'
                   PERFORM COPY-CHEKRPT THRU COPY-CHEKRPT-END
               WHEN 'SQLRCRPT'
                   PERFORM COPY-SQLRCRPT THRU COPY-SQLRCRPT-END
               WHEN 'ERRSUMRP'
                   PERFORM COPY-ERRSUMRP THRU COPY-ERRSUMRP-END
               WHEN 'TRENDRPT'
                   PERFORM COPY-TRENDRPT THRU COPY-TRENDRPT-END
               WHEN 'ALERTRPT'
                   PERFORM COPY-ALERTRPT THRU COPY-ALERTRPT-END
               WHEN 'FEEDRPT'
                   PERFORM COPY-FEEDRPT THRU COPY-FEEDRPT-END
               WHEN 'CHGXRPT'
                   PERFORM COPY-CHGXRPT THRU COPY-CHGXRPT-END
               WHEN 'CERTRPT'
                   PERFORM COPY-CERTRPT THRU COPY-CERTRPT-END
               WHEN 'DELTARPT'
                   PERFORM COPY-DELTARPT THRU COPY-DELTARPT-END
               WHEN 'NETRPT'
                   PERFORM COPY-NETRPT THRU COPY-NETRPT-END
               WHEN 'TRANMRPT'
                   PERFORM COPY-TRANMRPT THRU COPY-TRANMRPT-END
               WHEN 'MERPT'
                   PERFORM COPY-MERPT THRU COPY-MERPT-END
               WHEN 'JRNLRPT'
                   PERFORM COPY-JRNLRPT THRU COPY-JRNLRPT-END
               WHEN 'AUDSRPT'
                   PERFORM COPY-AUDSRPT THRU COPY-AUDSRPT-END
               WHEN 'AUDXRPT'
                   PERFORM COPY-AUDXRPT THRU COPY-AUDXRPT-END
               WHEN 'PITRPT'
                   PERFORM COPY-PITRPT THRU COPY-PITRPT-END
               WHEN 'SQLHRPT'
                   PERFORM COPY-SQLHRPT THRU COPY-SQLHRPT-END
               WHEN 'SQLMRPT'
                   PERFORM COPY-SQLMRPT THRU COPY-SQLMRPT-END
               WHEN 'XREFRPT'
                   PERFORM COPY-XREFRPT THRU COPY-XREFRPT-END
               WHEN 'DUPRPT'
                   PERFORM COPY-DUPRPT THRU COPY-DUPRPT-END
               WHEN 'CALSRPT'
                   PERFORM COPY-CALSRPT THRU COPY-CALSRPT-END
               WHEN 'CONTRPT'
                   PERFORM COPY-CONTRPT THRU COPY-CONTRPT-END
               WHEN 'CTYPRPT'
                   PERFORM COPY-CTYPRPT THRU COPY-CTYPRPT-END
               WHEN 'CMRPT'
                   PERFORM COPY-CMRPT THRU COPY-CMRPT-END
               WHEN 'PERSDRPT'
                   PERFORM COPY-PERSDRPT THRU COPY-PERSDRPT-END
               WHEN 'PURGRPT'
                   PERFORM COPY-PURGRPT THRU COPY-PURGRPT-END
               WHEN 'MILERPT'
                   PERFORM COPY-MILERPT THRU COPY-MILERPT-END
               WHEN 'RCYESCRP'
                   PERFORM COPY-RCYESCRP THRU COPY-RCYESCRP-END
               WHEN 'TRCPRPT'
                   PERFORM COPY-TRCPRPT THRU COPY-TRCPRPT-END
               WHEN 'ADVISRPT'
                   PERFORM COPY-ADVISRPT THRU COPY-ADVISRPT-END
               WHEN 'SRCHRPT'
                   PERFORM COPY-SRCHRPT THRU COPY-SRCHRPT-END
               WHEN 'REORGRPT'
                   PERFORM COPY-REORGRPT THRU COPY-REORGRPT-END
               WHEN 'BRWSRPT'
                   PERFORM COPY-BRWSRPT THRU COPY-BRWSRPT-END
               WHEN 'GROWRPT'
                   PERFORM COPY-GROWRPT THRU COPY-GROWRPT-END
               WHEN 'SECLRPT'
                   PERFORM COPY-SECLRPT THRU COPY-SECLRPT-END
               WHEN 'BTCHRPT'
                   PERFORM COPY-BTCHRPT THRU COPY-BTCHRPT-END
               WHEN 'MASKRPT'
                   PERFORM COPY-MASKRPT THRU COPY-MASKRPT-END
               WHEN 'CHAINRPT'
                   PERFORM COPY-CHAINRPT THRU COPY-CHAINRPT-END
               WHEN 'MSGRPT'
                   PERFORM COPY-MSGRPT THRU COPY-MSGRPT-END
               WHEN 'DQRPT'
                   PERFORM COPY-DQRPT THRU COPY-DQRPT-END
               WHEN 'DQTREND'
                   PERFORM COPY-DQTREND THRU COPY-DQTREND-END
               WHEN 'ADDRRPT'
                   PERFORM COPY-ADDRRPT THRU COPY-ADDRRPT-END
               WHEN 'LBLRPT'
                   PERFORM COPY-LBLRPT THRU COPY-LBLRPT-END
               WHEN 'GRPRPT'
                   PERFORM COPY-GRPRPT THRU COPY-GRPRPT-END
               WHEN 'CHGBRPT'
                   PERFORM COPY-CHGBRPT THRU COPY-CHGBRPT-END
               WHEN 'TLNRPT'
                   PERFORM COPY-TLNRPT THRU COPY-TLNRPT-END
               WHEN 'PFLTRPT'
                   PERFORM COPY-PFLTRPT THRU COPY-PFLTRPT-END
               WHEN 'RKEYRPT'
                   PERFORM COPY-RKEYRPT THRU COPY-RKEYRPT-END
               WHEN 'CODERPT'
                   PERFORM COPY-CODERPT THRU COPY-CODERPT-END
               WHEN 'POPRPT'
                   PERFORM COPY-POPRPT THRU COPY-POPRPT-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       COPY-ONE-REPORT-END.
           CONTINUE.
       PUT-REPORT-LINE.
           ADD 1 TO WS-RPT-LINES
           IF WS-COUNTING
               GO TO PUT-REPORT-LINE-END
           END-IF
           MOVE SPACES TO BUNDLE-LINE
           MOVE WS-CUR-RECIPIENT TO BD-RECIPIENT
           IF WS-CT-ASA-SW (WS-CUR-CAT) = 'A'
               MOVE WS-RPT-RECORD (1:1) TO BD-ASA
               MOVE WS-RPT-RECORD (2:339) TO BD-TEXT
           ELSE
               MOVE ' ' TO BD-ASA
               MOVE WS-RPT-RECORD TO BD-TEXT
           END-IF
           WRITE BUNDLE-LINE.
       PUT-REPORT-LINE-END.
           CONTINUE.
       CHECK-PRINT-SECTION.
           IF WS-RUN-ID = SPACES
               GO TO CHECK-PRINT-SECTION-END
           END-IF
           MOVE SPACES TO WS-SCAN-TEXT
           MOVE WS-RPT-RECORD TO WS-SCAN-TEXT
           PERFORM FIND-RUN-ID THRU FIND-RUN-ID-END
           IF WS-FOUND-RUN-ID = WS-RUN-ID
               MOVE 'Y' TO WS-SECTION-WANTED-SW
           ELSE
               MOVE 'N' TO WS-SECTION-WANTED-SW
           END-IF.
       CHECK-PRINT-SECTION-END.
           CONTINUE.
       COPY-COBPRINT.
           OPEN INPUT PRINT-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-COBPRINT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
      * COBPRINT accumulates every run - only the section under the
      * bundled run's '=== VSAM RUN' banner is taken.
           IF WS-RUN-ID = SPACES
               MOVE 'Y' TO WS-SECTION-WANTED-SW
           ELSE
               MOVE 'N' TO WS-SECTION-WANTED-SW
           END-IF
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ PRINT-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE PRINT-LINE TO WS-RPT-RECORD
                       IF PRINT-LINE (2:12) = '=== VSAM RUN'
                           PERFORM CHECK-PRINT-SECTION
                               THRU CHECK-PRINT-SECTION-END
                       END-IF
                       IF WS-SECTION-WANTED
                           PERFORM PUT-REPORT-LINE
                               THRU PUT-REPORT-LINE-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRINT-REPORT
           IF WS-RPT-LINES = ZEROES
               MOVE 'N' TO WS-RPT-FOUND-SW
           END-IF.
       COPY-COBPRINT-END.
           CONTINUE.
       COPY-SUMRPT.
           OPEN INPUT SUMMARY-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-SUMRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ SUMMARY-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE SUMMARY-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE SUMMARY-REPORT.
       COPY-SUMRPT-END.
           CONTINUE.
       COPY-RECONRPT.
           OPEN INPUT RECON-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-RECONRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ RECON-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE RECON-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE RECON-REPORT.
       COPY-RECONRPT-END.
           CONTINUE.
       COPY-COMPRPT.
           OPEN INPUT COMPANY-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-COMPRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ COMPANY-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE COMPANY-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE COMPANY-REPORT.
       COPY-COMPRPT-END.
           CONTINUE.
       COPY-MORNRPT.
           OPEN INPUT MORNING-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-MORNRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ MORNING-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE MORNING-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE MORNING-REPORT.
       COPY-MORNRPT-END.
           CONTINUE.
       COPY-CTLBRPT.
           OPEN INPUT BALANCE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CTLBRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ BALANCE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE BALANCE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE BALANCE-REPORT.
       COPY-CTLBRPT-END.
           CONTINUE.
       COPY-CHEKRPT.
           OPEN INPUT CHECK-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CHEKRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ CHECK-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE CHECK-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE CHECK-REPORT.
       COPY-CHEKRPT-END.
           CONTINUE.
       COPY-SQLRCRPT.
           OPEN INPUT SQL-RECON-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-SQLRCRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ SQL-RECON-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE SQL-RECON-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE SQL-RECON-REPORT.
       COPY-SQLRCRPT-END.
           CONTINUE.
       COPY-ERRSUMRP.
           OPEN INPUT ERROR-SUMMARY-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-ERRSUMRP-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ ERROR-SUMMARY-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE ERROR-SUMMARY-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE ERROR-SUMMARY-REPORT.
       COPY-ERRSUMRP-END.
           CONTINUE.
       COPY-TRENDRPT.
           OPEN INPUT TREND-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-TRENDRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ TREND-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE TREND-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE TREND-REPORT.
       COPY-TRENDRPT-END.
           CONTINUE.
       COPY-ALERTRPT.
           OPEN INPUT ALERT-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-ALERTRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ ALERT-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE ALERT-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE ALERT-REPORT.
       COPY-ALERTRPT-END.
           CONTINUE.
       COPY-FEEDRPT.
           OPEN INPUT FEED-GATE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-FEEDRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ FEED-GATE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE FEED-GATE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE FEED-GATE-REPORT.
       COPY-FEEDRPT-END.
           CONTINUE.
       COPY-CHGXRPT.
           OPEN INPUT CHANGE-EXTRACT-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CHGXRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ CHANGE-EXTRACT-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE CHANGE-EXTRACT-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE CHANGE-EXTRACT-REPORT.
       COPY-CHGXRPT-END.
           CONTINUE.
       COPY-CERTRPT.
           OPEN INPUT CERTIFICATION-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CERTRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ CERTIFICATION-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE CERTIFICATION-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE CERTIFICATION-REPORT.
       COPY-CERTRPT-END.
           CONTINUE.
       COPY-DELTARPT.
           OPEN INPUT DELTA-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-DELTARPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ DELTA-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE DELTA-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE DELTA-REPORT.
       COPY-DELTARPT-END.
           CONTINUE.
       COPY-NETRPT.
           OPEN INPUT NET-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-NETRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ NET-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE NET-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE NET-REPORT.
       COPY-NETRPT-END.
           CONTINUE.
       COPY-TRANMRPT.
           OPEN INPUT MERGE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-TRANMRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ MERGE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE MERGE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE MERGE-REPORT.
       COPY-TRANMRPT-END.
           CONTINUE.
       COPY-MERPT.
           OPEN INPUT MONTH-END-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-MERPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ MONTH-END-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE MONTH-END-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE MONTH-END-REPORT.
       COPY-MERPT-END.
           CONTINUE.
       COPY-JRNLRPT.
           OPEN INPUT JOURNAL-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-JRNLRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ JOURNAL-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE JOURNAL-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE JOURNAL-REPORT.
       COPY-JRNLRPT-END.
           CONTINUE.
       COPY-AUDSRPT.
           OPEN INPUT AUDIT-SUMMARY-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-AUDSRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ AUDIT-SUMMARY-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE AUDIT-SUMMARY-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE AUDIT-SUMMARY-REPORT.
       COPY-AUDSRPT-END.
           CONTINUE.
       COPY-AUDXRPT.
           OPEN INPUT AUDIT-XREF-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-AUDXRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ AUDIT-XREF-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE AUDIT-XREF-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE AUDIT-XREF-REPORT.
       COPY-AUDXRPT-END.
           CONTINUE.
       COPY-PITRPT.
           OPEN INPUT INQUIRY-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-PITRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ INQUIRY-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE INQUIRY-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE INQUIRY-REPORT.
       COPY-PITRPT-END.
           CONTINUE.
       COPY-SQLHRPT.
           OPEN INPUT HISTORY-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-SQLHRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ HISTORY-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE HISTORY-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE HISTORY-REPORT.
       COPY-SQLHRPT-END.
           CONTINUE.
       COPY-SQLMRPT.
           OPEN INPUT MAINT-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-SQLMRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ MAINT-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE MAINT-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE MAINT-REPORT.
       COPY-SQLMRPT-END.
           CONTINUE.
       COPY-XREFRPT.
           OPEN INPUT STATE-LISTING-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-XREFRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ STATE-LISTING-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE STATE-LISTING-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE STATE-LISTING-REPORT.
       COPY-XREFRPT-END.
           CONTINUE.
       COPY-DUPRPT.
           OPEN INPUT DUPLICATE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-DUPRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ DUPLICATE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE DUPLICATE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE DUPLICATE-REPORT.
       COPY-DUPRPT-END.
           CONTINUE.
       COPY-CALSRPT.
           OPEN INPUT SCHEDULE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CALSRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ SCHEDULE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE SCHEDULE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-REPORT.
       COPY-CALSRPT-END.
           CONTINUE.
       COPY-CONTRPT.
           OPEN INPUT ROSTER-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CONTRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ ROSTER-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE ROSTER-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE ROSTER-REPORT.
       COPY-CONTRPT-END.
           CONTINUE.
       COPY-CTYPRPT.
           OPEN INPUT TYPE-LISTING-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CTYPRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ TYPE-LISTING-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE TYPE-LISTING-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE TYPE-LISTING-REPORT.
       COPY-CTYPRPT-END.
           CONTINUE.
       COPY-CMRPT.
           OPEN INPUT RESULTS-MASTER-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CMRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ RESULTS-MASTER-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE RESULTS-MASTER-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE RESULTS-MASTER-REPORT.
       COPY-CMRPT-END.
           CONTINUE.
       COPY-PERSDRPT.
           OPEN INPUT DEMOGRAPHIC-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-PERSDRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ DEMOGRAPHIC-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE DEMOGRAPHIC-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE DEMOGRAPHIC-REPORT.
       COPY-PERSDRPT-END.
           CONTINUE.
       COPY-PURGRPT.
           OPEN INPUT PURGE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-PURGRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ PURGE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE PURGE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE PURGE-REPORT.
       COPY-PURGRPT-END.
           CONTINUE.
       COPY-MILERPT.
           OPEN INPUT MILESTONE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-MILERPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ MILESTONE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE MILESTONE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE MILESTONE-REPORT.
       COPY-MILERPT-END.
           CONTINUE.
       COPY-RCYESCRP.
           OPEN INPUT ESCALATION-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-RCYESCRP-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ ESCALATION-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE ESCALATION-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE ESCALATION-REPORT.
       COPY-RCYESCRP-END.
           CONTINUE.
       COPY-TRCPRPT.
           OPEN INPUT PROFILE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-TRCPRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ PROFILE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE PROFILE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE PROFILE-REPORT.
       COPY-TRCPRPT-END.
           CONTINUE.
       COPY-ADVISRPT.
           OPEN INPUT ADVICE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-ADVISRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ ADVICE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE ADVICE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE ADVICE-REPORT.
       COPY-ADVISRPT-END.
           CONTINUE.
       COPY-SRCHRPT.
           OPEN INPUT SEARCH-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-SRCHRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ SEARCH-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE SEARCH-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE SEARCH-REPORT.
       COPY-SRCHRPT-END.
           CONTINUE.
       COPY-REORGRPT.
           OPEN INPUT REORG-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-REORGRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ REORG-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE REORG-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE REORG-REPORT.
       COPY-REORGRPT-END.
           CONTINUE.
       COPY-BRWSRPT.
           OPEN INPUT BROWSE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-BRWSRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ BROWSE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE BROWSE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE BROWSE-REPORT.
       COPY-BRWSRPT-END.
           CONTINUE.
       COPY-GROWRPT.
           OPEN INPUT GROWTH-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-GROWRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ GROWTH-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE GROWTH-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE GROWTH-REPORT.
       COPY-GROWRPT-END.
           CONTINUE.
       COPY-SECLRPT.
           OPEN INPUT SECURITY-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-SECLRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ SECURITY-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE SECURITY-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE SECURITY-REPORT.
       COPY-SECLRPT-END.
           CONTINUE.
       COPY-BTCHRPT.
           OPEN INPUT BATCH-APPROVAL-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-BTCHRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ BATCH-APPROVAL-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE BATCH-APPROVAL-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE BATCH-APPROVAL-REPORT.
       COPY-BTCHRPT-END.
           CONTINUE.
       COPY-MASKRPT.
           OPEN INPUT MASK-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-MASKRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ MASK-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE MASK-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE MASK-REPORT.
       COPY-MASKRPT-END.
           CONTINUE.
       COPY-CHAINRPT.
           OPEN INPUT CHAIN-VERIFY-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CHAINRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ CHAIN-VERIFY-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE CHAIN-VERIFY-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE CHAIN-VERIFY-REPORT.
       COPY-CHAINRPT-END.
           CONTINUE.
       COPY-MSGRPT.
           OPEN INPUT MESSAGE-CATALOGUE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-MSGRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ MESSAGE-CATALOGUE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE MESSAGE-CATALOGUE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE MESSAGE-CATALOGUE-REPORT.
       COPY-MSGRPT-END.
           CONTINUE.
       COPY-DQRPT.
           OPEN INPUT DQ-SCORECARD-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-DQRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ DQ-SCORECARD-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE DQ-SCORECARD-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE DQ-SCORECARD-REPORT.
       COPY-DQRPT-END.
           CONTINUE.
       COPY-DQTREND.
           OPEN INPUT DQ-TREND-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-DQTREND-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ DQ-TREND-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE DQ-TREND-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE DQ-TREND-REPORT.
       COPY-DQTREND-END.
           CONTINUE.
       COPY-ADDRRPT.
           OPEN INPUT ADDRESS-STD-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-ADDRRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ ADDRESS-STD-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE ADDRESS-STD-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE ADDRESS-STD-REPORT.
       COPY-ADDRRPT-END.
           CONTINUE.
       COPY-LBLRPT.
           OPEN INPUT LABEL-COUNTS-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-LBLRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ LABEL-COUNTS-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE LABEL-COUNTS-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE LABEL-COUNTS-REPORT.
       COPY-LBLRPT-END.
           CONTINUE.
       COPY-GRPRPT.
           OPEN INPUT GROUP-ROLLUP-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-GRPRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ GROUP-ROLLUP-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE GROUP-ROLLUP-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE GROUP-ROLLUP-REPORT.
       COPY-GRPRPT-END.
           CONTINUE.
       COPY-CHGBRPT.
           OPEN INPUT CHARGEBACK-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CHGBRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ CHARGEBACK-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE CHARGEBACK-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE CHARGEBACK-REPORT.
       COPY-CHGBRPT-END.
           CONTINUE.
       COPY-TLNRPT.
           OPEN INPUT TIMELINE-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-TLNRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ TIMELINE-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE TIMELINE-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE TIMELINE-REPORT.
       COPY-TLNRPT-END.
           CONTINUE.
       COPY-PFLTRPT.
           OPEN INPUT PRE-FLIGHT-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-PFLTRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ PRE-FLIGHT-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE PRE-FLIGHT-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE PRE-FLIGHT-REPORT.
       COPY-PFLTRPT-END.
           CONTINUE.
       COPY-RKEYRPT.
           OPEN INPUT RE-KEY-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-RKEYRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ RE-KEY-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE RE-KEY-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE RE-KEY-REPORT.
       COPY-RKEYRPT-END.
           CONTINUE.
       COPY-CODERPT.
           OPEN INPUT CODE-REGISTRY-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-CODERPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ CODE-REGISTRY-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE CODE-REGISTRY-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE CODE-REGISTRY-REPORT.
       COPY-CODERPT-END.
           CONTINUE.
       COPY-POPRPT.
           OPEN INPUT POPULATION-REPORT
           IF WS-RPT-STATUS NOT = ZEROES
               GO TO COPY-POPRPT-END
           END-IF
           MOVE 'Y' TO WS-RPT-FOUND-SW
           MOVE 'N' TO WS-RPT-EOF-SW
           PERFORM UNTIL WS-RPT-EOF
               READ POPULATION-REPORT
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF-SW
                   NOT AT END
                       MOVE POPULATION-LINE TO WS-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                           THRU PUT-REPORT-LINE-END
               END-READ
           END-PERFORM
           CLOSE POPULATION-REPORT.
       COPY-POPRPT-END.
           CONTINUE.
