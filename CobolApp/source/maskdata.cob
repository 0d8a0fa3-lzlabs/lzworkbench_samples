       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKDATA.
      ******************************************************************
      *    MASKDATA - masked copy of production data for the test
      *    region.  Builds test copies of the company and person data
      *    with every personal or identifying value replaced by a
      *    realistic but fictitious one:
      *
      *       VSAMFILE -> TESTVSAM  the KSDS master, record for record
      *                             in key order; the 'HD' header's
      *                             company name and each 'DT'
      *                             detail's address line are masked,
      *                             the detail count, state, zip and
      *                             every other segment copied as is
      *       SQLBKPA  -> TESTBKPA  the SQLUNLD snapshot of T2021A -
      *                             company name masked
      *       SQLBKPB  -> TESTBKPB  the SQLUNLD snapshot of T2021B -
      *                             address line1 masked, city, state
      *                             and zip copied
      *       PERSMAST -> TESTPERS  the person master - name masked,
      *                             the birth day of the month moved
      *                             (year and month kept, so the age
      *                             bands still come out realistic)
      *
      *    The test region loads the T2021A/T2021B copies through
      *    SQLRELD in place of SQLBKPA/SQLBKPB; their '**TRAILER*'
      *    records are carried over unchanged, the row counts being
      *    the same.
      *
      *    Keys are never changed and the masking is deterministic:
      *    a fictitious value is chosen by the HASHSRV hash of the
      *    masking seed plus the 7-byte company code (company names),
      *    the company code plus the first 14 bytes of the original
      *    address line (addresses - the opening the KSDS detail
      *    carries), or the person id.  So a company masks to the
      *    same name in the VSAM copy and the SQL copy, its addresses
      *    to the same lines, and SQLRECON still balances in test.
      *    The optional MASKPARM file's SEED=xxxxxxxx record changes
      *    the seed - the same seed gives the same masked copy every
      *    time, a new seed a different one.
      *
      *    The MASKRPT report gives, per file, the records read and
      *    written and the values masked.  A source that is not
      *    available is reported and skipped with a WARNING; the step
      *    ends RC 8 when none of the four could be copied.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'MASKPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'MASKRPT'
               STATUS IS WS-REPORT-STATUS.
           SELECT VSAM-IN ASSIGN TO 'VSAMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VI-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT VSAM-OUT ASSIGN TO 'TESTVSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VO-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT COMPANY-IN ASSIGN TO 'SQLBKPA'
               STATUS IS WS-IN-STATUS.
           SELECT COMPANY-OUT ASSIGN TO 'TESTBKPA'
               STATUS IS WS-OUT-STATUS.
           SELECT ADDRESS-IN ASSIGN TO 'SQLBKPB'
               STATUS IS WS-IN-STATUS.
           SELECT ADDRESS-OUT ASSIGN TO 'TESTBKPB'
               STATUS IS WS-OUT-STATUS.
           SELECT PERSON-IN ASSIGN TO 'PERSMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PI-ID
               FILE STATUS IS WS-IN-STATUS.
           SELECT PERSON-OUT ASSIGN TO 'TESTPERS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-ID
               FILE STATUS IS WS-OUT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(120).
       FD VSAM-IN.
       01 VI-REC.
          05 VI-KEY                PIC X(10).
          05 VI-SEGMENT-CODE       PIC X(2).
          05 VI-SEGMENT-DATA       PIC X(28).
       FD VSAM-OUT.
       01 VO-REC.
          05 VO-KEY                PIC X(10).
          05 VO-SEGMENT-CODE       PIC X(2).
          05 VO-SEGMENT-DATA       PIC X(28).
       FD COMPANY-IN
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CI-REC.
          05 CI-CODE               PIC X(10).
          05 FILLER                PIC X.
          05 CI-NAME               PIC X(40).
          05 FILLER                PIC X(39).
       FD COMPANY-OUT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 CO-REC                   PIC X(90).
       FD ADDRESS-IN
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AI-REC.
          05 AI-CODE               PIC X(10).
          05 FILLER                PIC X.
          05 AI-LINE1              PIC X(30).
          05 FILLER                PIC X(49).
       FD ADDRESS-OUT
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 AO-REC                   PIC X(90).
       FD PERSON-IN.
       01 PI-REC.
          05 PI-ID                 PIC X(10).
          05 PI-NAME               PIC X(20).
          05 PI-BIRTH-YEAR         PIC 9(4).
          05 PI-BIRTH-MONTH        PIC 9(2).
          05 PI-BIRTH-DAY          PIC 9(2).
          05 PI-FIRST-SEEN         PIC 9(8).
          05 PI-LAST-UPDATED       PIC 9(8).
       FD PERSON-OUT.
       01 PO-REC.
          05 PO-ID                 PIC X(10).
          05 FILLER                PIC X(44).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-IN-STATUS             PIC 99.
       01 WS-OUT-STATUS            PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-IN-EOF-SW             PIC X       VALUE 'N'.
          88 WS-IN-EOF                         VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(28)   VALUE SPACES.
       01 WS-MASK-SEED             PIC X(8)    VALUE 'MASKDATA'.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
       01 WS-COPIED                PIC 9(2)    VALUE ZEROES.
      * One line of the masking report per file.
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY OCCURS 4 TIMES.
             10 WS-MF-INPUT        PIC X(8).
             10 WS-MF-OUTPUT       PIC X(8).
             10 WS-MF-READ         PIC 9(9).
             10 WS-MF-WRITTEN      PIC 9(9).
             10 WS-MF-MASKED       PIC 9(9).
             10 WS-MF-REMARK       PIC X(40).
       01 WS-MF-SUB                PIC 9(2)    VALUE ZEROES.
      * What the next value is picked by.
       01 WS-SEED-DATA             PIC X(40)   VALUE SPACES.
       01 WS-PICK-A                PIC 9(9)    VALUE ZEROES.
       01 WS-PICK-B                PIC 9(9)    VALUE ZEROES.
       01 WS-QUOTIENT              PIC 9(9)    VALUE ZEROES.
       01 WS-SUB-1                 PIC 9(2)    VALUE ZEROES.
       01 WS-SUB-2                 PIC 9(2)    VALUE ZEROES.
       01 WS-SUB-3                 PIC 9(2)    VALUE ZEROES.
       01 WS-HOUSE-NUMBER          PIC 9(4)    VALUE ZEROES.
       01 WS-HOUSE-EDIT            PIC Z(3)9.
       01 WS-LEADING               PIC 9(2)    VALUE ZEROES.
       01 WS-NEW-DAY               PIC 9(2)    VALUE ZEROES.
       01 WS-MASKED-NAME           PIC X(40)   VALUE SPACES.
       01 WS-MASKED-LINE           PIC X(30)   VALUE SPACES.
       01 WS-MASKED-PERSON         PIC X(20)   VALUE SPACES.
       01 WS-PERSON-REC            PIC X(54)   VALUE SPACES.
       01 WS-EDIT-READ             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-WRITTEN          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-MASKED           PIC ZZZ,ZZZ,ZZ9.
      * The fictitious vocabulary.
       01 WS-NAME-WORD-VALUES.
          05 FILLER PIC X(50) VALUE
             'ALDER     BIRCHWOOD CEDAR     DUNMORE   EASTGATE  '.
          05 FILLER PIC X(50) VALUE
             'FAIRVIEW  GRANITE   HARBOR    IRONSIDE  JUNIPER   '.
          05 FILLER PIC X(50) VALUE
             'KESTREL   LAKESIDE  MAPLETON  NORTHFIELDOAKRIDGE  '.
          05 FILLER PIC X(50) VALUE
             'PINECREST QUARRY    RIVERTON  SUMMIT    WESTBROOK '.
       01 WS-NAME-WORDS REDEFINES WS-NAME-WORD-VALUES.
          05 WS-NAME-WORD          PIC X(10)   OCCURS 20 TIMES.
       01 WS-TRADE-WORD-VALUES.
          05 FILLER PIC X(50) VALUE
             'SUPPLY    LOGISTICS FOODS     TOOLING   PLASTICS  '.
          05 FILLER PIC X(50) VALUE
             'TEXTILES  METALS    MARINE    SYSTEMS   FREIGHT   '.
          05 FILLER PIC X(50) VALUE
             'FABRICS   PAPER     BUILDERS  CERAMICS  ELECTRIC  '.
          05 FILLER PIC X(50) VALUE
             'FARMS     GLASS     MILLING   PACKAGING TRADING   '.
       01 WS-TRADE-WORDS REDEFINES WS-TRADE-WORD-VALUES.
          05 WS-TRADE-WORD         PIC X(10)   OCCURS 20 TIMES.
       01 WS-SUFFIX-VALUES.
          05 FILLER PIC X(50) VALUE
             'INC       CO        LLC       CORP      LTD       '.
          05 FILLER PIC X(50) VALUE
             'GROUP     & SONS    PARTNERS  HOLDINGS  INDUSTRIES'.
       01 WS-SUFFIXES REDEFINES WS-SUFFIX-VALUES.
          05 WS-SUFFIX             PIC X(10)   OCCURS 10 TIMES.
       01 WS-STREET-VALUES.
          05 FILLER PIC X(50) VALUE
             'MAIN      OAK       ELM       PARK      LAKE      '.
          05 FILLER PIC X(50) VALUE
             'HILL      CHURCH    MILL      RIVER     SPRING    '.
          05 FILLER PIC X(50) VALUE
             'CENTER    UNION     WALNUT    CHESTNUT  HIGHLAND  '.
          05 FILLER PIC X(50) VALUE
             'WILLOW    JACKSON   FRANKLIN  MADISON   LINCOLN   '.
       01 WS-STREETS REDEFINES WS-STREET-VALUES.
          05 WS-STREET             PIC X(10)   OCCURS 20 TIMES.
       01 WS-STREET-TYPE-VALUES.
          05 FILLER PIC X(32) VALUE
             'ST  AVE RD  LN  DR  BLVDCT  WAY '.
       01 WS-STREET-TYPES REDEFINES WS-STREET-TYPE-VALUES.
          05 WS-STREET-TYPE        PIC X(4)    OCCURS 8 TIMES.
       01 WS-FIRST-NAME-VALUES.
          05 FILLER PIC X(45) VALUE
             'ANNA     BRIAN    CAROL    DANIEL   EMMA     '.
          05 FILLER PIC X(45) VALUE
             'FRANK    GRACE    HENRY    IRENE    JAMES    '.
          05 FILLER PIC X(45) VALUE
             'KAREN    LEWIS    MARTHA   NEIL     OLIVIA   '.
          05 FILLER PIC X(45) VALUE
             'PETER    RUTH     SAMUEL   TERESA   WALTER   '.
       01 WS-FIRST-NAMES REDEFINES WS-FIRST-NAME-VALUES.
          05 WS-FIRST-NAME         PIC X(9)    OCCURS 20 TIMES.
       01 WS-SURNAME-VALUES.
          05 FILLER PIC X(50) VALUE
             'ABBOTT    BARNES    COLLINS   DAWSON    ELLIS     '.
          05 FILLER PIC X(50) VALUE
             'FOSTER    GIBSON    HAYES     INGRAM    JENKINS   '.
          05 FILLER PIC X(50) VALUE
             'KEMP      LAWSON    MORGAN    NASH      OWENS     '.
          05 FILLER PIC X(50) VALUE
             'PARKER    QUINN     REYNOLDS  SHAW      TUCKER    '.
       01 WS-SURNAMES REDEFINES WS-SURNAME-VALUES.
          05 WS-SURNAME            PIC X(10)   OCCURS 20 TIMES.
           COPY HASHSRVR.
           COPY ERRLOGR.
           COPY RETCODE.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <MASKDATA>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM READ-MASK-PARMS THRU READ-MASK-PARMS-END

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'MASKED TEST-REGION COPY - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           INITIALIZE WS-FILE-TABLE
           MOVE 'VSAMFILE' TO WS-MF-INPUT (1)
           MOVE 'TESTVSAM' TO WS-MF-OUTPUT (1)
           MOVE 'SQLBKPA'  TO WS-MF-INPUT (2)
           MOVE 'TESTBKPA' TO WS-MF-OUTPUT (2)
           MOVE 'SQLBKPB'  TO WS-MF-INPUT (3)
           MOVE 'TESTBKPB' TO WS-MF-OUTPUT (3)
           MOVE 'PERSMAST' TO WS-MF-INPUT (4)
           MOVE 'TESTPERS' TO WS-MF-OUTPUT (4)

           MOVE 1 TO WS-MF-SUB
           PERFORM MASK-VSAM-MASTER THRU MASK-VSAM-MASTER-END
           MOVE 2 TO WS-MF-SUB
           PERFORM MASK-COMPANIES THRU MASK-COMPANIES-END
           MOVE 3 TO WS-MF-SUB
           PERFORM MASK-ADDRESSES THRU MASK-ADDRESSES-END
           MOVE 4 TO WS-MF-SUB
           PERFORM MASK-PERSONS THRU MASK-PERSONS-END

           PERFORM WRITE-MASK-REPORT THRU WRITE-MASK-REPORT-END
           CLOSE REPORT-FILE

           IF WS-COPIED = ZEROES
               MOVE 'MASKDATA' TO EL-PROGRAM-ID
               MOVE 'ERROR'    TO EL-SEVERITY
               MOVE RC-BAD-INPUT TO EL-RETURN-CODE
               MOVE 'NO SOURCE FILE AVAILABLE - NOTHING MASKED'
                   TO EL-MESSAGE
               CALL 'ERRLOG' USING ERRLOG-PARM
               MOVE RC-BAD-INPUT TO RETURN-CODE
           END-IF
           DISPLAY '  </MASKDATA>'
           GOBACK
           .
       READ-MASK-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-MASK-PARMS-END
           END-IF
           MOVE 'N' TO WS-PARM-EOF-SW
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SW
                   NOT AT END
                       MOVE SPACES TO WS-PARM-KEYWORD
                       MOVE SPACES TO WS-PARM-VALUE
                       UNSTRING PARM-LINE DELIMITED BY '='
                           INTO WS-PARM-KEYWORD
                                WS-PARM-VALUE
                       IF WS-PARM-KEYWORD = 'SEED'
                               AND WS-PARM-VALUE NOT = SPACES
                           MOVE WS-PARM-VALUE (1:8) TO WS-MASK-SEED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-MASK-PARMS-END.
           CONTINUE.
      ******************************************************************
      *    VSAMFILE - header name and detail address line.
      ******************************************************************
       MASK-VSAM-MASTER.
           OPEN INPUT VSAM-IN
           IF WS-IN-STATUS NOT = ZEROES
               PERFORM NOTE-INPUT-MISSING THRU NOTE-INPUT-MISSING-END
               GO TO MASK-VSAM-MASTER-END
           END-IF
           OPEN OUTPUT VSAM-OUT
           IF WS-OUT-STATUS NOT = ZEROES
               CLOSE VSAM-IN
               PERFORM NOTE-OUTPUT-FAILED THRU NOTE-OUTPUT-FAILED-END
               GO TO MASK-VSAM-MASTER-END
           END-IF
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM UNTIL WS-IN-EOF
               READ VSAM-IN
                   AT END
                       MOVE 'Y' TO WS-IN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MF-READ (1)
                       MOVE VI-REC TO VO-REC
                       EVALUATE VI-SEGMENT-CODE
                           WHEN 'HD'
                               IF VI-SEGMENT-DATA (8:21) NOT = SPACES
                                   MOVE VI-KEY (1:7) TO WS-SEED-DATA
                                   PERFORM PICK-COMPANY-NAME
                                       THRU PICK-COMPANY-NAME-END
                                   MOVE WS-MASKED-NAME (1:21)
                                       TO VO-SEGMENT-DATA (8:21)
                                   ADD 1 TO WS-MF-MASKED (1)
                               END-IF
                           WHEN 'DT'
                               IF VI-SEGMENT-DATA (1:14) NOT = SPACES
                                   MOVE SPACES TO WS-SEED-DATA
                                   STRING VI-KEY (1:7) DELIMITED BY SIZE
                                           VI-SEGMENT-DATA (1:14)
                                               DELIMITED BY SIZE
                                       INTO WS-SEED-DATA
                                   PERFORM PICK-ADDRESS-LINE
                                       THRU PICK-ADDRESS-LINE-END
                                   MOVE WS-MASKED-LINE (1:14)
                                       TO VO-SEGMENT-DATA (1:14)
                                   ADD 1 TO WS-MF-MASKED (1)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       WRITE VO-REC
                       IF WS-OUT-STATUS = ZEROES
                           ADD 1 TO WS-MF-WRITTEN (1)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VSAM-IN
           CLOSE VSAM-OUT
           ADD 1 TO WS-COPIED.
       MASK-VSAM-MASTER-END.
           CONTINUE.
      ******************************************************************
      *    SQLBKPA - T2021A company name.
      ******************************************************************
       MASK-COMPANIES.
           OPEN INPUT COMPANY-IN
           IF WS-IN-STATUS NOT = ZEROES
               PERFORM NOTE-INPUT-MISSING THRU NOTE-INPUT-MISSING-END
               GO TO MASK-COMPANIES-END
           END-IF
           OPEN OUTPUT COMPANY-OUT
           IF WS-OUT-STATUS NOT = ZEROES
               CLOSE COMPANY-IN
               PERFORM NOTE-OUTPUT-FAILED THRU NOTE-OUTPUT-FAILED-END
               GO TO MASK-COMPANIES-END
           END-IF
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM UNTIL WS-IN-EOF
               READ COMPANY-IN
                   AT END
                       MOVE 'Y' TO WS-IN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MF-READ (2)
                       IF CI-CODE NOT = '**TRAILER*'
                               AND CI-NAME NOT = SPACES
                           MOVE CI-CODE (1:7) TO WS-SEED-DATA
                           PERFORM PICK-COMPANY-NAME
                               THRU PICK-COMPANY-NAME-END
                           MOVE WS-MASKED-NAME TO CI-NAME
                           ADD 1 TO WS-MF-MASKED (2)
                       END-IF
                       WRITE CO-REC FROM CI-REC
                       ADD 1 TO WS-MF-WRITTEN (2)
               END-READ
           END-PERFORM
           CLOSE COMPANY-IN
           CLOSE COMPANY-OUT
           ADD 1 TO WS-COPIED.
       MASK-COMPANIES-END.
           CONTINUE.
      ******************************************************************
      *    SQLBKPB - T2021B address line1.
      ******************************************************************
       MASK-ADDRESSES.
           OPEN INPUT ADDRESS-IN
           IF WS-IN-STATUS NOT = ZEROES
               PERFORM NOTE-INPUT-MISSING THRU NOTE-INPUT-MISSING-END
               GO TO MASK-ADDRESSES-END
           END-IF
           OPEN OUTPUT ADDRESS-OUT
           IF WS-OUT-STATUS NOT = ZEROES
               CLOSE ADDRESS-IN
               PERFORM NOTE-OUTPUT-FAILED THRU NOTE-OUTPUT-FAILED-END
               GO TO MASK-ADDRESSES-END
           END-IF
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM UNTIL WS-IN-EOF
               READ ADDRESS-IN
                   AT END
                       MOVE 'Y' TO WS-IN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MF-READ (3)
                       IF AI-CODE NOT = '**TRAILER*'
                               AND AI-LINE1 NOT = SPACES
                           MOVE SPACES TO WS-SEED-DATA
                           STRING AI-CODE (1:7) DELIMITED BY SIZE
                                   AI-LINE1 (1:14) DELIMITED BY SIZE
                               INTO WS-SEED-DATA
                           PERFORM PICK-ADDRESS-LINE
                               THRU PICK-ADDRESS-LINE-END
                           MOVE WS-MASKED-LINE TO AI-LINE1
                           ADD 1 TO WS-MF-MASKED (3)
                       END-IF
                       WRITE AO-REC FROM AI-REC
                       ADD 1 TO WS-MF-WRITTEN (3)
               END-READ
           END-PERFORM
           CLOSE ADDRESS-IN
           CLOSE ADDRESS-OUT
           ADD 1 TO WS-COPIED.
       MASK-ADDRESSES-END.
           CONTINUE.
      ******************************************************************
      *    PERSMAST - person name and birth day.
      ******************************************************************
       MASK-PERSONS.
           OPEN INPUT PERSON-IN
           IF WS-IN-STATUS NOT = ZEROES
               PERFORM NOTE-INPUT-MISSING THRU NOTE-INPUT-MISSING-END
               GO TO MASK-PERSONS-END
           END-IF
           OPEN OUTPUT PERSON-OUT
           IF WS-OUT-STATUS NOT = ZEROES
               CLOSE PERSON-IN
               PERFORM NOTE-OUTPUT-FAILED THRU NOTE-OUTPUT-FAILED-END
               GO TO MASK-PERSONS-END
           END-IF
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM UNTIL WS-IN-EOF
               READ PERSON-IN
                   AT END
                       MOVE 'Y' TO WS-IN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MF-READ (4)
                       MOVE PI-ID TO WS-SEED-DATA
                       PERFORM PICK-PERSON THRU PICK-PERSON-END
                       IF PI-NAME NOT = SPACES
                           MOVE WS-MASKED-PERSON TO PI-NAME
                           ADD 1 TO WS-MF-MASKED (4)
                       END-IF
                       IF PI-BIRTH-DAY IS NUMERIC
                               AND PI-BIRTH-DAY > ZEROES
                           MOVE WS-NEW-DAY TO PI-BIRTH-DAY
                           ADD 1 TO WS-MF-MASKED (4)
                       END-IF
                       MOVE PI-REC TO WS-PERSON-REC
                       WRITE PO-REC FROM WS-PERSON-REC
                       IF WS-OUT-STATUS = ZEROES
                           ADD 1 TO WS-MF-WRITTEN (4)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSON-IN
           CLOSE PERSON-OUT
           ADD 1 TO WS-COPIED.
       MASK-PERSONS-END.
           CONTINUE.
       NOTE-INPUT-MISSING.
           MOVE SPACES TO WS-MF-REMARK (WS-MF-SUB)
           STRING 'NOT AVAILABLE, STATUS ' DELIMITED BY SIZE
                   WS-IN-STATUS DELIMITED BY SIZE
                   ' - NOT COPIED' DELIMITED BY SIZE
               INTO WS-MF-REMARK (WS-MF-SUB)
           PERFORM LOG-FILE-WARNING THRU LOG-FILE-WARNING-END.
       NOTE-INPUT-MISSING-END.
           CONTINUE.
       NOTE-OUTPUT-FAILED.
           MOVE SPACES TO WS-MF-REMARK (WS-MF-SUB)
           STRING 'OUTPUT OPEN FAILED, STATUS ' DELIMITED BY SIZE
                   WS-OUT-STATUS DELIMITED BY SIZE
                   ' - NOT COPIED' DELIMITED BY SIZE
               INTO WS-MF-REMARK (WS-MF-SUB)
           PERFORM LOG-FILE-WARNING THRU LOG-FILE-WARNING-END.
       NOTE-OUTPUT-FAILED-END.
           CONTINUE.
       LOG-FILE-WARNING.
           DISPLAY '    MASKDATA: ' WS-MF-INPUT (WS-MF-SUB) ' '
                   WS-MF-REMARK (WS-MF-SUB)
           MOVE SPACES TO EL-MESSAGE
           STRING WS-MF-INPUT (WS-MF-SUB) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-MF-REMARK (WS-MF-SUB) DELIMITED BY SIZE
               INTO EL-MESSAGE
           MOVE 'MASKDATA' TO EL-PROGRAM-ID
           MOVE 'WARNING'  TO EL-SEVERITY
           MOVE RC-NORMAL  TO EL-RETURN-CODE
           CALL 'ERRLOG' USING ERRLOG-PARM.
       LOG-FILE-WARNING-END.
           CONTINUE.
      ******************************************************************
      *    Fictitious values, picked by the hash of the seed and
      *    WS-SEED-DATA.
      ******************************************************************
       HASH-SEED.
           MOVE 'INIT' TO HS-FUNCTION
           CALL 'HASHSRV' USING HASHSRV-PARM
           MOVE 'ADD ' TO HS-FUNCTION
           MOVE WS-MASK-SEED TO HS-DATA
           MOVE 8 TO HS-LENGTH
           CALL 'HASHSRV' USING HASHSRV-PARM
           MOVE WS-SEED-DATA TO HS-DATA
           MOVE 40 TO HS-LENGTH
           CALL 'HASHSRV' USING HASHSRV-PARM
           MOVE HS-HASH-A TO WS-PICK-A
           MOVE HS-HASH-B TO WS-PICK-B.
       HASH-SEED-END.
           CONTINUE.
      * e.g. NORTHFIELD PACKAGING INDUSTRIES
       PICK-COMPANY-NAME.
           PERFORM HASH-SEED THRU HASH-SEED-END
           DIVIDE WS-PICK-A BY 20 GIVING WS-QUOTIENT
               REMAINDER WS-SUB-1
           ADD 1 TO WS-SUB-1
           COMPUTE WS-SUB-2 = FUNCTION MOD (WS-QUOTIENT, 20) + 1
           COMPUTE WS-SUB-3 = FUNCTION MOD (WS-PICK-B, 10) + 1
           MOVE SPACES TO WS-MASKED-NAME
           STRING WS-NAME-WORD (WS-SUB-1) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-TRADE-WORD (WS-SUB-2) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-SUFFIX (WS-SUB-3) DELIMITED BY '  '
               INTO WS-MASKED-NAME.
       PICK-COMPANY-NAME-END.
           CONTINUE.
      * e.g. 1274 CHESTNUT AVE
       PICK-ADDRESS-LINE.
           PERFORM HASH-SEED THRU HASH-SEED-END
           DIVIDE WS-PICK-A BY 20 GIVING WS-QUOTIENT
               REMAINDER WS-SUB-1
           ADD 1 TO WS-SUB-1
           COMPUTE WS-SUB-2 = FUNCTION MOD (WS-QUOTIENT, 8) + 1
           COMPUTE WS-HOUSE-NUMBER = FUNCTION MOD (WS-PICK-B, 9999) + 1
           MOVE WS-HOUSE-NUMBER TO WS-HOUSE-EDIT
           MOVE ZEROES TO WS-LEADING
           INSPECT WS-HOUSE-EDIT TALLYING WS-LEADING FOR LEADING SPACE
           MOVE SPACES TO WS-MASKED-LINE
           STRING WS-HOUSE-EDIT (WS-LEADING + 1:) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STREET (WS-SUB-1) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-STREET-TYPE (WS-SUB-2) DELIMITED BY SPACE
               INTO WS-MASKED-LINE.
       PICK-ADDRESS-LINE-END.
           CONTINUE.
      * e.g. MARTHA REYNOLDS, born on the 17th.
       PICK-PERSON.
           PERFORM HASH-SEED THRU HASH-SEED-END
           DIVIDE WS-PICK-A BY 20 GIVING WS-QUOTIENT
               REMAINDER WS-SUB-1
           ADD 1 TO WS-SUB-1
           COMPUTE WS-SUB-2 = FUNCTION MOD (WS-QUOTIENT, 20) + 1
           COMPUTE WS-NEW-DAY = FUNCTION MOD (WS-PICK-B, 28) + 1
           MOVE SPACES TO WS-MASKED-PERSON
           STRING WS-FIRST-NAME (WS-SUB-1) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-SURNAME (WS-SUB-2) DELIMITED BY SPACE
               INTO WS-MASKED-PERSON.
       PICK-PERSON-END.
           CONTINUE.
      ******************************************************************
      *    The masking report - record counts per file.
      ******************************************************************
       WRITE-MASK-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING ' SOURCE   COPY           RECORDS READ  RECORDS'
                       DELIMITED BY SIZE
                   ' WRITTEN VALUES MASKED  REMARK' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROES TO WS-MF-SUB
           PERFORM UNTIL WS-MF-SUB NOT < 4
               ADD 1 TO WS-MF-SUB
               MOVE WS-MF-READ (WS-MF-SUB) TO WS-EDIT-READ
               MOVE WS-MF-WRITTEN (WS-MF-SUB) TO WS-EDIT-WRITTEN
               MOVE WS-MF-MASKED (WS-MF-SUB) TO WS-EDIT-MASKED
               MOVE SPACES TO REPORT-LINE
               STRING ' ' DELIMITED BY SIZE
                       WS-MF-INPUT (WS-MF-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-MF-OUTPUT (WS-MF-SUB) DELIMITED BY SIZE
                       '    ' DELIMITED BY SIZE
                       WS-EDIT-READ DELIMITED BY SIZE
                       '     ' DELIMITED BY SIZE
                       WS-EDIT-WRITTEN DELIMITED BY SIZE
                       '   ' DELIMITED BY SIZE
                       WS-EDIT-MASKED DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-MF-REMARK (WS-MF-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY '    ' WS-MF-INPUT (WS-MF-SUB)
                       ' READ=' WS-MF-READ (WS-MF-SUB)
                       ' WRITTEN=' WS-MF-WRITTEN (WS-MF-SUB)
                       ' MASKED=' WS-MF-MASKED (WS-MF-SUB)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING ' MASKING SEED ' DELIMITED BY SIZE
                   WS-MASK-SEED DELIMITED BY SIZE
                   ' - KEYS UNCHANGED, THE SAME COMPANY MASKS THE SAME'
                       DELIMITED BY SIZE
                   ' IN EVERY COPY' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-MASK-REPORT-END.
           CONTINUE.
