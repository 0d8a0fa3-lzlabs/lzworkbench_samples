       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTGEN.
      ******************************************************************
      *    TESTGEN - synthetic volume test data for the batch window.
      *    Writes edit-clean input files at a requested record count,
      *    with a set percentage of deliberately bad records spread
      *    evenly over the reject reasons of the program that reads
      *    each file, so a timing run exercises the reject paths too:
      *
      *      TRANFILE  TRANEDIT / VSAM   'A' adds of an 'HD' header
      *                                  carrying its detail count
      *                                  and exactly that many 'DT'
      *                                  details, in key order
      *                                  bad: ACTN KEY SEG HDCT CDIG
      *                                       NISS DTBL ZPST STAT STKY
      *                                       SEQ
      *      SQLTRAN   SQLMAINT          'I' inserts of a T2021A
      *                                  company row followed by its
      *                                  T2021B address row
      *                                  bad: ACTN TRGT KEY TYPE TYPU
      *                                       TYPR STAT ZIP  ZPST CDIG
      *                                       NISS
      *      PERSFILE  USEGLOB           persons born 1930 to 1999
      *                                  bad: DATE FUTR AGE
      *      PARMFILE  PROGTOPB          'value,name,function,FORCE'
      *                                  rows the chain can compute
      *                                  bad: VALU bad input value,
      *                                       FUNC unknown function,
      *                                       OVFL result overflows
      *      OPSFILE   CALCBAT           ADD/SUB/MULT/DIV requests
      *                                  outside any batch
      *                                  bad: OPCD bad op-code, OPND
      *                                       operand not numeric,
      *                                       REGX REG outside a
      *                                       batch, BEND outside a
      *                                       batch
      *
      *    The bad records are extra records placed among the good
      *    ones - a header's detail count always matches the details
      *    that follow it, and the first TRANFILE record is always a
      *    good header, so a rejected key never stands before it.
      *    DUPC and NFND on SQLTRAN depend on what is already on the
      *    tables, so they are not generated.  Company codes are
      *    serials run up from KEYBASE with their modulus-11 check
      *    digit, a serial that takes none passed over as CODESRV
      *    does, in both TRANFILE and SQLTRAN, so the two stores
      *    receive the same companies.  Each code is recorded on the
      *    CODEREG registry through CODESRV as it is first used, so
      *    TRANEDIT and SQLMAINT take it as issued; a code already
      *    there is left as it stands.  The NISS codes are good
      *    serials counted down from 999999 and never recorded, and
      *    the good codes stop short of them.  CDIG and NISS company
      *    rows carry a type in force, so with none they are not
      *    made either.
      *
      *    Everything comes from a Park-Miller random sequence started
      *    from SEED (each file its own sequence), and no date in the
      *    data depends on the run date, so the same parameters
      *    produce byte-for-byte the same files and a slow run can be
      *    repeated exactly.  Company types are drawn from CTYPEFIL
      *    through CTYPLKUP, so the SQLTRAN output also depends on
      *    that table; with no type in force T2021A rows cannot be
      *    made clean and only T2021B address rows are generated.
      *    A retired type is needed for TYPR - with none on CTYPEFIL
      *    the reason is left out of the rotation and the report
      *    says so.  The ZPST records rely on ZIPSTATE holding ranges
      *    for the states used below.
      *
      *    The optional TGENPARM file, keyword=value:
      *       SEED=n        1 to 2147483646 (default 1)
      *       COUNT=n       records per file, 1 to 9999999
      *                     (default 1000)
      *       BADPCT=n      percentage of bad records, 0 to 100
      *                     (default 0)
      *       KEYBASE=n     first company serial, 1 to 999999
      *                     (default 900000) - the first code is
      *                     the serial and its check digit
      *       FILES=a,b..   which files to write - TRANFILE, SQLTRAN,
      *                     PERSFILE, PARMFILE, OPSFILE; may be given
      *                     on more than one line (default all five)
      *    A file not asked for is not opened, so it is left as it
      *    was.  TGENRPT lists the parameters and, per file, the
      *    records written and the bad records by reason.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'TGENPARM'
               STATUS IS WS-PARM-STATUS.
           SELECT TYPE-FILE ASSIGN TO 'CTYPEFIL'
               STATUS IS WS-TYPE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'TGENRPT'
               STATUS IS WS-REPORT-STATUS.
           SELECT Trans-File ASSIGN TO 'TRANFILE'
               STATUS IS WS-TRANFILE-STATUS.
           SELECT SQLTRAN-FILE ASSIGN TO 'SQLTRAN'
               STATUS IS WS-SQLTRAN-STATUS.
           SELECT PERSON-FILE ASSIGN TO 'PERSFILE'
               STATUS IS WS-PERSON-STATUS.
           SELECT CALC-PARM-FILE ASSIGN TO 'PARMFILE'
               STATUS IS WS-CALC-PARM-STATUS.
           SELECT OPS-FILE ASSIGN TO 'OPSFILE'
               STATUS IS WS-OPS-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 PARM-LINE                PIC X(40).
       FD TYPE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * Only the type code is needed - CTYPLKUP judges the rest.
       01 TYPE-REC.
          05 TYP-CODE              PIC X(4).
          05 FILLER                PIC X(51).
       FD REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
       01 REPORT-LINE              PIC X(132).
       FD Trans-File
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * The VSAM maintenance Trans-Rec.
       01 Trans-Rec.
          05 TR-Action             PIC X.
          05 TR-Key                PIC X(10).
          05 TR-Data               PIC X(30).
       FD SQLTRAN-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * The SQLMAINT transaction, seen for either target.
       01 SQLTRAN-REC.
          05 ST-ACTION             PIC X.
          05 ST-TARGET             PIC X.
          05 ST-COMPANY-CODE       PIC X(10).
          05 ST-DATA               PIC X(68).
          05 ST-COMPANY-DATA REDEFINES ST-DATA.
             10 ST-COMPANY-NAME    PIC X(40).
             10 ST-COMPANY-TYPE    PIC X(4).
             10 FILLER             PIC X(24).
          05 ST-ADDRESS-DATA REDEFINES ST-DATA.
             10 ST-ADDRESS-LINE1   PIC X(30).
             10 ST-ADDRESS-CITY    PIC X(20).
             10 ST-ADDRESS-STATE   PIC X(2).
             10 ST-ADDRESS-ZIP     PIC X(10).
             10 FILLER             PIC X(6).
       FD PERSON-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * The USEGLOB person record.
       01 PERSON-REC.
          05 PERS-ID               PIC X(10).
          05 PERS-NAME             PIC X(20).
          05 PERS-BIRTH-YEAR       PIC 9(4).
          05 PERS-BIRTH-MONTH      PIC 9(2).
          05 PERS-BIRTH-DAY        PIC 9(2).
          05 FILLER                PIC X(2).
       FD CALC-PARM-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * The PROGTOPB parm row.
       01 CALC-PARM-LINE           PIC X(64).
       FD OPS-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0.
      * The CALCBAT request card.
       01 OPS-REC.
          05 OPS-CODE              PIC X(4).
          05 FILLER                PIC X.
          05 OPS-P1                PIC 9(9)V99.
          05 OPS-P1-X REDEFINES OPS-P1
                                   PIC X(11).
          05 FILLER                PIC X.
          05 OPS-P2                PIC 9(9)V99.
          05 FILLER                PIC X(12).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC 99.
       01 WS-TYPE-STATUS           PIC 99.
       01 WS-REPORT-STATUS         PIC 99.
       01 WS-TRANFILE-STATUS       PIC 99.
       01 WS-SQLTRAN-STATUS        PIC 99.
       01 WS-PERSON-STATUS         PIC 99.
       01 WS-CALC-PARM-STATUS      PIC 99.
       01 WS-OPS-STATUS            PIC 99.
       01 WS-PARM-EOF-SW           PIC X       VALUE 'N'.
          88 WS-PARM-EOF                       VALUE 'Y'.
       01 WS-TYPE-EOF-SW           PIC X       VALUE 'N'.
          88 WS-TYPE-EOF                       VALUE 'Y'.
       01 WS-PARM-KEYWORD          PIC X(12)   VALUE SPACES.
       01 WS-PARM-VALUE            PIC X(34)   VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8)    VALUE ZEROES.
       01 WS-RUN-TIME              PIC 9(8)    VALUE ZEROES.
      * The run parameters.
       01 WS-SEED                  PIC 9(10)   VALUE 1.
       01 WS-RECORD-COUNT          PIC 9(7)    VALUE 1000.
       01 WS-BAD-PERCENT           PIC 9(3)    VALUE ZEROES.
       01 WS-KEY-BASE              PIC 9(6)    VALUE 900000.
       01 WS-FILES-NAMED-SW        PIC X       VALUE 'N'.
          88 WS-FILES-NAMED                    VALUE 'Y'.
       01 WS-FILE-NAMES.
          05 WS-FILE-NAME          PIC X(8)    OCCURS 5 TIMES.
       01 WS-FILE-SUB              PIC 9       VALUE ZEROES.
       01 WS-DO-TRANFILE-SW        PIC X       VALUE 'Y'.
          88 WS-DO-TRANFILE                    VALUE 'Y'.
       01 WS-DO-SQLTRAN-SW         PIC X       VALUE 'Y'.
          88 WS-DO-SQLTRAN                     VALUE 'Y'.
       01 WS-DO-PERSFILE-SW        PIC X       VALUE 'Y'.
          88 WS-DO-PERSFILE                    VALUE 'Y'.
       01 WS-DO-PARMFILE-SW        PIC X       VALUE 'Y'.
          88 WS-DO-PARMFILE                    VALUE 'Y'.
       01 WS-DO-OPSFILE-SW         PIC X       VALUE 'Y'.
          88 WS-DO-OPSFILE                     VALUE 'Y'.
      * A parameter number: digits only, left-justified.
       01 WS-NUMBER-TEXT           PIC X(34)   VALUE SPACES.
       01 WS-NUMBER                PIC 9(10)   VALUE ZEROES.
       01 WS-NUMBER-OK-SW          PIC X       VALUE 'N'.
          88 WS-NUMBER-OK                      VALUE 'Y'.
       01 WS-DIGIT-COUNT           PIC 9(2)    VALUE ZEROES.
       01 WS-CHAR-SUB              PIC 9(2)    VALUE ZEROES.
      * The Park-Miller minimal standard sequence:
      *    next = seed * 16807 mod (2**31 - 1)
       01 WS-RANDOM                PIC 9(10)   VALUE 1.
       01 WS-RANDOM-PRODUCT        PIC 9(18)   VALUE ZEROES.
       01 WS-RANDOM-QUOTIENT       PIC 9(18)   VALUE ZEROES.
       01 WS-RANDOM-MODULUS        PIC 9(10)   VALUE 2147483647.
       01 WS-RANDOM-MULTIPLIER     PIC 9(5)    VALUE 16807.
       01 WS-STREAM-NUMBER         PIC 9       VALUE ZEROES.
      * A pick from 1 to WS-PICK-RANGE.
       01 WS-PICK-RANGE            PIC 9(10)   VALUE ZEROES.
       01 WS-PICK                  PIC 9(10)   VALUE ZEROES.
       01 WS-PICK-QUOTIENT         PIC 9(10)   VALUE ZEROES.
      * Placing the bad records: each slot is bad with chance
      * bad-left / slots-left, which places exactly the number
      * asked for.
       01 WS-SLOT                  PIC 9(7)    VALUE ZEROES.
       01 WS-SLOTS-LEFT            PIC 9(7)    VALUE ZEROES.
       01 WS-BAD-TOTAL             PIC 9(7)    VALUE ZEROES.
       01 WS-BAD-LEFT              PIC 9(7)    VALUE ZEROES.
       01 WS-GOOD-TOTAL            PIC 9(7)    VALUE ZEROES.
       01 WS-GOOD-LEFT             PIC 9(7)    VALUE ZEROES.
       01 WS-BAD-SLOT-SW           PIC X       VALUE 'N'.
          88 WS-BAD-SLOT                       VALUE 'Y'.
       01 WS-WRITTEN               PIC 9(7)    VALUE ZEROES.
       01 WS-KEYS-EXHAUSTED-SW     PIC X       VALUE 'N'.
          88 WS-KEYS-EXHAUSTED                 VALUE 'Y'.
      * The reject reasons of the file in hand, taken in turn.
       01 WS-REASON-SOURCE         PIC X(440)  VALUE SPACES.
       01 WS-REASON-SOURCE-TABLE REDEFINES WS-REASON-SOURCE.
          05 WS-RSRC-ENTRY OCCURS 11 TIMES.
             10 WS-RSRC-CODE       PIC X(4).
             10 WS-RSRC-DESC       PIC X(36).
       01 WS-REASON-TABLE.
          05 WS-REASON-ENTRY OCCURS 11 TIMES.
             10 WS-RS-CODE         PIC X(4).
             10 WS-RS-DESC         PIC X(36).
             10 WS-RS-COUNT        PIC 9(7).
             10 WS-RS-USABLE-SW    PIC X.
                88 WS-RS-USABLE               VALUE 'Y'.
       01 WS-REASON-USED           PIC 9(2)    VALUE ZEROES.
       01 WS-REASON-SUB            PIC 9(2)    VALUE ZEROES.
       01 WS-REASON-CODE           PIC X(4)    VALUE SPACES.
       01 WS-TRAN-REASON-VALUES.
          05 FILLER PIC X(40) VALUE
             'ACTN ACTION NOT R, A, C OR D'.
          05 FILLER PIC X(40) VALUE
             'KEY  BLANK KEY'.
          05 FILLER PIC X(40) VALUE
             'SEG  SEGMENT CODE NOT HD, DT OR ST'.
          05 FILLER PIC X(40) VALUE
             'HDCT HEADER DETAIL COUNT NOT NUMERIC'.
          05 FILLER PIC X(40) VALUE
             'CDIG NEW COMPANY CHECK DIGIT WRONG'.
          05 FILLER PIC X(40) VALUE
             'NISS NEW COMPANY CODE NEVER ISSUED'.
          05 FILLER PIC X(40) VALUE
             'DTBL BLANK DETAIL DATA'.
          05 FILLER PIC X(40) VALUE
             'ZPST DETAIL ZIP OUTSIDE ITS STATE'.
          05 FILLER PIC X(40) VALUE
             'STAT STATUS SEGMENT CODE NOT A, S OR C'.
          05 FILLER PIC X(40) VALUE
             'STKY DETAIL AT THE STATUS SEQUENCE'.
          05 FILLER PIC X(40) VALUE
             'SEQ  KEY STEPS BACKWARDS'.
       01 WS-SQL-REASON-VALUES.
          05 FILLER PIC X(40) VALUE
             'ACTN ACTION NOT I, U OR D'.
          05 FILLER PIC X(40) VALUE
             'TRGT TARGET NOT A OR B'.
          05 FILLER PIC X(40) VALUE
             'KEY  BLANK COMPANY CODE'.
          05 FILLER PIC X(40) VALUE
             'TYPE COMPANY TYPE NOT NUMERIC'.
          05 FILLER PIC X(40) VALUE
             'TYPU COMPANY TYPE NOT ON CTYPEFIL'.
          05 FILLER PIC X(40) VALUE
             'TYPR COMPANY TYPE RETIRED'.
          05 FILLER PIC X(40) VALUE
             'STAT STATE CODE NOT ON THE TABLE'.
          05 FILLER PIC X(40) VALUE
             'ZIP  ZIP NOT NNNNN OR NNNNN-NNNN'.
          05 FILLER PIC X(40) VALUE
             'ZPST ZIP OUTSIDE ITS STATE'.
          05 FILLER PIC X(40) VALUE
             'CDIG NEW COMPANY CHECK DIGIT WRONG'.
          05 FILLER PIC X(40) VALUE
             'NISS NEW COMPANY CODE NEVER ISSUED'.
       01 WS-PERSON-REASON-VALUES.
          05 FILLER PIC X(40) VALUE
             'DATE BIRTH DATE NOT A CALENDAR DATE'.
          05 FILLER PIC X(40) VALUE
             'FUTR BIRTH DATE IN THE FUTURE'.
          05 FILLER PIC X(40) VALUE
             'AGE  BIRTH DATE OVER 120 YEARS BACK'.
       01 WS-CALC-REASON-VALUES.
          05 FILLER PIC X(40) VALUE
             'VALU INPUT VALUE NOT -NNNNNNN'.
          05 FILLER PIC X(40) VALUE
             'FUNC UNKNOWN FUNCTION CODE'.
          05 FILLER PIC X(40) VALUE
             'OVFL FUNCTION RESULT OVERFLOWS'.
       01 WS-OPS-REASON-VALUES.
          05 FILLER PIC X(40) VALUE
             'OPCD OP-CODE NOT A CALCULATOR REQUEST'.
          05 FILLER PIC X(40) VALUE
             'OPND OPERAND NOT NUMERIC'.
          05 FILLER PIC X(40) VALUE
             'REGX REG OPERAND OUTSIDE A BATCH'.
          05 FILLER PIC X(40) VALUE
             'BEND BEND OUTSIDE A BATCH'.
      * Addresses: state, city and the first three ZIP digits of
      * that state.
       01 WS-PLACE-VALUES.
          05 FILLER PIC X(25) VALUE 'NYNEW YORK            100'.
          05 FILLER PIC X(25) VALUE 'CALOS ANGELES         900'.
          05 FILLER PIC X(25) VALUE 'TXDALLAS              752'.
          05 FILLER PIC X(25) VALUE 'ILCHICAGO             606'.
          05 FILLER PIC X(25) VALUE 'FLMIAMI               331'.
          05 FILLER PIC X(25) VALUE 'PAPHILADELPHIA        191'.
          05 FILLER PIC X(25) VALUE 'OHCOLUMBUS            432'.
          05 FILLER PIC X(25) VALUE 'GAATLANTA             303'.
          05 FILLER PIC X(25) VALUE 'WASEATTLE             981'.
          05 FILLER PIC X(25) VALUE 'MABOSTON              021'.
          05 FILLER PIC X(25) VALUE 'AZPHOENIX             850'.
          05 FILLER PIC X(25) VALUE 'CODENVER              802'.
       01 WS-PLACE-TABLE REDEFINES WS-PLACE-VALUES.
          05 WS-PLACE-ENTRY OCCURS 12 TIMES.
             10 WS-PL-STATE        PIC X(2).
             10 WS-PL-CITY         PIC X(20).
             10 WS-PL-ZIP-PREFIX   PIC X(3).
       01 WS-STREET-VALUES.
          05 FILLER PIC X(9) VALUE 'MAIN ST'.
          05 FILLER PIC X(9) VALUE 'OAK AVE'.
          05 FILLER PIC X(9) VALUE 'ELM ST'.
          05 FILLER PIC X(9) VALUE 'PARK AVE'.
          05 FILLER PIC X(9) VALUE 'MAPLE DR'.
          05 FILLER PIC X(9) VALUE 'CEDAR LN'.
          05 FILLER PIC X(9) VALUE 'PINE RD'.
          05 FILLER PIC X(9) VALUE 'LAKE BLVD'.
       01 WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
          05 WS-STREET             PIC X(9)    OCCURS 8 TIMES.
       01 WS-NAME-1-VALUES.
          05 FILLER PIC X(8) VALUE 'ACME'.
          05 FILLER PIC X(8) VALUE 'APEX'.
          05 FILLER PIC X(8) VALUE 'SUMMIT'.
          05 FILLER PIC X(8) VALUE 'PIONEER'.
          05 FILLER PIC X(8) VALUE 'HARBOR'.
          05 FILLER PIC X(8) VALUE 'ATLAS'.
          05 FILLER PIC X(8) VALUE 'BEACON'.
          05 FILLER PIC X(8) VALUE 'CRESCENT'.
       01 WS-NAME-1-TABLE REDEFINES WS-NAME-1-VALUES.
          05 WS-NAME-1             PIC X(8)    OCCURS 8 TIMES.
       01 WS-NAME-2-VALUES.
          05 FILLER PIC X(9) VALUE 'TRADING'.
          05 FILLER PIC X(9) VALUE 'SUPPLY'.
          05 FILLER PIC X(9) VALUE 'HOLDINGS'.
          05 FILLER PIC X(9) VALUE 'SERVICES'.
          05 FILLER PIC X(9) VALUE 'LOGISTICS'.
          05 FILLER PIC X(9) VALUE 'FOODS'.
       01 WS-NAME-2-TABLE REDEFINES WS-NAME-2-VALUES.
          05 WS-NAME-2             PIC X(9)    OCCURS 6 TIMES.
       01 WS-FIRST-NAME-VALUES.
          05 FILLER PIC X(8) VALUE 'JOHN'.
          05 FILLER PIC X(8) VALUE 'MARY'.
          05 FILLER PIC X(8) VALUE 'ROBERT'.
          05 FILLER PIC X(8) VALUE 'LINDA'.
          05 FILLER PIC X(8) VALUE 'JAMES'.
          05 FILLER PIC X(8) VALUE 'SUSAN'.
          05 FILLER PIC X(8) VALUE 'DAVID'.
          05 FILLER PIC X(8) VALUE 'KAREN'.
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
          05 WS-FIRST-NAME         PIC X(8)    OCCURS 8 TIMES.
       01 WS-LAST-NAME-VALUES.
          05 FILLER PIC X(10) VALUE 'SMITH'.
          05 FILLER PIC X(10) VALUE 'JOHNSON'.
          05 FILLER PIC X(10) VALUE 'WILLIAMS'.
          05 FILLER PIC X(10) VALUE 'BROWN'.
          05 FILLER PIC X(10) VALUE 'GARCIA'.
          05 FILLER PIC X(10) VALUE 'MILLER'.
          05 FILLER PIC X(10) VALUE 'WILSON'.
          05 FILLER PIC X(10) VALUE 'ANDERSON'.
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
          05 WS-LAST-NAME          PIC X(10)   OCCURS 8 TIMES.
       01 WS-FUNCTION-VALUES       PIC X(16)   VALUE
                                   'STD PWR4ISQRSUMS'.
       01 WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-VALUES.
          05 WS-FUNCTION-CODE      PIC X(4)    OCCURS 4 TIMES.
       01 WS-OPERATION-VALUES      PIC X(16)   VALUE
                                   'ADD SUB MULTDIV '.
       01 WS-OPERATION-TABLE REDEFINES WS-OPERATION-VALUES.
          05 WS-OPERATION-CODE     PIC X(4)    OCCURS 4 TIMES.
      * Company types off CTYPEFIL, in force on the run date and
      * retired, and one code the table does not hold.
       01 WS-GOOD-TYPE-USED        PIC 9(3)    VALUE ZEROES.
       01 WS-GOOD-TYPES.
          05 WS-GOOD-TYPE          PIC 9(4)    OCCURS 200 TIMES.
       01 WS-RETIRED-TYPE-USED     PIC 9(3)    VALUE ZEROES.
       01 WS-RETIRED-TYPES.
          05 WS-RETIRED-TYPE       PIC 9(4)    OCCURS 200 TIMES.
       01 WS-UNKNOWN-TYPE          PIC 9(4)    VALUE 9999.
       01 WS-TYPE-SOURCE           PIC X(40)   VALUE SPACES.
      * The company and record in hand.  A code is the serial and
      * its check digit; WS-NISS-SERIAL is the lowest serial taken
      * for a code never issued.
       01 WS-COMPANY-CODE.
          05 WS-COMPANY-SERIAL     PIC 9(6)    VALUE ZEROES.
          05 WS-COMPANY-CHECK      PIC 9       VALUE ZERO.
       01 WS-BAD-CODE.
          05 WS-BAD-SERIAL         PIC 9(6)    VALUE ZEROES.
          05 WS-BAD-CHECK          PIC 9       VALUE ZERO.
       01 WS-NISS-SERIAL           PIC 9(7)    VALUE ZEROES.
      * The modulus-11 check digit of WS-SERIAL, as CODESRV works it.
       01 WS-SERIAL                PIC 9(6)    VALUE ZEROES.
       01 WS-SERIAL-DIGITS REDEFINES WS-SERIAL.
          05 WS-SERIAL-DIGIT       PIC 9       OCCURS 6 TIMES.
       01 WS-DIGIT-SUB             PIC 9       VALUE ZERO.
       01 WS-WEIGHTED-SUM          PIC 9(4)    VALUE ZEROES.
       01 WS-CHECK-QUOTIENT        PIC 9(4)    VALUE ZEROES.
       01 WS-CHECK-REMAINDER       PIC 9(2)    VALUE ZEROES.
       01 WS-CHECK-VALUE           PIC 9(2)    VALUE ZEROES.
       01 WS-COMPANY-STARTED-SW    PIC X       VALUE 'N'.
          88 WS-COMPANY-STARTED                VALUE 'Y'.
       01 WS-DETAILS-LEFT          PIC 9(3)    VALUE ZEROES.
       01 WS-DETAIL-SEQ            PIC 9(3)    VALUE ZEROES.
       01 WS-LAST-KEY              PIC X(10)   VALUE SPACES.
       01 WS-SQL-NEXT-TARGET       PIC X       VALUE 'A'.
       01 WS-COMPANY-NAME          PIC X(40)   VALUE SPACES.
       01 WS-COMPANY-TYPE          PIC 9(4)    VALUE ZEROES.
       01 WS-PLACE-SUB             PIC 9(2)    VALUE ZEROES.
       01 WS-OTHER-PLACE-SUB       PIC 9(2)    VALUE ZEROES.
       01 WS-STREET-NUMBER         PIC 9(4)    VALUE ZEROES.
       01 WS-ADDRESS-LINE          PIC X(30)   VALUE SPACES.
       01 WS-ZIP                   PIC X(10)   VALUE SPACES.
       01 WS-ZIP-SUFFIX            PIC 9(2)    VALUE ZEROES.
       01 WS-ZIP-PLUS-4            PIC 9(4)    VALUE ZEROES.
       01 WS-DETAIL-DATA           PIC X(28)   VALUE SPACES.
       01 WS-HEADER-COUNT          PIC 9(7)    VALUE ZEROES.
       01 WS-PERSON-NUMBER         PIC 9(9)    VALUE ZEROES.
       01 WS-CALC-VALUE            PIC S9(3)   VALUE ZEROES.
       01 WS-CALC-VALUE-EDIT       PIC -(3)9.
       01 WS-CALC-VALUE-TEXT       PIC X(4)    VALUE SPACES.
       01 WS-LEADING-SPACES        PIC 9(2)    VALUE ZEROES.
       01 WS-CALC-NAME             PIC X(10)   VALUE SPACES.
       01 WS-CALC-NAME-NUMBER      PIC 9(7)    VALUE ZEROES.
       01 WS-OPERAND-1             PIC 9(9)V99 VALUE ZEROES.
       01 WS-OPERAND-2             PIC 9(9)V99 VALUE ZEROES.
      * Report edit fields.
       01 WS-ED-COUNT              PIC Z,ZZZ,ZZ9.
       01 WS-ED-COUNT-2            PIC Z,ZZZ,ZZ9.
       01 WS-ED-COUNT-3            PIC Z,ZZZ,ZZ9.
       01 WS-ED-SEED               PIC Z(9)9.
       01 WS-ED-PERCENT            PIC ZZ9.
       01 WS-REPORT-FILE-ID        PIC X(8)    VALUE SPACES.
           COPY CODESRVR.
           COPY ERRLOGR.
           COPY RETCODE.
           COPY RUNIDR.
           COPY CTYPLKR.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '  <TESTGEN>'
           MOVE RC-NORMAL TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF GLOBAL-RUN-ID = SPACES OR GLOBAL-RUN-ID = LOW-VALUES
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                   INTO GLOBAL-RUN-ID
           END-IF

           PERFORM READ-GENERATOR-PARMS
               THRU READ-GENERATOR-PARMS-END

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'SYNTHETIC TEST DATA - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-RUN-TIME  DELIMITED BY SIZE
                   ' RUN='      DELIMITED BY SIZE
                   GLOBAL-RUN-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SEED TO WS-ED-SEED
           MOVE WS-RECORD-COUNT TO WS-ED-COUNT
           MOVE WS-BAD-PERCENT TO WS-ED-PERCENT
           STRING 'SEED=' DELIMITED BY SIZE
                   WS-ED-SEED DELIMITED BY SIZE
                   '  COUNT=' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   '  BADPCT=' DELIMITED BY SIZE
                   WS-ED-PERCENT DELIMITED BY SIZE
                   '  KEYBASE=' DELIMITED BY SIZE
                   WS-KEY-BASE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-DO-TRANFILE
               PERFORM GENERATE-TRANFILE THRU GENERATE-TRANFILE-END
           END-IF
           IF WS-DO-SQLTRAN
               PERFORM LOAD-COMPANY-TYPES
                   THRU LOAD-COMPANY-TYPES-END
               PERFORM GENERATE-SQLTRAN THRU GENERATE-SQLTRAN-END
           END-IF
           IF WS-DO-PERSFILE
               PERFORM GENERATE-PERSFILE THRU GENERATE-PERSFILE-END
           END-IF
           IF WS-DO-PARMFILE
               PERFORM GENERATE-PARMFILE THRU GENERATE-PARMFILE-END
           END-IF
           IF WS-DO-OPSFILE
               PERFORM GENERATE-OPSFILE THRU GENERATE-OPSFILE-END
           END-IF

           CLOSE REPORT-FILE
           DISPLAY '  </TESTGEN>'
           GOBACK
           .
      ******************************************************************
      *    Parameters
      ******************************************************************
       READ-GENERATOR-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = ZEROES
               GO TO READ-GENERATOR-PARMS-END
           END-IF
           MOVE 'N' TO WS-PARM-EOF-SW
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SW
                   NOT AT END
                       PERFORM TAKE-ONE-PARM THRU TAKE-ONE-PARM-END
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.
       READ-GENERATOR-PARMS-END.
           CONTINUE.
       TAKE-ONE-PARM.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARM-LINE DELIMITED BY '='
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE
           MOVE WS-PARM-VALUE TO WS-NUMBER-TEXT
           PERFORM EDIT-PARM-NUMBER THRU EDIT-PARM-NUMBER-END
           EVALUATE WS-PARM-KEYWORD
               WHEN 'SEED'
                   IF WS-NUMBER-OK AND WS-NUMBER > ZEROES
                           AND WS-NUMBER < WS-RANDOM-MODULUS
                       MOVE WS-NUMBER TO WS-SEED
                   ELSE
                       DISPLAY '    TESTGEN: BAD SEED IGNORED - '
                               PARM-LINE
                   END-IF
               WHEN 'COUNT'
                   IF WS-NUMBER-OK AND WS-NUMBER > ZEROES
                           AND WS-NUMBER < 10000000
                       MOVE WS-NUMBER TO WS-RECORD-COUNT
                   ELSE
                       DISPLAY '    TESTGEN: BAD COUNT IGNORED - '
                               PARM-LINE
                   END-IF
               WHEN 'BADPCT'
                   IF WS-NUMBER-OK AND WS-NUMBER NOT > 100
                       MOVE WS-NUMBER TO WS-BAD-PERCENT
                   ELSE
                       DISPLAY '    TESTGEN: BAD BADPCT IGNORED - '
                               PARM-LINE
                   END-IF
               WHEN 'KEYBASE'
                   IF WS-NUMBER-OK AND WS-NUMBER > ZEROES
                           AND WS-NUMBER < 1000000
                       MOVE WS-NUMBER TO WS-KEY-BASE
                   ELSE
                       DISPLAY '    TESTGEN: BAD KEYBASE IGNORED - '
                               PARM-LINE
                   END-IF
               WHEN 'FILES'
                   PERFORM TAKE-FILES-PARM THRU TAKE-FILES-PARM-END
               WHEN OTHER
                   DISPLAY '    TESTGEN: UNKNOWN PARM IGNORED - '
                           PARM-LINE
           END-EVALUATE.
       TAKE-ONE-PARM-END.
           CONTINUE.
      * The first FILES= line turns every file off; each file it or
      * a later FILES= line names is turned back on.
       TAKE-FILES-PARM.
           IF NOT WS-FILES-NAMED
               MOVE 'Y' TO WS-FILES-NAMED-SW
               MOVE 'N' TO WS-DO-TRANFILE-SW
               MOVE 'N' TO WS-DO-SQLTRAN-SW
               MOVE 'N' TO WS-DO-PERSFILE-SW
               MOVE 'N' TO WS-DO-PARMFILE-SW
               MOVE 'N' TO WS-DO-OPSFILE-SW
           END-IF
           MOVE SPACES TO WS-FILE-NAMES
           UNSTRING WS-PARM-VALUE DELIMITED BY ',' OR ALL SPACES
               INTO WS-FILE-NAME (1) WS-FILE-NAME (2)
                    WS-FILE-NAME (3) WS-FILE-NAME (4)
                    WS-FILE-NAME (5)
           MOVE ZEROES TO WS-FILE-SUB
           PERFORM UNTIL WS-FILE-SUB NOT < 5
               ADD 1 TO WS-FILE-SUB
               EVALUATE WS-FILE-NAME (WS-FILE-SUB)
                   WHEN 'TRANFILE'
                       MOVE 'Y' TO WS-DO-TRANFILE-SW
                   WHEN 'SQLTRAN'
                       MOVE 'Y' TO WS-DO-SQLTRAN-SW
                   WHEN 'PERSFILE'
                       MOVE 'Y' TO WS-DO-PERSFILE-SW
                   WHEN 'PARMFILE'
                       MOVE 'Y' TO WS-DO-PARMFILE-SW
                   WHEN 'OPSFILE'
                       MOVE 'Y' TO WS-DO-OPSFILE-SW
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY '    TESTGEN: UNKNOWN FILE IGNORED - '
                               WS-FILE-NAME (WS-FILE-SUB)
               END-EVALUATE
           END-PERFORM.
       TAKE-FILES-PARM-END.
           CONTINUE.
      * One to ten digits, left-justified, nothing after them.
       EDIT-PARM-NUMBER.
           MOVE 'N' TO WS-NUMBER-OK-SW
           MOVE ZEROES TO WS-NUMBER
           MOVE ZEROES TO WS-DIGIT-COUNT
           MOVE ZEROES TO WS-CHAR-SUB
           PERFORM UNTIL WS-CHAR-SUB NOT < 34
               ADD 1 TO WS-CHAR-SUB
               IF WS-NUMBER-TEXT (WS-CHAR-SUB:1) = SPACE
                   IF WS-NUMBER-TEXT (WS-CHAR-SUB:) NOT = SPACES
                       GO TO EDIT-PARM-NUMBER-END
                   END-IF
                   MOVE 34 TO WS-CHAR-SUB
               ELSE
                   IF WS-NUMBER-TEXT (WS-CHAR-SUB:1) NOT NUMERIC
                       GO TO EDIT-PARM-NUMBER-END
                   END-IF
                   ADD 1 TO WS-DIGIT-COUNT
               END-IF
           END-PERFORM
           IF WS-DIGIT-COUNT = ZEROES OR WS-DIGIT-COUNT > 10
               GO TO EDIT-PARM-NUMBER-END
           END-IF
           MOVE WS-NUMBER-TEXT (1:WS-DIGIT-COUNT) TO WS-NUMBER
           MOVE 'Y' TO WS-NUMBER-OK-SW.
       EDIT-PARM-NUMBER-END.
           CONTINUE.
      ******************************************************************
      *    The random sequence and the bad-record placement shared by
      *    every file
      ******************************************************************
      * Each file starts its own sequence from the seed and its
      * stream number, so leaving a file out does not change the
      * others.
       START-RANDOM-STREAM.
           COMPUTE WS-RANDOM-PRODUCT =
               WS-SEED + WS-STREAM-NUMBER * 7919
           DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM
           IF WS-RANDOM = ZEROES
               MOVE 1 TO WS-RANDOM
           END-IF.
       START-RANDOM-STREAM-END.
           CONTINUE.
       NEXT-RANDOM.
           COMPUTE WS-RANDOM-PRODUCT =
               WS-RANDOM * WS-RANDOM-MULTIPLIER
           DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM.
       NEXT-RANDOM-END.
           CONTINUE.
       PICK-RANDOM.
           PERFORM NEXT-RANDOM THRU NEXT-RANDOM-END
           DIVIDE WS-RANDOM BY WS-PICK-RANGE
               GIVING WS-PICK-QUOTIENT
               REMAINDER WS-PICK
           ADD 1 TO WS-PICK.
       PICK-RANDOM-END.
           CONTINUE.
      * Counts for the file about to be written.  The reason table
      * is loaded from WS-REASON-SOURCE by the caller first.
       START-FILE-COUNTS.
           COMPUTE WS-BAD-TOTAL =
               WS-RECORD-COUNT * WS-BAD-PERCENT / 100
           COMPUTE WS-GOOD-TOTAL = WS-RECORD-COUNT - WS-BAD-TOTAL
           MOVE WS-BAD-TOTAL TO WS-BAD-LEFT
           MOVE WS-GOOD-TOTAL TO WS-GOOD-LEFT
           MOVE WS-RECORD-COUNT TO WS-SLOTS-LEFT
           MOVE ZEROES TO WS-SLOT
           MOVE ZEROES TO WS-WRITTEN
           MOVE 'N' TO WS-KEYS-EXHAUSTED-SW
           MOVE ZEROES TO WS-REASON-SUB
           MOVE ZEROES TO WS-REASON-USED
           MOVE SPACES TO WS-REASON-TABLE
           MOVE ZEROES TO WS-CHAR-SUB
           PERFORM UNTIL WS-CHAR-SUB NOT < 11
               ADD 1 TO WS-CHAR-SUB
               IF WS-RSRC-CODE (WS-CHAR-SUB) NOT = SPACES
                   ADD 1 TO WS-REASON-USED
                   MOVE WS-RSRC-CODE (WS-CHAR-SUB)
                       TO WS-RS-CODE (WS-REASON-USED)
                   MOVE WS-RSRC-DESC (WS-CHAR-SUB)
                       TO WS-RS-DESC (WS-REASON-USED)
                   MOVE ZEROES TO WS-RS-COUNT (WS-REASON-USED)
                   MOVE 'Y' TO WS-RS-USABLE-SW (WS-REASON-USED)
               END-IF
           END-PERFORM.
       START-FILE-COUNTS-END.
           CONTINUE.
      * Is the next slot a bad record?  Chance bad-left in
      * slots-left, so the last slots are forced either way.
       DECIDE-NEXT-SLOT.
           ADD 1 TO WS-SLOT
           MOVE 'N' TO WS-BAD-SLOT-SW
           IF WS-BAD-LEFT > ZEROES
               MOVE WS-SLOTS-LEFT TO WS-PICK-RANGE
               PERFORM PICK-RANDOM THRU PICK-RANDOM-END
               IF WS-PICK NOT > WS-BAD-LEFT
                   MOVE 'Y' TO WS-BAD-SLOT-SW
                   SUBTRACT 1 FROM WS-BAD-LEFT
               END-IF
           END-IF
           IF NOT WS-BAD-SLOT
               SUBTRACT 1 FROM WS-GOOD-LEFT
           END-IF
           SUBTRACT 1 FROM WS-SLOTS-LEFT.
       DECIDE-NEXT-SLOT-END.
           CONTINUE.
      * The bad records take the file's reasons in turn, skipping
      * any the reference data cannot support.
       NEXT-REASON.
           MOVE SPACES TO WS-REASON-CODE
           MOVE ZEROES TO WS-CHAR-SUB
           PERFORM UNTIL WS-CHAR-SUB NOT < WS-REASON-USED
               ADD 1 TO WS-CHAR-SUB
               ADD 1 TO WS-REASON-SUB
               IF WS-REASON-SUB > WS-REASON-USED
                   MOVE 1 TO WS-REASON-SUB
               END-IF
               IF WS-RS-USABLE (WS-REASON-SUB)
                   MOVE WS-RS-CODE (WS-REASON-SUB) TO WS-REASON-CODE
                   ADD 1 TO WS-RS-COUNT (WS-REASON-SUB)
                   MOVE WS-REASON-USED TO WS-CHAR-SUB
               END-IF
           END-PERFORM.
       NEXT-REASON-END.
           CONTINUE.
      * A company code for the next company, recorded on CODEREG,
      * or the switch set when the serials above KEYBASE have run
      * out or the registry will not take the code.
       NEXT-COMPANY.
           IF NOT WS-COMPANY-STARTED
               MOVE 'Y' TO WS-COMPANY-STARTED-SW
               COMPUTE WS-COMPANY-SERIAL = WS-KEY-BASE - 1
           END-IF
           MOVE 10 TO WS-CHECK-VALUE
           PERFORM UNTIL WS-CHECK-VALUE < 10
               IF WS-COMPANY-SERIAL + 1 NOT < WS-NISS-SERIAL
                   MOVE 'Y' TO WS-KEYS-EXHAUSTED-SW
                   GO TO NEXT-COMPANY-END
               END-IF
               ADD 1 TO WS-COMPANY-SERIAL
               MOVE WS-COMPANY-SERIAL TO WS-SERIAL
               PERFORM COMPUTE-CHECK-DIGIT THRU COMPUTE-CHECK-DIGIT-END
           END-PERFORM
           MOVE WS-CHECK-VALUE TO WS-COMPANY-CHECK
           MOVE 'RSRV' TO CD-FUNCTION
           MOVE 'TESTGEN' TO CD-PROGRAM-ID
           MOVE SPACES TO CD-CODE
           MOVE WS-COMPANY-CODE TO CD-CODE (1:7)
           MOVE 'TESTGEN' TO CD-REQUESTED-BY
           MOVE 'VOLUME TEST DATA' TO CD-REFERENCE
           CALL 'CODESRV' USING CODESRV-PARM
           IF NOT CD-GOOD
               DISPLAY '    TESTGEN: CODE ' WS-COMPANY-CODE
                       ' NOT RECORDED - ' CD-REASON
               MOVE 'Y' TO WS-KEYS-EXHAUSTED-SW
               GO TO NEXT-COMPANY-END
           END-IF.
       NEXT-COMPANY-NAME.
           MOVE 8 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           MOVE WS-PICK TO WS-CHAR-SUB
           MOVE 6 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           MOVE SPACES TO WS-COMPANY-NAME
           STRING WS-NAME-1 (WS-CHAR-SUB) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-NAME-2 (WS-PICK) DELIMITED BY SPACE
               INTO WS-COMPANY-NAME.
       NEXT-COMPANY-END.
           CONTINUE.
      * A code never issued: the next good serial down from 999999,
      * kept above the serials the good codes have taken.
       NEXT-UNISSUED-CODE.
           MOVE 10 TO WS-CHECK-VALUE
           PERFORM UNTIL WS-CHECK-VALUE < 10
               IF WS-NISS-SERIAL - 1 NOT > WS-COMPANY-SERIAL
                   MOVE 'Y' TO WS-KEYS-EXHAUSTED-SW
                   GO TO NEXT-UNISSUED-CODE-END
               END-IF
               SUBTRACT 1 FROM WS-NISS-SERIAL
               MOVE WS-NISS-SERIAL TO WS-SERIAL
               PERFORM COMPUTE-CHECK-DIGIT THRU COMPUTE-CHECK-DIGIT-END
           END-PERFORM
           MOVE WS-NISS-SERIAL TO WS-BAD-SERIAL
           MOVE WS-CHECK-VALUE TO WS-BAD-CHECK.
       NEXT-UNISSUED-CODE-END.
           CONTINUE.
      * The company in hand with its check digit one out.
       WRONG-CHECK-DIGIT.
           MOVE WS-COMPANY-CODE TO WS-BAD-CODE
           IF WS-COMPANY-CHECK = 9
               MOVE ZERO TO WS-BAD-CHECK
           ELSE
               COMPUTE WS-BAD-CHECK = WS-COMPANY-CHECK + 1
           END-IF.
       WRONG-CHECK-DIGIT-END.
           CONTINUE.
      * Modulus 11 over WS-SERIAL, weights 7 down to 2, into
      * WS-CHECK-VALUE - 0 to 9, or 10 for a serial that takes no
      * check digit.
       COMPUTE-CHECK-DIGIT.
           MOVE ZEROES TO WS-WEIGHTED-SUM
           MOVE ZEROES TO WS-DIGIT-SUB
           PERFORM UNTIL WS-DIGIT-SUB NOT < 6
               ADD 1 TO WS-DIGIT-SUB
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + WS-SERIAL-DIGIT (WS-DIGIT-SUB) * (8 - WS-DIGIT-SUB)
           END-PERFORM
           DIVIDE WS-WEIGHTED-SUM BY 11 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
           COMPUTE WS-CHECK-VALUE = 11 - WS-CHECK-REMAINDER
           IF WS-CHECK-VALUE = 11
               MOVE ZERO TO WS-CHECK-VALUE
           END-IF.
       COMPUTE-CHECK-DIGIT-END.
           CONTINUE.
      * A street address, city, state and ZIP (one in four ZIP+4)
      * that belong together.  WS-OTHER-PLACE-SUB is left pointing
      * at a different state for the ZIP mismatch records.
       NEXT-ADDRESS.
           MOVE 12 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           MOVE WS-PICK TO WS-PLACE-SUB
           MOVE WS-PICK TO WS-OTHER-PLACE-SUB
           ADD 1 TO WS-OTHER-PLACE-SUB
           IF WS-OTHER-PLACE-SUB > 12
               MOVE 1 TO WS-OTHER-PLACE-SUB
           END-IF
           MOVE 9999 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           MOVE WS-PICK TO WS-STREET-NUMBER
           MOVE 8 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           MOVE SPACES TO WS-ADDRESS-LINE
           MOVE WS-STREET-NUMBER TO WS-NUMBER-TEXT
           INSPECT WS-NUMBER-TEXT (1:4)
               REPLACING LEADING '0' BY SPACE
           MOVE ZEROES TO WS-LEADING-SPACES
           INSPECT WS-NUMBER-TEXT (1:4)
               TALLYING WS-LEADING-SPACES FOR LEADING SPACE
           ADD 1 TO WS-LEADING-SPACES
           STRING WS-NUMBER-TEXT (WS-LEADING-SPACES:)
                       DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-STREET (WS-PICK) DELIMITED BY SIZE
               INTO WS-ADDRESS-LINE
           MOVE 100 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           COMPUTE WS-ZIP-SUFFIX = WS-PICK - 1
           MOVE SPACES TO WS-ZIP
           STRING WS-PL-ZIP-PREFIX (WS-PLACE-SUB) DELIMITED BY SIZE
                   WS-ZIP-SUFFIX DELIMITED BY SIZE
               INTO WS-ZIP
           MOVE 4 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           IF WS-PICK = 1
               MOVE 9999 TO WS-PICK-RANGE
               PERFORM PICK-RANDOM THRU PICK-RANDOM-END
               MOVE WS-PICK TO WS-ZIP-PLUS-4
               MOVE '-' TO WS-ZIP (6:1)
               MOVE WS-ZIP-PLUS-4 TO WS-ZIP (7:4)
           END-IF.
       NEXT-ADDRESS-END.
           CONTINUE.
      * The file's line on the report, then one per reason.
       WRITE-FILE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WRITTEN TO WS-ED-COUNT
           COMPUTE WS-ED-COUNT-2 = WS-BAD-TOTAL - WS-BAD-LEFT
           COMPUTE WS-ED-COUNT-3 = WS-WRITTEN - WS-BAD-TOTAL
               + WS-BAD-LEFT
           MOVE SPACES TO REPORT-LINE
           STRING WS-REPORT-FILE-ID DELIMITED BY SIZE
                   '  RECORDS' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   '  GOOD' DELIMITED BY SIZE
                   WS-ED-COUNT-3 DELIMITED BY SIZE
                   '  BAD' DELIMITED BY SIZE
                   WS-ED-COUNT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY '    ' WS-REPORT-FILE-ID ' RECORDS=' WS-WRITTEN
           MOVE ZEROES TO WS-CHAR-SUB
           PERFORM UNTIL WS-CHAR-SUB NOT < WS-REASON-USED
               ADD 1 TO WS-CHAR-SUB
               MOVE SPACES TO REPORT-LINE
               MOVE WS-RS-COUNT (WS-CHAR-SUB) TO WS-ED-COUNT
               IF WS-RS-USABLE (WS-CHAR-SUB)
                   STRING '          ' DELIMITED BY SIZE
                           WS-RS-CODE (WS-CHAR-SUB) DELIMITED BY SIZE
                           WS-ED-COUNT DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           WS-RS-DESC (WS-CHAR-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING '          ' DELIMITED BY SIZE
                           WS-RS-CODE (WS-CHAR-SUB) DELIMITED BY SIZE
                           '   NOT MADE  ' DELIMITED BY SIZE
                           WS-RS-DESC (WS-CHAR-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-KEYS-EXHAUSTED
               MOVE SPACES TO REPORT-LINE
               STRING '          COMPANY CODES ABOVE KEYBASE RAN OUT'
                       DELIMITED BY SIZE
                       ' OR CODEREG REFUSED ONE' DELIMITED BY SIZE
                       ' - FILE IS SHORT OF THE COUNT'
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       WRITE-FILE-SUMMARY-END.
           CONTINUE.
      ******************************************************************
      *    TRANFILE - 'HD' headers each followed by their 'DT' details
      ******************************************************************
       GENERATE-TRANFILE.
           MOVE 1 TO WS-STREAM-NUMBER
           PERFORM START-RANDOM-STREAM THRU START-RANDOM-STREAM-END
           MOVE WS-TRAN-REASON-VALUES TO WS-REASON-SOURCE
           PERFORM START-FILE-COUNTS THRU START-FILE-COUNTS-END
           MOVE 'TRANFILE' TO WS-REPORT-FILE-ID
      * The first record is a good header, so every bad record has
      * a key in sequence to sit at.
           IF WS-GOOD-TOTAL = ZEROES
               MOVE 1 TO WS-GOOD-TOTAL
               MOVE 1 TO WS-GOOD-LEFT
               SUBTRACT 1 FROM WS-BAD-TOTAL
               SUBTRACT 1 FROM WS-BAD-LEFT
           END-IF
           MOVE 'N' TO WS-COMPANY-STARTED-SW
           MOVE 1000000 TO WS-NISS-SERIAL
           MOVE ZEROES TO WS-DETAILS-LEFT
           OPEN OUTPUT Trans-File

           ADD 1 TO WS-SLOT
           SUBTRACT 1 FROM WS-SLOTS-LEFT
           SUBTRACT 1 FROM WS-GOOD-LEFT
           PERFORM WRITE-GOOD-TRANSACTION
               THRU WRITE-GOOD-TRANSACTION-END
           PERFORM UNTIL WS-SLOTS-LEFT = ZEROES
                   OR WS-KEYS-EXHAUSTED
               PERFORM DECIDE-NEXT-SLOT THRU DECIDE-NEXT-SLOT-END
               IF WS-BAD-SLOT
                   PERFORM WRITE-BAD-TRANSACTION
                       THRU WRITE-BAD-TRANSACTION-END
               ELSE
                   PERFORM WRITE-GOOD-TRANSACTION
                       THRU WRITE-GOOD-TRANSACTION-END
               END-IF
           END-PERFORM

           CLOSE Trans-File
           PERFORM WRITE-FILE-SUMMARY THRU WRITE-FILE-SUMMARY-END.
       GENERATE-TRANFILE-END.
           CONTINUE.
      * A header states how many details follow - never more than
      * the good records still to come.
       WRITE-GOOD-TRANSACTION.
           IF WS-DETAILS-LEFT = ZEROES
               PERFORM NEXT-COMPANY THRU NEXT-COMPANY-END
               IF WS-KEYS-EXHAUSTED
                   GO TO WRITE-GOOD-TRANSACTION-END
               END-IF
               MOVE 9 TO WS-PICK-RANGE
               PERFORM PICK-RANDOM THRU PICK-RANDOM-END
               MOVE WS-PICK TO WS-DETAILS-LEFT
               IF WS-DETAILS-LEFT > WS-GOOD-LEFT
                   MOVE WS-GOOD-LEFT TO WS-DETAILS-LEFT
               END-IF
               MOVE ZEROES TO WS-DETAIL-SEQ
               MOVE WS-DETAILS-LEFT TO WS-HEADER-COUNT
               MOVE SPACES TO Trans-Rec
               MOVE 'A' TO TR-Action
               MOVE WS-COMPANY-CODE TO TR-Key (1:7)
               MOVE WS-DETAIL-SEQ TO TR-Key (8:3)
               MOVE 'HD' TO TR-Data (1:2)
               MOVE WS-HEADER-COUNT TO TR-Data (3:7)
               MOVE WS-COMPANY-NAME TO TR-Data (10:21)
           ELSE
               ADD 1 TO WS-DETAIL-SEQ
               SUBTRACT 1 FROM WS-DETAILS-LEFT
               PERFORM BUILD-DETAIL-DATA THRU BUILD-DETAIL-DATA-END
               MOVE SPACES TO Trans-Rec
               MOVE 'A' TO TR-Action
               MOVE WS-COMPANY-CODE TO TR-Key (1:7)
               MOVE WS-DETAIL-SEQ TO TR-Key (8:3)
               MOVE 'DT' TO TR-Data (1:2)
               MOVE WS-DETAIL-DATA TO TR-Data (3:28)
           END-IF
           MOVE TR-Key TO WS-LAST-KEY
           WRITE Trans-Rec
           ADD 1 TO WS-WRITTEN.
       WRITE-GOOD-TRANSACTION-END.
           CONTINUE.
      * 'DT' detail data: address line 14, state at 15, zip at 17.
       BUILD-DETAIL-DATA.
           PERFORM NEXT-ADDRESS THRU NEXT-ADDRESS-END
           MOVE SPACES TO WS-DETAIL-DATA
           MOVE WS-ADDRESS-LINE TO WS-DETAIL-DATA (1:14)
           MOVE WS-PL-STATE (WS-PLACE-SUB) TO WS-DETAIL-DATA (15:2)
           MOVE WS-ZIP TO WS-DETAIL-DATA (17:10).
       BUILD-DETAIL-DATA-END.
           CONTINUE.
      * A bad record sits at the last good key, so it never puts
      * the keys out of sequence unless that is its fault.  A bad
      * company code goes on a header add of its own, which the
      * code check rejects before the sequence is looked at.
       WRITE-BAD-TRANSACTION.
           PERFORM NEXT-REASON THRU NEXT-REASON-END
           IF WS-REASON-CODE = 'NISS'
               PERFORM NEXT-UNISSUED-CODE
                   THRU NEXT-UNISSUED-CODE-END
               IF WS-KEYS-EXHAUSTED
                   GO TO WRITE-BAD-TRANSACTION-END
               END-IF
           END-IF
           IF WS-REASON-CODE = 'CDIG'
               PERFORM WRONG-CHECK-DIGIT THRU WRONG-CHECK-DIGIT-END
           END-IF
           PERFORM BUILD-DETAIL-DATA THRU BUILD-DETAIL-DATA-END
           MOVE SPACES TO Trans-Rec
           MOVE 'A' TO TR-Action
           MOVE WS-LAST-KEY TO TR-Key
           MOVE 'DT' TO TR-Data (1:2)
           MOVE WS-DETAIL-DATA TO TR-Data (3:28)
           EVALUATE WS-REASON-CODE
               WHEN 'ACTN'
                   MOVE 'X' TO TR-Action
               WHEN 'KEY '
                   MOVE SPACES TO TR-Key
               WHEN 'SEG '
                   MOVE 'ZZ' TO TR-Data (1:2)
               WHEN 'HDCT'
                   MOVE 'HD' TO TR-Data (1:2)
                   MOVE 'UNKNOWN' TO TR-Data (3:7)
                   MOVE WS-COMPANY-NAME TO TR-Data (10:21)
               WHEN 'CDIG'
               WHEN 'NISS'
                   MOVE WS-BAD-CODE TO TR-Key (1:7)
                   MOVE '000' TO TR-Key (8:3)
                   MOVE SPACES TO TR-Data
                   MOVE 'HD' TO TR-Data (1:2)
                   MOVE ZEROES TO TR-Data (3:7)
                   MOVE WS-COMPANY-NAME TO TR-Data (10:21)
               WHEN 'DTBL'
                   MOVE SPACES TO TR-Data (3:28)
               WHEN 'ZPST'
                   MOVE WS-PL-STATE (WS-OTHER-PLACE-SUB)
                       TO TR-Data (17:2)
               WHEN 'STAT'
                   MOVE '999' TO TR-Key (8:3)
                   MOVE SPACES TO TR-Data
                   MOVE 'STX20260101GENERATED' TO TR-Data
               WHEN 'STKY'
                   MOVE '999' TO TR-Key (8:3)
               WHEN 'SEQ '
                   MOVE '0000000001' TO TR-Key
           END-EVALUATE
           WRITE Trans-Rec
           ADD 1 TO WS-WRITTEN.
       WRITE-BAD-TRANSACTION-END.
           CONTINUE.
      ******************************************************************
      *    SQLTRAN - a T2021A company insert, then its T2021B address
      ******************************************************************
      * The types CTYPLKUP judges in force today and retired, and
      * the highest code below 10000 the table does not hold.
       LOAD-COMPANY-TYPES.
           MOVE ZEROES TO WS-GOOD-TYPE-USED
           MOVE ZEROES TO WS-RETIRED-TYPE-USED
           MOVE 'CTYPEFIL' TO WS-TYPE-SOURCE
           OPEN INPUT TYPE-FILE
           IF WS-TYPE-STATUS NOT = ZEROES
               MOVE 'NO CTYPEFIL - NO COMPANY ROWS'
                   TO WS-TYPE-SOURCE
               GO TO LOAD-COMPANY-TYPES-END
           END-IF
           MOVE 'N' TO WS-TYPE-EOF-SW
           PERFORM UNTIL WS-TYPE-EOF
               READ TYPE-FILE
                   AT END
                       MOVE 'Y' TO WS-TYPE-EOF-SW
                   NOT AT END
                       IF TYP-CODE IS NUMERIC
                           PERFORM JUDGE-COMPANY-TYPE
                               THRU JUDGE-COMPANY-TYPE-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TYPE-FILE
           IF WS-GOOD-TYPE-USED = ZEROES
               MOVE 'NO TYPE IN FORCE - NO COMPANY ROWS'
                   TO WS-TYPE-SOURCE
           END-IF
           MOVE 'N' TO WS-NUMBER-OK-SW
           PERFORM UNTIL WS-NUMBER-OK OR WS-UNKNOWN-TYPE = ZEROES
               MOVE WS-UNKNOWN-TYPE TO TY-TYPE
               MOVE WS-RUN-DATE TO TY-AS-OF-DATE
               CALL 'CTYPLKUP' USING CTYPLKUP-PARM
               IF TY-NOT-FOUND
                   MOVE 'Y' TO WS-NUMBER-OK-SW
               ELSE
                   SUBTRACT 1 FROM WS-UNKNOWN-TYPE
               END-IF
           END-PERFORM.
       LOAD-COMPANY-TYPES-END.
           CONTINUE.
       JUDGE-COMPANY-TYPE.
           MOVE TYP-CODE TO TY-TYPE
           MOVE WS-RUN-DATE TO TY-AS-OF-DATE
           CALL 'CTYPLKUP' USING CTYPLKUP-PARM
           IF TY-ACTIVE
               IF WS-GOOD-TYPE-USED < 200
                   ADD 1 TO WS-GOOD-TYPE-USED
                   MOVE TY-TYPE TO WS-GOOD-TYPE (WS-GOOD-TYPE-USED)
               END-IF
           ELSE
               IF WS-RETIRED-TYPE-USED < 200
                   ADD 1 TO WS-RETIRED-TYPE-USED
                   MOVE TY-TYPE
                       TO WS-RETIRED-TYPE (WS-RETIRED-TYPE-USED)
               END-IF
           END-IF.
       JUDGE-COMPANY-TYPE-END.
           CONTINUE.
       GENERATE-SQLTRAN.
           MOVE 2 TO WS-STREAM-NUMBER
           PERFORM START-RANDOM-STREAM THRU START-RANDOM-STREAM-END
           MOVE WS-SQL-REASON-VALUES TO WS-REASON-SOURCE
           PERFORM START-FILE-COUNTS THRU START-FILE-COUNTS-END
           MOVE 'SQLTRAN ' TO WS-REPORT-FILE-ID
           IF WS-RETIRED-TYPE-USED = ZEROES
               MOVE 'N' TO WS-RS-USABLE-SW (6)
           END-IF
           IF WS-GOOD-TYPE-USED = ZEROES
               MOVE 'N' TO WS-RS-USABLE-SW (10)
               MOVE 'N' TO WS-RS-USABLE-SW (11)
           END-IF
           MOVE 'N' TO WS-COMPANY-STARTED-SW
           MOVE 1000000 TO WS-NISS-SERIAL
           MOVE SPACES TO WS-COMPANY-NAME
           MOVE 'A' TO WS-SQL-NEXT-TARGET
           IF WS-GOOD-TYPE-USED = ZEROES
               MOVE 'B' TO WS-SQL-NEXT-TARGET
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GOOD-TYPE-USED TO WS-ED-COUNT
           MOVE WS-RETIRED-TYPE-USED TO WS-ED-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING 'SQLTRAN   COMPANY TYPES IN FORCE' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   '  RETIRED' DELIMITED BY SIZE
                   WS-ED-COUNT-2 DELIMITED BY SIZE
                   '  FROM ' DELIMITED BY SIZE
                   WS-TYPE-SOURCE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN OUTPUT SQLTRAN-FILE

           PERFORM UNTIL WS-SLOTS-LEFT = ZEROES
                   OR WS-KEYS-EXHAUSTED
               PERFORM DECIDE-NEXT-SLOT THRU DECIDE-NEXT-SLOT-END
               IF WS-BAD-SLOT
                   PERFORM WRITE-BAD-SQLTRAN
                       THRU WRITE-BAD-SQLTRAN-END
               ELSE
                   PERFORM WRITE-GOOD-SQLTRAN
                       THRU WRITE-GOOD-SQLTRAN-END
               END-IF
           END-PERFORM

           CLOSE SQLTRAN-FILE
           PERFORM WRITE-FILE-SUMMARY THRU WRITE-FILE-SUMMARY-END.
       GENERATE-SQLTRAN-END.
           CONTINUE.
      * A company row starts a new company; its address row follows.
      * With no type in force every record is an address row.
       WRITE-GOOD-SQLTRAN.
           MOVE SPACES TO SQLTRAN-REC
           MOVE 'I' TO ST-ACTION
           IF WS-SQL-NEXT-TARGET = 'A' OR WS-GOOD-TYPE-USED = ZEROES
               PERFORM NEXT-COMPANY THRU NEXT-COMPANY-END
               IF WS-KEYS-EXHAUSTED
                   GO TO WRITE-GOOD-SQLTRAN-END
               END-IF
           END-IF
           MOVE WS-COMPANY-CODE TO ST-COMPANY-CODE
           IF WS-SQL-NEXT-TARGET = 'A'
               MOVE 'A' TO ST-TARGET
               MOVE WS-COMPANY-NAME TO ST-COMPANY-NAME
               MOVE WS-GOOD-TYPE-USED TO WS-PICK-RANGE
               PERFORM PICK-RANDOM THRU PICK-RANDOM-END
               MOVE WS-GOOD-TYPE (WS-PICK) TO ST-COMPANY-TYPE
               MOVE 'B' TO WS-SQL-NEXT-TARGET
           ELSE
               PERFORM NEXT-ADDRESS THRU NEXT-ADDRESS-END
               MOVE 'B' TO ST-TARGET
               MOVE WS-ADDRESS-LINE TO ST-ADDRESS-LINE1
               MOVE WS-PL-CITY (WS-PLACE-SUB) TO ST-ADDRESS-CITY
               MOVE WS-PL-STATE (WS-PLACE-SUB) TO ST-ADDRESS-STATE
               MOVE WS-ZIP TO ST-ADDRESS-ZIP
               IF WS-GOOD-TYPE-USED > ZEROES
                   MOVE 'A' TO WS-SQL-NEXT-TARGET
               END-IF
           END-IF
           WRITE SQLTRAN-REC
           ADD 1 TO WS-WRITTEN.
       WRITE-GOOD-SQLTRAN-END.
           CONTINUE.
      * Company-row faults go on a company row, address faults on
      * an address row, both for the company in hand - the first
      * company is taken now if a bad record comes before it.
       WRITE-BAD-SQLTRAN.
           PERFORM NEXT-REASON THRU NEXT-REASON-END
           IF NOT WS-COMPANY-STARTED
               PERFORM NEXT-COMPANY THRU NEXT-COMPANY-END
               IF WS-KEYS-EXHAUSTED
                   GO TO WRITE-BAD-SQLTRAN-END
               END-IF
           END-IF
           IF WS-REASON-CODE = 'NISS'
               PERFORM NEXT-UNISSUED-CODE
                   THRU NEXT-UNISSUED-CODE-END
               IF WS-KEYS-EXHAUSTED
                   GO TO WRITE-BAD-SQLTRAN-END
               END-IF
           END-IF
           IF WS-REASON-CODE = 'CDIG'
               PERFORM WRONG-CHECK-DIGIT THRU WRONG-CHECK-DIGIT-END
           END-IF
           MOVE SPACES TO SQLTRAN-REC
           MOVE 'I' TO ST-ACTION
           MOVE WS-COMPANY-CODE TO ST-COMPANY-CODE
           EVALUATE WS-REASON-CODE
               WHEN 'ACTN'
               WHEN 'TRGT'
               WHEN 'KEY '
               WHEN 'TYPE'
               WHEN 'TYPU'
               WHEN 'TYPR'
               WHEN 'CDIG'
               WHEN 'NISS'
                   MOVE 'A' TO ST-TARGET
                   MOVE WS-COMPANY-NAME TO ST-COMPANY-NAME
                   MOVE WS-UNKNOWN-TYPE TO ST-COMPANY-TYPE
                   IF WS-GOOD-TYPE-USED > ZEROES
                       MOVE WS-GOOD-TYPE (1) TO ST-COMPANY-TYPE
                   END-IF
               WHEN OTHER
                   PERFORM NEXT-ADDRESS THRU NEXT-ADDRESS-END
                   MOVE 'B' TO ST-TARGET
                   MOVE WS-ADDRESS-LINE TO ST-ADDRESS-LINE1
                   MOVE WS-PL-CITY (WS-PLACE-SUB) TO ST-ADDRESS-CITY
                   MOVE WS-PL-STATE (WS-PLACE-SUB)
                       TO ST-ADDRESS-STATE
                   MOVE WS-ZIP TO ST-ADDRESS-ZIP
           END-EVALUATE
           EVALUATE WS-REASON-CODE
               WHEN 'ACTN'
                   MOVE 'X' TO ST-ACTION
               WHEN 'TRGT'
                   MOVE 'C' TO ST-TARGET
               WHEN 'KEY '
                   MOVE SPACES TO ST-COMPANY-CODE
               WHEN 'TYPE'
                   MOVE 'NONE' TO ST-COMPANY-TYPE
               WHEN 'TYPU'
                   MOVE WS-UNKNOWN-TYPE TO ST-COMPANY-TYPE
               WHEN 'TYPR'
                   MOVE WS-RETIRED-TYPE-USED TO WS-PICK-RANGE
                   PERFORM PICK-RANDOM THRU PICK-RANDOM-END
                   MOVE WS-RETIRED-TYPE (WS-PICK) TO ST-COMPANY-TYPE
               WHEN 'STAT'
                   MOVE 'ZZ' TO ST-ADDRESS-STATE
               WHEN 'ZIP '
                   MOVE 'UNKNOWN' TO ST-ADDRESS-ZIP
               WHEN 'ZPST'
                   MOVE WS-PL-STATE (WS-OTHER-PLACE-SUB)
                       TO ST-ADDRESS-STATE
               WHEN 'CDIG'
               WHEN 'NISS'
                   MOVE SPACES TO ST-COMPANY-CODE
                   MOVE WS-BAD-CODE TO ST-COMPANY-CODE (1:7)
           END-EVALUATE
           WRITE SQLTRAN-REC
           ADD 1 TO WS-WRITTEN.
       WRITE-BAD-SQLTRAN-END.
           CONTINUE.
      ******************************************************************
      *    PERSFILE - persons born 1930 to 1999
      ******************************************************************
       GENERATE-PERSFILE.
           MOVE 3 TO WS-STREAM-NUMBER
           PERFORM START-RANDOM-STREAM THRU START-RANDOM-STREAM-END
           MOVE WS-PERSON-REASON-VALUES TO WS-REASON-SOURCE
           PERFORM START-FILE-COUNTS THRU START-FILE-COUNTS-END
           MOVE 'PERSFILE' TO WS-REPORT-FILE-ID
           MOVE ZEROES TO WS-PERSON-NUMBER
           OPEN OUTPUT PERSON-FILE

           PERFORM UNTIL WS-SLOTS-LEFT = ZEROES
               PERFORM DECIDE-NEXT-SLOT THRU DECIDE-NEXT-SLOT-END
               PERFORM WRITE-ONE-PERSON THRU WRITE-ONE-PERSON-END
           END-PERFORM

           CLOSE PERSON-FILE
           PERFORM WRITE-FILE-SUMMARY THRU WRITE-FILE-SUMMARY-END.
       GENERATE-PERSFILE-END.
           CONTINUE.
       WRITE-ONE-PERSON.
           ADD 1 TO WS-PERSON-NUMBER
           MOVE SPACES TO PERSON-REC
           MOVE 'T' TO PERS-ID (1:1)
           MOVE WS-PERSON-NUMBER TO PERS-ID (2:9)
           MOVE 8 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           MOVE WS-PICK TO WS-CHAR-SUB
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           STRING WS-FIRST-NAME (WS-CHAR-SUB) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-LAST-NAME (WS-PICK) DELIMITED BY SPACE
               INTO PERS-NAME
           MOVE 70 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           COMPUTE PERS-BIRTH-YEAR = 1929 + WS-PICK
           MOVE 12 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           MOVE WS-PICK TO PERS-BIRTH-MONTH
           MOVE 28 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           MOVE WS-PICK TO PERS-BIRTH-DAY
           IF WS-BAD-SLOT
               PERFORM NEXT-REASON THRU NEXT-REASON-END
               EVALUATE WS-REASON-CODE
                   WHEN 'DATE'
                       MOVE 02 TO PERS-BIRTH-MONTH
                       MOVE 30 TO PERS-BIRTH-DAY
                   WHEN 'FUTR'
                       MOVE 2999 TO PERS-BIRTH-YEAR
                   WHEN 'AGE '
                       MOVE 1800 TO PERS-BIRTH-YEAR
               END-EVALUATE
           END-IF
           WRITE PERSON-REC
           ADD 1 TO WS-WRITTEN.
       WRITE-ONE-PERSON-END.
           CONTINUE.
      ******************************************************************
      *    PARMFILE - PROGTOPB rows, FORCE so the duplicate guard
      *    lets a repeated run calculate every row again
      ******************************************************************
       GENERATE-PARMFILE.
           MOVE 4 TO WS-STREAM-NUMBER
           PERFORM START-RANDOM-STREAM THRU START-RANDOM-STREAM-END
           MOVE WS-CALC-REASON-VALUES TO WS-REASON-SOURCE
           PERFORM START-FILE-COUNTS THRU START-FILE-COUNTS-END
           MOVE 'PARMFILE' TO WS-REPORT-FILE-ID
           OPEN OUTPUT CALC-PARM-FILE

           PERFORM UNTIL WS-SLOTS-LEFT = ZEROES
               PERFORM DECIDE-NEXT-SLOT THRU DECIDE-NEXT-SLOT-END
               PERFORM WRITE-ONE-CALC-PARM
                   THRU WRITE-ONE-CALC-PARM-END
           END-PERFORM

           CLOSE CALC-PARM-FILE
           PERFORM WRITE-FILE-SUMMARY THRU WRITE-FILE-SUMMARY-END.
       GENERATE-PARMFILE-END.
           CONTINUE.
      * Inputs from -56 to 56 - the largest whose fourth power
      * still fits the seven-digit result PROGTOPB reports.
       WRITE-ONE-CALC-PARM.
           MOVE 113 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           COMPUTE WS-CALC-VALUE = WS-PICK - 57
           MOVE WS-CALC-VALUE TO WS-CALC-VALUE-EDIT
           MOVE WS-CALC-VALUE-EDIT TO WS-NUMBER-TEXT
           MOVE ZEROES TO WS-LEADING-SPACES
           INSPECT WS-NUMBER-TEXT (1:4)
               TALLYING WS-LEADING-SPACES FOR LEADING SPACE
           ADD 1 TO WS-LEADING-SPACES
           MOVE SPACES TO WS-CALC-VALUE-TEXT
           MOVE WS-NUMBER-TEXT (WS-LEADING-SPACES:)
               TO WS-CALC-VALUE-TEXT
           ADD 1 TO WS-CALC-NAME-NUMBER
           MOVE SPACES TO WS-CALC-NAME
           STRING 'GEN' DELIMITED BY SIZE
                   WS-CALC-NAME-NUMBER DELIMITED BY SIZE
               INTO WS-CALC-NAME
           MOVE 4 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           MOVE SPACES TO WS-REASON-CODE
           IF WS-BAD-SLOT
               PERFORM NEXT-REASON THRU NEXT-REASON-END
           END-IF
           MOVE SPACES TO CALC-PARM-LINE
           EVALUATE WS-REASON-CODE
               WHEN 'VALU'
                   STRING '12X4,' DELIMITED BY SIZE
                           WS-CALC-NAME DELIMITED BY SIZE
                           ',STD,FORCE' DELIMITED BY SIZE
                       INTO CALC-PARM-LINE
               WHEN 'FUNC'
                   STRING WS-CALC-VALUE-TEXT DELIMITED BY SPACE
                           ',' DELIMITED BY SIZE
                           WS-CALC-NAME DELIMITED BY SIZE
                           ',ZZZZ,FORCE' DELIMITED BY SIZE
                       INTO CALC-PARM-LINE
               WHEN 'OVFL'
                   STRING '9999999,' DELIMITED BY SIZE
                           WS-CALC-NAME DELIMITED BY SIZE
                           ',PWR4,FORCE' DELIMITED BY SIZE
                       INTO CALC-PARM-LINE
               WHEN OTHER
                   STRING WS-CALC-VALUE-TEXT DELIMITED BY SPACE
                           ',' DELIMITED BY SIZE
                           WS-CALC-NAME DELIMITED BY SIZE
                           ',' DELIMITED BY SIZE
                           WS-FUNCTION-CODE (WS-PICK)
                               DELIMITED BY SPACE
                           ',FORCE' DELIMITED BY SIZE
                       INTO CALC-PARM-LINE
           END-EVALUATE
           WRITE CALC-PARM-LINE
           ADD 1 TO WS-WRITTEN.
       WRITE-ONE-CALC-PARM-END.
           CONTINUE.
      ******************************************************************
      *    OPSFILE - calculator requests outside any batch
      ******************************************************************
       GENERATE-OPSFILE.
           MOVE 5 TO WS-STREAM-NUMBER
           PERFORM START-RANDOM-STREAM THRU START-RANDOM-STREAM-END
           MOVE WS-OPS-REASON-VALUES TO WS-REASON-SOURCE
           PERFORM START-FILE-COUNTS THRU START-FILE-COUNTS-END
           MOVE 'OPSFILE ' TO WS-REPORT-FILE-ID
           OPEN OUTPUT OPS-FILE

           PERFORM UNTIL WS-SLOTS-LEFT = ZEROES
               PERFORM DECIDE-NEXT-SLOT THRU DECIDE-NEXT-SLOT-END
               PERFORM WRITE-ONE-OPERATION
                   THRU WRITE-ONE-OPERATION-END
           END-PERFORM

           CLOSE OPS-FILE
           PERFORM WRITE-FILE-SUMMARY THRU WRITE-FILE-SUMMARY-END.
       GENERATE-OPSFILE-END.
           CONTINUE.
      * Operands up to 9999.99 so a product fits the answer, and a
      * divisor of at least 1.00.
       WRITE-ONE-OPERATION.
           MOVE 4 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           MOVE WS-PICK TO WS-CHAR-SUB
           MOVE 999999 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           COMPUTE WS-OPERAND-1 = WS-PICK / 100
           MOVE 999900 TO WS-PICK-RANGE
           PERFORM PICK-RANDOM THRU PICK-RANDOM-END
           COMPUTE WS-OPERAND-2 = (WS-PICK + 99) / 100
           MOVE SPACES TO OPS-REC
           MOVE WS-OPERATION-CODE (WS-CHAR-SUB) TO OPS-CODE
           MOVE WS-OPERAND-1 TO OPS-P1
           MOVE WS-OPERAND-2 TO OPS-P2
           IF WS-BAD-SLOT
               PERFORM NEXT-REASON THRU NEXT-REASON-END
               EVALUATE WS-REASON-CODE
                   WHEN 'OPCD'
                       MOVE 'MOD ' TO OPS-CODE
                   WHEN 'OPND'
                       MOVE 'NOT NUMERIC' TO OPS-P1-X
                   WHEN 'REGX'
                       MOVE 'REG' TO OPS-P1-X
                   WHEN 'BEND'
                       MOVE 'BEND' TO OPS-CODE
                       MOVE SPACES TO OPS-P1-X
               END-EVALUATE
           END-IF
           WRITE OPS-REC
           ADD 1 TO WS-WRITTEN.
       WRITE-ONE-OPERATION-END.
           CONTINUE.
