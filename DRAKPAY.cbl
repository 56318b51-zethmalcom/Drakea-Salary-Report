        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRAKPAY.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This program turns the annual figures carried on the keyed
      *  DRAKEA employee master into what each employee is actually
      *  paid for one pay period.  For every employee on the payroll
      *  it works out the period's gross pay from CURRENT-SALARY, the
      *  union dues and insurance deductions from the annual
      *  UNION-DUES and INSURANCE, and the net pay, prints them on a
      *  pay register grouped by warehouse, and posts them to the
      *  permanent year-to-date earnings file payroll needs for
      *  year-end tax reporting.
      *
      *  An employee on leave ('L') is not paid the period's salary
      *  -- only the leave-pay percentage on the pay calendar card,
      *  zero (unpaid leave) unless the card says otherwise.  No
      *  union dues are withheld while on leave.  The insurance
      *  premium still runs: it is withheld from whatever leave pay
      *  there is, and any part the leave pay cannot cover is shown
      *  as insurance not collected, so benefits can bill it rather
      *  than it silently going unpaid.  A terminated employee is
      *  paid off-cycle by final check and is not on the register,
      *  and nobody is paid for a period that ends before their
      *  hire date.
      *
      *  The year-to-date file is kept by EMPLOYEE-ID and resets at
      *  calendar year end: the first period posted in a new year
      *  closes out the employee's prior-year row to the year-end
      *  history file before the new year starts from zero, so the
      *  figures the W-2s are built from are never overwritten.  A
      *  period is posted to an employee at most once -- a rerun of
      *  the same period prints the register again but posts
      *  nothing twice.
      * ***************
      *  INPUT:
      *     1.  The PAY CALENDAR CARD -- columns 1-8 the period end
      *         date (YYYYMMDD), 10 the pay frequency ('W' weekly,
      *         'B' biweekly, 'S' semimonthly, 'M' monthly), 12-14
      *         the leave-pay percentage (blank = 000, unpaid), 16
      *         'Y' for a proof register that posts nothing.  The
      *         card is required -- there is no safe default for
      *         which period to pay.
      *     2.  The EMPLOYEE MASTER FILE, indexed by EMPLOYEE-ID.
      *     3.  The MASTER CONTROL FILE -- the master is balanced
      *         against it before anything is posted.
      *     4.  The WAREHOUSE REFERENCE MASTER, for the printed
      *         warehouse names and regions.
      *
      * ***************
      *  OUTPUT:
      *     1.  The PAY REGISTER -- one line per employee paid, with
      *         gross, dues, insurance, and net, warehouse totals,
      *         and a company total page.
      *     2.  The YEAR-TO-DATE EARNINGS FILE, indexed by
      *         EMPLOYEE-ID, updated in place.
      *     3.  The YEAR-END HISTORY FILE -- each employee's closed
      *         prior-year row, appended when a new year starts.
      ****************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   IBM-PC.
        OBJECT-COMPUTER.   IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PAY-CALENDAR-FILE
                ASSIGN TO 'DRAKEA-PAYCAL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PAY-CALENDAR-STATUS.
            SELECT EMPLOYEE-MASTER-FILE
                ASSIGN TO 'DRAKEA-EMP.MST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MA-EMPLOYEE-ID
                FILE STATUS IS MASTER-FILE-STATUS.
            SELECT MASTER-CONTROL-FILE
                ASSIGN TO 'DRAKEA-MST-CTL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MASTER-CONTROL-STATUS.
            SELECT WAREHOUSE-MASTER-FILE
                ASSIGN TO 'DRAKEA-WHS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WHS-MASTER-STATUS.
            SELECT SORT-WORK-FILE
                ASSIGN TO 'SORTWK1'.
            SELECT SORTED-EMPLOYEE-FILE
                ASSIGN TO 'DRAKEA-PAY-SRT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PAY-REGISTER-FILE
                ASSIGN TO PRINTER 'DRAKEA-PAY.TXT'.
            SELECT OPTIONAL YTD-EARNINGS-FILE
                ASSIGN TO 'DRAKEA-YTD.MST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS YT-EMPLOYEE-ID
                FILE STATUS IS YTD-STATUS.
            SELECT OPTIONAL YTD-HISTORY-FILE
                ASSIGN TO 'DRAKEA-YTD-HIST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS YTD-HISTORY-STATUS.
            SELECT OPTIONAL CYCLE-CONTROL-FILE
                ASSIGN TO 'DRAKEA-CYCLE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYCLE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD   PAY-CALENDAR-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  PAY-CALENDAR-RECORD.
            05  PC-PERIOD-END-DATE      PIC X(8).
            05  FILLER                  PIC X(1).
            05  PC-FREQUENCY            PIC X(1).
            05  FILLER                  PIC X(1).
            05  PC-LEAVE-PAY-PCT        PIC X(3).
            05  FILLER                  PIC X(1).
            05  PC-PROOF-SW             PIC X(1).
            05  FILLER                  PIC X(64).

      *    THE KEYED EMPLOYEE MASTER, READ STRAIGHT THROUGH.  IT
      *    COMES BACK IN EMPLOYEE-ID ORDER, SO IT IS SORTED BY
      *    WAREHOUSE INTO SORTED-EMPLOYEE-FILE FOR THE REGISTER'S
      *    WAREHOUSE CONTROL BREAK, THE SAME WAY THE SALARY RUN DOES.
        FD   EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 93 CHARACTERS.

        01  MASTER-EMPLOYEE-RECORD.
            05  MA-WAREHOUSE-ID         PIC X(4).
            05  MA-EMPLOYEE-ID          PIC X(5).
            05  FILLER                  PIC X(54).
            05  MA-CURRENT-SALARY       PIC 999999V99.
            05  FILLER                  PIC X(22).

        FD   MASTER-CONTROL-FILE
            RECORD CONTAINS 25 CHARACTERS.

        01  MASTER-CONTROL-RECORD.
            05  CT-RECORD-COUNT          PIC 9(6).
            05  CT-TOTAL-CURRENT-SALARY  PIC 9(9)V99.
            05  CT-LAST-MAINT-DATE       PIC 9(8).

        FD   WAREHOUSE-MASTER-FILE
            RECORD CONTAINS 34 CHARACTERS.

        01  WAREHOUSE-MASTER-RECORD.
            05  WH-CODE                 PIC X(4).
            05  WH-NAME                 PIC X(11).
            05  WH-REGION               PIC X(3).
            05  WH-OPEN-DATE            PIC 9(8).
            05  WH-CLOSE-DATE           PIC 9(8).

        SD   SORT-WORK-FILE
            RECORD CONTAINS 93 CHARACTERS.

        01  SORT-WORK-RECORD.
            05  SW-WAREHOUSE-ID         PIC X(4).
            05  SW-EMPLOYEE-ID          PIC X(5).
            05  FILLER                  PIC X(84).

        FD   SORTED-EMPLOYEE-FILE
            RECORD CONTAINS 93 CHARACTERS.

        01  EMPLOYEE-RECORD.
            05  WAREHOUSE-ID            PIC X(4).
            05  EMPLOYEE-ID             PIC X(5).
            05  EMPLOYEE-POSITION       PIC X(2).
            05  LAST-NAME               PIC X(10).
            05  FIRST-NAME              PIC X(10).
            05  FILLER                  PIC X(3).
            05  HIRE-DATE               PIC 99999999.
            05  STARTING-SALARY         PIC 999999V99.
            05  FILLER                  PIC X(4).
            05  LAST-PAY-INCREASE       PIC 999999999.
            05  CURRENT-SALARY          PIC 999999V99.
            05  FILLER                  PIC X(5).
            05  UNION-DUES              PIC 999.
            05  INSURANCE               PIC 999V99.
            05  EMPLOYEE-STATUS         PIC X.
                88  EMPLOYEE-IS-ACTIVE            VALUES 'A' SPACE.
                88  EMPLOYEE-ON-LEAVE             VALUE 'L'.
                88  EMPLOYEE-TERMINATED           VALUE 'T'.
            05  EMPLOYEE-STATUS-DATE    PIC 99999999.

        FD    PAY-REGISTER-FILE
             RECORD CONTAINS 100 CHARACTERS.

        01  PAY-REGISTER-RECORD         PIC X(100).

      *    PERMANENT YEAR-TO-DATE EARNINGS -- ONE ROW PER EMPLOYEE
      *    EVER PAID, KEYED BY EMPLOYEE-ID, CARRYING THE TAX YEAR
      *    THE ACCUMULATORS BELONG TO AND THE LAST PERIOD END POSTED
      *    (THE RERUN GUARD -- SEE 340-POST-YEAR-TO-DATE).
      *    YT-INS-UNCOLLECTED IS THE PREMIUM LEAVE PAY COULD NOT
      *    COVER; IT IS NOT PART OF YT-INSURANCE, WHICH IS ONLY WHAT
      *    WAS ACTUALLY WITHHELD.
        FD   YTD-EARNINGS-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  YTD-EARNINGS-RECORD.
            05  YT-EMPLOYEE-ID          PIC X(5).
            05  YT-TAX-YEAR             PIC 9(4).
            05  YT-WAREHOUSE-ID         PIC X(4).
            05  YT-LAST-PERIOD-END      PIC 9(8).
            05  YT-PERIODS-PAID         PIC 9(3).
            05  YT-GROSS-PAY            PIC 9(7)V99.
            05  YT-UNION-DUES           PIC 9(6)V99.
            05  YT-INSURANCE            PIC 9(6)V99.
            05  YT-NET-PAY              PIC 9(7)V99.
            05  YT-INS-UNCOLLECTED      PIC 9(6)V99.
            05  FILLER                  PIC X(14).

      *    SAME LAYOUT AS THE YEAR-TO-DATE ROW -- EACH RECORD IS AN
      *    EMPLOYEE'S CLOSED TAX YEAR EXACTLY AS IT STOOD ON THE LAST
      *    PERIOD POSTED THAT YEAR.
        FD   YTD-HISTORY-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  YTD-HISTORY-RECORD          PIC X(80).

      *    SHARED CYCLE-CONTROL FILE -- READ ONLY HERE.  THE PAY RUN
      *    IS NOT A STEP OF THE RAISE CYCLE AND STAMPS NOTHING; IT
      *    ONLY LOOKS TO SEE WHETHER AN APPLY'S RAISES ARE STILL
      *    WAITING TO BE RELOADED.
        FD   CYCLE-CONTROL-FILE
            RECORD CONTAINS 64 CHARACTERS.

        01  CYCLE-CONTROL-RECORD        PIC X(64).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.
           05  FIRST-RECORD            PIC X(3)      VALUE 'YES'.
           05  EOF-FLAG                PIC X         VALUE ' '.
               88  NO-MORE-DATA                      VALUE 'N'.
           05  RAW-EOF-FLAG            PIC X         VALUE 'N'.
               88  RAW-FILE-EOF                      VALUE 'Y'.
           05  MASTER-OPEN-SW          PIC X         VALUE 'N'.
               88  MASTER-WAS-OPENED                 VALUE 'Y'.
           05  CONTROL-TOTALS-SW       PIC X         VALUE 'N'.
               88  CONTROL-TOTALS-FOUND              VALUE 'Y'.
           05  RUN-BALANCED-SW         PIC X         VALUE 'Y'.
               88  RUN-IS-BALANCED                   VALUE 'Y'.
           05  PROOF-MODE-SW           PIC X         VALUE 'N'.
               88  PROOF-RUN                         VALUE 'Y'.
           05  POSTING-ACTIVE-SW       PIC X         VALUE 'N'.
               88  POSTING-IS-ACTIVE                 VALUE 'Y'.
           05  HISTORY-ACTIVE-SW       PIC X         VALUE 'N'.
               88  HISTORY-IS-ACTIVE                 VALUE 'Y'.
           05  YTD-FOUND-SW            PIC X         VALUE 'N'.
               88  YTD-ROW-FOUND                     VALUE 'Y'.
           05  YTD-POST-OK-SW          PIC X         VALUE 'Y'.
               88  YTD-POST-OK                       VALUE 'Y'.
           05  WHS-FOUND-SW            PIC X         VALUE 'N'.
               88  WHS-CODE-FOUND                    VALUE 'Y'.
           05  WHS-MASTER-EOF-FLAG     PIC X         VALUE 'N'.
               88  WHS-MASTER-EOF                    VALUE 'Y'.
           05  PAY-CLASS-SW            PIC X         VALUE 'A'.
               88  PAY-AS-ACTIVE                     VALUE 'A'.
               88  PAY-AS-LEAVE                      VALUE 'L'.
               88  PAY-NOT-DUE                       VALUE 'N'.
           05  PAY-CALENDAR-STATUS     PIC XX.
           05  MASTER-FILE-STATUS      PIC XX.
           05  MASTER-CONTROL-STATUS   PIC XX.
           05  WHS-MASTER-STATUS       PIC XX.
           05  YTD-STATUS              PIC XX.
           05  YTD-HISTORY-STATUS      PIC XX.
           05  CYCLE-STATUS            PIC XX.

      *    THE PAY CALENDAR AS ACCEPTED FROM THE CARD.  THE PERIODS
      *    PER YEAR FOLLOW FROM THE FREQUENCY AND ARE WHAT EVERY
      *    ANNUAL FIGURE ON THE MASTER IS DIVIDED BY.
        01  PAY-CALENDAR-FIELDS.
           05  WS-PERIOD-END-DATE      PIC 9(8)      VALUE 0.
           05  WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END-DATE.
               10  WS-PERIOD-YEAR      PIC 9(4).
               10  WS-PERIOD-MONTH     PIC 99.
               10  WS-PERIOD-DAY       PIC 99.
           05  WS-PERIOD-MAX-DAY       PIC 99        VALUE 0.
           05  WS-LEAP-QUOTIENT        PIC 9(4)      VALUE 0.
           05  WS-LEAP-REMAINDER       PIC 9(3)      VALUE 0.
           05  WS-PAY-FREQUENCY        PIC X         VALUE SPACE.
               88  PAY-WEEKLY                        VALUE 'W'.
               88  PAY-BIWEEKLY                      VALUE 'B'.
               88  PAY-SEMIMONTHLY                   VALUE 'S'.
               88  PAY-MONTHLY                       VALUE 'M'.
               88  PAY-FREQUENCY-VALID               VALUES 'W' 'B'
                                                            'S' 'M'.
           05  WS-PERIODS-PER-YEAR     PIC 9(2)      VALUE 0.
           05  WS-FREQUENCY-NAME       PIC X(11)     VALUE SPACES.
           05  WS-LEAVE-PAY-PCT        PIC 9(3)      VALUE 0.

        01  BALANCE-FIELDS.
           05  WS-ACTUAL-RECORD-COUNT     PIC 9(6)     VALUE 0.
           05  WS-ACTUAL-TOTAL-SALARY     PIC 9(9)V99  VALUE 0.
           05  WS-EXPECTED-RECORD-COUNT   PIC 9(6)     VALUE 0.
           05  WS-EXPECTED-TOTAL-SALARY   PIC 9(9)V99  VALUE 0.

      *    ONE EMPLOYEE'S PERIOD FIGURES.  EVERY ANNUAL AMOUNT IS
      *    DIVIDED BY THE PERIODS PER YEAR AND ROUNDED TO THE CENT;
      *    NET IS GROSS LESS WHAT WAS ACTUALLY WITHHELD.
        01  PAY-FIELDS.
           05  PY-GROSS-PAY            PIC 9(6)V99   VALUE 0.
           05  PY-UNION-DUES           PIC 9(5)V99   VALUE 0.
           05  PY-INSURANCE-DUE        PIC 9(5)V99   VALUE 0.
           05  PY-INSURANCE            PIC 9(5)V99   VALUE 0.
           05  PY-INS-UNCOLLECTED      PIC 9(5)V99   VALUE 0.
           05  PY-NET-PAY              PIC S9(6)V99  VALUE +0.

        01  WAREHOUSE-TOTAL-FIELDS.
           05  TF-PAID-COUNT           PIC 9(4)      VALUE 0.
           05  TF-LEAVE-COUNT          PIC 9(4)      VALUE 0.
           05  TF-GROSS-PAY            PIC 9(7)V99   VALUE 0.
           05  TF-UNION-DUES           PIC 9(6)V99   VALUE 0.
           05  TF-INSURANCE            PIC 9(6)V99   VALUE 0.
           05  TF-NET-PAY              PIC S9(7)V99  VALUE +0.
           05  TF-INS-UNCOLLECTED      PIC 9(6)V99   VALUE 0.

        01  COMPANY-TOTAL-FIELDS.
           05  GT-PAID-COUNT           PIC 9(5)      VALUE 0.
           05  GT-LEAVE-COUNT          PIC 9(5)      VALUE 0.
           05  GT-GROSS-PAY            PIC 9(8)V99   VALUE 0.
           05  GT-UNION-DUES           PIC 9(7)V99   VALUE 0.
           05  GT-INSURANCE            PIC 9(7)V99   VALUE 0.
           05  GT-NET-PAY              PIC S9(8)V99  VALUE +0.
           05  GT-INS-UNCOLLECTED      PIC 9(7)V99   VALUE 0.

        01  PAY-COUNTERS.
           05  WS-TERMINATED-COUNT     PIC 9(6)      VALUE 0.
           05  WS-NOT-HIRED-COUNT      PIC 9(6)      VALUE 0.
           05  WS-POSTED-COUNT         PIC 9(6)      VALUE 0.
           05  WS-ALREADY-POSTED-COUNT PIC 9(6)      VALUE 0.
           05  WS-LATER-YEAR-COUNT     PIC 9(6)      VALUE 0.
           05  WS-YEAR-CLOSED-COUNT    PIC 9(6)      VALUE 0.
           05  WS-NOT-CLOSED-COUNT     PIC 9(6)      VALUE 0.

        01  EDITED-FIELDS.
           05  WS-COUNT-ED             PIC Z(5)9.

        01  WS-DATE.
           05  RUN-YEAR                PIC 9(4).
           05  RUN-MONTH               PIC 99.
           05  RUN-DAY                 PIC 99.

        01  WS-RUN-DATE-NUM REDEFINES WS-DATE  PIC 9(8).

        01  CYCLE-CONTROL-FIELDS.
           05  CY-LAST-EDIT-DATE       PIC 9(8)      VALUE 0.
           05  CY-LAST-EDIT-TIME       PIC 9(6)      VALUE 0.
           05  CY-LAST-LOAD-DATE       PIC 9(8)      VALUE 0.
           05  CY-LAST-LOAD-TIME       PIC 9(6)      VALUE 0.
           05  CY-LAST-MAINT-DATE      PIC 9(8)      VALUE 0.
           05  CY-LAST-MAINT-TIME      PIC 9(6)      VALUE 0.
           05  CY-LAST-RUN-DATE        PIC 9(8)      VALUE 0.
           05  CY-LAST-RUN-TIME        PIC 9(6)      VALUE 0.
           05  CY-LAST-APPLY-DATE      PIC 9(8)      VALUE 0.

      *    WAREHOUSE REFERENCE TABLE, LOADED THE SAME WAY THE SALARY
      *    RUN LOADS IT -- NAMES AND REGIONS FOR THE REGISTER'S
      *    WAREHOUSE HEADINGS.
        01  WHS-TABLE-CONTROL.
           05  WS-WHS-TABLE-COUNT       PIC 9(3)  VALUE 0.
           05  WS-WAREHOUSE-HOLD        PIC X(4)  VALUE SPACES.

        01  WAREHOUSE-TABLE.
           05  WT-ENTRY                OCCURS 1 TO 20 TIMES
                                        DEPENDING ON WS-WHS-TABLE-COUNT
                                        INDEXED BY WT-IDX.
               10  WT-CODE              PIC X(4).
               10  WT-NAME              PIC X(11).
               10  WT-REGION            PIC X(3).
               10  WT-OPEN-DATE         PIC 9(8).
               10  WT-CLOSE-DATE        PIC 9(8).

        01  REPORT-FIELDS.
           05  PROPER-SPACING             PIC S9   VALUE +1.
           05  WS-PAGE-NUMBER             PIC S99  VALUE +0.
           05  WS-LINE-COUNT              PIC S999 VALUE +0.
           05  WS-LINES-PER-PAGE          PIC S999 VALUE +55.
           05  WS-LINE-HOLD               PIC X(100).
           05  WS-SPACING-HOLD            PIC S9.

        01  PAY-HEADING-ONE.
           05  PH1-MONTH           PIC 99.
           05  FILLER              PIC X      VALUE '/'.
           05  PH1-DAY             PIC 99.
           05  FILLER              PIC X      VALUE '/'.
           05  PH1-YEAR            PIC 9999.
           05  FILLER              PIC X(20)  VALUE SPACES.
           05  FILLER              PIC X(40)  VALUE
                   'DRAKEA, LTD - PAY PERIOD REGISTER'.
           05  FILLER              PIC X(23)  VALUE SPACES.
           05  FILLER              PIC X(5)   VALUE 'PAGE '.
           05  PH1-PAGE            PIC Z9.

        01  PAY-HEADING-TWO.
           05  FILLER              PIC X(15)  VALUE 'PERIOD ENDING: '.
           05  PH2-MONTH           PIC 99.
           05  FILLER              PIC X      VALUE '/'.
           05  PH2-DAY             PIC 99.
           05  FILLER              PIC X      VALUE '/'.
           05  PH2-YEAR            PIC 9999.
           05  FILLER              PIC X(13)  VALUE '  FREQUENCY: '.
           05  PH2-FREQUENCY       PIC X(11).
           05  FILLER              PIC X(16)  VALUE
                   '  PERIODS/YEAR: '.
           05  PH2-PERIODS         PIC Z9.
           05  FILLER              PIC X(8)   VALUE '  MODE: '.
           05  PH2-MODE            PIC X(10).
           05  FILLER              PIC X(15)  VALUE SPACES.

        01  PAY-HEADING-THREE.
           05  FILLER              PIC X(12)  VALUE 'WAREHOUSE:  '.
           05  PH3-WAREHOUSE-ID    PIC X(4).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  PH3-WAREHOUSE-NAME  PIC X(11).
           05  FILLER              PIC X(10)  VALUE '  REGION: '.
           05  PH3-REGION          PIC X(3).
           05  FILLER              PIC X(59)  VALUE SPACES.

        01  PAY-HEADING-FOUR.
           05  FILLER              PIC X(7)   VALUE 'EMP ID'.
           05  FILLER              PIC X(23)  VALUE 'EMPLOYEE NAME'.
           05  FILLER              PIC X(4)   VALUE 'POS'.
           05  FILLER              PIC X(8)   VALUE 'STATUS'.
           05  FILLER              PIC X(12)  VALUE '     GROSS'.
           05  FILLER              PIC X(11)  VALUE '     DUES'.
           05  FILLER              PIC X(11)  VALUE '      INS'.
           05  FILLER              PIC X(12)  VALUE '       NET'.
           05  FILLER              PIC X(12)  VALUE 'NOTE'.

        01  PAY-DETAIL-LINE.
           05  PD-EMPLOYEE-ID      PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-LAST-NAME        PIC X(10).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  PD-FIRST-NAME       PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-POSITION         PIC X(2).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-STATUS           PIC X(6).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-GROSS-PAY        PIC $ZZ,ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-UNION-DUES       PIC $Z,ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-INSURANCE        PIC $Z,ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-NET-PAY          PIC $ZZ,ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-NOTE             PIC X(12).

        01  PAY-TOTAL-LINE.
           05  PT-LABEL            PIC X(18).
           05  PT-PAID-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(6)   VALUE ' PAID '.
           05  FILLER              PIC X(10)  VALUE SPACES.
           05  PT-GROSS-PAY        PIC $Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  PT-UNION-DUES       PIC $ZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  PT-INSURANCE        PIC $ZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  PT-NET-PAY          PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(14)  VALUE SPACES.

        01  PAY-LEAVE-LINE.
           05  FILLER              PIC X(25)  VALUE
                   '   ON LEAVE THIS PERIOD: '.
           05  PL-LEAVE-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(28)  VALUE
                   '   INSURANCE NOT COLLECTED: '.
           05  PL-INS-UNCOLLECTED  PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(31)  VALUE SPACES.

        01  PAY-COMPANY-HEADING.
           05  FILLER              PIC X(30)  VALUE
                   'COMPANY TOTAL FOR THE PERIOD'.
           05  FILLER              PIC X(70)  VALUE SPACES.

        01  PAY-NOT-PAID-LINE.
           05  FILLER              PIC X(30)  VALUE
                   'NOT ON THE REGISTER - TERMED: '.
           05  PN-TERMINATED       PIC ZZZZ9.
           05  FILLER              PIC X(23)  VALUE
                   '   HIRED AFTER PERIOD: '.
           05  PN-NOT-HIRED        PIC ZZZZ9.
           05  FILLER              PIC X(37)  VALUE SPACES.

        01  PAY-POSTING-LINE.
           05  FILLER              PIC X(14)  VALUE 'YEAR-TO-DATE: '.
           05  PP-TEXT             PIC X(86).

        01  PAY-NONE-LINE.
           05  FILLER              PIC X(44)  VALUE
                   'NO EMPLOYEES ON THE PAYROLL FOR THIS PERIOD'.
           05  FILLER              PIC X(56)  VALUE SPACES.

        PROCEDURE DIVISION.

        100-CONTROL-MODULE.
           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 250-PROCESS-EMPLOYEE-DATA
           PERFORM 600-EOF-ROUTINE
           .

        150-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           PERFORM 152-READ-CYCLE-CONTROL
           PERFORM 155-READ-PAY-CALENDAR
           PERFORM 156-LOAD-WAREHOUSE-TABLE
           PERFORM 160-SORT-EMPLOYEE-FILE
           PERFORM 190-BALANCE-CONTROL-TOTALS

           OPEN INPUT SORTED-EMPLOYEE-FILE
           OPEN OUTPUT PAY-REGISTER-FILE

      *    POSTING TO THE YEAR-TO-DATE FILE IS WHAT MAKES A PAY RUN
      *    PERMANENT, SO IT IS TAKEN ONLY ON A BALANCED, NON-PROOF
      *    RUN -- POSTING FROM AN OUT-OF-BALANCE MASTER WOULD BAKE A
      *    DROPPED OR DOUBLED EMPLOYEE INTO THE W-2 FIGURES.  THE
      *    REGISTER PRINTS EITHER WAY, MARKED WITH THE MODE.
           EVALUATE TRUE
               WHEN PROOF-RUN
                   MOVE 'PROOF' TO PH2-MODE
                   DISPLAY 'NOTE: PROOF RUN - REGISTER ONLY, NOTHING '
                           'POSTED TO DRAKEA-YTD.MST'
               WHEN NOT RUN-IS-BALANCED
                   MOVE 'NOT POSTED' TO PH2-MODE
                   DISPLAY 'WARNING: POSTING REFUSED - MASTER DID NOT '
                           'BALANCE.  REGISTER ONLY, NOTHING POSTED '
                           'TO DRAKEA-YTD.MST'
               WHEN OTHER
                   PERFORM 170-OPEN-YTD-FILES
           END-EVALUATE

           MOVE WS-DATE(1:4) TO PH1-YEAR
           MOVE WS-DATE(5:2) TO PH1-MONTH
           MOVE WS-DATE(7:2) TO PH1-DAY
           MOVE WS-PERIOD-YEAR TO PH2-YEAR
           MOVE WS-PERIOD-MONTH TO PH2-MONTH
           MOVE WS-PERIOD-DAY TO PH2-DAY
           MOVE WS-FREQUENCY-NAME TO PH2-FREQUENCY
           MOVE WS-PERIODS-PER-YEAR TO PH2-PERIODS
           .

        152-READ-CYCLE-CONTROL.

           OPEN INPUT CYCLE-CONTROL-FILE
           IF CYCLE-STATUS = '00' OR CYCLE-STATUS = '05'
              READ CYCLE-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CYCLE-CONTROL-RECORD TO CYCLE-CONTROL-FIELDS
              END-READ
              CLOSE CYCLE-CONTROL-FILE
           END-IF

      *    AN APPLY WHOSE OUTPUT WAS NEVER RELOADED MEANS THE MASTER
      *    STILL CARRIES PRE-RAISE SALARIES -- PAYING FROM IT IS
      *    SOMETIMES RIGHT (THE RAISE IS NOT EFFECTIVE YET), BUT
      *    NEVER SILENTLY.
           IF CY-LAST-APPLY-DATE > CY-LAST-LOAD-DATE
              DISPLAY 'WARNING: THE ' CY-LAST-APPLY-DATE ' APPLY '
                      'OUTPUT WAS NEVER RELOADED (LAST LOAD '
                      CY-LAST-LOAD-DATE ') - THIS PAY RUN USES THE '
                      'PRE-RAISE SALARIES'
           END-IF
           .

      *    THE PAY CALENDAR CARD IS REQUIRED, LIKE THE BACKOUT CARD --
      *    THERE IS NO SENSIBLE DEFAULT FOR WHICH PERIOD TO PAY OR
      *    HOW OFTEN, SO A MISSING OR MISTYPED PERIOD END OR
      *    FREQUENCY STOPS THE JOB BEFORE ANYTHING IS PRINTED OR
      *    POSTED.  ONLY THE OPTIONAL FIELDS FALL BACK TO DEFAULTS.
        155-READ-PAY-CALENDAR.

           OPEN INPUT PAY-CALENDAR-FILE
           IF PAY-CALENDAR-STATUS NOT = '00'
              DISPLAY 'ERROR: DRAKEA-PAYCAL.TXT COULD NOT BE OPENED '
                      '(STATUS ' PAY-CALENDAR-STATUS ') - A PAY '
                      'CALENDAR CARD IS REQUIRED, NOTHING PAID'
              STOP RUN
           END-IF

           READ PAY-CALENDAR-FILE
              AT END
                 DISPLAY 'ERROR: DRAKEA-PAYCAL.TXT IS EMPTY - A PAY '
                         'CALENDAR CARD IS REQUIRED, NOTHING PAID'
                 CLOSE PAY-CALENDAR-FILE
                 STOP RUN
           END-READ
           CLOSE PAY-CALENDAR-FILE

           IF PC-PERIOD-END-DATE IS NUMERIC
              MOVE PC-PERIOD-END-DATE TO WS-PERIOD-END-DATE
           END-IF

      *    THE DAY IS CHECKED AGAINST THE REAL LENGTH OF ITS MONTH,
      *    LEAP YEARS INCLUDED (SAME RULE AS DRAKMNT'S 700-VALIDATE-
      *    A-DATE) -- A 02/31 OR 04/31 PERIOD END WOULD OTHERWISE
      *    DRIVE THE HIRE-DATE AND YEAR-END COMPARISONS BELOW.  A
      *    MONTH OUTSIDE 01-12 LEAVES THE MAXIMUM AT ZERO, SO ANY DAY
      *    FAILS.
           MOVE 0 TO WS-PERIOD-MAX-DAY
           EVALUATE WS-PERIOD-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-PERIOD-MAX-DAY
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-PERIOD-MAX-DAY
               WHEN 02
                   MOVE 28 TO WS-PERIOD-MAX-DAY
                   DIVIDE WS-PERIOD-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                      MOVE 29 TO WS-PERIOD-MAX-DAY
                      DIVIDE WS-PERIOD-YEAR BY 100
                          GIVING WS-LEAP-QUOTIENT
                          REMAINDER WS-LEAP-REMAINDER
                      IF WS-LEAP-REMAINDER = 0
                         DIVIDE WS-PERIOD-YEAR BY 400
                             GIVING WS-LEAP-QUOTIENT
                             REMAINDER WS-LEAP-REMAINDER
                         IF WS-LEAP-REMAINDER NOT = 0
                            MOVE 28 TO WS-PERIOD-MAX-DAY
                         END-IF
                      END-IF
                   END-IF
           END-EVALUATE

           IF WS-PERIOD-DAY < 1 OR WS-PERIOD-DAY > WS-PERIOD-MAX-DAY
              OR WS-PERIOD-YEAR = 0
              DISPLAY 'ERROR: PERIOD END DATE "' PC-PERIOD-END-DATE
                      '" ON DRAKEA-PAYCAL.TXT IS NOT A YYYYMMDD '
                      'DATE - NOTHING PAID'
              STOP RUN
           END-IF

           MOVE PC-FREQUENCY TO WS-PAY-FREQUENCY
           EVALUATE TRUE
               WHEN PAY-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
                   MOVE 'WEEKLY' TO WS-FREQUENCY-NAME
               WHEN PAY-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
                   MOVE 'BIWEEKLY' TO WS-FREQUENCY-NAME
               WHEN PAY-SEMIMONTHLY
                   MOVE 24 TO WS-PERIODS-PER-YEAR
                   MOVE 'SEMIMONTHLY' TO WS-FREQUENCY-NAME
               WHEN PAY-MONTHLY
                   MOVE 12 TO WS-PERIODS-PER-YEAR
                   MOVE 'MONTHLY' TO WS-FREQUENCY-NAME
               WHEN OTHER
                   DISPLAY 'ERROR: PAY FREQUENCY "' PC-FREQUENCY
                           '" ON DRAKEA-PAYCAL.TXT IS NOT W, B, S, '
                           'OR M - NOTHING PAID'
                   STOP RUN
           END-EVALUATE

      *    A BLANK LEAVE-PAY PERCENTAGE IS UNPAID LEAVE -- ONLY A
      *    MISTYPED ONE, OR ONE OVER 100, IS WORTH A WARNING.
           IF PC-LEAVE-PAY-PCT = SPACES
              CONTINUE
           ELSE
              IF PC-LEAVE-PAY-PCT IS NUMERIC
                 AND PC-LEAVE-PAY-PCT NOT > '100'
                 MOVE PC-LEAVE-PAY-PCT TO WS-LEAVE-PAY-PCT
              ELSE
                 DISPLAY 'WARNING: LEAVE-PAY PERCENTAGE "'
                         PC-LEAVE-PAY-PCT '" ON DRAKEA-PAYCAL.TXT '
                         'IS NOT 000-100 - LEAVE IS UNPAID THIS RUN'
              END-IF
           END-IF

           EVALUATE PC-PROOF-SW
               WHEN 'Y'
                   SET PROOF-RUN TO TRUE
               WHEN 'N'
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'WARNING: UNRECOGNIZED PROOF SWITCH "'
                           PC-PROOF-SW '" ON DRAKEA-PAYCAL.TXT - '
                           'ASSUMING N'
           END-EVALUATE
           .

      *    SAME LOAD AS THE SALARY RUN'S 156-LOAD-WAREHOUSE-TABLE: A
      *    MISSING FILE LEAVES THE TABLE EMPTY AND EVERY WAREHOUSE
      *    PRINTS AS NOT ON FILE -- LOUD, BUT EVERYONE STILL GETS
      *    PAID.
        156-LOAD-WAREHOUSE-TABLE.

           MOVE 0 TO WS-WHS-TABLE-COUNT
           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WHS-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: DRAKEA-WHS.TXT COULD NOT BE OPENED '
                      '(STATUS ' WHS-MASTER-STATUS ') - NO WAREHOUSE '
                      'NAMES LOADED'
           ELSE
              PERFORM UNTIL WHS-MASTER-EOF
                 READ WAREHOUSE-MASTER-FILE
                    AT END
                       SET WHS-MASTER-EOF TO TRUE
                    NOT AT END
                       IF WS-WHS-TABLE-COUNT < 20
                          ADD 1 TO WS-WHS-TABLE-COUNT
                          MOVE WH-CODE
                              TO WT-CODE(WS-WHS-TABLE-COUNT)
                          MOVE WH-NAME
                              TO WT-NAME(WS-WHS-TABLE-COUNT)
                          MOVE WH-REGION
                              TO WT-REGION(WS-WHS-TABLE-COUNT)
                          MOVE WH-OPEN-DATE
                              TO WT-OPEN-DATE(WS-WHS-TABLE-COUNT)
                          MOVE WH-CLOSE-DATE
                              TO WT-CLOSE-DATE(WS-WHS-TABLE-COUNT)
                       ELSE
                          DISPLAY 'WARNING: WAREHOUSE TABLE FULL - '
                                  'WAREHOUSE ' WH-CODE ' NOT LOADED'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WAREHOUSE-MASTER-FILE
           END-IF
           .

        160-SORT-EMPLOYEE-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-WAREHOUSE-ID
                                SW-EMPLOYEE-ID
               INPUT PROCEDURE 165-SORT-INPUT-PROCEDURE
               GIVING SORTED-EMPLOYEE-FILE
           .

      *    EVERY MASTER RECORD IS COUNTED INTO THE BALANCE AND
      *    RELEASED -- WHO IS ACTUALLY PAID IS DECIDED PER EMPLOYEE
      *    IN 300-PAY-ONE-EMPLOYEE, SO THE CONTROL TOTALS ALWAYS
      *    DESCRIBE THE WHOLE MASTER.  A MISSING MASTER PRODUCES AN
      *    EMPTY, UNBALANCED, LOUDLY FLAGGED RUN THAT POSTS NOTHING.
        165-SORT-INPUT-PROCEDURE.

           PERFORM 167-READ-MASTER-CONTROL

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF MASTER-FILE-STATUS = '00'
              SET MASTER-WAS-OPENED TO TRUE
           ELSE
              DISPLAY 'ERROR: DRAKEA-EMP.MST COULD NOT BE OPENED '
                      '(STATUS ' MASTER-FILE-STATUS ') - NO EMPLOYEES '
                      'PAID.  RUN DRAKLOAD TO BUILD THE MASTER.'
              SET RAW-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL RAW-FILE-EOF
              READ EMPLOYEE-MASTER-FILE
                 AT END
                    SET RAW-FILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ACTUAL-RECORD-COUNT
                    ADD MA-CURRENT-SALARY TO WS-ACTUAL-TOTAL-SALARY
                    RELEASE SORT-WORK-RECORD
                        FROM MASTER-EMPLOYEE-RECORD
              END-READ
           END-PERFORM

           IF MASTER-WAS-OPENED
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           .

        167-READ-MASTER-CONTROL.

           OPEN INPUT MASTER-CONTROL-FILE
           IF MASTER-CONTROL-STATUS = '00'
              READ MASTER-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CT-RECORD-COUNT TO WS-EXPECTED-RECORD-COUNT
                    MOVE CT-TOTAL-CURRENT-SALARY
                        TO WS-EXPECTED-TOTAL-SALARY
                    SET CONTROL-TOTALS-FOUND TO TRUE
              END-READ
              CLOSE MASTER-CONTROL-FILE
           END-IF
           .

      *    THE SAME CHECK THE SALARY RUN MAKES AGAINST THE CONTROL
      *    FILE DRAKLOAD, DRAKMNT, AND DRAKBACK LEAVE BESIDE THE
      *    MASTER.  MISSING CONTROL TOTALS COUNT AS OUT OF BALANCE.
        190-BALANCE-CONTROL-TOTALS.

           IF NOT CONTROL-TOTALS-FOUND
              MOVE 'N' TO RUN-BALANCED-SW
              DISPLAY 'WARNING: NO CONTROL TOTALS FOUND IN '
                      'DRAKEA-MST-CTL.TXT - RUN IS NOT BALANCED'
           ELSE
              IF WS-ACTUAL-RECORD-COUNT NOT = WS-EXPECTED-RECORD-COUNT
                 OR WS-ACTUAL-TOTAL-SALARY
                    NOT = WS-EXPECTED-TOTAL-SALARY
                 MOVE 'N' TO RUN-BALANCED-SW
                 DISPLAY 'WARNING: DRAKEA-EMP.MST OUT OF BALANCE -- '
                         'EXPECTED COUNT ' WS-EXPECTED-RECORD-COUNT
                         ' ACTUAL COUNT ' WS-ACTUAL-RECORD-COUNT
                         ' EXPECTED TOTAL ' WS-EXPECTED-TOTAL-SALARY
                         ' ACTUAL TOTAL ' WS-ACTUAL-TOTAL-SALARY
              END-IF
           END-IF
           .

      *    THE YEAR-TO-DATE FILE IS OPTIONAL -- STATUS '05' JUST
      *    MEANS THE FIRST-EVER PAY RUN CREATED IT.  ANY OTHER
      *    FAILURE MEANS NOTHING CAN BE POSTED, AND THE RUN DROPS TO
      *    A REGISTER-ONLY RUN AND SAYS SO; PAYROLL STILL GETS ITS
      *    REGISTER.  THE YEAR-END HISTORY IS APPENDED, NEVER
      *    TRUNCATED, LIKE EVERY OTHER PERMANENT FILE HERE.
        170-OPEN-YTD-FILES.

           OPEN I-O YTD-EARNINGS-FILE
           IF YTD-STATUS = '00' OR YTD-STATUS = '05'
              SET POSTING-IS-ACTIVE TO TRUE
              MOVE 'POSTING' TO PH2-MODE
              OPEN EXTEND YTD-HISTORY-FILE
              IF YTD-HISTORY-STATUS = '00'
                 OR YTD-HISTORY-STATUS = '05'
                 SET HISTORY-IS-ACTIVE TO TRUE
              ELSE
                 DISPLAY 'WARNING: DRAKEA-YTD-HIST.TXT COULD NOT BE '
                         'OPENED FOR EXTEND (STATUS '
                         YTD-HISTORY-STATUS ') - NO PRIOR YEAR WILL '
                         'BE CLOSED OUT THIS RUN'
              END-IF
           ELSE
              MOVE 'NOT POSTED' TO PH2-MODE
              DISPLAY 'WARNING: DRAKEA-YTD.MST COULD NOT BE OPENED '
                      'I-O (STATUS ' YTD-STATUS ') - REGISTER ONLY, '
                      'NOTHING POSTED'
           END-IF
           .

        200-HEADER-ROUTINE.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO PH1-PAGE
           MOVE 0 TO WS-LINE-COUNT

           WRITE PAY-REGISTER-RECORD FROM PAY-HEADING-ONE
               AFTER ADVANCING PAGE
           ADD 1 TO WS-LINE-COUNT

           MOVE 2 TO PROPER-SPACING
           WRITE PAY-REGISTER-RECORD FROM PAY-HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           .

        250-PROCESS-EMPLOYEE-DATA.

           PERFORM UNTIL NO-MORE-DATA
              READ SORTED-EMPLOYEE-FILE
                 AT END
                    MOVE 'N' TO EOF-FLAG
                 NOT AT END
                    PERFORM 300-PAY-ONE-EMPLOYEE
              END-READ
           END-PERFORM
           .

      *    DECIDES WHETHER THE EMPLOYEE IS PAID THIS PERIOD AND HOW.
      *    THE WAREHOUSE CONTROL BREAK IS ONLY TAKEN FOR SOMEONE
      *    ACTUALLY ON THE REGISTER, SO A WAREHOUSE WITH NOBODY TO
      *    PAY GETS NO EMPTY PAGE.
        300-PAY-ONE-EMPLOYEE.

           EVALUATE TRUE
               WHEN EMPLOYEE-TERMINATED
                   MOVE 'N' TO PAY-CLASS-SW
                   ADD 1 TO WS-TERMINATED-COUNT
               WHEN HIRE-DATE IS NUMERIC
                AND HIRE-DATE > WS-PERIOD-END-DATE
                   MOVE 'N' TO PAY-CLASS-SW
                   ADD 1 TO WS-NOT-HIRED-COUNT
               WHEN EMPLOYEE-ON-LEAVE
                   MOVE 'L' TO PAY-CLASS-SW
               WHEN OTHER
                   MOVE 'A' TO PAY-CLASS-SW
           END-EVALUATE

           IF NOT PAY-NOT-DUE
              IF FIRST-RECORD = 'YES'
                 MOVE 'NO' TO FIRST-RECORD
                 MOVE WAREHOUSE-ID TO WS-WAREHOUSE-HOLD
                 PERFORM 200-HEADER-ROUTINE
                 PERFORM 500-PRINT-WAREHOUSE-HEADER
              ELSE
                 IF WAREHOUSE-ID NOT = WS-WAREHOUSE-HOLD
                    PERFORM 450-WAREHOUSE-BREAK
                    MOVE WAREHOUSE-ID TO WS-WAREHOUSE-HOLD
                    PERFORM 200-HEADER-ROUTINE
                    PERFORM 500-PRINT-WAREHOUSE-HEADER
                 END-IF
              END-IF

              IF PAY-AS-LEAVE
                 PERFORM 325-COMPUTE-LEAVE-PAY
              ELSE
                 PERFORM 320-COMPUTE-ACTIVE-PAY
              END-IF

              PERFORM 330-PRINT-PAY-LINE
              PERFORM 335-ACCUMULATE-PAY

              IF POSTING-IS-ACTIVE
                 PERFORM 340-POST-YEAR-TO-DATE
              END-IF
           END-IF
           .

      *    A FULL PERIOD'S PAY: ONE PERIOD'S SHARE OF EACH ANNUAL
      *    FIGURE.  NOTHING IS UNCOLLECTED FOR A WORKING EMPLOYEE.
        320-COMPUTE-ACTIVE-PAY.

           COMPUTE PY-GROSS-PAY ROUNDED =
               CURRENT-SALARY / WS-PERIODS-PER-YEAR
           COMPUTE PY-UNION-DUES ROUNDED =
               UNION-DUES / WS-PERIODS-PER-YEAR
           COMPUTE PY-INSURANCE ROUNDED =
               INSURANCE / WS-PERIODS-PER-YEAR
           MOVE 0 TO PY-INS-UNCOLLECTED
           COMPUTE PY-NET-PAY =
               PY-GROSS-PAY - PY-UNION-DUES - PY-INSURANCE
           .

      *    LEAVE PAY IS THE CARD'S PERCENTAGE OF A NORMAL PERIOD'S
      *    GROSS.  NO DUES ON LEAVE.  THE PREMIUM IS WITHHELD ONLY
      *    AS FAR AS THE LEAVE PAY GOES -- NET PAY NEVER GOES BELOW
      *    ZERO -- AND THE REST IS CARRIED AS UNCOLLECTED.
        325-COMPUTE-LEAVE-PAY.

           COMPUTE PY-GROSS-PAY ROUNDED =
               CURRENT-SALARY * WS-LEAVE-PAY-PCT
               / (WS-PERIODS-PER-YEAR * 100)
           MOVE 0 TO PY-UNION-DUES
           COMPUTE PY-INSURANCE-DUE ROUNDED =
               INSURANCE / WS-PERIODS-PER-YEAR
           IF PY-INSURANCE-DUE > PY-GROSS-PAY
              MOVE PY-GROSS-PAY TO PY-INSURANCE
              COMPUTE PY-INS-UNCOLLECTED =
                  PY-INSURANCE-DUE - PY-GROSS-PAY
           ELSE
              MOVE PY-INSURANCE-DUE TO PY-INSURANCE
              MOVE 0 TO PY-INS-UNCOLLECTED
           END-IF
           COMPUTE PY-NET-PAY = PY-GROSS-PAY - PY-INSURANCE
           .

        330-PRINT-PAY-LINE.

           MOVE EMPLOYEE-ID TO PD-EMPLOYEE-ID
           MOVE LAST-NAME TO PD-LAST-NAME
           MOVE FIRST-NAME TO PD-FIRST-NAME
           MOVE EMPLOYEE-POSITION TO PD-POSITION
           MOVE PY-GROSS-PAY TO PD-GROSS-PAY
           MOVE PY-UNION-DUES TO PD-UNION-DUES
           MOVE PY-INSURANCE TO PD-INSURANCE
           MOVE PY-NET-PAY TO PD-NET-PAY
           IF PAY-AS-LEAVE
              MOVE 'LEAVE' TO PD-STATUS
              IF PY-INS-UNCOLLECTED > 0
                 MOVE 'INS SHORT' TO PD-NOTE
              ELSE
                 MOVE SPACES TO PD-NOTE
              END-IF
           ELSE
              MOVE 'ACTIVE' TO PD-STATUS
              MOVE SPACES TO PD-NOTE
           END-IF

           MOVE 1 TO PROPER-SPACING
           MOVE PAY-DETAIL-LINE TO PAY-REGISTER-RECORD
           PERFORM 350-WRITE-A-LINE
           .

        335-ACCUMULATE-PAY.

           ADD 1 TO TF-PAID-COUNT
           IF PAY-AS-LEAVE
              ADD 1 TO TF-LEAVE-COUNT
           END-IF
           ADD PY-GROSS-PAY TO TF-GROSS-PAY
           ADD PY-UNION-DUES TO TF-UNION-DUES
           ADD PY-INSURANCE TO TF-INSURANCE
           ADD PY-NET-PAY TO TF-NET-PAY
           ADD PY-INS-UNCOLLECTED TO TF-INS-UNCOLLECTED
           .

      *    POSTS THE PERIOD TO THE EMPLOYEE'S YEAR-TO-DATE ROW,
      *    CREATING IT ON THE EMPLOYEE'S FIRST-EVER PAY.  THREE
      *    GUARDS, IN ORDER:
      *      - A ROW ALREADY IN A LATER TAX YEAR MEANS THIS PERIOD IS
      *        BEING PAID LATE, AFTER THE NEW YEAR WAS OPENED -- IT
      *        CANNOT BE POSTED WITHOUT REOPENING A CLOSED YEAR, SO
      *        IT IS REFUSED AND CALLED OUT FOR PAYROLL.
      *      - A ROW WHOSE LAST PERIOD POSTED IS THIS PERIOD OR LATER
      *        HAS ALREADY HAD IT -- A RERUN -- AND IS LEFT ALONE.
      *      - A ROW STILL IN AN EARLIER TAX YEAR IS CLOSED OUT TO
      *        THE YEAR-END HISTORY AND STARTS THE NEW YEAR AT ZERO.
        340-POST-YEAR-TO-DATE.

           MOVE 'N' TO YTD-FOUND-SW
           MOVE EMPLOYEE-ID TO YT-EMPLOYEE-ID
           READ YTD-EARNINGS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET YTD-ROW-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN YTD-ROW-FOUND
                AND YT-TAX-YEAR > WS-PERIOD-YEAR
                   ADD 1 TO WS-LATER-YEAR-COUNT
                   DISPLAY 'WARNING: EMPLOYEE ' EMPLOYEE-ID ' IS '
                           'ALREADY POSTED IN TAX YEAR ' YT-TAX-YEAR
                           ' - PERIOD ' WS-PERIOD-END-DATE ' NOT '
                           'POSTED'
               WHEN YTD-ROW-FOUND
                AND YT-TAX-YEAR = WS-PERIOD-YEAR
                AND YT-LAST-PERIOD-END NOT < WS-PERIOD-END-DATE
                   ADD 1 TO WS-ALREADY-POSTED-COUNT
               WHEN NOT YTD-ROW-FOUND
                   PERFORM 342-START-NEW-YTD-ROW
                   PERFORM 348-ADD-PERIOD-TO-YTD
               WHEN OTHER
                   MOVE 'Y' TO YTD-POST-OK-SW
                   IF YT-TAX-YEAR < WS-PERIOD-YEAR
                      PERFORM 345-CLOSE-OUT-PRIOR-YEAR
                   END-IF
                   IF YTD-POST-OK
                      PERFORM 348-ADD-PERIOD-TO-YTD
                   END-IF
           END-EVALUATE
           .

        342-START-NEW-YTD-ROW.

           MOVE SPACES TO YTD-EARNINGS-RECORD
           MOVE EMPLOYEE-ID TO YT-EMPLOYEE-ID
           MOVE WS-PERIOD-YEAR TO YT-TAX-YEAR
           MOVE 0 TO YT-LAST-PERIOD-END
           PERFORM 347-ZERO-YTD-ACCUMULATORS
           .

      *    THE CLOSED YEAR GOES TO THE HISTORY FILE EXACTLY AS IT
      *    STOOD -- THE W-2 FIGURES -- BEFORE THE ROW IS ZEROED FOR
      *    THE NEW YEAR.  WITHOUT THE HISTORY FILE THE RESET WOULD
      *    DESTROY THEM, SO THE ROW IS LEFT UNTOUCHED AND THE PERIOD
      *    IS NOT POSTED; A RERUN ONCE THE FILE IS BACK PICKS IT UP.
        345-CLOSE-OUT-PRIOR-YEAR.

           IF HISTORY-IS-ACTIVE
              WRITE YTD-HISTORY-RECORD FROM YTD-EARNINGS-RECORD
              ADD 1 TO WS-YEAR-CLOSED-COUNT
              MOVE WS-PERIOD-YEAR TO YT-TAX-YEAR
              PERFORM 347-ZERO-YTD-ACCUMULATORS
           ELSE
              MOVE 'N' TO YTD-POST-OK-SW
              ADD 1 TO WS-NOT-CLOSED-COUNT
              DISPLAY 'WARNING: TAX YEAR ' YT-TAX-YEAR ' FOR EMPLOYEE '
                      EMPLOYEE-ID ' CANNOT BE CLOSED OUT - NO YEAR-END '
                      'HISTORY FILE.  PERIOD NOT POSTED.'
           END-IF
           .

        347-ZERO-YTD-ACCUMULATORS.

           MOVE 0 TO YT-PERIODS-PAID
           MOVE 0 TO YT-GROSS-PAY
           MOVE 0 TO YT-UNION-DUES
           MOVE 0 TO YT-INSURANCE
           MOVE 0 TO YT-NET-PAY
           MOVE 0 TO YT-INS-UNCOLLECTED
           .

      *    ADDS THE PERIOD TO THE ROW IN HAND AND WRITES IT BACK --
      *    REWRITE WHEN IT WAS READ, WRITE WHEN IT IS NEW.
        348-ADD-PERIOD-TO-YTD.

           MOVE WAREHOUSE-ID TO YT-WAREHOUSE-ID
           MOVE WS-PERIOD-END-DATE TO YT-LAST-PERIOD-END
           ADD 1 TO YT-PERIODS-PAID
           ADD PY-GROSS-PAY TO YT-GROSS-PAY
           ADD PY-UNION-DUES TO YT-UNION-DUES
           ADD PY-INSURANCE TO YT-INSURANCE
           ADD PY-NET-PAY TO YT-NET-PAY
           ADD PY-INS-UNCOLLECTED TO YT-INS-UNCOLLECTED
           IF YTD-ROW-FOUND
              REWRITE YTD-EARNINGS-RECORD
                 INVALID KEY
                    DISPLAY 'WARNING: YTD REWRITE FAILED FOR '
                            'EMPLOYEE ' EMPLOYEE-ID
                            ' (STATUS ' YTD-STATUS ')'
                 NOT INVALID KEY
                    ADD 1 TO WS-POSTED-COUNT
              END-REWRITE
           ELSE
              WRITE YTD-EARNINGS-RECORD
                 INVALID KEY
                    DISPLAY 'WARNING: YTD WRITE FAILED FOR '
                            'EMPLOYEE ' EMPLOYEE-ID
                            ' (STATUS ' YTD-STATUS ')'
                 NOT INVALID KEY
                    ADD 1 TO WS-POSTED-COUNT
              END-WRITE
           END-IF
           .

      *    SAME SAVE/RESTORE AS THE SALARY RUN'S 350-WRITE-A-LINE --
      *    A PAGE BREAK MID-WRITE REUSES THE RECORD AREA AND THE
      *    SPACING FOR ITS OWN HEADINGS.
        350-WRITE-A-LINE.

           MOVE PAY-REGISTER-RECORD TO WS-LINE-HOLD
           MOVE PROPER-SPACING TO WS-SPACING-HOLD
           PERFORM 355-CHECK-PAGE-OVERFLOW
           MOVE WS-LINE-HOLD TO PAY-REGISTER-RECORD
           MOVE WS-SPACING-HOLD TO PROPER-SPACING

           WRITE PAY-REGISTER-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
           .

        355-CHECK-PAGE-OVERFLOW.

           IF WS-LINE-COUNT + PROPER-SPACING > WS-LINES-PER-PAGE
              PERFORM 200-HEADER-ROUTINE
              PERFORM 500-PRINT-WAREHOUSE-HEADER
           END-IF
           .

        450-WAREHOUSE-BREAK.

           MOVE 'WAREHOUSE TOTAL - ' TO PT-LABEL
           MOVE TF-PAID-COUNT TO PT-PAID-COUNT
           MOVE TF-GROSS-PAY TO PT-GROSS-PAY
           MOVE TF-UNION-DUES TO PT-UNION-DUES
           MOVE TF-INSURANCE TO PT-INSURANCE
           MOVE TF-NET-PAY TO PT-NET-PAY
           MOVE 3 TO PROPER-SPACING
           MOVE PAY-TOTAL-LINE TO PAY-REGISTER-RECORD
           PERFORM 350-WRITE-A-LINE

           IF TF-LEAVE-COUNT > 0
              MOVE TF-LEAVE-COUNT TO PL-LEAVE-COUNT
              MOVE TF-INS-UNCOLLECTED TO PL-INS-UNCOLLECTED
              MOVE 1 TO PROPER-SPACING
              MOVE PAY-LEAVE-LINE TO PAY-REGISTER-RECORD
              PERFORM 350-WRITE-A-LINE
           END-IF

           ADD TF-PAID-COUNT TO GT-PAID-COUNT
           ADD TF-LEAVE-COUNT TO GT-LEAVE-COUNT
           ADD TF-GROSS-PAY TO GT-GROSS-PAY
           ADD TF-UNION-DUES TO GT-UNION-DUES
           ADD TF-INSURANCE TO GT-INSURANCE
           ADD TF-NET-PAY TO GT-NET-PAY
           ADD TF-INS-UNCOLLECTED TO GT-INS-UNCOLLECTED

           MOVE 0 TO TF-PAID-COUNT
           MOVE 0 TO TF-LEAVE-COUNT
           MOVE 0 TO TF-GROSS-PAY
           MOVE 0 TO TF-UNION-DUES
           MOVE 0 TO TF-INSURANCE
           MOVE 0 TO TF-NET-PAY
           MOVE 0 TO TF-INS-UNCOLLECTED
           .

        500-PRINT-WAREHOUSE-HEADER.

           PERFORM 505-LOOKUP-WAREHOUSE-NAME

           WRITE PAY-REGISTER-RECORD FROM PAY-HEADING-THREE
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           WRITE PAY-REGISTER-RECORD FROM PAY-HEADING-FOUR
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           .

        505-LOOKUP-WAREHOUSE-NAME.

           MOVE 'N' TO WHS-FOUND-SW
           MOVE WS-WAREHOUSE-HOLD TO PH3-WAREHOUSE-ID
           MOVE 'NOT ON FILE' TO PH3-WAREHOUSE-NAME
           MOVE 'UNK' TO PH3-REGION
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WS-WHS-TABLE-COUNT
              IF WT-CODE(WT-IDX) = WS-WAREHOUSE-HOLD
                 MOVE WT-NAME(WT-IDX) TO PH3-WAREHOUSE-NAME
                 MOVE WT-REGION(WT-IDX) TO PH3-REGION
                 SET WHS-CODE-FOUND TO TRUE
                 SET WT-IDX TO WS-WHS-TABLE-COUNT
              END-IF
           END-PERFORM
           .

      *    THE LAST WAREHOUSE IS CLOSED OUT ONLY IF ANYBODY WAS PAID
      *    -- AN EMPTY PAYROLL STILL PRODUCES A REGISTER THAT SAYS SO.
        550-END-OF-JOB-ROUTINE.

           IF FIRST-RECORD NOT = 'YES'
              PERFORM 450-WAREHOUSE-BREAK
           END-IF
           PERFORM 560-COMPANY-TOTAL-ROUTINE
           .

        560-COMPANY-TOTAL-ROUTINE.

           PERFORM 200-HEADER-ROUTINE

           IF FIRST-RECORD = 'YES'
              MOVE 3 TO PROPER-SPACING
              MOVE PAY-NONE-LINE TO PAY-REGISTER-RECORD
              PERFORM 350-WRITE-A-LINE
           END-IF

           MOVE 3 TO PROPER-SPACING
           MOVE PAY-COMPANY-HEADING TO PAY-REGISTER-RECORD
           PERFORM 350-WRITE-A-LINE

           MOVE 'COMPANY TOTAL   - ' TO PT-LABEL
           MOVE GT-PAID-COUNT TO PT-PAID-COUNT
           MOVE GT-GROSS-PAY TO PT-GROSS-PAY
           MOVE GT-UNION-DUES TO PT-UNION-DUES
           MOVE GT-INSURANCE TO PT-INSURANCE
           MOVE GT-NET-PAY TO PT-NET-PAY
           MOVE 2 TO PROPER-SPACING
           MOVE PAY-TOTAL-LINE TO PAY-REGISTER-RECORD
           PERFORM 350-WRITE-A-LINE

           MOVE GT-LEAVE-COUNT TO PL-LEAVE-COUNT
           MOVE GT-INS-UNCOLLECTED TO PL-INS-UNCOLLECTED
           MOVE 1 TO PROPER-SPACING
           MOVE PAY-LEAVE-LINE TO PAY-REGISTER-RECORD
           PERFORM 350-WRITE-A-LINE

           MOVE WS-TERMINATED-COUNT TO PN-TERMINATED
           MOVE WS-NOT-HIRED-COUNT TO PN-NOT-HIRED
           MOVE 2 TO PROPER-SPACING
           MOVE PAY-NOT-PAID-LINE TO PAY-REGISTER-RECORD
           PERFORM 350-WRITE-A-LINE

           MOVE SPACES TO PP-TEXT
           EVALUATE TRUE
               WHEN POSTING-IS-ACTIVE
                   MOVE WS-POSTED-COUNT TO WS-COUNT-ED
                   STRING WS-COUNT-ED DELIMITED BY SIZE
                          ' EMPLOYEE(S) POSTED TO DRAKEA-YTD.MST'
                          DELIMITED BY SIZE
                          INTO PP-TEXT
               WHEN PROOF-RUN
                   MOVE 'NOT POSTED - PROOF REGISTER' TO PP-TEXT
               WHEN OTHER
                   MOVE 'NOT POSTED - SEE THE JOB LOG' TO PP-TEXT
           END-EVALUATE
           MOVE 2 TO PROPER-SPACING
           MOVE PAY-POSTING-LINE TO PAY-REGISTER-RECORD
           PERFORM 350-WRITE-A-LINE
           .

        600-EOF-ROUTINE.

           PERFORM 550-END-OF-JOB-ROUTINE

           IF POSTING-IS-ACTIVE
              CLOSE YTD-EARNINGS-FILE
           END-IF
           IF HISTORY-IS-ACTIVE
              CLOSE YTD-HISTORY-FILE
           END-IF

           IF WS-ALREADY-POSTED-COUNT > 0
              MOVE WS-ALREADY-POSTED-COUNT TO WS-COUNT-ED
              DISPLAY 'WARNING: PERIOD ' WS-PERIOD-END-DATE ' WAS '
                      'ALREADY POSTED FOR ' WS-COUNT-ED ' EMPLOYEE(S) '
                      '- THOSE WERE NOT POSTED AGAIN'
           END-IF

           MOVE GT-PAID-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKPAY: ' WS-COUNT-ED ' EMPLOYEE(S) PAID'
           MOVE GT-LEAVE-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKPAY: ' WS-COUNT-ED ' OF THEM ON LEAVE'
           MOVE WS-POSTED-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKPAY: ' WS-COUNT-ED ' POSTED TO YEAR-TO-DATE'
           MOVE WS-YEAR-CLOSED-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKPAY: ' WS-COUNT-ED ' PRIOR TAX YEAR(S) '
                   'CLOSED OUT'
           MOVE WS-NOT-CLOSED-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKPAY: ' WS-COUNT-ED ' NOT POSTED - PRIOR YEAR '
                   'COULD NOT BE CLOSED OUT'
           MOVE WS-LATER-YEAR-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKPAY: ' WS-COUNT-ED ' REFUSED - LATER TAX '
                   'YEAR ALREADY OPEN'

           CLOSE SORTED-EMPLOYEE-FILE
               PAY-REGISTER-FILE
           STOP RUN
           .
