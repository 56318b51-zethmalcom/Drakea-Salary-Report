                ASSIGN TO 'DRAKEA-RUNLOG.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-LOG-STATUS.
            SELECT APPROVAL-REQUEST-FILE
                ASSIGN TO 'DRAKEA-APPRQ.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS APPROVAL-REQ-STATUS.
            SELECT APPROVAL-CARD-FILE
                ASSIGN TO 'DRAKEA-APPROVE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS APPROVAL-CARD-STATUS.
            SELECT RETRO-REPORT-FILE
                ASSIGN TO 'DRAKEA-RETRO.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RETRO-PAY-FILE
                ASSIGN TO 'DRAKEA-RETRO-PAY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LETTER-FILE
                ASSIGN TO PRINTER 'DRAKEA-LTR.TXT'.

        DATA DIVISION.
        FILE SECTION.
      *    12-15 WAREHOUSE SELECT ('ALL ' OR BLANK = EVERY WAREHOUSE),
      *    17 PROOF SWITCH ('Y' = REPORT-ONLY PROOF), 19-26 AS-OF RUN
      *    DATE (YYYYMMDD, BLANK OR ZERO = SYSTEM DATE), 28-30
      *    OVERDUE-INCREASE AGING THRESHOLD IN MONTHS (BLANK = 24),
      *    32-39 REQUESTER ID -- WHO IS ASKING FOR A PROOF RUN'S
      *    FIGURES TO BE APPROVED FOR APPLY (SEE 582-WRITE-APPROVAL-
      *    REQUEST).
        01  RUN-PARM-RECORD.
            05  PM-RUN-MODE             PIC X(6).
                88  RUN-MODE-APPLY                    VALUE 'APPLY '.
            05  PM-AS-OF-DATE           PIC X(8).
            05  FILLER                  PIC X(1).
            05  PM-AGE-MONTHS           PIC X(3).
            05  FILLER                  PIC X(1).
            05  PM-REQUESTER-ID         PIC X(8).
            05  FILLER                  PIC X(41).

      *    UPDATED EMPLOYEE MASTER WRITTEN ONLY ON AN 'APPLY ' RUN --
      *    SAME 93-CHARACTER EMPLOYEE-RECORD LAYOUT AS THE INPUT, WITH
      *    BAD CYCLE ON THE MASTER.  EXCEPTION AND ALREADY-APPLIED
      *    RECORDS PASS THROUGH THE APPLY UNCHANGED AND SO LEAVE NO
      *    JOURNAL ROW -- THERE IS NOTHING TO REVERSE FOR THEM.
      *
      *    BJ-RETRO-* CARRY THE RETROACTIVE PAY A BACK-DATED APPLY
      *    SENT TO PAYROLL FOR THE EMPLOYEE (SEE 346-COMPUTE-RETRO-
      *    PAY) -- ZEROS WHEN THE CYCLE WAS NOT BACK-DATED -- SO A
      *    BACKOUT CAN HAND PAYROLL THE SAME AMOUNTS TO TAKE BACK.
      *    ROWS WRITTEN BEFORE THESE FIELDS EXISTED READ BACK WITH
      *    THEM BLANK.
        FD   BACKOUT-JOURNAL-FILE
            RECORD CONTAINS 75 CHARACTERS.

        01  BACKOUT-JOURNAL-RECORD.
            05  BJ-CYCLE-DATE           PIC 9(8).
            05  BJ-PRIOR-UNION-DUES     PIC 999.
            05  BJ-PRIOR-INSURANCE      PIC 999V99.
            05  BJ-PRIOR-LAST-PAY-INCR  PIC 999999999.
            05  BJ-RETRO-FROM-DATE      PIC 9(8).
            05  BJ-RETRO-MONTHS         PIC 9(3).
            05  BJ-RETRO-SALARY         PIC 9(6)V99.
            05  BJ-RETRO-DUES           PIC 9(5)V99.
            05  BJ-RETRO-INSURANCE      PIC 9(5)V99.

      *    PER-EMPLOYEE REMITTANCE INTERFACE EXTRACTS -- ONE FOR THE
      *    UNION LOCAL (INCREASED DUES), ONE FOR THE INSURANCE CARRIER
      *    (THE CHECK ONLY RUNS FROM SCRATCH).  RL-CLEAN-EOF IS 'Y'
      *    BY CONSTRUCTION -- THE RECORD IS WRITTEN FROM
      *    600-EOF-ROUTINE, WHICH ONLY A CLEAN RUN REACHES.
      *
      *    RL-APPROVAL-STATUS: 'Q' WHEN A PROOF WROTE AN APPROVAL
      *    REQUEST, 'A' FOR AN APPLY THAT RAN UNDER AN APPROVAL, 'R'
      *    FOR AN APPLY REFUSED AND RUN REPORT-ONLY, SPACE OTHERWISE.
      *    RL-APPROVAL-NOTE CARRIES THE REQUESTER, THE APPROVER, OR
      *    THE REFUSAL REASON TO GO WITH IT.  ROWS WRITTEN BEFORE
      *    THESE FIELDS EXISTED READ BACK WITH BOTH BLANK.
        FD   RUN-LOG-FILE
            RECORD CONTAINS 120 CHARACTERS.

        01  RUN-LOG-RECORD.
            05  RL-RUN-DATE             PIC 9(8).
            05  RL-ACTUAL-SALARY        PIC 9(9)V99.
            05  RL-BALANCED             PIC X.
            05  RL-CLEAN-EOF            PIC X.
            05  RL-APPROVAL-STATUS      PIC X.
            05  RL-APPROVAL-NOTE        PIC X(36).

      *    APPROVAL REQUEST -- REWRITTEN BY EVERY FULL-CYCLE, BALANCED
      *    PROOF RUN THAT NAMES A REQUESTER ON THE RUN-CONTROL CARD
      *    (582-WRITE-APPROVAL-REQUEST): ONE 'REQ' ROW WITH THE AS-OF
      *    DATE, WAREHOUSE SELECT, REQUESTER, THE DATE AND TIME THE
      *    PROOF ACTUALLY RAN (THE STAMP THE APPROVER SIGNS AGAINST),
      *    AND THE PROJECTED COMPANY TOTALS, FOLLOWED BY ONE 'RAT' ROW
      *    PER RAISE-RATE ROW THE PROOF RAN WITH, IMAGE FOR IMAGE.  AN
      *    APPLY READS IT BACK IN 178-READ-APPROVAL-REQUEST.
        FD   APPROVAL-REQUEST-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  APPROVAL-REQUEST-RECORD.
            05  AQ-RECORD-TYPE          PIC X(3).
                88  AQ-REQUEST-ROW                    VALUE 'REQ'.
                88  AQ-RATE-ROW                       VALUE 'RAT'.
            05  AQ-RUN-DATE             PIC 9(8).
            05  AQ-WAREHOUSE-SELECT     PIC X(4).
            05  AQ-REQUESTER-ID         PIC X(8).
            05  AQ-REQUEST-DATE         PIC 9(8).
            05  AQ-REQUEST-TIME         PIC 9(6).
            05  AQ-HEADCOUNT            PIC 9(5).
            05  AQ-TOTAL-CURRENT        PIC 9(7)V99.
            05  AQ-TOTAL-UNION          PIC 9(6)V99.
            05  AQ-TOTAL-INSURANCE      PIC 9(6)V99.
            05  AQ-RATE-COUNT           PIC 9(3).
            05  FILLER                  PIC X(10).

        01  APPROVAL-RATE-RECORD.
            05  AR-RECORD-TYPE          PIC X(3).
            05  AR-RATE-ROW             PIC X(14).
            05  FILLER                  PIC X(63).

      *    APPROVAL SIGN-OFF CARD -- KEYED BY THE APPROVER, WHO MUST
      *    NOT BE THE REQUESTER.  COLUMNS 1-8 'APPROVED', 10-17
      *    APPROVER ID, 19-26 AND 28-33 THE REQUEST DATE AND TIME
      *    BEING APPROVED, AS DISPLAYED BY THE PROOF RUN THAT WROTE
      *    THE REQUEST.  NAMING THE STAMP MEANS A CARD SIGNED FOR ONE
      *    PROOF CANNOT CARRY OVER TO A LATER PROOF'S REQUEST.  THE
      *    CARD IS CONSUMED BY THE APPLY IT AUTHORIZED, LIKE
      *    DRAKLOAD'S OVERRIDE CARD, SO ONE SIGNATURE BUYS ONE APPLY.
        FD   APPROVAL-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  APPROVAL-CARD-RECORD.
            05  AC-KEYWORD              PIC X(8).
            05  FILLER                  PIC X(1).
            05  AC-APPROVER-ID          PIC X(8).
            05  FILLER                  PIC X(1).
            05  AC-REQUEST-DATE         PIC X(8).
            05  FILLER                  PIC X(1).
            05  AC-REQUEST-TIME         PIC X(6).
            05  FILLER                  PIC X(47).

      *    RETROACTIVE PAY REPORT AND PAYROLL INTERFACE -- PRODUCED
      *    ONLY BY AN APPLY WHOSE AS-OF DATE IS EARLIER THAN THE DAY
      *    IT ACTUALLY RUNS, WHEN THE RAISES TAKE EFFECT IN ARREARS.
      *    ONE REPORT LINE PER EMPLOYEE INCREASED, WITH THE DATE THEIR
      *    BACK PAY RUNS FROM, THE WHOLE MONTHS OWED, AND THE SALARY,
      *    DUES, AND INSURANCE DIFFERENCES OVER THOSE MONTHS; THE
      *    INTERFACE CARRIES THE SAME FIGURES AS 'DTL' ROWS BETWEEN AN
      *    'HDR' (EFFECTIVE AND RUN DATES) AND A 'TRL' (COUNT AND
      *    MONEY TOTALS), THE SAME CONTROL CONVENTION AS THE
      *    REMITTANCE EXTRACTS, SO PAYROLL CAN BALANCE WHAT WE SENT
      *    INSTEAD OF WORKING IT OUT BY HAND FROM THE BACKOUT JOURNAL.
        FD   RETRO-REPORT-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  RETRO-REPORT-RECORD         PIC X(80).

        FD   RETRO-PAY-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  RETRO-PAY-RECORD            PIC X(80).

      *    EMPLOYEE SALARY LETTERS -- ONE PRINTED PAGE PER EMPLOYEE,
      *    IN WAREHOUSE BUNDLES, EACH BUNDLE LED BY A COVER SHEET
      *    NAMING THE WAREHOUSE SO IT CAN GO STRAIGHT TO THAT
      *    WAREHOUSE'S MANAGER.  WRITTEN ONLY BY AN APPROVED APPLY --
      *    SEE 176-OPEN-APPLY-FILES AND 341-START-LETTER.
        FD    LETTER-FILE
             RECORD CONTAINS 80 CHARACTERS.

        01  LETTER-RECORD               PIC X(80).

        WORKING-STORAGE SECTION.

               88  GLMAP-FILE-EOF                    VALUE 'Y'.
           05  GLMAP-FOUND-SW          PIC X         VALUE 'N'.
               88  GL-ACCOUNT-FOUND                  VALUE 'Y'.
           05  APPROVAL-REQ-STATUS     PIC XX.
           05  APPROVAL-CARD-STATUS    PIC XX.
           05  APPROVAL-EOF-FLAG       PIC X         VALUE 'N'.
               88  APPROVAL-FILE-EOF                 VALUE 'Y'.
           05  APPROVAL-REQ-SW         PIC X         VALUE 'N'.
               88  APPROVAL-REQUEST-FOUND            VALUE 'Y'.
           05  APPROVAL-CARD-SW        PIC X         VALUE 'N'.
               88  APPROVAL-CARD-FOUND               VALUE 'Y'.
           05  APPROVED-RATES-SW       PIC X         VALUE 'N'.
               88  APPROVED-RATES-MATCH              VALUE 'Y'.
           05  PROJECT-EOF-FLAG        PIC X         VALUE 'N'.
               88  PROJECT-FILE-EOF                  VALUE 'Y'.
           05  RETRO-ACTIVE-SW         PIC X         VALUE 'N'.
               88  RETRO-IS-ACTIVE                   VALUE 'Y'.
           05  LETTER-ACTIVE-SW        PIC X         VALUE 'N'.
               88  LETTERS-ARE-ACTIVE                VALUE 'Y'.
           05  RAISE-CAPPED-SW         PIC X         VALUE 'N'.
               88  RAISE-IS-CAPPED                   VALUE 'Y'.

      *    HR TRAILER-RECORD BALANCING TOTALS -- ACCUMULATED IN
      *    165-SORT-INPUT-PROCEDURE AS THE RAW EXTRACT IS READ, THEN
           05  AT-TOTAL-CURRENT-SALARY    PIC 9(9)V99.
           05  FILLER                     PIC X(72)    VALUE SPACES.

      *    TWO-PERSON APPROVAL BOOKKEEPING.  THE WS-APPROVED-* FIELDS
      *    HOLD THE REQUEST AS READ BACK BY AN APPLY; WS-PROJECTED-*
      *    ARE THE APPLY'S OWN TOTALS FROM ITS PRE-PASS OVER THE
      *    SORTED FILE (180-PROJECT-APPLY-TOTALS), WHICH MUST MATCH
      *    THE APPROVED ONES TO THE PENNY BEFORE ANYTHING IS WRITTEN.
      *    WS-APPROVAL-STATUS/NOTE GO TO THE RUN LOG AS THEY STAND.
        01  APPROVAL-FIELDS.
           05  WS-REQUESTER-ID            PIC X(8)     VALUE SPACES.
           05  WS-APPROVAL-STATUS         PIC X        VALUE SPACE.
               88  APPLY-APPROVED                      VALUE 'A'.
               88  APPLY-REFUSED                       VALUE 'R'.
               88  APPROVAL-REQUESTED                  VALUE 'Q'.
           05  WS-APPROVAL-NOTE           PIC X(36)    VALUE SPACES.
           05  WS-APPROVAL-SUB            PIC 9(3)     VALUE 0.
           05  WS-APPROVED-RUN-DATE       PIC 9(8)     VALUE 0.
           05  WS-APPROVED-WAREHOUSE      PIC X(4)     VALUE SPACES.
           05  WS-APPROVED-REQUESTER      PIC X(8)     VALUE SPACES.
           05  WS-APPROVED-STAMP.
               10  WS-APPROVED-REQ-DATE   PIC 9(8)     VALUE 0.
               10  WS-APPROVED-REQ-TIME   PIC 9(6)     VALUE 0.
           05  WS-APPROVED-HEADCOUNT      PIC 9(5)     VALUE 0.
           05  WS-APPROVED-CURRENT        PIC 9(7)V99  VALUE 0.
           05  WS-APPROVED-UNION          PIC 9(6)V99  VALUE 0.
           05  WS-APPROVED-INSURANCE      PIC 9(6)V99  VALUE 0.
           05  WS-APPROVED-RATE-ROWS      PIC 9(3)     VALUE 0.
           05  WS-APPROVED-RATE-COUNT     PIC 9(3)     VALUE 0.
           05  WS-APPROVER-ID             PIC X(8)     VALUE SPACES.
           05  WS-CARD-STAMP.
               10  WS-CARD-REQ-DATE       PIC X(8)     VALUE SPACES.
               10  WS-CARD-REQ-TIME       PIC X(6)     VALUE SPACES.
           05  WS-PROJECTED-HEADCOUNT     PIC 9(5)     VALUE 0.
           05  WS-PROJECTED-CURRENT       PIC S9(7)V99 VALUE +0.
           05  WS-PROJECTED-UNION         PIC S9(6)V99 VALUE +0.
           05  WS-PROJECTED-INSURANCE     PIC S9(6)V99 VALUE +0.

        01  APPROVED-RATE-TABLE.
           05  APR-ROW                    PIC X(14)    OCCURS 20 TIMES.

      *    REMITTANCE EXTRACT BOOKKEEPING -- COUNT AND TOTAL OF WHAT
      *    WAS ACTUALLY WRITTEN TO EACH INTERFACE FILE, FROM WHICH
      *    585-WRITE-REMITTANCE-TRAILERS BUILDS EACH 'TRL' RECORD.
           05  RT-TOTAL-AMOUNT            PIC 9(6)V99.
           05  FILLER                     PIC X(63)    VALUE SPACES.

      *    RETROACTIVE PAY BOOKKEEPING.  THE WINDOW RUNS FROM THE
      *    AS-OF DATE (WS-DATE) TO THE DAY THE APPLY REALLY RAN
      *    (WS-SYSTEM-DATE); WS-RETRO-START-DATE IS WHERE ONE
      *    EMPLOYEE'S BACK PAY STARTS INSIDE IT.  MONTHS ARE WHOLE
      *    MONTHS COMPLETED -- UNLIKE THE AGING AND ELIGIBILITY
      *    ARITHMETIC, THE DAYS DO COUNT HERE, BECAUSE THIS IS MONEY
      *    PAID OUT AND A MONTH NOT YET SERVED IS NOT OWED.  THE
      *    TOTALS DESCRIBE THE INTERFACE FILE AS WRITTEN, LIKE THE
      *    REMITTANCE TOTALS ABOVE.
        01  RETRO-FIELDS.
           05  WS-RETRO-START-DATE        PIC 9(8)     VALUE 0.
           05  WS-RETRO-START-SPLIT REDEFINES WS-RETRO-START-DATE.
               10  WS-RETRO-START-YEAR    PIC 9(4).
               10  WS-RETRO-START-MONTH   PIC 99.
               10  WS-RETRO-START-DAY     PIC 99.
           05  WS-RETRO-END-DATE          PIC 9(8)     VALUE 0.
           05  WS-RETRO-END-SPLIT REDEFINES WS-RETRO-END-DATE.
               10  WS-RETRO-END-YEAR      PIC 9(4).
               10  WS-RETRO-END-MONTH     PIC 99.
               10  WS-RETRO-END-DAY       PIC 99.
           05  WS-RETRO-MONTHS            PIC S9(5)    VALUE +0.
           05  WS-RETRO-WINDOW-MONTHS     PIC S9(5)    VALUE +0.
           05  WS-RETRO-NEW-DUES          PIC 9(3)     VALUE 0.
           05  WS-RETRO-SALARY            PIC S9(6)V99 VALUE +0.
           05  WS-RETRO-DUES              PIC S9(5)V99 VALUE +0.
           05  WS-RETRO-INSURANCE         PIC S9(5)V99 VALUE +0.
           05  WS-RETRO-NOTE              PIC X(16)    VALUE SPACES.
           05  WS-RETRO-COUNT             PIC 9(6)     VALUE 0.
           05  WS-RETRO-REVIEW-COUNT      PIC 9(6)     VALUE 0.
           05  WS-RETRO-TOTAL-SALARY      PIC 9(8)V99  VALUE 0.
           05  WS-RETRO-TOTAL-DUES        PIC 9(7)V99  VALUE 0.
           05  WS-RETRO-TOTAL-INSURANCE   PIC 9(7)V99  VALUE 0.

        01  RETRO-HEADER-RECORD.
           05  RPH-ID                     PIC X(3)     VALUE 'HDR'.
           05  RPH-EFFECTIVE-DATE         PIC 9(8).
           05  RPH-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(1)     VALUE SPACE.
           05  RPH-DESCRIPTION            PIC X(40).
           05  FILLER                     PIC X(20)    VALUE SPACES.

        01  RETRO-DETAIL-RECORD.
           05  RPD-ID                     PIC X(3)     VALUE 'DTL'.
           05  RPD-EMPLOYEE-ID            PIC X(5).
           05  RPD-WAREHOUSE-ID           PIC X(4).
           05  RPD-FROM-DATE              PIC 9(8).
           05  RPD-MONTHS                 PIC 9(3).
           05  RPD-SALARY                 PIC 9(6)V99.
           05  RPD-DUES                   PIC 9(5)V99.
           05  RPD-INSURANCE              PIC 9(5)V99.
           05  FILLER                     PIC X(35)    VALUE SPACES.

        01  RETRO-TRAILER-RECORD.
           05  RPT-ID                     PIC X(3)     VALUE 'TRL'.
           05  RPT-RECORD-COUNT           PIC 9(6).
           05  RPT-TOTAL-SALARY           PIC 9(8)V99.
           05  RPT-TOTAL-DUES             PIC 9(7)V99.
           05  RPT-TOTAL-INSURANCE        PIC 9(7)V99.
           05  FILLER                     PIC X(43)    VALUE SPACES.

      *    SALARY LETTER BOOKKEEPING -- THE WAREHOUSE WHOSE BUNDLE IS
      *    BEING PRINTED (A NEW COVER SHEET STARTS A NEW BUNDLE WHEN
      *    IT CHANGES), THE COUNTS DISPLAYED AT END OF JOB, AND THE
      *    WORK AREAS THE LETTER TEXT IS BUILT FROM.  THE TWO LEAD
      *    COUNTS TRIM THE EDITED MONTH FIGURES' LEADING SPACES SO
      *    THEY READ AS ORDINARY WORDS INSIDE A SENTENCE.
        01  LETTER-FIELDS.
           05  WS-LETTER-WHS-HOLD      PIC X(4)      VALUE SPACES.
           05  WS-LETTER-BUNDLE-COUNT  PIC 9(3)      VALUE 0.
           05  WS-RAISE-LETTER-COUNT   PIC 9(6)      VALUE 0.
           05  WS-NO-RAISE-LETTER-COUNT PIC 9(6)     VALUE 0.
           05  WS-LETTER-TITLE         PIC X(26).
           05  WS-LETTER-NAME          PIC X(21).
           05  WS-LETTER-FIRST-LEN     PIC S99       VALUE +0.
           05  WS-LETTER-LAST-LEN      PIC S99       VALUE +0.
           05  WS-LETTER-POSITION      PIC X(10).
           05  WS-LETTER-DATE-ED.
               10  WS-LETTER-MONTH     PIC 99.
               10  FILLER              PIC X         VALUE '/'.
               10  WS-LETTER-DAY       PIC 99.
               10  FILLER              PIC X         VALUE '/'.
               10  WS-LETTER-YEAR      PIC 9999.
           05  WS-LETTER-EFFECTIVE-ED  PIC X(10).
           05  WS-LETTER-RUN-ED        PIC X(10).
           05  WS-LETTER-MONTHS-ED     PIC ZZ9.
           05  WS-LETTER-FULL-ED       PIC ZZ9.
           05  WS-LETTER-LEAD-1        PIC 9         VALUE 0.
           05  WS-LETTER-LEAD-2        PIC 9         VALUE 0.

      *    THIS RUN'S PER-WAREHOUSE TOTALS AND HEADCOUNTS, CAPTURED AT
      *    EACH 450-WAREHOUSE-BREAK BEFORE THE TF- FIELDS ARE RESET,
      *    FOR THE HISTORY APPEND AND THE VARIANCE REPORT AT END OF

        01  RUN-LOG-FIELDS.
           05  WS-RUN-TIME-RAW         PIC 9(8)      VALUE 0.
           05  WS-SYSTEM-DATE          PIC 9(8)      VALUE 0.
           05  WS-EXCEPTION-COUNT      PIC 9(6)      VALUE 0.

        01  SEPARATION-FIELDS.
           05  BNT-ABOVE           PIC Z(5)9.
           05  FILLER              PIC X(23)  VALUE SPACES.

        01  RETRO-HEADING-ONE.
           05  FILLER              PIC X(48)  VALUE
                   'DRAKEA, LTD - RETROACTIVE PAY REPORT'.
           05  FILLER              PIC X(32)  VALUE SPACES.

        01  RETRO-HEADING-TWO.
           05  FILLER              PIC X(11)  VALUE 'EFFECTIVE: '.
           05  RTH-EFFECTIVE-DATE.
               10  RTH-EFF-MONTH    PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  RTH-EFF-DAY      PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  RTH-EFF-YEAR     PIC 9999.
           05  FILLER              PIC X(13)  VALUE '   RUN DATE: '.
           05  RTH-RUN-DATE.
               10  RTH-RUN-MONTH    PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  RTH-RUN-DAY      PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  RTH-RUN-YEAR     PIC 9999.
           05  FILLER              PIC X(16)  VALUE '   FULL MONTHS: '.
           05  RTH-MONTHS          PIC ZZ9.
           05  FILLER              PIC X(17)  VALUE SPACES.

        01  RETRO-HEADING-THREE.
           05  FILLER              PIC X(7)   VALUE 'EMP ID'.
           05  FILLER              PIC X(6)   VALUE 'WHS'.
           05  FILLER              PIC X(12)  VALUE 'RETRO FROM'.
           05  FILLER              PIC X(5)   VALUE 'MOS'.
           05  FILLER              PIC X(12)  VALUE 'RETRO SALARY'.
           05  FILLER              PIC X(11)  VALUE ' RETRO DUES'.
           05  FILLER              PIC X(11)  VALUE ' RETRO INS'.
           05  FILLER              PIC X(16)  VALUE 'NOTE'.

        01  RETRO-DETAIL-LINE.
           05  RTD-EMPLOYEE-ID     PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RTD-WAREHOUSE-ID    PIC X(4).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RTD-FROM-DATE.
               10  RTD-FROM-MONTH   PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  RTD-FROM-DAY     PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  RTD-FROM-YEAR    PIC 9999.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RTD-MONTHS          PIC ZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RTD-SALARY          PIC $ZZ,ZZZ.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RTD-DUES            PIC $Z,ZZZ.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RTD-INSURANCE       PIC $Z,ZZZ.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RTD-NOTE            PIC X(16).

      *    AN EMPLOYEE WHO WENT ON LEAVE OR WAS TERMINATED INSIDE THE
      *    WINDOW WAS STILL BEING PAID FOR PART OF IT, BUT IS NOT
      *    ACTIVE NOW AND SO WAS NOT RAISED BY THIS APPLY -- THERE IS
      *    NO NEW FIGURE TO DIFFERENCE AGAINST.  THEY ARE LISTED FOR
      *    PAYROLL TO SETTLE BY HAND RATHER THAN LEFT OFF SILENTLY.
        01  RETRO-REVIEW-LINE.
           05  RTV-EMPLOYEE-ID     PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RTV-WAREHOUSE-ID    PIC X(4).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RTV-STATUS-DATE.
               10  RTV-STATUS-MONTH PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  RTV-STATUS-DAY   PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  RTV-STATUS-YEAR  PIC 9999.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RTV-TEXT            PIC X(55).

        01  RETRO-TOTAL-LINE.
           05  FILLER              PIC X(26)  VALUE
                   'EMPLOYEES WITH RETRO PAY: '.
           05  RTT-COUNT           PIC Z(5)9.
           05  FILLER              PIC X(24)  VALUE
                   '   REFERRED FOR REVIEW: '.
           05  RTT-REVIEW          PIC Z(5)9.
           05  FILLER              PIC X(18)  VALUE SPACES.

        01  RETRO-AMOUNT-LINE.
           05  FILLER              PIC X(20)  VALUE
                   'TOTAL RETRO SALARY: '.
           05  RTA-SALARY          PIC $ZZ,ZZZ,ZZZ.99.
           05  FILLER              PIC X(8)   VALUE '  DUES: '.
           05  RTA-DUES            PIC $Z,ZZZ,ZZZ.99.
           05  FILLER              PIC X(7)   VALUE '  INS: '.
           05  RTA-INSURANCE       PIC $Z,ZZZ,ZZZ.99.
           05  FILLER              PIC X(5)   VALUE SPACES.

      *    SALARY LETTER LINES.  THE TITLE LINE SERVES THE BUNDLE
      *    COVER SHEET AND BOTH KINDS OF LETTER; THE FIGURE LINE
      *    CARRIES PREVIOUS AND NEW AMOUNTS ON AN INCREASE LETTER AND
      *    JUST THE CURRENT ONE (LTF-NEW-AREA BLANKED) ON A NO-
      *    INCREASE LETTER.
        01  LETTER-HEADING-ONE.
           05  FILLER              PIC X(34)  VALUE SPACES.
           05  FILLER              PIC X(12)  VALUE 'DRAKEA, LTD'.
           05  FILLER              PIC X(34)  VALUE SPACES.

        01  LETTER-HEADING-TWO.
           05  FILLER              PIC X(27)  VALUE SPACES.
           05  LTH-TITLE           PIC X(26).
           05  FILLER              PIC X(27)  VALUE SPACES.

        01  LETTER-ADDRESS-LINE.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  LTA-LABEL           PIC X(12).
           05  LTA-VALUE           PIC X(30).
           05  LTA-LABEL-2         PIC X(13).
           05  LTA-VALUE-2         PIC X(5).
           05  FILLER              PIC X(16)  VALUE SPACES.

        01  LETTER-TEXT-LINE.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  LTX-TEXT            PIC X(76).

        01  LETTER-FIGURE-HEADING.
           05  FILLER              PIC X(26)  VALUE SPACES.
           05  LTG-OLD-HEADING     PIC X(11).
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  LTG-NEW-HEADING     PIC X(11).
           05  FILLER              PIC X(28)  VALUE SPACES.

        01  LETTER-FIGURE-LINE.
           05  FILLER              PIC X(8)   VALUE SPACES.
           05  LTF-LABEL           PIC X(18).
           05  LTF-OLD             PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  LTF-NEW-AREA.
               10  LTF-NEW          PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(28)  VALUE SPACES.

        01  EXCEPTION-HEADING-ONE.
           05  FILLER              PIC X(52)  VALUE
                   'DRAKEA, LTD - INVALID POSITION CODE EXCEPTIONS'.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME

      *    THE DAY THE JOB REALLY RAN, KEPT BEFORE THE RUN-CONTROL
      *    CARD'S AS-OF DATE CAN REPLACE WS-DATE -- IT STAMPS THE
      *    APPROVAL REQUEST A PROOF RUN WRITES.
           MOVE WS-DATE TO WS-SYSTEM-DATE

           PERFORM 151-READ-CYCLE-CONTROL
           PERFORM 152-READ-RUN-PARAMETERS
           PERFORM 153-CHECK-CYCLE-SEQUENCE
      *    RECORD INTO THE PERMANENT FILE.  A CHECKPOINT RESTART IS
      *    REFUSED THE SAME WAY: THE RESTARTED RUN SKIPS EVERY RECORD
      *    ALREADY PRINTED, SO ITS APPLY FILE WOULD BE MISSING THEM.
      *    PAST THOSE CHECKS THE APPLY STILL NEEDS A SIGNED-OFF
      *    APPROVAL OF A PROOF OF THESE SAME FIGURES (SEE 177-CHECK-
      *    APPLY-APPROVAL).  EVERY REFUSAL GOES TO THE RUN LOG WITH
      *    ITS REASON, SO A REPORT-ONLY ROW LOGGED AS 'APPLY ' IS
      *    NEVER MISTAKEN FOR THE CYCLE'S APPLY.
           IF APPLY-RUN-REQUESTED
              EVALUATE TRUE
                  WHEN RESTART-REQUESTED
                              'CHECKPOINT RESTART - RUNNING REPORT-'
                              'ONLY.  RERUN APPLY FROM SCRATCH AFTER '
                              'THIS RUN COMPLETES.'
                      MOVE 'R' TO WS-APPROVAL-STATUS
                      MOVE 'REFUSED ON A CHECKPOINT RESTART'
                          TO WS-APPROVAL-NOTE
                  WHEN PROOF-RUN
                      DISPLAY 'NOTE: PROOF RUN - APPLY MODE IGNORED, '
                              'NO MASTER WRITTEN'
                              'SINGLE-WAREHOUSE RUN - THE NEW MASTER '
                              'WOULD DROP EVERY OTHER WAREHOUSE.  '
                              'RUNNING REPORT-ONLY.'
                      MOVE 'R' TO WS-APPROVAL-STATUS
                      MOVE 'REFUSED ON A SINGLE-WAREHOUSE RUN'
                          TO WS-APPROVAL-NOTE
                  WHEN NOT RUN-IS-BALANCED
                      DISPLAY 'WARNING: APPLY MODE REFUSED - INPUT '
                              'DID NOT BALANCE.  RUNNING REPORT-ONLY.'
                      MOVE 'R' TO WS-APPROVAL-STATUS
                      MOVE 'INPUT DID NOT BALANCE'
                          TO WS-APPROVAL-NOTE
                  WHEN OTHER
                      PERFORM 177-CHECK-APPLY-APPROVAL
                      IF APPLY-APPROVED
                         PERFORM 176-OPEN-APPLY-FILES
                      ELSE
                         DISPLAY 'WARNING: APPLY MODE REFUSED - '
                                 WS-APPROVAL-NOTE
                         DISPLAY '         RUNNING REPORT-ONLY.  '
                                 'PROOF, SIGN OFF ON '
                                 'DRAKEA-APPROVE.TXT, THEN RERUN.'
                      END-IF
              END-EVALUATE
           END-IF
                                  'OF 24'
                       END-IF
                    END-IF

                    MOVE PM-REQUESTER-ID TO WS-REQUESTER-ID
              END-READ
              CLOSE RUN-PARM-FILE
           END-IF
           WRITE SEPARATIONS-RECORD
           .

        176-OPEN-APPLY-FILES.

           OPEN OUTPUT APPLIED-MASTER-FILE
           SET APPLY-IS-ACTIVE TO TRUE
      *    THE BACKOUT JOURNAL IS APPENDED, NEVER TRUNCATED, LIKE THE
      *    AUDIT TRAIL -- STATUS '05' JUST MEANS A FIRST-EVER APPLY
      *    CREATED IT.  AN APPLY WITHOUT ITS JOURNAL IS IRREVERSIBLE
      *    ONCE RELOADED, SO A FAILED OPEN IS CALLED OUT LOUDLY, BUT
      *    THE APPLY ITSELF STILL RUNS -- PAYROLL'S CYCLE DOES NOT
      *    STOP FOR A JOURNALING PROBLEM.
           OPEN EXTEND BACKOUT-JOURNAL-FILE
           IF BACKOUT-STATUS = '00' OR BACKOUT-STATUS = '05'
              SET BACKOUT-IS-ACTIVE TO TRUE
           ELSE
              DISPLAY 'WARNING: DRAKEA-BKOUT.TXT COULD NOT '
                      'BE OPENED FOR EXTEND (STATUS '
                      BACKOUT-STATUS ') - THIS APPLY CYCLE '
                      'CANNOT BE BACKED OUT BY DRAKBACK'
           END-IF

      *    THE SALARY LETTERS GO OUT FROM AN APPROVED APPLY ONLY --
      *    THE ONE RUN WHOSE FIGURES REALLY REACH THE MASTER.  A
      *    RESTART NEVER GETS HERE (AN APPLY IS REFUSED ON RESTART),
      *    SO A CRASHED APPLY IS RUN AGAIN FROM THE TOP, AND THAT RUN
      *    REPLACES THE PARTIAL LETTER FILE INSTEAD OF ADDING TO IT.
           OPEN OUTPUT LETTER-FILE
           SET LETTERS-ARE-ACTIVE TO TRUE
           MOVE WS-DATE(5:2) TO WS-LETTER-MONTH
           MOVE WS-DATE(7:2) TO WS-LETTER-DAY
           MOVE WS-DATE(1:4) TO WS-LETTER-YEAR
           MOVE WS-LETTER-DATE-ED TO WS-LETTER-EFFECTIVE-ED
           MOVE WS-SYSTEM-DATE(5:2) TO WS-LETTER-MONTH
           MOVE WS-SYSTEM-DATE(7:2) TO WS-LETTER-DAY
           MOVE WS-SYSTEM-DATE(1:4) TO WS-LETTER-YEAR
           MOVE WS-LETTER-DATE-ED TO WS-LETTER-RUN-ED

      *    AN AS-OF DATE EARLIER THAN TODAY MEANS THE BOARD'S RAISES
      *    TOOK EFFECT IN ARREARS AND PAYROLL OWES BACK PAY FOR THE
      *    MONTHS BETWEEN -- SEE 346-COMPUTE-RETRO-PAY.
           IF WS-RUN-DATE-NUM < WS-SYSTEM-DATE
              PERFORM 182-OPEN-RETRO-FILES
           END-IF
           .

      *    TWO-PERSON RULE FOR THE PERMANENT FILE UPDATE.  THE APPLY
      *    GOES AHEAD ONLY WHEN ALL OF THESE HOLD:
      *      - A PROOF LEFT AN APPROVAL REQUEST FOR THIS AS-OF DATE
      *        AND THIS WAREHOUSE SELECTION;
      *      - AN APPROVAL CARD SIGNS OFF THAT SAME REQUEST (BY ITS
      *        DATE/TIME STAMP), SIGNED BY SOMEONE OTHER THAN THE
      *        REQUESTER;
      *      - THE RATE FILE IS ROW FOR ROW THE ONE THE PROOF RAN;
      *      - THE APPLY'S OWN PROJECTED TOTALS, FROM A PRE-PASS OVER
      *        THE SORTED FILE, EQUAL THE APPROVED PROOF'S TO THE
      *        PENNY -- ANY MAINTENANCE, RELOAD, OR RULE/BAND EDIT
      *        SINCE THE PROOF SHOWS UP HERE.
      *    THE PRE-PASS RUNS BEFORE A SINGLE APPLY RECORD OR JOURNAL
      *    ROW IS WRITTEN, SO A REFUSAL LEAVES NOTHING BEHIND TO
      *    CLEAN UP.  THE CHECKS ARE TAKEN CHEAPEST FIRST AND THE
      *    FIRST ONE THAT FAILS IS THE REASON LOGGED.
        177-CHECK-APPLY-APPROVAL.

           PERFORM 178-READ-APPROVAL-REQUEST
           PERFORM 179-READ-APPROVAL-CARD

           MOVE 'R' TO WS-APPROVAL-STATUS
           EVALUATE TRUE
               WHEN NOT APPROVAL-REQUEST-FOUND
                   MOVE 'NO APPROVAL REQUEST ON FILE'
                       TO WS-APPROVAL-NOTE
               WHEN WS-APPROVED-RUN-DATE NOT = WS-RUN-DATE-NUM
                   MOVE 'REQUEST IS FOR ANOTHER AS-OF DATE'
                       TO WS-APPROVAL-NOTE
               WHEN WS-APPROVED-WAREHOUSE NOT = WS-WAREHOUSE-SELECT
                   MOVE 'REQUEST IS FOR ANOTHER WHS SELECT'
                       TO WS-APPROVAL-NOTE
               WHEN NOT APPROVAL-CARD-FOUND
                   MOVE 'REQUEST NOT SIGNED OFF'
                       TO WS-APPROVAL-NOTE
               WHEN WS-CARD-STAMP NOT = WS-APPROVED-STAMP
                   MOVE 'APPROVAL CARD NAMES ANOTHER REQUEST'
                       TO WS-APPROVAL-NOTE
               WHEN WS-APPROVER-ID = SPACES
                   MOVE 'APPROVER NOT IDENTIFIED ON CARD'
                       TO WS-APPROVAL-NOTE
               WHEN WS-APPROVER-ID = WS-APPROVED-REQUESTER
                   MOVE 'APPROVER IS THE REQUESTER'
                       TO WS-APPROVAL-NOTE
               WHEN NOT APPROVED-RATES-MATCH
                   MOVE 'RATE FILE CHANGED SINCE THE PROOF'
                       TO WS-APPROVAL-NOTE
               WHEN OTHER
                   PERFORM 180-PROJECT-APPLY-TOTALS
                   IF WS-PROJECTED-CURRENT = WS-APPROVED-CURRENT
                      AND WS-PROJECTED-UNION = WS-APPROVED-UNION
                      AND WS-PROJECTED-INSURANCE
                          = WS-APPROVED-INSURANCE
                      AND WS-PROJECTED-HEADCOUNT
                          = WS-APPROVED-HEADCOUNT
                      MOVE 'A' TO WS-APPROVAL-STATUS
                      MOVE SPACES TO WS-APPROVAL-NOTE
                      STRING 'APPROVED BY ' DELIMITED BY SIZE
                             WS-APPROVER-ID DELIMITED BY SPACE
                             ' FOR ' DELIMITED BY SIZE
                             WS-APPROVED-REQUESTER DELIMITED BY SPACE
                             INTO WS-APPROVAL-NOTE
                      DISPLAY 'NOTE: APPLY ' WS-APPROVAL-NOTE
                              ' - PROJECTED TOTALS MATCH THE PROOF'
                   ELSE
                      MOVE 'TOTALS DO NOT MATCH APPROVED PROOF'
                          TO WS-APPROVAL-NOTE
                      MOVE WS-APPROVED-CURRENT
                          TO GT-INCREASED-CURRENT-ED
                      DISPLAY 'WARNING: APPROVED PROOF SALARY TOTAL '
                              GT-INCREASED-CURRENT-ED
                      MOVE WS-PROJECTED-CURRENT
                          TO GT-INCREASED-CURRENT-ED
                      DISPLAY '         THIS APPLY PROJECTS         '
                              GT-INCREASED-CURRENT-ED
                   END-IF
           END-EVALUATE
           .

      *    LOADS THE REQUEST A PROOF LEFT BEHIND, THEN HOLDS ITS RATE
      *    ROWS UP AGAINST RAISE-RATE-TABLE AS LOADED FOR THIS RUN.
      *    THE ROW COUNT ON THE 'REQ' ROW MUST ALSO AGREE WITH THE
      *    'RAT' ROWS ACTUALLY PRESENT, SO A CLIPPED REQUEST FILE
      *    CANNOT PASS FOR A SMALLER RATE FILE.
        178-READ-APPROVAL-REQUEST.

           MOVE 'N' TO APPROVAL-REQ-SW
           MOVE 'N' TO APPROVAL-EOF-FLAG
           MOVE 0 TO WS-APPROVED-RATE-COUNT
           OPEN INPUT APPROVAL-REQUEST-FILE
           IF APPROVAL-REQ-STATUS = '00'
              PERFORM UNTIL APPROVAL-FILE-EOF
                 READ APPROVAL-REQUEST-FILE
                    AT END
                       SET APPROVAL-FILE-EOF TO TRUE
                    NOT AT END
                       EVALUATE TRUE
                           WHEN AQ-REQUEST-ROW
                               SET APPROVAL-REQUEST-FOUND TO TRUE
                               MOVE AQ-RUN-DATE TO WS-APPROVED-RUN-DATE
                               MOVE AQ-WAREHOUSE-SELECT
                                   TO WS-APPROVED-WAREHOUSE
                               MOVE AQ-REQUESTER-ID
                                   TO WS-APPROVED-REQUESTER
                               MOVE AQ-REQUEST-DATE
                                   TO WS-APPROVED-REQ-DATE
                               MOVE AQ-REQUEST-TIME
                                   TO WS-APPROVED-REQ-TIME
                               MOVE AQ-HEADCOUNT
                                   TO WS-APPROVED-HEADCOUNT
                               MOVE AQ-TOTAL-CURRENT
                                   TO WS-APPROVED-CURRENT
                               MOVE AQ-TOTAL-UNION TO WS-APPROVED-UNION
                               MOVE AQ-TOTAL-INSURANCE
                                   TO WS-APPROVED-INSURANCE
                               MOVE AQ-RATE-COUNT
                                   TO WS-APPROVED-RATE-ROWS
                           WHEN AQ-RATE-ROW
                               IF WS-APPROVED-RATE-COUNT < 20
                                  ADD 1 TO WS-APPROVED-RATE-COUNT
                                  MOVE AR-RATE-ROW
                                      TO APR-ROW(WS-APPROVED-RATE-COUNT)
                               END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE APPROVAL-REQUEST-FILE
           END-IF

           MOVE 'Y' TO APPROVED-RATES-SW
           IF WS-APPROVED-RATE-COUNT NOT = WS-APPROVED-RATE-ROWS
              OR WS-APPROVED-RATE-COUNT NOT = WS-RATE-TABLE-COUNT
              MOVE 'N' TO APPROVED-RATES-SW
           ELSE
              PERFORM VARYING WS-APPROVAL-SUB FROM 1 BY 1
                      UNTIL WS-APPROVAL-SUB > WS-APPROVED-RATE-COUNT
                 IF APR-ROW(WS-APPROVAL-SUB)
                     NOT = RR-ENTRY(WS-APPROVAL-SUB)
                    MOVE 'N' TO APPROVED-RATES-SW
                 END-IF
              END-PERFORM
           END-IF
           .

      *    READS THE SIGN-OFF CARD.  A CARD THAT DOES NOT SAY
      *    APPROVED IS CALLED OUT AND TREATED AS NO CARD AT ALL.
        179-READ-APPROVAL-CARD.

           MOVE 'N' TO APPROVAL-CARD-SW
           OPEN INPUT APPROVAL-CARD-FILE
           IF APPROVAL-CARD-STATUS = '00'
              READ APPROVAL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AC-KEYWORD = 'APPROVED'
                       SET APPROVAL-CARD-FOUND TO TRUE
                       MOVE AC-APPROVER-ID TO WS-APPROVER-ID
                       MOVE AC-REQUEST-DATE TO WS-CARD-REQ-DATE
                       MOVE AC-REQUEST-TIME TO WS-CARD-REQ-TIME
                    ELSE
                       DISPLAY 'WARNING: DRAKEA-APPROVE.TXT DOES NOT '
                               'SAY APPROVED - CARD IGNORED'
                    END-IF
              END-READ
              CLOSE APPROVAL-CARD-FILE
           END-IF
           .

      *    THE APPLY'S OWN TOTALS, TAKEN BEFORE IT COMMITS TO
      *    ANYTHING: ONE READ OF THE SORTED FILE THROUGH THE SAME
      *    POSITION, RATE, ELIGIBILITY, AND BAND RULES
      *    300-DATA-INPUT-ROUTINE APPLIES, WRITING NOTHING.  THE FILE
      *    IS THEN REOPENED SO THE REAL PASS STARTS FROM THE TOP.
        180-PROJECT-APPLY-TOTALS.

           MOVE 0 TO WS-PROJECTED-HEADCOUNT
           MOVE 0 TO WS-PROJECTED-CURRENT
           MOVE 0 TO WS-PROJECTED-UNION
           MOVE 0 TO WS-PROJECTED-INSURANCE
           MOVE 'N' TO PROJECT-EOF-FLAG

           PERFORM UNTIL PROJECT-FILE-EOF
              READ SORTED-EMPLOYEE-FILE
                 AT END
                    SET PROJECT-FILE-EOF TO TRUE
                 NOT AT END
                    IF EMPLOYEE-IS-ACTIVE
                       PERFORM 181-PROJECT-ONE-EMPLOYEE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SORTED-EMPLOYEE-FILE
           OPEN INPUT SORTED-EMPLOYEE-FILE
           .

      *    ONE ACTIVE EMPLOYEE'S INCREASE, COMPUTED EXACTLY AS
      *    300-DATA-INPUT-ROUTINE DOES IT -- SAME PICTURES, SAME
      *    TRUNCATION, 335-APPLY-ELIGIBILITY-RULES ITSELF, AND THE
      *    SAME BAND CAP AS 337-CHECK-SALARY-BAND (A SALARY ALREADY
      *    ABOVE THE MAX IS LEFT AS COMPUTED).  AN UNKNOWN POSITION OR
      *    A MISSING RATE ROW IS AN EXCEPTION THERE AND STAYS OUT OF
      *    THE TOTALS HERE.
        181-PROJECT-ONE-EMPLOYEE.

           MOVE EMPLOYEE-POSITION TO DF-EMPLOYEE-POSITION
           MOVE CURRENT-SALARY TO DF-INCREASED-CURRENT
           MOVE UNION-DUES TO DF-INCREASED-UNION
           MOVE INSURANCE TO DF-INCREASED-INSURANCE
           MOVE 'F' TO RAISE-ELIG-SW

           MOVE 0 TO WS-POSITION-SUB
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > 5
              IF PT-CODE(PT-IDX) = DF-EMPLOYEE-POSITION
                 SET WS-POSITION-SUB TO PT-IDX
                 SET PT-IDX TO 5
              END-IF
           END-PERFORM

           MOVE 'N' TO RATE-FOUND-SW
           IF WS-POSITION-SUB > 0
              PERFORM VARYING RR-IDX FROM 1 BY 1
                      UNTIL RR-IDX > WS-RATE-TABLE-COUNT
                 IF RR-POSITION-CODE(RR-IDX) = DF-EMPLOYEE-POSITION
                    MOVE RR-CURRENT-RATE(RR-IDX) TO WS-CURRENT-RATE
                    MOVE RR-UNION-RATE(RR-IDX) TO WS-UNION-RATE
                    MOVE RR-INSURANCE-RATE(RR-IDX) TO WS-INSURANCE-RATE
                    SET RATE-CODE-FOUND TO TRUE
                    SET RR-IDX TO WS-RATE-TABLE-COUNT
                    ADD 1 TO RR-IDX
                 END-IF
              END-PERFORM
           END-IF

           IF RATE-CODE-FOUND
              PERFORM 335-APPLY-ELIGIBILITY-RULES

              MULTIPLY DF-INCREASED-CURRENT BY WS-CURRENT-RATE
                  GIVING CURRENT-TMP
              ADD CURRENT-TMP TO DF-INCREASED-CURRENT

              MULTIPLY DF-INCREASED-UNION BY WS-UNION-RATE
                  GIVING UNION-TMP
              ADD UNION-TMP TO DF-INCREASED-UNION

              MULTIPLY DF-INCREASED-INSURANCE BY WS-INSURANCE-RATE
                  GIVING INSURANCE-TMP
              ADD INSURANCE-TMP TO DF-INCREASED-INSURANCE

              MOVE 'N' TO BAND-FOUND-SW
              PERFORM VARYING BD-IDX FROM 1 BY 1
                      UNTIL BD-IDX > WS-BAND-TABLE-COUNT
                 IF BD-CODE(BD-IDX) = DF-EMPLOYEE-POSITION
                    MOVE BD-MAX(BD-IDX) TO WS-BAND-MAX
                    SET BAND-CODE-FOUND TO TRUE
                    SET BD-IDX TO WS-BAND-TABLE-COUNT
                 END-IF
              END-PERFORM
              IF BAND-CODE-FOUND
                 AND CURRENT-SALARY NOT > WS-BAND-MAX
                 AND DF-INCREASED-CURRENT > WS-BAND-MAX
                 MOVE WS-BAND-MAX TO DF-INCREASED-CURRENT
              END-IF

              ADD 1 TO WS-PROJECTED-HEADCOUNT
              ADD DF-INCREASED-CURRENT TO WS-PROJECTED-CURRENT
              ADD DF-INCREASED-UNION TO WS-PROJECTED-UNION
              ADD DF-INCREASED-INSURANCE TO WS-PROJECTED-INSURANCE

              MOVE ZEROS TO CURRENT-TMP
              MOVE ZEROS TO UNION-TMP
              MOVE ZEROS TO INSURANCE-TMP
           END-IF
           .

      *    OPENS THE RETROACTIVE PAY REPORT AND INTERFACE FOR A
      *    BACK-DATED APPLY.  ONLY EVER REACHED FROM 176-OPEN-APPLY-
      *    FILES, SO LIKE THE APPLY FILE ITSELF THEY ARE NEVER
      *    PRODUCED ON A PROOF, SINGLE-WAREHOUSE, RESTARTED,
      *    UNBALANCED, OR UNAPPROVED RUN.  THE HEADING CARRIES THE
      *    FULL MONTHS IN THE WINDOW -- THE MOST ANY EMPLOYEE BELOW
      *    CAN BE OWED.
        182-OPEN-RETRO-FILES.

           SET RETRO-IS-ACTIVE TO TRUE
           MOVE WS-SYSTEM-DATE TO WS-RETRO-END-DATE
           MOVE WS-RUN-DATE-NUM TO WS-RETRO-START-DATE
           PERFORM 349-COUNT-RETRO-MONTHS
           MOVE WS-RETRO-MONTHS TO WS-RETRO-WINDOW-MONTHS

           OPEN OUTPUT RETRO-REPORT-FILE
           OPEN OUTPUT RETRO-PAY-FILE

           MOVE WS-DATE(1:4) TO RTH-EFF-YEAR
           MOVE WS-DATE(5:2) TO RTH-EFF-MONTH
           MOVE WS-DATE(7:2) TO RTH-EFF-DAY
           MOVE WS-SYSTEM-DATE(1:4) TO RTH-RUN-YEAR
           MOVE WS-SYSTEM-DATE(5:2) TO RTH-RUN-MONTH
           MOVE WS-SYSTEM-DATE(7:2) TO RTH-RUN-DAY
           MOVE WS-RETRO-WINDOW-MONTHS TO RTH-MONTHS
           WRITE RETRO-REPORT-RECORD FROM RETRO-HEADING-ONE
           WRITE RETRO-REPORT-RECORD FROM RETRO-HEADING-TWO
           WRITE RETRO-REPORT-RECORD FROM RETRO-HEADING-THREE

           MOVE WS-DATE TO RPH-EFFECTIVE-DATE
           MOVE WS-SYSTEM-DATE TO RPH-RUN-DATE
           MOVE 'DRAKEA LTD RETROACTIVE PAY' TO RPH-DESCRIPTION
           WRITE RETRO-PAY-RECORD FROM RETRO-HEADER-RECORD

           DISPLAY 'NOTE: AS-OF DATE ' WS-DATE ' IS BEFORE THE RUN '
                   'DATE ' WS-SYSTEM-DATE ' - RETROACTIVE PAY WRITTEN '
                   'TO DRAKEA-RETRO.TXT / DRAKEA-RETRO-PAY.TXT'
           .

      *    HEADING-TWO IS WRITTEN DIRECTLY (LIKE HEADING-THREE/FOUR/
      *    FIVE IN 500-PRINT-WAREHOUSE-HEADER) RATHER THAN THROUGH
      *    350-WRITE-A-LINE.  THIS ROUTINE IS CALLED FROM

           MOVE 'N' TO EXCEPTION-SW
           MOVE 'F' TO RAISE-ELIG-SW
           MOVE 'N' TO RAISE-CAPPED-SW

      *    A NON-ACTIVE EMPLOYEE (ON LEAVE OR TERMINATED) TAKES NO
      *    PART IN THE RAISE CALCULATION, THE REPORTS, OR THE
              PERFORM 340-WRITE-APPLIED-RECORD
           END-IF

           IF RETRO-IS-ACTIVE AND NOT EMPLOYEE-IS-ACTIVE
              PERFORM 348-CHECK-RETRO-SEPARATION
           END-IF

      *    A TERMINATED OR ON-LEAVE EMPLOYEE IS NOT AN OVERDUE
      *    REVIEW -- THE AGING WORKLIST IS FOR PEOPLE BEING PAID.
           IF EMPLOYEE-IS-ACTIVE
                  WHEN DF-INCREASED-CURRENT > WS-BAND-MAX
                      MOVE WS-BAND-MAX TO DF-INCREASED-CURRENT
                      ADD 1 TO WS-BAND-CAPPED-COUNT
                      SET RAISE-IS-CAPPED TO TRUE
                      MOVE 'CAPPED AT MAX' TO BN-STATUS
                      PERFORM 338-WRITE-BAND-LINE
              END-EVALUATE
      *    DATE INTO LAST-PAY-INCREASE WOULD RECORD A RAISE THAT
      *    NEVER HAPPENED AND END THEIR NEW-HIRE WINDOW EARLY.  A
      *    NON-ACTIVE EMPLOYEE PASSES THROUGH THE SAME WAY -- NO
      *    RAISE WAS COMPUTED FOR THEM.  THE NEW HIRE AND THE
      *    EMPLOYEE ON LEAVE STILL GET A LETTER SAYING WHY; A
      *    TERMINATED EMPLOYEE OR AN EXCEPTION RECORD GETS NONE.
           IF RECORD-IS-EXCEPTION OR RAISE-IS-SKIPPED
              OR NOT EMPLOYEE-IS-ACTIVE
              IF LETTERS-ARE-ACTIVE AND NOT RECORD-IS-EXCEPTION
                 AND (RAISE-IS-SKIPPED OR EMPLOYEE-ON-LEAVE)
                 PERFORM 343-WRITE-NO-RAISE-LETTER
              END-IF
           ELSE
              IF LAST-PAY-INCREASE(1:8) = WS-DATE
                 ADD 1 TO WS-ALREADY-APPLIED-COUNT
      *          THE PRIOR FIGURES GO TO THE BACKOUT JOURNAL BEFORE
      *          THE INCREASED ONES REPLACE THEM -- ONCE THIS FILE IS
      *          RELOADED THROUGH DRAKLOAD, THE JOURNAL ROW IS THE
      *          ONLY PLACE THEY SURVIVE (SEE DRAKBACK).  ANY BACK
      *          PAY IS WORKED OUT FIRST SO IT IS JOURNALED WITH THEM.
                 IF RETRO-IS-ACTIVE
                    PERFORM 346-COMPUTE-RETRO-PAY
                 END-IF
                 IF BACKOUT-IS-ACTIVE
                    PERFORM 345-WRITE-BACKOUT-RECORD
                 END-IF
                 MOVE DF-INCREASED-UNION TO NM-UNION-DUES
                 MOVE DF-INCREASED-INSURANCE TO NM-INSURANCE
                 MOVE WS-DATE TO NM-LAST-PAY-INCREASE(1:8)
      *          THE LETTER IS WRITTEN FROM THE FIGURES JUST MOVED
      *          TO THE NEW MASTER, SO IT QUOTES WHAT WAS APPLIED
      *          (WHOLE-DOLLAR DUES INCLUDED).  AN EMPLOYEE ALREADY
      *          APPLIED ABOVE HAD THEIR LETTER THE FIRST TIME.
                 IF LETTERS-ARE-ACTIVE
                    PERFORM 342-WRITE-RAISE-LETTER
                 END-IF
              END-IF
           END-IF

           WRITE NEW-MASTER-RECORD
           .

      *    OPENS ONE EMPLOYEE'S LETTER ON A FRESH PAGE AND PRINTS
      *    WHAT EVERY LETTER SHARES -- TITLE (MOVED TO WS-LETTER-TITLE
      *    BY THE CALLER), DATE, ADDRESSEE, WAREHOUSE, POSITION, AND
      *    SALUTATION.  THE FIRST LETTER FOR EACH WAREHOUSE IS
      *    PRECEDED BY THE COVER SHEET THAT STARTS ITS BUNDLE; THE
      *    SORTED FILE KEEPS A WAREHOUSE'S EMPLOYEES TOGETHER, SO EACH
      *    WAREHOUSE GETS EXACTLY ONE BUNDLE.  THE WAREHOUSE NAME IS
      *    THE ONE 505-LOOKUP-WAREHOUSE-NAME LEFT IN WAREHOUSE-HEADER
      *    AT THE BREAK.  THE POSITION NAME IS LOOKED UP HERE BECAUSE
      *    310-LOOKUP-POSITION-NAME DOES NOT RUN FOR AN EMPLOYEE ON
      *    LEAVE.
        341-START-LETTER.

           IF WAREHOUSE-ID NOT = WS-LETTER-WHS-HOLD
              MOVE WAREHOUSE-ID TO WS-LETTER-WHS-HOLD
              ADD 1 TO WS-LETTER-BUNDLE-COUNT
              WRITE LETTER-RECORD FROM LETTER-HEADING-ONE
                  AFTER ADVANCING PAGE
              MOVE 'SALARY LETTER BUNDLE' TO LTH-TITLE
              WRITE LETTER-RECORD FROM LETTER-HEADING-TWO
                  AFTER ADVANCING 1 LINE
              MOVE 'WAREHOUSE:' TO LTA-LABEL
              MOVE WAREHOUSE-HEADER TO LTA-VALUE
              MOVE 'CODE:' TO LTA-LABEL-2
              MOVE WAREHOUSE-ID TO LTA-VALUE-2
              WRITE LETTER-RECORD FROM LETTER-ADDRESS-LINE
                  AFTER ADVANCING 3 LINES
              MOVE 'EFFECTIVE:' TO LTA-LABEL
              MOVE WS-LETTER-EFFECTIVE-ED TO LTA-VALUE
              MOVE SPACES TO LTA-LABEL-2
                             LTA-VALUE-2
              WRITE LETTER-RECORD FROM LETTER-ADDRESS-LINE
                  AFTER ADVANCING 1 LINE
              MOVE SPACES TO LTX-TEXT
              STRING 'THE SALARY LETTERS THAT FOLLOW, ONE PAGE PER'
                         DELIMITED BY SIZE
                     ' EMPLOYEE, ARE FOR' DELIMITED BY SIZE
                     INTO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 3 LINES
              MOVE SPACES TO LTX-TEXT
              STRING 'THE EMPLOYEES OF THIS WAREHOUSE.  PLEASE HAND'
                         DELIMITED BY SIZE
                     ' EACH LETTER TO THE' DELIMITED BY SIZE
                     INTO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 1 LINE
              MOVE 'EMPLOYEE NAMED ON IT.' TO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 1 LINE
           END-IF

           WRITE LETTER-RECORD FROM LETTER-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE WS-LETTER-TITLE TO LTH-TITLE
           WRITE LETTER-RECORD FROM LETTER-HEADING-TWO
               AFTER ADVANCING 1 LINE

           MOVE 'DATE:' TO LTA-LABEL
           MOVE WS-LETTER-RUN-ED TO LTA-VALUE
           MOVE SPACES TO LTA-LABEL-2
                          LTA-VALUE-2
           WRITE LETTER-RECORD FROM LETTER-ADDRESS-LINE
               AFTER ADVANCING 3 LINES

      *    THE NAME FIELDS ARE FIXED-WIDTH AND MAY HOLD AN EMBEDDED
      *    SPACE ('MARY ANN', 'VAN DYKE'), SO EACH IS TRIMMED BY
      *    ITS LAST NON-BLANK CHARACTER RATHER THAN AT THE FIRST
      *    SPACE.  A BLANK NAME KEEPS A ONE-CHARACTER LENGTH SO THE
      *    REFERENCE BELOW STAYS VALID.
           MOVE 10 TO WS-LETTER-FIRST-LEN
           PERFORM UNTIL WS-LETTER-FIRST-LEN < 1
                      OR FIRST-NAME(WS-LETTER-FIRST-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LETTER-FIRST-LEN
           END-PERFORM
           IF WS-LETTER-FIRST-LEN < 1
              MOVE 1 TO WS-LETTER-FIRST-LEN
           END-IF
           MOVE 10 TO WS-LETTER-LAST-LEN
           PERFORM UNTIL WS-LETTER-LAST-LEN < 1
                      OR LAST-NAME(WS-LETTER-LAST-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LETTER-LAST-LEN
           END-PERFORM
           IF WS-LETTER-LAST-LEN < 1
              MOVE 1 TO WS-LETTER-LAST-LEN
           END-IF
           MOVE SPACES TO WS-LETTER-NAME
           STRING FIRST-NAME(1:WS-LETTER-FIRST-LEN) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LAST-NAME(1:WS-LETTER-LAST-LEN) DELIMITED BY SIZE
                  INTO WS-LETTER-NAME

           MOVE 'TO:' TO LTA-LABEL
           MOVE WS-LETTER-NAME TO LTA-VALUE
           MOVE 'EMPLOYEE ID:' TO LTA-LABEL-2
           MOVE EMPLOYEE-ID TO LTA-VALUE-2
           WRITE LETTER-RECORD FROM LETTER-ADDRESS-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'WAREHOUSE:' TO LTA-LABEL
           MOVE WAREHOUSE-HEADER TO LTA-VALUE
           MOVE SPACES TO LTA-LABEL-2
                          LTA-VALUE-2
           WRITE LETTER-RECORD FROM LETTER-ADDRESS-LINE
               AFTER ADVANCING 1 LINE

           MOVE DF-EMPLOYEE-POSITION TO WS-LETTER-POSITION
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > 5
              IF PT-CODE(PT-IDX) = DF-EMPLOYEE-POSITION
                 MOVE PT-NAME(PT-IDX) TO WS-LETTER-POSITION
                 SET PT-IDX TO 5
              END-IF
           END-PERFORM
           MOVE 'POSITION:' TO LTA-LABEL
           MOVE WS-LETTER-POSITION TO LTA-VALUE
           WRITE LETTER-RECORD FROM LETTER-ADDRESS-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO LTX-TEXT
           STRING 'DEAR ' DELIMITED BY SIZE
                  FIRST-NAME(1:WS-LETTER-FIRST-LEN) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INTO LTX-TEXT
           WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 3 LINES
           .

      *    THE INCREASE LETTER.  OLD FIGURES ARE THE INPUT RECORD'S,
      *    NEW ONES THE NEW MASTER'S, SIDE BY SIDE.  A RAISE SCALED
      *    DOWN BY 335-APPLY-ELIGIBILITY-RULES, OR HELD TO THE BAND
      *    MAXIMUM BY 337-CHECK-SALARY-BAND, IS EXPLAINED IN ITS OWN
      *    PARAGRAPH SO THE EMPLOYEE IS NOT LEFT TO WONDER WHY THEIR
      *    FIGURE DIFFERS FROM A COWORKER'S.
        342-WRITE-RAISE-LETTER.

           ADD 1 TO WS-RAISE-LETTER-COUNT
           MOVE 'NOTICE OF SALARY INCREASE' TO WS-LETTER-TITLE
           PERFORM 341-START-LETTER

           MOVE SPACES TO LTX-TEXT
           STRING 'WE ARE PLEASED TO CONFIRM AN INCREASE IN YOUR PAY '
                      DELIMITED BY SIZE
                  'EFFECTIVE ' DELIMITED BY SIZE
                  WS-LETTER-EFFECTIVE-ED DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO LTX-TEXT
           WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'YOUR PREVIOUS AND NEW FIGURES ARE SHOWN BELOW.'
               TO LTX-TEXT
           WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 1 LINE

           MOVE '   PREVIOUS' TO LTG-OLD-HEADING
           MOVE '        NEW' TO LTG-NEW-HEADING
           WRITE LETTER-RECORD FROM LETTER-FIGURE-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'ANNUAL SALARY' TO LTF-LABEL
           MOVE CURRENT-SALARY TO LTF-OLD
           MOVE NM-CURRENT-SALARY TO LTF-NEW
           WRITE LETTER-RECORD FROM LETTER-FIGURE-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'UNION DUES' TO LTF-LABEL
           MOVE UNION-DUES TO LTF-OLD
           MOVE NM-UNION-DUES TO LTF-NEW
           WRITE LETTER-RECORD FROM LETTER-FIGURE-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INSURANCE' TO LTF-LABEL
           MOVE INSURANCE TO LTF-OLD
           MOVE NM-INSURANCE TO LTF-NEW
           WRITE LETTER-RECORD FROM LETTER-FIGURE-LINE
               AFTER ADVANCING 1 LINE

           IF RAISE-IS-PRORATED
              MOVE WS-ELIG-MONTHS TO WS-LETTER-MONTHS-ED
              MOVE WS-ELIG-FULL-MONTHS TO WS-LETTER-FULL-ED
              MOVE 0 TO WS-LETTER-LEAD-1
                        WS-LETTER-LEAD-2
              INSPECT WS-LETTER-MONTHS-ED
                  TALLYING WS-LETTER-LEAD-1 FOR LEADING SPACES
              INSPECT WS-LETTER-FULL-ED
                  TALLYING WS-LETTER-LEAD-2 FOR LEADING SPACES
              MOVE SPACES TO LTX-TEXT
              STRING 'THIS INCREASE HAS BEEN PRORATED.  ON THE'
                         DELIMITED BY SIZE
                     ' EFFECTIVE DATE YOU HAD' DELIMITED BY SIZE
                     INTO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 2 LINES
              MOVE SPACES TO LTX-TEXT
              STRING 'COMPLETED ' DELIMITED BY SIZE
                     WS-LETTER-MONTHS-ED(WS-LETTER-LEAD-1 + 1:)
                         DELIMITED BY SIZE
                     ' OF THE ' DELIMITED BY SIZE
                     WS-LETTER-FULL-ED(WS-LETTER-LEAD-2 + 1:)
                         DELIMITED BY SIZE
                     ' MONTHS OF SERVICE THAT EARN THE FULL INCREASE.'
                         DELIMITED BY SIZE
                     INTO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 1 LINE
           END-IF

           IF RAISE-IS-CAPPED
              MOVE SPACES TO LTX-TEXT
              STRING 'YOUR NEW SALARY HAS BEEN SET AT THE TOP OF THE'
                         DELIMITED BY SIZE
                     ' PAY RANGE FOR YOUR' DELIMITED BY SIZE
                     INTO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 2 LINES
              MOVE SPACES TO LTX-TEXT
              STRING 'POSITION.  THE FULL INCREASE WOULD HAVE TAKEN IT'
                         DELIMITED BY SIZE
                     ' PAST THAT MAXIMUM.' DELIMITED BY SIZE
                     INTO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 344-END-LETTER
           .

      *    THE NO-INCREASE LETTER, FOR AN EMPLOYEE STILL INSIDE THE
      *    NEW-HIRE WAITING PERIOD (RAISE-IS-SKIPPED) OR ON LEAVE.
      *    IT GIVES THE REASON AND THE FIGURES THAT STAND UNCHANGED,
      *    SO A MANAGER NEVER HAS TO EXPLAIN A MISSING LETTER.
        343-WRITE-NO-RAISE-LETTER.

           ADD 1 TO WS-NO-RAISE-LETTER-COUNT
           MOVE 'NOTICE OF SALARY REVIEW' TO WS-LETTER-TITLE
           PERFORM 341-START-LETTER

           MOVE SPACES TO LTX-TEXT
           STRING 'THIS CYCLE OF SALARY INCREASES TOOK EFFECT ON '
                      DELIMITED BY SIZE
                  WS-LETTER-EFFECTIVE-ED DELIMITED BY SIZE
                  ', BUT YOUR' DELIMITED BY SIZE
                  INTO LTX-TEXT
           WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 2 LINES

           IF RAISE-IS-SKIPPED
              MOVE HIRE-DATE(5:2) TO WS-LETTER-MONTH
              MOVE HIRE-DATE(7:2) TO WS-LETTER-DAY
              MOVE HIRE-DATE(1:4) TO WS-LETTER-YEAR
              MOVE SPACES TO LTX-TEXT
              STRING 'PAY IS UNCHANGED BECAUSE YOU JOINED US ON '
                         DELIMITED BY SIZE
                     WS-LETTER-DATE-ED DELIMITED BY SIZE
                     ', INSIDE THE' DELIMITED BY SIZE
                     INTO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 1 LINE
              MOVE SPACES TO LTX-TEXT
              STRING 'WAITING PERIOD BEFORE A NEW EMPLOYEE BECOMES'
                         DELIMITED BY SIZE
                     ' ELIGIBLE.  YOU WILL BE' DELIMITED BY SIZE
                     INTO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 1 LINE
              MOVE 'CONSIDERED AGAIN IN THE NEXT CYCLE.' TO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 1 LINE
           ELSE
              IF EMPLOYEE-STATUS-DATE IS NUMERIC
                 AND EMPLOYEE-STATUS-DATE NOT = ZEROS
                 MOVE EMPLOYEE-STATUS-DATE(5:2) TO WS-LETTER-MONTH
                 MOVE EMPLOYEE-STATUS-DATE(7:2) TO WS-LETTER-DAY
                 MOVE EMPLOYEE-STATUS-DATE(1:4) TO WS-LETTER-YEAR
                 MOVE SPACES TO LTX-TEXT
                 STRING 'PAY IS UNCHANGED BECAUSE YOU HAVE BEEN ON '
                            DELIMITED BY SIZE
                        'LEAVE SINCE ' DELIMITED BY SIZE
                        WS-LETTER-DATE-ED DELIMITED BY SIZE
                        '.' DELIMITED BY SIZE
                        INTO LTX-TEXT
              ELSE
                 MOVE SPACES TO LTX-TEXT
                 STRING 'PAY IS UNCHANGED BECAUSE YOU WERE ON LEAVE'
                            DELIMITED BY SIZE
                        ' WHEN IT WAS APPLIED.' DELIMITED BY SIZE
                        INTO LTX-TEXT
              END-IF
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 1 LINE
              MOVE 'YOUR PAY WILL BE REVIEWED WHEN YOU RETURN TO WORK.'
                  TO LTX-TEXT
              WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
                  AFTER ADVANCING 1 LINE
           END-IF

           MOVE '    CURRENT' TO LTG-OLD-HEADING
           MOVE SPACES TO LTG-NEW-HEADING
           WRITE LETTER-RECORD FROM LETTER-FIGURE-HEADING
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO LTF-NEW-AREA
           MOVE 'ANNUAL SALARY' TO LTF-LABEL
           MOVE CURRENT-SALARY TO LTF-OLD
           WRITE LETTER-RECORD FROM LETTER-FIGURE-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'UNION DUES' TO LTF-LABEL
           MOVE UNION-DUES TO LTF-OLD
           WRITE LETTER-RECORD FROM LETTER-FIGURE-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INSURANCE' TO LTF-LABEL
           MOVE INSURANCE TO LTF-OLD
           WRITE LETTER-RECORD FROM LETTER-FIGURE-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 344-END-LETTER
           .

        344-END-LETTER.

           MOVE SPACES TO LTX-TEXT
           STRING 'IF YOU HAVE ANY QUESTIONS ABOUT THIS LETTER, PLEASE'
                      DELIMITED BY SIZE
                  ' SPEAK WITH' DELIMITED BY SIZE
                  INTO LTX-TEXT
           WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'YOUR WAREHOUSE MANAGER.' TO LTX-TEXT
           WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SINCERELY,' TO LTX-TEXT
           WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DRAKEA, LTD PAYROLL DEPARTMENT' TO LTX-TEXT
           WRITE LETTER-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 4 LINES
           .

      *    ONE JOURNAL ROW PER EMPLOYEE ACTUALLY INCREASED, CARRYING
      *    THE INPUT RECORD'S FIGURES AS THEY STAND BEFORE THE
      *    INCREASED AMOUNTS ARE MOVED IN -- THE IMAGE DRAKBACK NEEDS
           MOVE UNION-DUES TO BJ-PRIOR-UNION-DUES
           MOVE INSURANCE TO BJ-PRIOR-INSURANCE
           MOVE LAST-PAY-INCREASE TO BJ-PRIOR-LAST-PAY-INCR
           IF RETRO-IS-ACTIVE
              MOVE WS-RETRO-START-DATE TO BJ-RETRO-FROM-DATE
              MOVE WS-RETRO-MONTHS TO BJ-RETRO-MONTHS
              MOVE WS-RETRO-SALARY TO BJ-RETRO-SALARY
              MOVE WS-RETRO-DUES TO BJ-RETRO-DUES
              MOVE WS-RETRO-INSURANCE TO BJ-RETRO-INSURANCE
           ELSE
              MOVE ZEROS TO BJ-RETRO-FROM-DATE
              MOVE ZEROS TO BJ-RETRO-MONTHS
              MOVE ZEROS TO BJ-RETRO-SALARY
              MOVE ZEROS TO BJ-RETRO-DUES
              MOVE ZEROS TO BJ-RETRO-INSURANCE
           END-IF
           WRITE BACKOUT-JOURNAL-RECORD
           .

      *    BACK PAY FOR ONE EMPLOYEE THIS APPLY IS INCREASING: THE
      *    NEW LESS THE PRIOR ANNUAL SALARY, DUES, AND INSURANCE,
      *    TIMES THE WHOLE MONTHS OWED OVER TWELVE.  THE MONTHS RUN
      *    FROM THE AS-OF DATE TO TODAY, EXCEPT THAT THEY START LATER
      *    FOR SOMEONE WHO WAS NOT ON ACTIVE PAY AT THE AS-OF DATE --
      *    HIRED INSIDE THE WINDOW, OR BACK FROM LEAVE (OR REHIRED)
      *    INSIDE IT, WHICH AN ACTIVE EMPLOYEE'S STATUS DATE FALLING
      *    IN THE WINDOW MEANS.  THE DUES DIFFERENCE IS TAKEN ON THE
      *    WHOLE-DOLLAR FIGURE THE MASTER ACTUALLY RECEIVES (SEE
      *    340-WRITE-APPLIED-RECORD), SO THE BACK PAY MATCHES WHAT IS
      *    WITHHELD GOING FORWARD.  UNDER ONE FULL MONTH OWES NOTHING
      *    AND PRINTS WITHOUT AN INTERFACE ROW.
        346-COMPUTE-RETRO-PAY.

           MOVE WS-RUN-DATE-NUM TO WS-RETRO-START-DATE
           MOVE SPACES TO WS-RETRO-NOTE
           IF HIRE-DATE IS NUMERIC
              AND HIRE-DATE > WS-RETRO-START-DATE
              MOVE HIRE-DATE TO WS-RETRO-START-DATE
              MOVE 'HIRED IN WINDOW' TO WS-RETRO-NOTE
           END-IF
           IF EMPLOYEE-STATUS-DATE IS NUMERIC
              AND EMPLOYEE-STATUS-DATE > WS-RETRO-START-DATE
              AND EMPLOYEE-STATUS-DATE NOT > WS-SYSTEM-DATE
              MOVE EMPLOYEE-STATUS-DATE TO WS-RETRO-START-DATE
              MOVE 'BACK IN WINDOW' TO WS-RETRO-NOTE
           END-IF

           PERFORM 349-COUNT-RETRO-MONTHS

           IF WS-RETRO-MONTHS > 0
              MOVE DF-INCREASED-UNION TO WS-RETRO-NEW-DUES
              COMPUTE WS-RETRO-SALARY ROUNDED =
                  (DF-INCREASED-CURRENT - CURRENT-SALARY)
                  * WS-RETRO-MONTHS / 12
              COMPUTE WS-RETRO-DUES ROUNDED =
                  (WS-RETRO-NEW-DUES - UNION-DUES)
                  * WS-RETRO-MONTHS / 12
              COMPUTE WS-RETRO-INSURANCE ROUNDED =
                  (DF-INCREASED-INSURANCE - INSURANCE)
                  * WS-RETRO-MONTHS / 12
           ELSE
              MOVE ZEROS TO WS-RETRO-SALARY
              MOVE ZEROS TO WS-RETRO-DUES
              MOVE ZEROS TO WS-RETRO-INSURANCE
              MOVE 'UNDER 1 MONTH' TO WS-RETRO-NOTE
           END-IF

           PERFORM 347-WRITE-RETRO-RECORDS
           .

        347-WRITE-RETRO-RECORDS.

           MOVE EMPLOYEE-ID TO RTD-EMPLOYEE-ID
           MOVE WAREHOUSE-ID TO RTD-WAREHOUSE-ID
           MOVE WS-RETRO-START-DATE(1:4) TO RTD-FROM-YEAR
           MOVE WS-RETRO-START-DATE(5:2) TO RTD-FROM-MONTH
           MOVE WS-RETRO-START-DATE(7:2) TO RTD-FROM-DAY
           MOVE WS-RETRO-MONTHS TO RTD-MONTHS
           MOVE WS-RETRO-SALARY TO RTD-SALARY
           MOVE WS-RETRO-DUES TO RTD-DUES
           MOVE WS-RETRO-INSURANCE TO RTD-INSURANCE
           MOVE WS-RETRO-NOTE TO RTD-NOTE
           WRITE RETRO-REPORT-RECORD FROM RETRO-DETAIL-LINE

           IF WS-RETRO-MONTHS > 0
              ADD 1 TO WS-RETRO-COUNT
              ADD WS-RETRO-SALARY TO WS-RETRO-TOTAL-SALARY
              ADD WS-RETRO-DUES TO WS-RETRO-TOTAL-DUES
              ADD WS-RETRO-INSURANCE TO WS-RETRO-TOTAL-INSURANCE
              MOVE EMPLOYEE-ID TO RPD-EMPLOYEE-ID
              MOVE WAREHOUSE-ID TO RPD-WAREHOUSE-ID
              MOVE WS-RETRO-START-DATE TO RPD-FROM-DATE
              MOVE WS-RETRO-MONTHS TO RPD-MONTHS
              MOVE WS-RETRO-SALARY TO RPD-SALARY
              MOVE WS-RETRO-DUES TO RPD-DUES
              MOVE WS-RETRO-INSURANCE TO RPD-INSURANCE
              WRITE RETRO-PAY-RECORD FROM RETRO-DETAIL-RECORD
           END-IF
           .

      *    A NON-ACTIVE EMPLOYEE WHOSE STATUS DATE FALLS INSIDE THE
      *    WINDOW LEFT ACTIVE PAY PART WAY THROUGH IT -- SEE THE
      *    RETRO-REVIEW-LINE COMMENT.
        348-CHECK-RETRO-SEPARATION.

           IF EMPLOYEE-STATUS-DATE IS NUMERIC
              AND EMPLOYEE-STATUS-DATE > WS-RUN-DATE-NUM
              AND EMPLOYEE-STATUS-DATE NOT > WS-SYSTEM-DATE
              ADD 1 TO WS-RETRO-REVIEW-COUNT
              MOVE EMPLOYEE-ID TO RTV-EMPLOYEE-ID
              MOVE WAREHOUSE-ID TO RTV-WAREHOUSE-ID
              MOVE EMPLOYEE-STATUS-DATE(1:4) TO RTV-STATUS-YEAR
              MOVE EMPLOYEE-STATUS-DATE(5:2) TO RTV-STATUS-MONTH
              MOVE EMPLOYEE-STATUS-DATE(7:2) TO RTV-STATUS-DAY
              IF EMPLOYEE-ON-LEAVE
                 MOVE 'ON LEAVE IN WINDOW - NO RAISE, SETTLE BY HAND'
                     TO RTV-TEXT
              ELSE
                 MOVE 'TERMINATED IN WINDOW - NO RAISE, SETTLE BY HAND'
                     TO RTV-TEXT
              END-IF
              WRITE RETRO-REPORT-RECORD FROM RETRO-REVIEW-LINE
           END-IF
           .

      *    WHOLE MONTHS COMPLETED FROM WS-RETRO-START-DATE TO
      *    WS-RETRO-END-DATE -- A MONTH COUNTS ONCE ITS DAY OF THE
      *    MONTH IS REACHED.  NEVER NEGATIVE.
        349-COUNT-RETRO-MONTHS.

           COMPUTE WS-RETRO-MONTHS =
               (WS-RETRO-END-YEAR * 12 + WS-RETRO-END-MONTH)
               - (WS-RETRO-START-YEAR * 12 + WS-RETRO-START-MONTH)
           IF WS-RETRO-END-DAY < WS-RETRO-START-DAY
              SUBTRACT 1 FROM WS-RETRO-MONTHS
           END-IF
           IF WS-RETRO-MONTHS < 0
              MOVE 0 TO WS-RETRO-MONTHS
           END-IF
           .

      *    200-HEADER-ROUTINE/500-PRINT-WAREHOUSE-HEADER, CALLED BY
      *    355-CHECK-PAGE-OVERFLOW WHEN A PAGE BREAK FIRES MID-WRITE,
      *    LEAVE PROPER-SPACING SET TO WHATEVER THEY NEED FOR THEIR
           IF APPLY-IS-ACTIVE
              PERFORM 580-WRITE-APPLIED-TRAILER
              CLOSE APPLIED-MASTER-FILE
              PERFORM 584-RETIRE-APPROVAL-CARD
           END-IF

           IF BACKOUT-IS-ACTIVE
              CLOSE BACKOUT-JOURNAL-FILE
           END-IF

           IF RETRO-IS-ACTIVE
              PERFORM 581-WRITE-RETRO-TRAILERS
              CLOSE RETRO-REPORT-FILE
                  RETRO-PAY-FILE
           END-IF

           IF LETTERS-ARE-ACTIVE
              CLOSE LETTER-FILE
              DISPLAY 'NOTE: ' WS-RAISE-LETTER-COUNT ' INCREASE AND '
                      WS-NO-RAISE-LETTER-COUNT ' NO-INCREASE LETTER(S) '
                      'IN ' WS-LETTER-BUNDLE-COUNT ' WAREHOUSE '
                      'BUNDLE(S) WRITTEN TO DRAKEA-LTR.TXT'
           END-IF

           IF REMIT-IS-ACTIVE
              PERFORM 585-WRITE-REMITTANCE-TRAILERS
              CLOSE UNION-REMIT-FILE
               WHEN PROOF-RUN
                   DISPLAY 'NOTE: PROOF RUN - TOTALS HISTORY AND '
                           'VARIANCE REPORT NOT PRODUCED'
                   PERFORM 582-WRITE-APPROVAL-REQUEST
               WHEN NOT ALL-WAREHOUSES
                   DISPLAY 'NOTE: SINGLE-WAREHOUSE RUN - TOTALS '
                           'HISTORY AND VARIANCE REPORT NOT PRODUCED'
           END-IF
           .

      *    CLOSES OFF THE RETROACTIVE PAY REPORT WITH ITS COUNT AND
      *    MONEY LINES, AND THE INTERFACE WITH ITS 'TRL' CONTROL
      *    RECORD, BUILT THE SAME WAY AS THE REMITTANCE TRAILERS.
        581-WRITE-RETRO-TRAILERS.

           MOVE WS-RETRO-COUNT TO RTT-COUNT
           MOVE WS-RETRO-REVIEW-COUNT TO RTT-REVIEW
           WRITE RETRO-REPORT-RECORD FROM RETRO-TOTAL-LINE
           MOVE WS-RETRO-TOTAL-SALARY TO RTA-SALARY
           MOVE WS-RETRO-TOTAL-DUES TO RTA-DUES
           MOVE WS-RETRO-TOTAL-INSURANCE TO RTA-INSURANCE
           WRITE RETRO-REPORT-RECORD FROM RETRO-AMOUNT-LINE

           MOVE WS-RETRO-COUNT TO RPT-RECORD-COUNT
           MOVE WS-RETRO-TOTAL-SALARY TO RPT-TOTAL-SALARY
           MOVE WS-RETRO-TOTAL-DUES TO RPT-TOTAL-DUES
           MOVE WS-RETRO-TOTAL-INSURANCE TO RPT-TOTAL-INSURANCE
           WRITE RETRO-PAY-RECORD FROM RETRO-TRAILER-RECORD
           .

      *    A PROOF IS WHAT AN APPLY GETS APPROVED AGAINST, SO A PROOF
      *    OF A WHOLE, BALANCED CYCLE LEAVES ITS FIGURES BEHIND AS THE
      *    APPROVAL REQUEST -- REPLACING ANY EARLIER REQUEST, WHICH
      *    ALSO ORPHANS ANY CARD SIGNED AGAINST THAT ONE.  A SINGLE-
      *    WAREHOUSE OR UNBALANCED PROOF COULD NEVER BACK AN APPLY, AND
      *    A REQUEST WITH NO REQUESTER NAMED CANNOT BE HELD TO THE
      *    TWO-PERSON RULE, SO NONE OF THOSE WRITES ONE.
        582-WRITE-APPROVAL-REQUEST.

           EVALUATE TRUE
               WHEN NOT ALL-WAREHOUSES
                   DISPLAY 'NOTE: SINGLE-WAREHOUSE PROOF - NO APPROVAL '
                           'REQUEST WRITTEN'
               WHEN NOT RUN-IS-BALANCED
                   DISPLAY 'NOTE: PROOF DID NOT BALANCE - NO APPROVAL '
                           'REQUEST WRITTEN'
               WHEN WS-REQUESTER-ID = SPACES
                   DISPLAY 'NOTE: NO REQUESTER ID ON DRAKEA-PARM.TXT '
                           '(COLUMNS 32-39) - NO APPROVAL REQUEST '
                           'WRITTEN'
               WHEN OTHER
                   OPEN OUTPUT APPROVAL-REQUEST-FILE
                   IF APPROVAL-REQ-STATUS NOT = '00'
                      DISPLAY 'WARNING: DRAKEA-APPRQ.TXT COULD NOT BE '
                              'OPENED FOR OUTPUT (STATUS '
                              APPROVAL-REQ-STATUS ') - NO APPROVAL '
                              'REQUEST WRITTEN'
                   ELSE
                      MOVE SPACES TO APPROVAL-REQUEST-RECORD
                      MOVE 'REQ' TO AQ-RECORD-TYPE
                      MOVE WS-RUN-DATE-NUM TO AQ-RUN-DATE
                      MOVE WS-WAREHOUSE-SELECT TO AQ-WAREHOUSE-SELECT
                      MOVE WS-REQUESTER-ID TO AQ-REQUESTER-ID
                      MOVE WS-SYSTEM-DATE TO AQ-REQUEST-DATE
                      MOVE WS-RUN-TIME-RAW(1:6) TO AQ-REQUEST-TIME
                      MOVE WS-COMPANY-HEADCOUNT TO AQ-HEADCOUNT
                      MOVE GT-INCREASED-CURRENT TO AQ-TOTAL-CURRENT
                      MOVE GT-INCREASED-UNION TO AQ-TOTAL-UNION
                      MOVE GT-INCREASED-INSURANCE
                          TO AQ-TOTAL-INSURANCE
                      MOVE WS-RATE-TABLE-COUNT TO AQ-RATE-COUNT
                      WRITE APPROVAL-REQUEST-RECORD

                      PERFORM 583-WRITE-REQUEST-RATE-ROW
                          VARYING WS-APPROVAL-SUB FROM 1 BY 1
                          UNTIL WS-APPROVAL-SUB > WS-RATE-TABLE-COUNT

                      CLOSE APPROVAL-REQUEST-FILE
                      MOVE 'Q' TO WS-APPROVAL-STATUS
                      MOVE SPACES TO WS-APPROVAL-NOTE
                      STRING 'REQUESTED BY ' DELIMITED BY SIZE
                             WS-REQUESTER-ID DELIMITED BY SPACE
                             INTO WS-APPROVAL-NOTE
                      DISPLAY 'NOTE: APPROVAL REQUEST ' WS-SYSTEM-DATE
                              ' ' WS-RUN-TIME-RAW(1:6)
                              ' WRITTEN TO DRAKEA-APPRQ.TXT FOR '
                              WS-REQUESTER-ID
                      DISPLAY '      AN APPROVER OTHER THAN THE '
                              'REQUESTER SIGNS IT OFF ON '
                              'DRAKEA-APPROVE.TXT BEFORE THE APPLY'
                   END-IF
           END-EVALUATE
           .

        583-WRITE-REQUEST-RATE-ROW.

           MOVE SPACES TO APPROVAL-RATE-RECORD
           MOVE 'RAT' TO AR-RECORD-TYPE
           MOVE RR-ENTRY(WS-APPROVAL-SUB) TO AR-RATE-ROW
           WRITE APPROVAL-RATE-RECORD
           .

      *    THE SIGNATURE IS SPENT ON THE APPLY IT AUTHORIZED -- THE
      *    CARD IS EMPTIED SO IT CANNOT AUTHORIZE A SECOND ONE.
        584-RETIRE-APPROVAL-CARD.

           OPEN OUTPUT APPROVAL-CARD-FILE
           CLOSE APPROVAL-CARD-FILE
           .

      *    EACH INTERFACE FILE'S 'TRL' RECORD IS BUILT FROM THE COUNT
      *    AND TOTAL OF THE 'DTL' RECORDS ACTUALLY WRITTEN TO IT, SO
      *    THE UNION LOCAL AND THE CARRIER CAN BALANCE THE FILE THE
                      MOVE RUN-BALANCED-SW TO RL-BALANCED
              END-EVALUATE
              MOVE 'Y' TO RL-CLEAN-EOF
              MOVE WS-APPROVAL-STATUS TO RL-APPROVAL-STATUS
              MOVE WS-APPROVAL-NOTE TO RL-APPROVAL-NOTE
              WRITE RUN-LOG-RECORD
              CLOSE RUN-LOG-FILE
           END-IF
