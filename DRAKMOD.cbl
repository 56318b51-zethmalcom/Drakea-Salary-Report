        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRAKMOD.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This program models a raise cycle several ways at once, so
      *  the board can compare candidate raise percentages, hire-date
      *  eligibility rules, and salary bands side by side instead of
      *  hand-editing DRAKEA-RATES.TXT and running a proof of the
      *  salary run once per option.
      *
      *  Each scenario is a complete set of the three files the
      *  salary run reads -- rates, eligibility, and bands -- taken
      *  either from the production files themselves (so the current
      *  plan can sit in the first column as the baseline) or from
      *  rows pasted into the scenario deck exactly as they would be
      *  typed into those files.  The employee master is read once,
      *  and every active employee is run through every scenario
      *  with the same arithmetic as the salary run's 330-LOOKUP-
      *  RAISE-RATES, 335-APPLY-ELIGIBILITY-RULES, and 337-CHECK-
      *  SALARY-BAND, so a scenario built from the production files
      *  foots to the DSR grand total for the same as-of date.
      *
      *  The program is strictly read-only.  It opens the master for
      *  input only and writes nothing but its own report -- no
      *  applied master, backout journal, totals history, remittance,
      *  GL journal, run log, or cycle-control stamp -- so finance can
      *  run it as often as they like during budget season.
      * ***************
      *  INPUT:
      *     1.  The SCENARIO DECK, one card per row, column 1 the row
      *         type:
      *           'D'  as-of date, columns 3-10 (YYYYMMDD) -- the
      *                date eligibility months are counted to.
      *                Blank or missing = the system date.
      *           'S'  starts a scenario -- columns 3-12 its column
      *                label, column 14 'P' to take the production
      *                DRAKEA-RATES/ELIG/BANDS.TXT files as they are.
      *           'R'  a rate row, columns 3-16 laid out exactly as
      *                a DRAKEA-RATES.TXT row.
      *           'E'  the eligibility rule, columns 3-11 laid out
      *                exactly as the DRAKEA-ELIG.TXT row.
      *           'B'  a band row, columns 3-20 laid out exactly as
      *                a DRAKEA-BANDS.TXT row.
      *           '*'  comment, ignored.
      *         R, E, and B rows belong to the scenario above them.
      *         Up to five scenarios.  The deck is required.
      *     2.  The EMPLOYEE MASTER FILE, indexed by EMPLOYEE-ID.
      *     3.  The MASTER CONTROL FILE -- balanced against the
      *         master as a warning only; nothing is posted.
      *     4.  The WAREHOUSE REFERENCE MASTER, for names and
      *         regions.
      *     5.  DRAKEA-RATES.TXT, DRAKEA-ELIG.TXT, DRAKEA-BANDS.TXT,
      *         read only for a 'P' scenario.
      *
      * ***************
      *  OUTPUT:
      *     1.  The SCENARIO COMPARISON REPORT -- a legend page
      *         describing each scenario, then one block per
      *         warehouse, region, and position and a company block,
      *         each with a column per scenario: rated headcount,
      *         current and increased salary, the salary increase,
      *         increased dues and insurance, and the headcount
      *         capped at band max, given no raise, or not rated.
      ****************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   IBM-PC.
        OBJECT-COMPUTER.   IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SCENARIO-DECK-FILE
                ASSIGN TO 'DRAKEA-MODEL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SCENARIO-DECK-STATUS.
            SELECT EMPLOYEE-MASTER-FILE
                ASSIGN TO 'DRAKEA-EMP.MST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EMPLOYEE-ID
                FILE STATUS IS MASTER-FILE-STATUS.
            SELECT MASTER-CONTROL-FILE
                ASSIGN TO 'DRAKEA-MST-CTL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MASTER-CONTROL-STATUS.
            SELECT WAREHOUSE-MASTER-FILE
                ASSIGN TO 'DRAKEA-WHS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WHS-MASTER-STATUS.
            SELECT RAISE-RATE-FILE
                ASSIGN TO 'DRAKEA-RATES.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAISE-RATE-STATUS.
            SELECT ELIGIBILITY-RULE-FILE
                ASSIGN TO 'DRAKEA-ELIG.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ELIG-RULE-STATUS.
            SELECT SALARY-BAND-FILE
                ASSIGN TO 'DRAKEA-BANDS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SALARY-BAND-STATUS.
            SELECT MODEL-REPORT-FILE
                ASSIGN TO PRINTER 'DRAKEA-MODRPT.TXT'.

        DATA DIVISION.
        FILE SECTION.

      *    THE SCENARIO DECK.  THE R/E/B ROW IMAGES IN COLUMNS 3 ON
      *    ARE THE PRODUCTION FILES' OWN LAYOUTS, SO A CANDIDATE RATE
      *    FILE IS PASTED IN WITH "R " IN FRONT OF EACH LINE AND NO
      *    OTHER EDITING.
        FD   SCENARIO-DECK-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  SCENARIO-DECK-RECORD.
            05  DK-ROW-TYPE             PIC X(1).
                88  DK-AS-OF-ROW                      VALUE 'D'.
                88  DK-SCENARIO-ROW                   VALUE 'S'.
                88  DK-RATE-ROW                       VALUE 'R'.
                88  DK-ELIG-ROW                       VALUE 'E'.
                88  DK-BAND-ROW                       VALUE 'B'.
                88  DK-COMMENT-ROW                    VALUE '*' SPACE.
            05  FILLER                  PIC X(1).
            05  DK-ROW-IMAGE            PIC X(78).
            05  DK-AS-OF-VIEW REDEFINES DK-ROW-IMAGE.
                10  DK-AS-OF-DATE       PIC X(8).
                10  FILLER              PIC X(70).
            05  DK-SCENARIO-VIEW REDEFINES DK-ROW-IMAGE.
                10  DK-SCENARIO-LABEL   PIC X(10).
                10  FILLER              PIC X(1).
                10  DK-PRODUCTION-SW    PIC X(1).
                10  FILLER              PIC X(66).

        FD   EMPLOYEE-MASTER-FILE
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

        FD   RAISE-RATE-FILE
            RECORD CONTAINS 14 CHARACTERS.

        01  RAISE-RATE-RAW-RECORD       PIC X(14).

        FD   ELIGIBILITY-RULE-FILE
            RECORD CONTAINS 9 CHARACTERS.

        01  ELIG-RULE-RAW-RECORD        PIC X(9).

        FD   SALARY-BAND-FILE
            RECORD CONTAINS 18 CHARACTERS.

        01  SALARY-BAND-RAW-RECORD      PIC X(18).

        FD    MODEL-REPORT-FILE
             RECORD CONTAINS 100 CHARACTERS.

        01  MODEL-REPORT-RECORD         PIC X(100).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.
           05  DECK-EOF-FLAG           PIC X         VALUE 'N'.
               88  DECK-EOF                          VALUE 'Y'.
           05  DECK-SKIP-SW            PIC X         VALUE 'N'.
               88  DECK-SKIPPING                     VALUE 'Y'.
           05  RAW-EOF-FLAG            PIC X         VALUE 'N'.
               88  RAW-FILE-EOF                      VALUE 'Y'.
           05  MASTER-OPEN-SW          PIC X         VALUE 'N'.
               88  MASTER-WAS-OPENED                 VALUE 'Y'.
           05  CONTROL-TOTALS-SW       PIC X         VALUE 'N'.
               88  CONTROL-TOTALS-FOUND              VALUE 'Y'.
           05  RATE-FILE-EOF-FLAG      PIC X         VALUE 'N'.
               88  RATE-FILE-EOF                     VALUE 'Y'.
           05  BAND-FILE-EOF-FLAG      PIC X         VALUE 'N'.
               88  BAND-FILE-EOF                     VALUE 'Y'.
           05  WHS-MASTER-EOF-FLAG     PIC X         VALUE 'N'.
               88  WHS-MASTER-EOF                    VALUE 'Y'.
           05  RATE-FOUND-SW           PIC X         VALUE 'N'.
               88  RATE-CODE-FOUND                   VALUE 'Y'.
           05  BAND-FOUND-SW           PIC X         VALUE 'N'.
               88  BAND-CODE-FOUND                   VALUE 'Y'.
           05  RAISE-ELIG-SW           PIC X         VALUE 'F'.
               88  RAISE-IS-FULL                     VALUE 'F'.
               88  RAISE-IS-PRORATED                 VALUE 'P'.
               88  RAISE-IS-SKIPPED                  VALUE 'N'.
           05  RAISE-CAPPED-SW         PIC X         VALUE 'N'.
               88  RAISE-WAS-CAPPED                  VALUE 'Y'.
           05  SCENARIO-DECK-STATUS    PIC XX.
           05  MASTER-FILE-STATUS      PIC XX.
           05  MASTER-CONTROL-STATUS   PIC XX.
           05  WHS-MASTER-STATUS       PIC XX.
           05  RAISE-RATE-STATUS       PIC XX.
           05  ELIG-RULE-STATUS        PIC XX.
           05  SALARY-BAND-STATUS      PIC XX.

        01  WS-DATE.
           05  RUN-YEAR                PIC 9(4).
           05  RUN-MONTH               PIC 99.
           05  RUN-DAY                 PIC 99.

        01  WS-SYSTEM-DATE              PIC 9(8)      VALUE 0.

        01  BALANCE-FIELDS.
           05  WS-ACTUAL-RECORD-COUNT     PIC 9(6)     VALUE 0.
           05  WS-ACTUAL-TOTAL-SALARY     PIC 9(9)V99  VALUE 0.
           05  WS-EXPECTED-RECORD-COUNT   PIC 9(6)     VALUE 0.
           05  WS-EXPECTED-TOTAL-SALARY   PIC 9(9)V99  VALUE 0.

        01  MODEL-COUNTERS.
           05  WS-ACTIVE-COUNT         PIC 9(6)      VALUE 0.
           05  WS-INACTIVE-COUNT       PIC 9(6)      VALUE 0.
           05  WS-DECK-ROW-COUNT       PIC 9(5)      VALUE 0.

        01  EDITED-FIELDS.
           05  WS-COUNT-ED             PIC Z(5)9.
           05  WS-COUNT-ED-2           PIC Z(5)9.

      *    ONE ENTRY PER SCENARIO ON THE DECK.  EACH CARRIES ITS OWN
      *    COPY OF THE THREE TABLES THE SALARY RUN LOADS FROM
      *    DRAKEA-RATES/ELIG/BANDS.TXT, SAME PICTURES, SO THE
      *    330/335/337 ARITHMETIC BELOW RUNS AGAINST EXACTLY WHAT
      *    THE SALARY RUN WOULD HAVE LOADED.
        01  SCENARIO-CONTROL.
           05  WS-SCENARIO-COUNT       PIC 9         VALUE 0.
           05  SC-SUB                  PIC S9(3)     VALUE +0.

        01  SCENARIO-TABLE.
           05  SC-ENTRY                OCCURS 5 TIMES.
               10  SC-LABEL             PIC X(10).
               10  SC-SOURCE-SW         PIC X(1).
                   88  SC-FROM-PRODUCTION            VALUE 'P'.
               10  SC-RATE-COUNT        PIC 9(3).
               10  SC-RATE-ENTRY        OCCURS 20 TIMES.
                   15  SC-RATE-POSITION PIC X(2).
                   15  SC-CURRENT-RATE  PIC 9V999.
                   15  SC-UNION-RATE    PIC 9V999.
                   15  SC-INSURANCE-RATE PIC 9V999.
               10  SC-ELIG-LOADED-SW    PIC X(1).
                   88  SC-ELIG-LOADED                VALUE 'Y'.
               10  SC-ELIG-NO-RAISE     PIC 9(3).
               10  SC-ELIG-FULL         PIC 9(3).
               10  SC-ELIG-METHOD       PIC X(1).
               10  SC-BAND-COUNT        PIC 9(3).
               10  SC-BAND-ENTRY        OCCURS 20 TIMES.
                   15  SC-BAND-POSITION PIC X(2).
                   15  SC-BAND-MIN      PIC 9(6)V99.
                   15  SC-BAND-MAX      PIC 9(6)V99.

      *    ONE ROW OF ANY OF THE THREE FILES, WHETHER IT CAME FROM
      *    THE PRODUCTION FILE OR FROM THE DECK -- 161/162/163 EDIT
      *    AND LOAD FROM HERE, SO BOTH SOURCES GET THE SAME EDITS
      *    THE SALARY RUN'S 155/157/158 MAKE.
        01  RATE-ROW-WORK.
           05  RW-POSITION-CODE        PIC X(2).
           05  RW-CURRENT-RATE         PIC 9V999.
           05  RW-UNION-RATE           PIC 9V999.
           05  RW-INSURANCE-RATE       PIC 9V999.

        01  ELIG-ROW-WORK.
           05  EW-NO-RAISE-MONTHS      PIC 9(3).
           05  FILLER                  PIC X(1).
           05  EW-FULL-MONTHS          PIC 9(3).
           05  FILLER                  PIC X(1).
           05  EW-METHOD               PIC X(1).

        01  BAND-ROW-WORK.
           05  BW-POSITION-CODE        PIC X(2).
           05  BW-BAND-MIN             PIC 999999V99.
           05  BW-BAND-MAX             PIC 999999V99.

        01  WHS-TABLE-CONTROL.
           05  WS-WHS-TABLE-COUNT       PIC 9(3)  VALUE 0.

        01  WAREHOUSE-TABLE.
           05  WT-ENTRY                OCCURS 1 TO 20 TIMES
                                        DEPENDING ON WS-WHS-TABLE-COUNT
                                        INDEXED BY WT-IDX.
               10  WT-CODE              PIC X(4).
               10  WT-NAME              PIC X(11).
               10  WT-REGION            PIC X(3).
               10  WT-OPEN-DATE         PIC 9(8).
               10  WT-CLOSE-DATE        PIC 9(8).

      *    SAME HARDCODED POSITION TABLE AS THE SALARY RUN -- A CODE
      *    NOT ON IT IS AN EXCEPTION THERE AND IS "NOT RATED" HERE.
        01  POSITION-TABLE-VALUES.
           05  FILLER            PIC X(12) VALUE 'WMMANAGER   '.
           05  FILLER            PIC X(12) VALUE 'DSSUPERVISOR'.
           05  FILLER            PIC X(12) VALUE 'OWOFFICE    '.
           05  FILLER            PIC X(12) VALUE 'WWWAREHOUSE '.
           05  FILLER            PIC X(12) VALUE 'WSSECURITY  '.

        01  POSITION-TABLE REDEFINES POSITION-TABLE-VALUES.
           05  PT-ENTRY                OCCURS 5 TIMES
                                        INDEXED BY PT-IDX.
               10  PT-CODE              PIC X(2).
               10  PT-NAME              PIC X(10).

      *    THE ACCUMULATORS.  EVERY LEVEL -- WAREHOUSE, REGION,
      *    POSITION, COMPANY -- CARRIES THE SAME FIGURES BLOCK, ONE
      *    COLUMN PER SCENARIO, SO ONE PRINT ROUTINE (560) SERVES
      *    THEM ALL BY MOVING THE BLOCK TO GROUP-WORK-FIGURES.
      *    CHANGE ONE FIGURES LAYOUT AND CHANGE THEM ALL.
        01  WAREHOUSE-MODEL-CONTROL.
           05  WS-MW-COUNT             PIC 9(3)      VALUE 0.
           05  WS-MW-SUB               PIC S9(3)     VALUE +0.
           05  WS-MG-COUNT             PIC 9(3)      VALUE 0.
           05  WS-MG-SUB               PIC S9(3)     VALUE +0.
           05  WS-POSITION-SUB         PIC S9(3)     VALUE +0.
           05  WS-SHIFT-SUB            PIC S9(3)     VALUE +0.
           05  WS-REGION-HOLD          PIC X(3)      VALUE SPACES.
           05  WS-WHS-NAME-HOLD        PIC X(11)     VALUE SPACES.

        01  WAREHOUSE-MODEL-TABLE.
           05  MW-ENTRY                OCCURS 21 TIMES.
               10  MW-CODE              PIC X(4).
               10  MW-NAME              PIC X(11).
               10  MW-REGION            PIC X(3).
               10  MW-FIGURES.
                   15  MW-SCEN          OCCURS 5 TIMES.
                       20  MW-HEADCOUNT  PIC 9(5).
                       20  MW-OLD-CURRENT PIC 9(8)V99.
                       20  MW-CURRENT    PIC 9(8)V99.
                       20  MW-UNION      PIC 9(7)V99.
                       20  MW-INSURANCE  PIC 9(7)V99.
                       20  MW-CAPPED     PIC 9(5).
                       20  MW-NO-RAISE   PIC 9(5).
                       20  MW-NOT-RATED  PIC 9(5).

        01  REGION-MODEL-TABLE.
           05  MG-ENTRY                OCCURS 11 TIMES.
               10  MG-CODE              PIC X(3).
               10  MG-FIGURES.
                   15  MG-SCEN          OCCURS 5 TIMES.
                       20  MG-HEADCOUNT  PIC 9(5).
                       20  MG-OLD-CURRENT PIC 9(8)V99.
                       20  MG-CURRENT    PIC 9(8)V99.
                       20  MG-UNION      PIC 9(7)V99.
                       20  MG-INSURANCE  PIC 9(7)V99.
                       20  MG-CAPPED     PIC 9(5).
                       20  MG-NO-RAISE   PIC 9(5).
                       20  MG-NOT-RATED  PIC 9(5).

        01  POSITION-MODEL-TABLE.
           05  MP-ENTRY                OCCURS 5 TIMES.
               10  MP-FIGURES.
                   15  MP-SCEN          OCCURS 5 TIMES.
                       20  MP-HEADCOUNT  PIC 9(5).
                       20  MP-OLD-CURRENT PIC 9(8)V99.
                       20  MP-CURRENT    PIC 9(8)V99.
                       20  MP-UNION      PIC 9(7)V99.
                       20  MP-INSURANCE  PIC 9(7)V99.
                       20  MP-CAPPED     PIC 9(5).
                       20  MP-NO-RAISE   PIC 9(5).
                       20  MP-NOT-RATED  PIC 9(5).

        01  COMPANY-MODEL-FIGURES.
           05  MC-SCEN                 OCCURS 5 TIMES.
               10  MC-HEADCOUNT         PIC 9(5).
               10  MC-OLD-CURRENT       PIC 9(8)V99.
               10  MC-CURRENT           PIC 9(8)V99.
               10  MC-UNION             PIC 9(7)V99.
               10  MC-INSURANCE         PIC 9(7)V99.
               10  MC-CAPPED            PIC 9(5).
               10  MC-NO-RAISE          PIC 9(5).
               10  MC-NOT-RATED         PIC 9(5).

        01  GROUP-WORK-AREA.
           05  GW-LABEL                PIC X(40).
           05  GW-METRIC-NO            PIC S9(3)     VALUE +0.
           05  GROUP-WORK-FIGURES.
               10  GW-SCEN             OCCURS 5 TIMES.
                   15  GW-HEADCOUNT     PIC 9(5).
                   15  GW-OLD-CURRENT   PIC 9(8)V99.
                   15  GW-CURRENT       PIC 9(8)V99.
                   15  GW-UNION         PIC 9(7)V99.
                   15  GW-INSURANCE     PIC 9(7)V99.
                   15  GW-CAPPED        PIC 9(5).
                   15  GW-NO-RAISE      PIC 9(5).
                   15  GW-NOT-RATED     PIC 9(5).

      *    ZEROED FIGURES BLOCK, MOVED OVER A NEW TABLE ROW WHEN A
      *    WAREHOUSE OR REGION IS FIRST SEEN.
        01  ZERO-FIGURES.
           05  ZF-SCEN                 OCCURS 5 TIMES.
               10  FILLER               PIC 9(5)      VALUE 0.
               10  FILLER               PIC 9(8)V99   VALUE 0.
               10  FILLER               PIC 9(8)V99   VALUE 0.
               10  FILLER               PIC 9(7)V99   VALUE 0.
               10  FILLER               PIC 9(7)V99   VALUE 0.
               10  FILLER               PIC 9(5)      VALUE 0.
               10  FILLER               PIC 9(5)      VALUE 0.
               10  FILLER               PIC 9(5)      VALUE 0.

      *    SAME WORK FIELDS, SAME PICTURES, AS THE SALARY RUN'S
      *    ELIGIBILITY-FIELDS, TEMPORARY-FIELDS, AND DETAIL-FIELDS --
      *    THE TRUNCATION AND ROUNDING MUST COME OUT TO THE PENNY.
        01  ELIGIBILITY-FIELDS.
           05  WS-ELIG-MONTHS          PIC S9(5)     VALUE +0.
           05  WS-ELIG-HIRE-DATE       PIC 9(8)      VALUE 0.
           05  WS-ELIG-HIRE-SPLIT REDEFINES WS-ELIG-HIRE-DATE.
               10  WS-ELIG-HIRE-YEAR   PIC 9(4).
               10  WS-ELIG-HIRE-MONTH  PIC 99.
               10  WS-ELIG-HIRE-DAY    PIC 99.

        01 TEMPORARY-FIELDS.
           05  CURRENT-TMP          PIC S999999V99  VALUE +0.
           05  UNION-TMP            PIC S99999V99  VALUE +0.
           05  INSURANCE-TMP        PIC S99999V99  VALUE +0.
           05  WS-CURRENT-RATE            PIC 9V999       VALUE 0.
           05  WS-UNION-RATE              PIC 9V999       VALUE 0.
           05  WS-INSURANCE-RATE          PIC 9V999       VALUE 0.
           05  WS-BAND-MIN                PIC 9(6)V99     VALUE 0.
           05  WS-BAND-MAX                PIC 9(6)V99     VALUE 0.
           05  WS-RATE-SUB                PIC S9(3)       VALUE +0.
           05  WS-BAND-SUB                PIC S9(3)       VALUE +0.

        01  DETAIL-FIELDS.
           05  DF-EMPLOYEE-POSITION    PIC X(2).
           05  DF-INCREASED-CURRENT    PIC S999999V99  VALUE +0.
           05  DF-INCREASED-UNION      PIC S99999V99   VALUE +0.
           05  DF-INCREASED-INSURANCE  PIC S99999V99   VALUE +0.

        01  REPORT-FIELDS.
           05  PROPER-SPACING             PIC S9   VALUE +1.
           05  WS-PAGE-NUMBER             PIC S99  VALUE +0.
           05  WS-LINE-COUNT              PIC S999 VALUE +0.
           05  WS-LINES-PER-PAGE          PIC S999 VALUE +55.
           05  WS-LINE-HOLD               PIC X(100).
           05  WS-SPACING-HOLD            PIC S9.

        01  MODEL-HEADING-ONE.
           05  MH1-MONTH           PIC 99.
           05  FILLER              PIC X      VALUE '/'.
           05  MH1-DAY             PIC 99.
           05  FILLER              PIC X      VALUE '/'.
           05  MH1-YEAR            PIC 9999.
           05  FILLER              PIC X(20)  VALUE SPACES.
           05  FILLER              PIC X(40)  VALUE
                   'DRAKEA, LTD - RAISE SCENARIO MODEL'.
           05  FILLER              PIC X(23)  VALUE SPACES.
           05  FILLER              PIC X(5)   VALUE 'PAGE '.
           05  MH1-PAGE            PIC Z9.

        01  MODEL-HEADING-TWO.
           05  FILLER              PIC X(12)  VALUE 'AS-OF DATE: '.
           05  MH2-MONTH           PIC 99.
           05  FILLER              PIC X      VALUE '/'.
           05  MH2-DAY             PIC 99.
           05  FILLER              PIC X      VALUE '/'.
           05  MH2-YEAR            PIC 9999.
           05  FILLER              PIC X(6)   VALUE SPACES.
           05  FILLER              PIC X(48)  VALUE
                   'MODEL ONLY - NO MASTER OR INTERFACE FILE WRITTEN'.
           05  FILLER              PIC X(24)  VALUE SPACES.

        01  MODEL-COLUMN-HEADING.
           05  FILLER              PIC X(22)  VALUE 'SCENARIO'.
           05  MCH-COLUMN          OCCURS 5 TIMES.
               10  FILLER          PIC X(5).
               10  MCH-LABEL       PIC X(10).
           05  FILLER              PIC X(3)   VALUE SPACES.

        01  MODEL-GROUP-LINE.
           05  MGL-LABEL           PIC X(40).
           05  FILLER              PIC X(60)  VALUE SPACES.

        01  MODEL-METRIC-LINE.
           05  ML-LABEL            PIC X(22).
           05  ML-COLUMN           OCCURS 5 TIMES.
               10  FILLER          PIC X(1).
               10  ML-AMOUNT       PIC $ZZ,ZZZ,ZZ9.99.
               10  ML-COUNT REDEFINES ML-AMOUNT
                                   PIC Z(13)9.
           05  FILLER              PIC X(3).

        01  MODEL-LEGEND-HEADING.
           05  FILLER              PIC X(6)   VALUE 'SCEN'.
           05  FILLER              PIC X(12)  VALUE 'LABEL'.
           05  FILLER              PIC X(12)  VALUE 'SOURCE'.
           05  FILLER              PIC X(11)  VALUE 'RATE ROWS'.
           05  FILLER              PIC X(11)  VALUE 'BAND ROWS'.
           05  FILLER              PIC X(48)  VALUE 'ELIGIBILITY'.

        01  MODEL-LEGEND-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  LG-SCENARIO         PIC 9.
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  LG-LABEL            PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  LG-SOURCE           PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  LG-RATE-COUNT       PIC ZZ9.
           05  FILLER              PIC X(8)   VALUE SPACES.
           05  LG-BAND-COUNT       PIC ZZ9.
           05  FILLER              PIC X(8)   VALUE SPACES.
           05  LG-ELIGIBILITY      PIC X(48).

        01  MODEL-NOTE-LINE.
           05  MNL-TEXT            PIC X(100).

        PROCEDURE DIVISION.

        100-CONTROL-MODULE.
           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 250-PROCESS-MASTER
           PERFORM 600-EOF-ROUTINE
           .

        150-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-SYSTEM-DATE

           PERFORM 152-READ-SCENARIO-DECK
           PERFORM 156-LOAD-WAREHOUSE-TABLE

           MOVE ZERO-FIGURES TO COMPANY-MODEL-FIGURES
           PERFORM VARYING WS-POSITION-SUB FROM 1 BY 1
                   UNTIL WS-POSITION-SUB > 5
              MOVE ZERO-FIGURES TO MP-FIGURES(WS-POSITION-SUB)
           END-PERFORM
           PERFORM 167-READ-MASTER-CONTROL

           OPEN OUTPUT MODEL-REPORT-FILE

           MOVE WS-SYSTEM-DATE(1:4) TO MH1-YEAR
           MOVE WS-SYSTEM-DATE(5:2) TO MH1-MONTH
           MOVE WS-SYSTEM-DATE(7:2) TO MH1-DAY
           MOVE RUN-YEAR TO MH2-YEAR
           MOVE RUN-MONTH TO MH2-MONTH
           MOVE RUN-DAY TO MH2-DAY

           MOVE SPACES TO MODEL-COLUMN-HEADING(23:78)
           PERFORM VARYING SC-SUB FROM 1 BY 1
                   UNTIL SC-SUB > WS-SCENARIO-COUNT
              MOVE SC-LABEL(SC-SUB) TO MCH-LABEL(SC-SUB)
           END-PERFORM
           .

      *    THE DECK IS REQUIRED -- WITHOUT IT THERE IS NOTHING TO
      *    MODEL -- SO A MISSING DECK, OR ONE WITH NO 'S' ROW, STOPS
      *    THE JOB.  A BAD INDIVIDUAL ROW IS WARNED ABOUT AND SKIPPED,
      *    AND THE SCENARIO IT BELONGED TO IS MODELED WITHOUT IT.
        152-READ-SCENARIO-DECK.

           OPEN INPUT SCENARIO-DECK-FILE
           IF SCENARIO-DECK-STATUS NOT = '00'
              DISPLAY 'ERROR: DRAKEA-MODEL.TXT COULD NOT BE OPENED '
                      '(STATUS ' SCENARIO-DECK-STATUS ') - A SCENARIO '
                      'DECK IS REQUIRED, NOTHING MODELED'
              STOP RUN
           END-IF

           PERFORM UNTIL DECK-EOF
              READ SCENARIO-DECK-FILE
                 AT END
                    SET DECK-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-DECK-ROW-COUNT
                    PERFORM 153-PROCESS-DECK-ROW
              END-READ
           END-PERFORM
           CLOSE SCENARIO-DECK-FILE

           IF WS-SCENARIO-COUNT = 0
              DISPLAY 'ERROR: DRAKEA-MODEL.TXT HAS NO SCENARIO (S) '
                      'ROWS - NOTHING MODELED'
              STOP RUN
           END-IF
           .

        153-PROCESS-DECK-ROW.

           EVALUATE TRUE
               WHEN DK-COMMENT-ROW
                   CONTINUE
               WHEN DK-AS-OF-ROW
                   IF DK-AS-OF-DATE IS NUMERIC
                      AND DK-AS-OF-DATE NOT = '00000000'
                      MOVE DK-AS-OF-DATE TO WS-DATE
                   ELSE
                      IF DK-AS-OF-DATE NOT = SPACES
                         DISPLAY 'WARNING: NON-NUMERIC AS-OF DATE "'
                                 DK-AS-OF-DATE '" IN DRAKEA-MODEL.TXT '
                                 '- USING THE SYSTEM DATE'
                      END-IF
                   END-IF
               WHEN DK-SCENARIO-ROW
                   PERFORM 154-START-SCENARIO
               WHEN DECK-SKIPPING
                   CONTINUE
               WHEN WS-SCENARIO-COUNT = 0
                   DISPLAY 'WARNING: DRAKEA-MODEL.TXT ROW '
                           WS-DECK-ROW-COUNT ' COMES BEFORE ANY '
                           'SCENARIO (S) ROW - IGNORED'
               WHEN SC-FROM-PRODUCTION(WS-SCENARIO-COUNT)
                   DISPLAY 'WARNING: DRAKEA-MODEL.TXT ROW '
                           WS-DECK-ROW-COUNT ' BELONGS TO PRODUCTION '
                           'SCENARIO ' SC-LABEL(WS-SCENARIO-COUNT)
                           ' - IGNORED'
               WHEN DK-RATE-ROW
                   MOVE DK-ROW-IMAGE(1:14) TO RATE-ROW-WORK
                   PERFORM 161-ADD-RATE-ROW
               WHEN DK-ELIG-ROW
                   MOVE DK-ROW-IMAGE(1:9) TO ELIG-ROW-WORK
                   PERFORM 162-ADD-ELIG-ROW
               WHEN DK-BAND-ROW
                   MOVE DK-ROW-IMAGE(1:18) TO BAND-ROW-WORK
                   PERFORM 163-ADD-BAND-ROW
               WHEN OTHER
                   DISPLAY 'WARNING: DRAKEA-MODEL.TXT ROW '
                           WS-DECK-ROW-COUNT ' HAS UNKNOWN ROW TYPE "'
                           DK-ROW-TYPE '" - IGNORED'
           END-EVALUATE
           .

      *    A NEW SCENARIO STARTS EMPTY: NO RATES (EVERYONE NOT RATED),
      *    NO ELIGIBILITY RULE (EVERYONE AT THE FULL RATE), NO BANDS
      *    (NOTHING CAPPED) -- THE SAME THING THE SALARY RUN DOES
      *    WHEN EACH FILE IS MISSING.  A PRODUCTION SCENARIO FILLS
      *    ALL THREE FROM THE REAL FILES RIGHT HERE.
        154-START-SCENARIO.

           IF WS-SCENARIO-COUNT NOT < 5
              DISPLAY 'WARNING: MORE THAN 5 SCENARIOS ON '
                      'DRAKEA-MODEL.TXT - SCENARIO '
                      DK-SCENARIO-LABEL ' AND ALL LATER ROWS '
                      'IGNORED'
              SET DECK-SKIPPING TO TRUE
           ELSE
              ADD 1 TO WS-SCENARIO-COUNT
              MOVE WS-SCENARIO-COUNT TO SC-SUB
              MOVE DK-SCENARIO-LABEL TO SC-LABEL(SC-SUB)
              IF SC-LABEL(SC-SUB) = SPACES
                 MOVE 'SCENARIO' TO SC-LABEL(SC-SUB)
                 MOVE WS-SCENARIO-COUNT TO SC-LABEL(SC-SUB)(10:1)
              END-IF
              MOVE 0 TO SC-RATE-COUNT(SC-SUB)
              MOVE 0 TO SC-BAND-COUNT(SC-SUB)
              MOVE 'N' TO SC-ELIG-LOADED-SW(SC-SUB)
              MOVE 0 TO SC-ELIG-NO-RAISE(SC-SUB)
              MOVE 0 TO SC-ELIG-FULL(SC-SUB)
              MOVE 'M' TO SC-ELIG-METHOD(SC-SUB)
              MOVE DK-PRODUCTION-SW TO SC-SOURCE-SW(SC-SUB)
              IF SC-FROM-PRODUCTION(SC-SUB)
                 PERFORM 155-LOAD-PRODUCTION-RATES
                 PERFORM 157-LOAD-PRODUCTION-ELIG
                 PERFORM 158-LOAD-PRODUCTION-BANDS
              END-IF
           END-IF
           .

        155-LOAD-PRODUCTION-RATES.

           MOVE 'N' TO RATE-FILE-EOF-FLAG
           OPEN INPUT RAISE-RATE-FILE
           IF RAISE-RATE-STATUS NOT = '00'
              DISPLAY 'WARNING: DRAKEA-RATES.TXT COULD NOT BE OPENED '
                      '(STATUS ' RAISE-RATE-STATUS ') - SCENARIO '
                      SC-LABEL(SC-SUB) ' HAS NO RATES'
           ELSE
              PERFORM UNTIL RATE-FILE-EOF
                 READ RAISE-RATE-FILE
                    AT END
                       SET RATE-FILE-EOF TO TRUE
                    NOT AT END
                       MOVE RAISE-RATE-RAW-RECORD TO RATE-ROW-WORK
                       PERFORM 161-ADD-RATE-ROW
                 END-READ
              END-PERFORM
              CLOSE RAISE-RATE-FILE
           END-IF
           .

        157-LOAD-PRODUCTION-ELIG.

           OPEN INPUT ELIGIBILITY-RULE-FILE
           IF ELIG-RULE-STATUS NOT = '00'
              DISPLAY 'NOTE: DRAKEA-ELIG.TXT NOT FOUND (STATUS '
                      ELIG-RULE-STATUS ') - SCENARIO '
                      SC-LABEL(SC-SUB) ' HAS NO ELIGIBILITY RULES'
           ELSE
              READ ELIGIBILITY-RULE-FILE
                 AT END
                    DISPLAY 'NOTE: DRAKEA-ELIG.TXT IS EMPTY - '
                            'SCENARIO ' SC-LABEL(SC-SUB) ' HAS NO '
                            'ELIGIBILITY RULES'
                 NOT AT END
                    MOVE ELIG-RULE-RAW-RECORD TO ELIG-ROW-WORK
                    PERFORM 162-ADD-ELIG-ROW
              END-READ
              CLOSE ELIGIBILITY-RULE-FILE
           END-IF
           .

        158-LOAD-PRODUCTION-BANDS.

           MOVE 'N' TO BAND-FILE-EOF-FLAG
           OPEN INPUT SALARY-BAND-FILE
           IF SALARY-BAND-STATUS NOT = '00'
              DISPLAY 'NOTE: DRAKEA-BANDS.TXT NOT FOUND (STATUS '
                      SALARY-BAND-STATUS ') - SCENARIO '
                      SC-LABEL(SC-SUB) ' HAS NO SALARY BANDS'
           ELSE
              PERFORM UNTIL BAND-FILE-EOF
                 READ SALARY-BAND-FILE
                    AT END
                       SET BAND-FILE-EOF TO TRUE
                    NOT AT END
                       MOVE SALARY-BAND-RAW-RECORD TO BAND-ROW-WORK
                       PERFORM 163-ADD-BAND-ROW
                 END-READ
              END-PERFORM
              CLOSE SALARY-BAND-FILE
           END-IF
           .

      *    THE SALARY RUN TAKES RATE ROWS AS TYPED; A DECK IS TYPED
      *    IN A HURRY DURING BUDGET SEASON, SO A NON-NUMERIC RATE IS
      *    CAUGHT HERE RATHER THAN MODELED AS GARBAGE.
        161-ADD-RATE-ROW.

           IF RW-CURRENT-RATE IS NUMERIC
              AND RW-UNION-RATE IS NUMERIC
              AND RW-INSURANCE-RATE IS NUMERIC
              IF SC-RATE-COUNT(SC-SUB) < 20
                 ADD 1 TO SC-RATE-COUNT(SC-SUB)
                 MOVE SC-RATE-COUNT(SC-SUB) TO WS-RATE-SUB
                 MOVE RW-POSITION-CODE
                     TO SC-RATE-POSITION(SC-SUB, WS-RATE-SUB)
                 MOVE RW-CURRENT-RATE
                     TO SC-CURRENT-RATE(SC-SUB, WS-RATE-SUB)
                 MOVE RW-UNION-RATE
                     TO SC-UNION-RATE(SC-SUB, WS-RATE-SUB)
                 MOVE RW-INSURANCE-RATE
                     TO SC-INSURANCE-RATE(SC-SUB, WS-RATE-SUB)
              ELSE
                 DISPLAY 'WARNING: RATE TABLE FULL FOR SCENARIO '
                         SC-LABEL(SC-SUB) ' - POSITION '
                         RW-POSITION-CODE ' NOT LOADED'
              END-IF
           ELSE
              DISPLAY 'WARNING: MISTYPED RATE ROW FOR POSITION '
                      RW-POSITION-CODE ' IN SCENARIO '
                      SC-LABEL(SC-SUB) ' - ROW IGNORED'
           END-IF
           .

      *    SAME EDITS AS THE SALARY RUN'S 157-LOAD-ELIGIBILITY-RULES.
        162-ADD-ELIG-ROW.

           IF EW-NO-RAISE-MONTHS IS NUMERIC
              AND EW-FULL-MONTHS IS NUMERIC
              AND (EW-METHOD = 'M' OR EW-METHOD = 'N')
              AND EW-FULL-MONTHS NOT < EW-NO-RAISE-MONTHS
              MOVE EW-NO-RAISE-MONTHS TO SC-ELIG-NO-RAISE(SC-SUB)
              MOVE EW-FULL-MONTHS TO SC-ELIG-FULL(SC-SUB)
              MOVE EW-METHOD TO SC-ELIG-METHOD(SC-SUB)
              MOVE 'Y' TO SC-ELIG-LOADED-SW(SC-SUB)
           ELSE
              DISPLAY 'WARNING: ELIGIBILITY ROW FOR SCENARIO '
                      SC-LABEL(SC-SUB) ' IS MISTYPED (MONTHS NOT '
                      'NUMERIC, METHOD NOT M/N, OR WINDOWS OUT OF '
                      'ORDER) - RULES IGNORED'
           END-IF
           .

      *    SAME EDITS AS THE SALARY RUN'S 158-LOAD-SALARY-BANDS.
        163-ADD-BAND-ROW.

           IF BW-BAND-MIN IS NUMERIC
              AND BW-BAND-MAX IS NUMERIC
              AND BW-BAND-MAX NOT < BW-BAND-MIN
              IF SC-BAND-COUNT(SC-SUB) < 20
                 ADD 1 TO SC-BAND-COUNT(SC-SUB)
                 MOVE SC-BAND-COUNT(SC-SUB) TO WS-BAND-SUB
                 MOVE BW-POSITION-CODE
                     TO SC-BAND-POSITION(SC-SUB, WS-BAND-SUB)
                 MOVE BW-BAND-MIN
                     TO SC-BAND-MIN(SC-SUB, WS-BAND-SUB)
                 MOVE BW-BAND-MAX
                     TO SC-BAND-MAX(SC-SUB, WS-BAND-SUB)
              ELSE
                 DISPLAY 'WARNING: BAND TABLE FULL FOR SCENARIO '
                         SC-LABEL(SC-SUB) ' - POSITION '
                         BW-POSITION-CODE ' NOT LOADED'
              END-IF
           ELSE
              DISPLAY 'WARNING: MISTYPED BAND ROW FOR POSITION '
                      BW-POSITION-CODE ' IN SCENARIO '
                      SC-LABEL(SC-SUB) ' - ROW IGNORED'
           END-IF
           .

        156-LOAD-WAREHOUSE-TABLE.

           MOVE 0 TO WS-WHS-TABLE-COUNT
           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WHS-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: DRAKEA-WHS.TXT COULD NOT BE OPENED '
                      '(STATUS ' WHS-MASTER-STATUS ') - NO WAREHOUSE '
                      'NAMES LOADED, ALL REGIONS WILL PRINT AS UNK'
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

      *    ONE PASS OF THE MASTER, IN KEY ORDER.  NOTHING HERE NEEDS
      *    WAREHOUSE ORDER -- EVERY FIGURE LANDS IN A TABLE ROW -- SO
      *    THERE IS NO SORT.
        250-PROCESS-MASTER.

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF MASTER-FILE-STATUS = '00'
              SET MASTER-WAS-OPENED TO TRUE
           ELSE
              DISPLAY 'ERROR: DRAKEA-EMP.MST COULD NOT BE OPENED '
                      '(STATUS ' MASTER-FILE-STATUS ') - NO EMPLOYEES '
                      'MODELED.  RUN DRAKLOAD TO BUILD THE MASTER.'
              SET RAW-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL RAW-FILE-EOF
              READ EMPLOYEE-MASTER-FILE
                 AT END
                    SET RAW-FILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ACTUAL-RECORD-COUNT
                    ADD CURRENT-SALARY TO WS-ACTUAL-TOTAL-SALARY
                    IF EMPLOYEE-IS-ACTIVE
                       ADD 1 TO WS-ACTIVE-COUNT
                       PERFORM 300-MODEL-ONE-EMPLOYEE
                    ELSE
                       ADD 1 TO WS-INACTIVE-COUNT
                    END-IF
              END-READ
           END-PERFORM

           IF MASTER-WAS-OPENED
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF

           PERFORM 190-BALANCE-CONTROL-TOTALS
           .

      *    A MODEL RUN POSTS NOTHING, SO AN OUT-OF-BALANCE MASTER IS
      *    ONLY A WARNING -- BUT THE FIGURES ARE ONLY AS GOOD AS THE
      *    MASTER, AND THE REPORT SAYS SO.
        190-BALANCE-CONTROL-TOTALS.

           IF NOT CONTROL-TOTALS-FOUND
              DISPLAY 'WARNING: NO CONTROL TOTALS FOUND IN '
                      'DRAKEA-MST-CTL.TXT - MASTER NOT BALANCED'
              MOVE 'WARNING: MASTER NOT BALANCED - NO CONTROL TOTALS'
                  TO MNL-TEXT
           ELSE
              IF WS-ACTUAL-RECORD-COUNT NOT = WS-EXPECTED-RECORD-COUNT
                 OR WS-ACTUAL-TOTAL-SALARY
                    NOT = WS-EXPECTED-TOTAL-SALARY
                 DISPLAY 'WARNING: DRAKEA-EMP.MST OUT OF BALANCE -- '
                         'EXPECTED COUNT ' WS-EXPECTED-RECORD-COUNT
                         ' ACTUAL COUNT ' WS-ACTUAL-RECORD-COUNT
                         ' EXPECTED TOTAL ' WS-EXPECTED-TOTAL-SALARY
                         ' ACTUAL TOTAL ' WS-ACTUAL-TOTAL-SALARY
                 STRING 'WARNING: MASTER OUT OF BALANCE WITH '
                        DELIMITED BY SIZE
                        'DRAKEA-MST-CTL.TXT - SEE THE JOB LOG'
                        DELIMITED BY SIZE
                        INTO MNL-TEXT
              ELSE
                 MOVE 'MASTER BALANCED TO DRAKEA-MST-CTL.TXT'
                     TO MNL-TEXT
              END-IF
           END-IF
           .

      *    FINDS (OR ADDS) THE EMPLOYEE'S WAREHOUSE AND REGION ROWS
      *    AND POSITION ENTRY ONCE, THEN RUNS EVERY SCENARIO.
        300-MODEL-ONE-EMPLOYEE.

           MOVE EMPLOYEE-POSITION TO DF-EMPLOYEE-POSITION
           PERFORM 305-FIND-WAREHOUSE-ROW
           PERFORM 306-FIND-REGION-ROW
           PERFORM 310-LOOKUP-POSITION

           PERFORM VARYING SC-SUB FROM 1 BY 1
                   UNTIL SC-SUB > WS-SCENARIO-COUNT
              PERFORM 320-MODEL-ONE-SCENARIO
           END-PERFORM
           .

      *    WAREHOUSE ROWS ARE KEPT IN CODE ORDER AS THEY ARE ADDED,
      *    SO THE REPORT PRINTS IN THE SAME ORDER AS THE DSR.  ROW 21
      *    IS THE OVERFLOW ROW -- A 21ST WAREHOUSE IS MODELED INTO
      *    THE REGION, POSITION, AND COMPANY FIGURES AND LUMPED INTO
      *    ONE OVER-THE-LIMIT BLOCK.  WS-REGION-HOLD COMES BACK AS
      *    THE EMPLOYEE'S OWN WAREHOUSE REGION EITHER WAY.
        305-FIND-WAREHOUSE-ROW.

           MOVE 0 TO WS-MW-SUB
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-MW-COUNT
              IF MW-CODE(WS-SHIFT-SUB) = WAREHOUSE-ID
                 MOVE WS-SHIFT-SUB TO WS-MW-SUB
                 MOVE MW-REGION(WS-SHIFT-SUB) TO WS-REGION-HOLD
                 MOVE WS-MW-COUNT TO WS-SHIFT-SUB
              END-IF
           END-PERFORM

           IF WS-MW-SUB = 0
              PERFORM 307-LOOKUP-WAREHOUSE-NAME
              IF WS-MW-COUNT < 20
                 MOVE WS-MW-COUNT TO WS-SHIFT-SUB
                 PERFORM UNTIL WS-SHIFT-SUB = 0
                    IF MW-CODE(WS-SHIFT-SUB) > WAREHOUSE-ID
                       MOVE MW-ENTRY(WS-SHIFT-SUB)
                           TO MW-ENTRY(WS-SHIFT-SUB + 1)
                       SUBTRACT 1 FROM WS-SHIFT-SUB
                    ELSE
                       MOVE WS-SHIFT-SUB TO WS-MW-SUB
                       MOVE 0 TO WS-SHIFT-SUB
                    END-IF
                 END-PERFORM
                 ADD 1 TO WS-MW-SUB
                 ADD 1 TO WS-MW-COUNT
                 MOVE WAREHOUSE-ID TO MW-CODE(WS-MW-SUB)
                 MOVE WS-WHS-NAME-HOLD TO MW-NAME(WS-MW-SUB)
                 MOVE WS-REGION-HOLD TO MW-REGION(WS-MW-SUB)
                 MOVE ZERO-FIGURES TO MW-FIGURES(WS-MW-SUB)
              ELSE
                 IF MW-CODE(21) NOT = '****'
                    DISPLAY 'WARNING: MORE THAN 20 WAREHOUSES ON THE '
                            'MASTER - ' WAREHOUSE-ID ' AND LATER '
                            'WAREHOUSES HAVE NO BLOCK OF THEIR OWN'
                    MOVE '****' TO MW-CODE(21)
                    MOVE ZERO-FIGURES TO MW-FIGURES(21)
                 END-IF
                 MOVE 21 TO WS-MW-SUB
              END-IF
           END-IF
           .

      *    REGION ROWS WORK THE SAME WAY, ROW 11 THE OVERFLOW.
        306-FIND-REGION-ROW.

           MOVE 0 TO WS-MG-SUB
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-MG-COUNT
              IF MG-CODE(WS-SHIFT-SUB) = WS-REGION-HOLD
                 MOVE WS-SHIFT-SUB TO WS-MG-SUB
                 MOVE WS-MG-COUNT TO WS-SHIFT-SUB
              END-IF
           END-PERFORM

           IF WS-MG-SUB = 0
              IF WS-MG-COUNT < 10
                 MOVE WS-MG-COUNT TO WS-SHIFT-SUB
                 PERFORM UNTIL WS-SHIFT-SUB = 0
                    IF MG-CODE(WS-SHIFT-SUB) > WS-REGION-HOLD
                       MOVE MG-ENTRY(WS-SHIFT-SUB)
                           TO MG-ENTRY(WS-SHIFT-SUB + 1)
                       SUBTRACT 1 FROM WS-SHIFT-SUB
                    ELSE
                       MOVE WS-SHIFT-SUB TO WS-MG-SUB
                       MOVE 0 TO WS-SHIFT-SUB
                    END-IF
                 END-PERFORM
                 ADD 1 TO WS-MG-SUB
                 ADD 1 TO WS-MG-COUNT
                 MOVE WS-REGION-HOLD TO MG-CODE(WS-MG-SUB)
                 MOVE ZERO-FIGURES TO MG-FIGURES(WS-MG-SUB)
              ELSE
                 IF MG-CODE(11) NOT = '***'
                    DISPLAY 'WARNING: MORE THAN 10 REGIONS - REGION '
                            WS-REGION-HOLD ' AND LATER REGIONS HAVE '
                            'NO REGION BLOCK'
                    MOVE '***' TO MG-CODE(11)
                    MOVE ZERO-FIGURES TO MG-FIGURES(11)
                 END-IF
                 MOVE 11 TO WS-MG-SUB
              END-IF
           END-IF
           .

        307-LOOKUP-WAREHOUSE-NAME.

           MOVE 'UNKNOWN WHS' TO WS-WHS-NAME-HOLD
           MOVE 'UNK' TO WS-REGION-HOLD
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WS-WHS-TABLE-COUNT
              IF WT-CODE(WT-IDX) = WAREHOUSE-ID
                 MOVE WT-NAME(WT-IDX) TO WS-WHS-NAME-HOLD
                 MOVE WT-REGION(WT-IDX) TO WS-REGION-HOLD
                 SET WT-IDX TO WS-WHS-TABLE-COUNT
              END-IF
           END-PERFORM
           .

      *    SAME TABLE SCAN AS THE SALARY RUN'S 310-LOOKUP-POSITION-
      *    NAME -- WS-POSITION-SUB 0 MEANS AN UNKNOWN CODE.
        310-LOOKUP-POSITION.

           MOVE 0 TO WS-POSITION-SUB
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > 5
              IF PT-CODE(PT-IDX) = DF-EMPLOYEE-POSITION
                 SET WS-POSITION-SUB TO PT-IDX
                 SET PT-IDX TO 5
              END-IF
           END-PERFORM
           .

      *    ONE EMPLOYEE UNDER ONE SCENARIO.  AN UNKNOWN POSITION OR A
      *    POSITION WITH NO RATE ROW IN THIS SCENARIO IS AN EXCEPTION
      *    IN THE SALARY RUN -- LEFT OUT OF EVERY TOTAL -- SO HERE IT
      *    IS COUNTED AS NOT RATED AND LEFT OUT THE SAME WAY.
        320-MODEL-ONE-SCENARIO.

           MOVE CURRENT-SALARY TO DF-INCREASED-CURRENT
           MOVE UNION-DUES TO DF-INCREASED-UNION
           MOVE INSURANCE TO DF-INCREASED-INSURANCE
           MOVE 'F' TO RAISE-ELIG-SW
           MOVE 'N' TO RAISE-CAPPED-SW
           MOVE 'N' TO RATE-FOUND-SW

           IF WS-POSITION-SUB NOT = 0
              PERFORM 330-LOOKUP-RAISE-RATES
           END-IF

           IF NOT RATE-CODE-FOUND
              PERFORM 345-COUNT-NOT-RATED
           ELSE
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

              PERFORM 337-CHECK-SALARY-BAND
              PERFORM 340-ACCUMULATE-SCENARIO
           END-IF
           .

      *    330, 335, AND 337 ARE THE SALARY RUN'S PARAGRAPHS OF THE
      *    SAME NUMBERS, READING THIS SCENARIO'S TABLES INSTEAD OF
      *    THE PRODUCTION ONES.  KEEP THEM IN STEP WITH DRAKEA.CBL --
      *    A CHANGE TO THE RAISE ARITHMETIC THERE MUST BE MADE HERE
      *    TOO, OR THE MODEL STOPS PREDICTING THE RUN.
        330-LOOKUP-RAISE-RATES.

           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > SC-RATE-COUNT(SC-SUB)
              IF SC-RATE-POSITION(SC-SUB, WS-RATE-SUB)
                 = DF-EMPLOYEE-POSITION
                 MOVE SC-CURRENT-RATE(SC-SUB, WS-RATE-SUB)
                     TO WS-CURRENT-RATE
                 MOVE SC-UNION-RATE(SC-SUB, WS-RATE-SUB)
                     TO WS-UNION-RATE
                 MOVE SC-INSURANCE-RATE(SC-SUB, WS-RATE-SUB)
                     TO WS-INSURANCE-RATE
                 SET RATE-CODE-FOUND TO TRUE
                 MOVE SC-RATE-COUNT(SC-SUB) TO WS-RATE-SUB
              END-IF
           END-PERFORM
           .

        335-APPLY-ELIGIBILITY-RULES.

           IF NOT SC-ELIG-LOADED(SC-SUB)
              OR HIRE-DATE NOT NUMERIC
              OR LAST-PAY-INCREASE(1:8) NOT = '00000000'
              CONTINUE
           ELSE
              MOVE HIRE-DATE TO WS-ELIG-HIRE-DATE
              COMPUTE WS-ELIG-MONTHS =
                  (RUN-YEAR * 12 + RUN-MONTH)
                  - (WS-ELIG-HIRE-YEAR * 12 + WS-ELIG-HIRE-MONTH)

              EVALUATE TRUE
                  WHEN WS-ELIG-MONTHS < SC-ELIG-NO-RAISE(SC-SUB)
                      MOVE 'N' TO RAISE-ELIG-SW
                      MOVE ZEROS TO WS-CURRENT-RATE
                      MOVE ZEROS TO WS-UNION-RATE
                      MOVE ZEROS TO WS-INSURANCE-RATE
                  WHEN WS-ELIG-MONTHS < SC-ELIG-FULL(SC-SUB)
                      IF SC-ELIG-METHOD(SC-SUB) = 'M'
                         MOVE 'P' TO RAISE-ELIG-SW
                         COMPUTE WS-CURRENT-RATE ROUNDED =
                             WS-CURRENT-RATE * WS-ELIG-MONTHS
                             / SC-ELIG-FULL(SC-SUB)
                         COMPUTE WS-UNION-RATE ROUNDED =
                             WS-UNION-RATE * WS-ELIG-MONTHS
                             / SC-ELIG-FULL(SC-SUB)
                         COMPUTE WS-INSURANCE-RATE ROUNDED =
                             WS-INSURANCE-RATE * WS-ELIG-MONTHS
                             / SC-ELIG-FULL(SC-SUB)
                      ELSE
                         MOVE 'N' TO RAISE-ELIG-SW
                         MOVE ZEROS TO WS-CURRENT-RATE
                         MOVE ZEROS TO WS-UNION-RATE
                         MOVE ZEROS TO WS-INSURANCE-RATE
                      END-IF
              END-EVALUATE
           END-IF
           .

      *    AN EMPLOYEE ALREADY ABOVE THE BAND IS NOT CUT AND NOT
      *    COUNTED AS CAPPED -- ONLY AN INCREASE THE BAND ACTUALLY
      *    HELD DOWN IS.
        337-CHECK-SALARY-BAND.

           MOVE 'N' TO BAND-FOUND-SW
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > SC-BAND-COUNT(SC-SUB)
              IF SC-BAND-POSITION(SC-SUB, WS-BAND-SUB)
                 = DF-EMPLOYEE-POSITION
                 MOVE SC-BAND-MIN(SC-SUB, WS-BAND-SUB) TO WS-BAND-MIN
                 MOVE SC-BAND-MAX(SC-SUB, WS-BAND-SUB) TO WS-BAND-MAX
                 SET BAND-CODE-FOUND TO TRUE
                 MOVE SC-BAND-COUNT(SC-SUB) TO WS-BAND-SUB
              END-IF
           END-PERFORM

           IF BAND-CODE-FOUND
              EVALUATE TRUE
                  WHEN CURRENT-SALARY > WS-BAND-MAX
                      CONTINUE
                  WHEN DF-INCREASED-CURRENT > WS-BAND-MAX
                      MOVE WS-BAND-MAX TO DF-INCREASED-CURRENT
                      SET RAISE-WAS-CAPPED TO TRUE
              END-EVALUATE
           END-IF
           .

        340-ACCUMULATE-SCENARIO.

           ADD 1 TO MC-HEADCOUNT(SC-SUB)
                    MW-HEADCOUNT(WS-MW-SUB, SC-SUB)
                    MG-HEADCOUNT(WS-MG-SUB, SC-SUB)
                    MP-HEADCOUNT(WS-POSITION-SUB, SC-SUB)
           ADD CURRENT-SALARY TO MC-OLD-CURRENT(SC-SUB)
                    MW-OLD-CURRENT(WS-MW-SUB, SC-SUB)
                    MG-OLD-CURRENT(WS-MG-SUB, SC-SUB)
                    MP-OLD-CURRENT(WS-POSITION-SUB, SC-SUB)
           ADD DF-INCREASED-CURRENT TO MC-CURRENT(SC-SUB)
                    MW-CURRENT(WS-MW-SUB, SC-SUB)
                    MG-CURRENT(WS-MG-SUB, SC-SUB)
                    MP-CURRENT(WS-POSITION-SUB, SC-SUB)
           ADD DF-INCREASED-UNION TO MC-UNION(SC-SUB)
                    MW-UNION(WS-MW-SUB, SC-SUB)
                    MG-UNION(WS-MG-SUB, SC-SUB)
                    MP-UNION(WS-POSITION-SUB, SC-SUB)
           ADD DF-INCREASED-INSURANCE TO MC-INSURANCE(SC-SUB)
                    MW-INSURANCE(WS-MW-SUB, SC-SUB)
                    MG-INSURANCE(WS-MG-SUB, SC-SUB)
                    MP-INSURANCE(WS-POSITION-SUB, SC-SUB)

           IF RAISE-WAS-CAPPED
              ADD 1 TO MC-CAPPED(SC-SUB)
                       MW-CAPPED(WS-MW-SUB, SC-SUB)
                       MG-CAPPED(WS-MG-SUB, SC-SUB)
                       MP-CAPPED(WS-POSITION-SUB, SC-SUB)
           END-IF
           IF RAISE-IS-SKIPPED
              ADD 1 TO MC-NO-RAISE(SC-SUB)
                       MW-NO-RAISE(WS-MW-SUB, SC-SUB)
                       MG-NO-RAISE(WS-MG-SUB, SC-SUB)
                       MP-NO-RAISE(WS-POSITION-SUB, SC-SUB)
           END-IF
           .

        345-COUNT-NOT-RATED.

           ADD 1 TO MC-NOT-RATED(SC-SUB)
                    MW-NOT-RATED(WS-MW-SUB, SC-SUB)
                    MG-NOT-RATED(WS-MG-SUB, SC-SUB)
           IF WS-POSITION-SUB NOT = 0
              ADD 1 TO MP-NOT-RATED(WS-POSITION-SUB, SC-SUB)
           END-IF
           .

        200-HEADER-ROUTINE.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO MH1-PAGE
           MOVE 0 TO WS-LINE-COUNT

           WRITE MODEL-REPORT-RECORD FROM MODEL-HEADING-ONE
               AFTER ADVANCING PAGE
           ADD 1 TO WS-LINE-COUNT

           MOVE 2 TO PROPER-SPACING
           WRITE MODEL-REPORT-RECORD FROM MODEL-HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT

           MOVE 2 TO PROPER-SPACING
           WRITE MODEL-REPORT-RECORD FROM MODEL-COLUMN-HEADING
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           .

        350-WRITE-A-LINE.

           MOVE MODEL-REPORT-RECORD TO WS-LINE-HOLD
           MOVE PROPER-SPACING TO WS-SPACING-HOLD
           PERFORM 355-CHECK-PAGE-OVERFLOW
           MOVE WS-LINE-HOLD TO MODEL-REPORT-RECORD
           MOVE WS-SPACING-HOLD TO PROPER-SPACING

           WRITE MODEL-REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO WS-LINE-COUNT
           .

        355-CHECK-PAGE-OVERFLOW.

           IF WS-LINE-COUNT + PROPER-SPACING > WS-LINES-PER-PAGE
              PERFORM 200-HEADER-ROUTINE
           END-IF
           .

      *    PAGE ONE SAYS WHAT EACH COLUMN IS, SO A PRINTOUT LEFT ON A
      *    DESK STILL SHOWS WHICH RATES AND RULES MADE WHICH NUMBERS.
        500-PRINT-LEGEND.

           PERFORM 200-HEADER-ROUTINE

           MOVE 1 TO PROPER-SPACING
           MOVE MODEL-LEGEND-HEADING TO MODEL-REPORT-RECORD
           PERFORM 350-WRITE-A-LINE

           PERFORM VARYING SC-SUB FROM 1 BY 1
                   UNTIL SC-SUB > WS-SCENARIO-COUNT
              MOVE SC-SUB TO LG-SCENARIO
              MOVE SC-LABEL(SC-SUB) TO LG-LABEL
              IF SC-FROM-PRODUCTION(SC-SUB)
                 MOVE 'PRODUCTION' TO LG-SOURCE
              ELSE
                 MOVE 'DECK' TO LG-SOURCE
              END-IF
              MOVE SC-RATE-COUNT(SC-SUB) TO LG-RATE-COUNT
              MOVE SC-BAND-COUNT(SC-SUB) TO LG-BAND-COUNT
              MOVE SPACES TO LG-ELIGIBILITY
              IF SC-ELIG-LOADED(SC-SUB)
                 STRING 'NO RAISE < ' DELIMITED BY SIZE
                        SC-ELIG-NO-RAISE(SC-SUB) DELIMITED BY SIZE
                        ' MOS, FULL AT ' DELIMITED BY SIZE
                        SC-ELIG-FULL(SC-SUB) DELIMITED BY SIZE
                        ' MOS, METHOD ' DELIMITED BY SIZE
                        SC-ELIG-METHOD(SC-SUB) DELIMITED BY SIZE
                        INTO LG-ELIGIBILITY
              ELSE
                 MOVE 'NONE - EVERYONE AT THE FULL RATE'
                     TO LG-ELIGIBILITY
              END-IF
              MOVE 1 TO PROPER-SPACING
              MOVE MODEL-LEGEND-LINE TO MODEL-REPORT-RECORD
              PERFORM 350-WRITE-A-LINE
           END-PERFORM

           MOVE 2 TO PROPER-SPACING
           MOVE MODEL-NOTE-LINE TO MODEL-REPORT-RECORD
           PERFORM 350-WRITE-A-LINE

           MOVE SPACES TO MNL-TEXT
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-ED-2
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' ACTIVE EMPLOYEES MODELED, ' DELIMITED BY SIZE
                  WS-COUNT-ED-2 DELIMITED BY SIZE
                  ' ON LEAVE OR TERMINATED NOT MODELED'
                  DELIMITED BY SIZE
                  INTO MNL-TEXT
           MOVE 1 TO PROPER-SPACING
           MOVE MODEL-NOTE-LINE TO MODEL-REPORT-RECORD
           PERFORM 350-WRITE-A-LINE
           .

        510-PRINT-WAREHOUSE-BLOCKS.

           PERFORM VARYING WS-MW-SUB FROM 1 BY 1
                   UNTIL WS-MW-SUB > WS-MW-COUNT
              MOVE SPACES TO GW-LABEL
              STRING 'WAREHOUSE ' DELIMITED BY SIZE
                     MW-CODE(WS-MW-SUB) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     MW-NAME(WS-MW-SUB) DELIMITED BY SIZE
                     '  REGION ' DELIMITED BY SIZE
                     MW-REGION(WS-MW-SUB) DELIMITED BY SIZE
                     INTO GW-LABEL
              MOVE MW-FIGURES(WS-MW-SUB) TO GROUP-WORK-FIGURES
              PERFORM 560-PRINT-ONE-GROUP
           END-PERFORM

           IF MW-CODE(21) = '****'
              MOVE 'WAREHOUSES OVER TABLE LIMIT' TO GW-LABEL
              MOVE MW-FIGURES(21) TO GROUP-WORK-FIGURES
              PERFORM 560-PRINT-ONE-GROUP
           END-IF
           .

        520-PRINT-REGION-BLOCKS.

           PERFORM VARYING WS-MG-SUB FROM 1 BY 1
                   UNTIL WS-MG-SUB > WS-MG-COUNT
              MOVE SPACES TO GW-LABEL
              STRING 'REGION ' DELIMITED BY SIZE
                     MG-CODE(WS-MG-SUB) DELIMITED BY SIZE
                     INTO GW-LABEL
              MOVE MG-FIGURES(WS-MG-SUB) TO GROUP-WORK-FIGURES
              PERFORM 560-PRINT-ONE-GROUP
           END-PERFORM

           IF MG-CODE(11) = '***'
              MOVE 'REGIONS OVER TABLE LIMIT' TO GW-LABEL
              MOVE MG-FIGURES(11) TO GROUP-WORK-FIGURES
              PERFORM 560-PRINT-ONE-GROUP
           END-IF
           .

        530-PRINT-POSITION-BLOCKS.

           PERFORM VARYING WS-POSITION-SUB FROM 1 BY 1
                   UNTIL WS-POSITION-SUB > 5
              MOVE SPACES TO GW-LABEL
              STRING 'POSITION ' DELIMITED BY SIZE
                     PT-CODE(WS-POSITION-SUB) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     PT-NAME(WS-POSITION-SUB) DELIMITED BY SIZE
                     INTO GW-LABEL
              MOVE MP-FIGURES(WS-POSITION-SUB) TO GROUP-WORK-FIGURES
              PERFORM 560-PRINT-ONE-GROUP
           END-PERFORM
           .

        540-PRINT-COMPANY-BLOCK.

           MOVE 'COMPANY TOTAL' TO GW-LABEL
           MOVE COMPANY-MODEL-FIGURES TO GROUP-WORK-FIGURES
           PERFORM 560-PRINT-ONE-GROUP
           .

      *    ONE BLOCK: THE GROUP'S NAME, THEN ONE LINE PER FIGURE WITH
      *    A COLUMN PER SCENARIO.  A BLOCK IS NEVER SPLIT ACROSS A
      *    PAGE -- IF IT WILL NOT FIT, IT STARTS A NEW ONE.
        560-PRINT-ONE-GROUP.

           IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
              PERFORM 200-HEADER-ROUTINE
           END-IF

           MOVE GW-LABEL TO MGL-LABEL
           MOVE 2 TO PROPER-SPACING
           MOVE MODEL-GROUP-LINE TO MODEL-REPORT-RECORD
           PERFORM 350-WRITE-A-LINE

           PERFORM VARYING GW-METRIC-NO FROM 1 BY 1
                   UNTIL GW-METRIC-NO > 9
              PERFORM 565-PRINT-METRIC-LINE
           END-PERFORM
           .

        565-PRINT-METRIC-LINE.

           MOVE SPACES TO MODEL-METRIC-LINE
           EVALUATE GW-METRIC-NO
               WHEN 1 MOVE '  RATED HEADCOUNT' TO ML-LABEL
               WHEN 2 MOVE '  CURRENT SALARY' TO ML-LABEL
               WHEN 3 MOVE '  INCREASED SALARY' TO ML-LABEL
               WHEN 4 MOVE '  SALARY INCREASE' TO ML-LABEL
               WHEN 5 MOVE '  INCREASED DUES' TO ML-LABEL
               WHEN 6 MOVE '  INCREASED INSURANCE' TO ML-LABEL
               WHEN 7 MOVE '  CAPPED AT BAND MAX' TO ML-LABEL
               WHEN 8 MOVE '  NO RAISE (ELIG)' TO ML-LABEL
               WHEN 9 MOVE '  NOT RATED' TO ML-LABEL
           END-EVALUATE

           PERFORM VARYING SC-SUB FROM 1 BY 1
                   UNTIL SC-SUB > WS-SCENARIO-COUNT
              EVALUATE GW-METRIC-NO
                  WHEN 1
                      MOVE GW-HEADCOUNT(SC-SUB) TO ML-COUNT(SC-SUB)
                  WHEN 2
                      MOVE GW-OLD-CURRENT(SC-SUB) TO ML-AMOUNT(SC-SUB)
                  WHEN 3
                      MOVE GW-CURRENT(SC-SUB) TO ML-AMOUNT(SC-SUB)
                  WHEN 4
                      COMPUTE ML-AMOUNT(SC-SUB) =
                          GW-CURRENT(SC-SUB) - GW-OLD-CURRENT(SC-SUB)
                  WHEN 5
                      MOVE GW-UNION(SC-SUB) TO ML-AMOUNT(SC-SUB)
                  WHEN 6
                      MOVE GW-INSURANCE(SC-SUB) TO ML-AMOUNT(SC-SUB)
                  WHEN 7
                      MOVE GW-CAPPED(SC-SUB) TO ML-COUNT(SC-SUB)
                  WHEN 8
                      MOVE GW-NO-RAISE(SC-SUB) TO ML-COUNT(SC-SUB)
                  WHEN 9
                      MOVE GW-NOT-RATED(SC-SUB) TO ML-COUNT(SC-SUB)
              END-EVALUATE
           END-PERFORM

           MOVE 1 TO PROPER-SPACING
           MOVE MODEL-METRIC-LINE TO MODEL-REPORT-RECORD
           PERFORM 350-WRITE-A-LINE
           .

        600-EOF-ROUTINE.

           PERFORM 500-PRINT-LEGEND
           PERFORM 510-PRINT-WAREHOUSE-BLOCKS
           PERFORM 520-PRINT-REGION-BLOCKS
           PERFORM 530-PRINT-POSITION-BLOCKS
           PERFORM 540-PRINT-COMPANY-BLOCK

           CLOSE MODEL-REPORT-FILE

           MOVE WS-SCENARIO-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKMOD: ' WS-COUNT-ED ' SCENARIO(S) MODELED'
           MOVE WS-ACTUAL-RECORD-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKMOD: ' WS-COUNT-ED ' MASTER RECORDS READ'
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKMOD: ' WS-COUNT-ED ' ACTIVE EMPLOYEES MODELED'
           DISPLAY 'DRAKMOD: MODEL ONLY - NO MASTER, JOURNAL, HISTORY, '
                   'OR INTERFACE FILE WRITTEN'
           STOP RUN
           .
