        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRAKSTAT.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This program prints the workforce statistics report for one
      *  requested period -- a month, a quarter or a year -- so the
      *  turnover figures management asks for come out of the system
      *  the same way every time instead of out of a spreadsheet.
      *
      *  For every warehouse (with region subtotals) and every
      *  position it shows the opening headcount, the hires,
      *  rehires, moves in and out, leaves and terminations during
      *  the period, the closing headcount and the turnover rate,
      *  then the tenure-band spread of the closing headcount and
      *  the average current salary in each band.
      *
      *  The master only holds each employee as they stand today.
      *  Where they stood on an earlier date is rebuilt from the
      *  maintenance audit trail: the BEFORE image of an employee's
      *  first applied change after that date is how they stood on
      *  it, and an employee with no later change stands today as
      *  they stood then.  Status changes on the trail give the
      *  rehires, leaves and terminations; an employee whose status
      *  was never changed through maintenance (a master built by
      *  the loader) falls back to the STATUS and STATUS-DATE on the
      *  master itself.
      *
      *  Headcount is everyone employed -- active or on leave.  A
      *  leave is reported as a movement but does not take anyone
      *  out of the headcount; a termination does.  Turnover is the
      *  terminations over the average of the opening and closing
      *  headcount.
      * ***************
      *  INPUT:
      *     1.  The STATISTICS PERIOD CARD (DRAKEA-STAT-PARM.TXT) --
      *         column 1 'M' month, 'Q' quarter or 'Y' year, columns
      *         3-6 the year, columns 8-9 the month (01-12) or the
      *         quarter (01-04); blank for a year.
      *     2.  The EMPLOYEE MASTER.
      *     3.  The MAINTENANCE AUDIT TRAIL appended by DRAKMNT.
      *     4.  The WAREHOUSE REFERENCE MASTER (names and regions).
      *
      * ***************
      *  OUTPUT:
      *     The WORKFORCE STATISTICS REPORT (DRAKEA-STATRPT.TXT).
      ****************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   IBM-PC.
        OBJECT-COMPUTER.   IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STAT-PARM-FILE
                ASSIGN TO 'DRAKEA-STAT-PARM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STAT-PARM-STATUS.
            SELECT EMPLOYEE-MASTER-FILE
                ASSIGN TO 'DRAKEA-EMP.MST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EMPLOYEE-ID
                FILE STATUS IS MASTER-FILE-STATUS.
            SELECT OPTIONAL AUDIT-TRAIL-FILE
                ASSIGN TO 'DRAKEA-AUD.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.
            SELECT WAREHOUSE-MASTER-FILE
                ASSIGN TO 'DRAKEA-WHS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WHS-MASTER-STATUS.
            SELECT STATISTICS-REPORT-FILE
                ASSIGN TO PRINTER 'DRAKEA-STATRPT.TXT'.

        DATA DIVISION.
        FILE SECTION.

        FD   STAT-PARM-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  STAT-PARM-RECORD.
            05  SP-PERIOD-TYPE          PIC X.
            05  FILLER                  PIC X.
            05  SP-YEAR                 PIC X(4).
            05  FILLER                  PIC X.
            05  SP-NUMBER               PIC X(2).
            05  FILLER                  PIC X(71).

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
                88  EMPLOYEE-ON-LEAVE             VALUE 'L'.
                88  EMPLOYEE-TERMINATED           VALUE 'T'.
            05  EMPLOYEE-STATUS-DATE    PIC X(8).

      *    SAME THREE SHAPES DRAKALOG READS: THE DATED RUN HEADER
      *    AND THE BEFORE:/AFTER: IMAGE PAIRS.
        FD   AUDIT-TRAIL-FILE
            RECORD CONTAINS 102 CHARACTERS.

        01  AUDIT-RECORD                PIC X(102).

        01  AUDIT-IMAGE-LINE REDEFINES AUDIT-RECORD.
            05  AU-ACTION               PIC X.
            05  FILLER                  PIC X.
            05  AU-TAG                  PIC X(7).
            05  AU-IMAGE                PIC X(93).

        FD   WAREHOUSE-MASTER-FILE
            RECORD CONTAINS 34 CHARACTERS.

        01  WAREHOUSE-MASTER-RECORD.
            05  WH-CODE                 PIC X(4).
            05  WH-NAME                 PIC X(11).
            05  WH-REGION               PIC X(3).
            05  WH-OPEN-DATE            PIC 9(8).
            05  WH-CLOSE-DATE           PIC 9(8).

        FD    STATISTICS-REPORT-FILE
             RECORD CONTAINS 100 CHARACTERS.

        01  STATISTICS-REPORT-RECORD    PIC X(100).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.
           05  STAT-PARM-STATUS        PIC XX.
           05  MASTER-FILE-STATUS      PIC XX.
           05  AUDIT-STATUS            PIC XX.
           05  WHS-MASTER-STATUS       PIC XX.
           05  MASTER-EOF-FLAG         PIC X         VALUE 'N'.
               88  MASTER-FILE-EOF                   VALUE 'Y'.
           05  AUDIT-EOF-FLAG          PIC X         VALUE 'N'.
               88  AUDIT-FILE-EOF                    VALUE 'Y'.
           05  WHS-MASTER-EOF-FLAG     PIC X         VALUE 'N'.
               88  WHS-MASTER-EOF                    VALUE 'Y'.
           05  BEFORE-HELD-SW          PIC X         VALUE 'N'.
               88  BEFORE-IMAGE-HELD                 VALUE 'Y'.
           05  TRAIL-READ-SW           PIC X         VALUE 'N'.
               88  AUDIT-TRAIL-WAS-READ              VALUE 'Y'.
           05  TERM-COUNTED-SW         PIC X         VALUE 'N'.
               88  TERMINATION-COUNTED               VALUE 'Y'.
           05  LEAVE-COUNTED-SW        PIC X         VALUE 'N'.
               88  LEAVE-COUNTED                     VALUE 'Y'.

        01  WS-DATE.
           05  RUN-YEAR                PIC 9(4).
           05  RUN-MONTH               PIC 99.
           05  RUN-DAY                 PIC 99.

        01  WS-RUN-DATE-NUM REDEFINES WS-DATE  PIC 9(8).

      *    THE PERIOD ASKED FOR.  THE OPENING DATE IS THE DAY BEFORE
      *    THE PERIOD STARTS -- OPENING HEADCOUNT IS WHO WAS EMPLOYED
      *    AT THE CLOSE OF THAT DAY.
        01  PERIOD-FIELDS.
           05  WS-PERIOD-TYPE          PIC X.
               88  PERIOD-IS-MONTH                   VALUE 'M'.
               88  PERIOD-IS-QUARTER                 VALUE 'Q'.
               88  PERIOD-IS-YEAR                    VALUE 'Y'.
           05  WS-PERIOD-YEAR          PIC 9(4)      VALUE 0.
           05  WS-PERIOD-NUMBER        PIC 99        VALUE 0.
           05  WS-PERIOD-NAME          PIC X(16)     VALUE SPACES.
           05  WS-PERIOD-START.
               10  WS-START-YEAR       PIC 9(4).
               10  WS-START-MONTH      PIC 99.
               10  WS-START-DAY        PIC 99.
           05  WS-PERIOD-START-NUM REDEFINES WS-PERIOD-START
                                       PIC 9(8).
           05  WS-PERIOD-END.
               10  WS-END-YEAR         PIC 9(4).
               10  WS-END-MONTH        PIC 99.
               10  WS-END-DAY          PIC 99.
           05  WS-PERIOD-END-NUM REDEFINES WS-PERIOD-END
                                       PIC 9(8).
           05  WS-OPENING-DATE.
               10  WS-OPENING-YEAR     PIC 9(4).
               10  WS-OPENING-MONTH    PIC 99.
               10  WS-OPENING-DAY      PIC 99.
           05  WS-OPENING-DATE-NUM REDEFINES WS-OPENING-DATE
                                       PIC 9(8).

        01  MONTH-LENGTH-VALUES         PIC X(24)     VALUE
                   '312831303130313130313031'.
        01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  ML-DAYS                 PIC 99        OCCURS 12 TIMES.

        01  MONTH-END-WORK.
           05  WS-CALC-YEAR            PIC 9(4)      VALUE 0.
           05  WS-CALC-MONTH           PIC 99        VALUE 0.
           05  WS-CALC-DAYS            PIC 99        VALUE 0.
           05  WS-LEAP-QUOTIENT        PIC 9(4)      VALUE 0.
           05  WS-LEAP-REM-4           PIC 9(3)      VALUE 0.
           05  WS-LEAP-REM-100         PIC 9(3)      VALUE 0.
           05  WS-LEAP-REM-400         PIC 9(3)      VALUE 0.

        01  CURRENT-RUN-FIELDS.
           05  WS-TRAIL-RUN-DATE.
               10  WS-TRAIL-YEAR       PIC 9(4).
               10  WS-TRAIL-MONTH      PIC 99.
               10  WS-TRAIL-DAY        PIC 99.
           05  WS-TRAIL-RUN-NUM REDEFINES WS-TRAIL-RUN-DATE
                                       PIC 9(8).

      *    THE PAIRED IMAGES OF ONE APPLIED TRANSACTION, DECODED.
      *    IMAGES WRITTEN BEFORE THE STATUS FIELDS EXISTED READ IN
      *    WITH A BLANK (ACTIVE) STATUS.
        01  BEFORE-EMPLOYEE-IMAGE.
           05  AB-WAREHOUSE-ID         PIC X(4).
           05  AB-EMPLOYEE-ID          PIC X(5).
           05  AB-EMPLOYEE-POSITION    PIC X(2).
           05  FILLER                  PIC X(23).
           05  AB-HIRE-DATE            PIC X(8).
           05  FILLER                  PIC X(42).
           05  AB-STATUS-CODE          PIC X.
           05  AB-STATUS-DATE          PIC X(8).

        01  AFTER-EMPLOYEE-IMAGE.
           05  AA-WAREHOUSE-ID         PIC X(4).
           05  AA-EMPLOYEE-ID          PIC X(5).
           05  AA-EMPLOYEE-POSITION    PIC X(2).
           05  FILLER                  PIC X(23).
           05  AA-HIRE-DATE            PIC X(8).
           05  FILLER                  PIC X(42).
           05  AA-STATUS-CODE          PIC X.
           05  AA-STATUS-DATE          PIC X(8).

      *    EVERY APPLIED CHANGE ON THE TRAIL THAT MOVED AN EMPLOYEE
      *    -- AN ADD, OR A CHANGE OF STATUS, WAREHOUSE OR POSITION --
      *    IN TRAIL (DATE) ORDER.  EV-DATE IS THE NEW STATUS DATE FOR
      *    A STATUS CHANGE, THE HIRE DATE FOR AN ADD, OTHERWISE THE
      *    MAINTENANCE RUN DATE.  STATUS IS HELD WITH BLANK FOLDED
      *    TO 'A'.
        01  EVENT-TABLE-CONTROL.
           05  WS-EVENT-COUNT          PIC 9(5)      VALUE 0.
           05  WS-EVENT-SUB            PIC 9(5)      VALUE 0.
           05  WS-EVENT-OVERFLOW       PIC 9(5)      VALUE 0.

        01  EVENT-TABLE.
           05  EV-ENTRY                OCCURS 1 TO 5000 TIMES
                                        DEPENDING ON WS-EVENT-COUNT.
               10  EV-EMPLOYEE-ID       PIC X(5).
               10  EV-DATE              PIC 9(8).
               10  EV-ADD-SW            PIC X.
                   88  EV-IS-ADD                     VALUE 'Y'.
               10  EV-BEFORE-WHS        PIC X(4).
               10  EV-BEFORE-POSITION   PIC X(2).
               10  EV-BEFORE-STATUS     PIC X.
               10  EV-AFTER-WHS         PIC X(4).
               10  EV-AFTER-POSITION    PIC X(2).
               10  EV-AFTER-STATUS      PIC X.

      *    THE EVENTS OF THE EMPLOYEE BEING MEASURED, AS SUBSCRIPTS
      *    INTO EVENT-TABLE, SO EACH LOOKUP SCANS A HANDFUL OF ROWS
      *    RATHER THAN THE WHOLE TRAIL.
        01  EMPLOYEE-EVENT-CONTROL.
           05  WS-EMP-EVENT-COUNT      PIC 9(3)      VALUE 0.
           05  WS-EMP-EVENT-SUB        PIC 9(3)      VALUE 0.

        01  EMPLOYEE-EVENT-LIST.
           05  EE-EVENT-SUB            PIC 9(5)      OCCURS 100 TIMES.

      *    WHERE THE EMPLOYEE STOOD ON WS-AS-OF-DATE, SET BY
      *    310-STATE-AS-OF.
        01  STATE-LOOKUP-FIELDS.
           05  WS-AS-OF-DATE           PIC 9(8)      VALUE 0.
           05  WS-LOOKUP-WAREHOUSE     PIC X(4).
           05  WS-LOOKUP-POSITION      PIC X(2).
           05  WS-LOOKUP-STATUS        PIC X.
           05  WS-LOOKUP-EMPLOYED-SW   PIC X         VALUE 'N'.
               88  STATE-EMPLOYED                    VALUE 'Y'.
           05  WS-LOOKUP-FOUND-SW      PIC X         VALUE 'N'.
               88  LATER-EVENT-FOUND                 VALUE 'Y'.
           05  WS-LOOKUP-ON-FILE-SW    PIC X         VALUE 'N'.
               88  STATE-ON-FILE                     VALUE 'Y'.

        01  EMPLOYEE-WORK-FIELDS.
           05  WS-MASTER-STATUS        PIC X.
           05  WS-STATUS-DATE-NUM      PIC 9(8)      VALUE 0.
           05  WS-HIRE-DATE.
               10  WS-HIRE-YEAR        PIC 9(4).
               10  WS-HIRE-MONTH       PIC 99.
               10  WS-HIRE-DAY         PIC 99.
           05  WS-HIRE-DATE-NUM REDEFINES WS-HIRE-DATE
                                       PIC 9(8).
           05  WS-TENURE-MONTHS        PIC S9(5)     VALUE +0.
           05  WS-BAND-SUB             PIC 9         VALUE 0.
           05  WS-READ-COUNT           PIC 9(6)      VALUE 0.
           05  WS-SKIPPED-COUNT        PIC 9(6)      VALUE 0.

      *    THE ROW KEYS A MOVEMENT IS COUNTED UNDER.
        01  COUNT-KEY-FIELDS.
           05  WS-KEY-WAREHOUSE        PIC X(4).
           05  WS-KEY-POSITION         PIC X(2).
           05  WS-KEY-REGION           PIC X(3).
           05  WS-KEY-COUNTER          PIC 9         VALUE 0.
           05  WS-KEY-OTHER-WAREHOUSE  PIC X(4).
           05  WS-KEY-OTHER-REGION     PIC X(3).

      *    ONE ROW PER COMPANY ('C'), REGION ('R'), WAREHOUSE ('W')
      *    AND POSITION ('P').  GR-COUNT: 1 OPENING, 2 HIRES,
      *    3 REHIRES, 4 MOVED IN, 5 MOVED OUT, 6 LEAVES,
      *    7 TERMINATIONS, 8 CLOSING.  THE TENURE FIGURES DESCRIBE
      *    THE CLOSING HEADCOUNT.  MOVES BETWEEN WAREHOUSES COUNT ON
      *    THE WAREHOUSE ROWS (AND REGION ROWS WHEN THE REGION
      *    CHANGES); A CHANGE OF POSITION COUNTS ON THE POSITION
      *    ROWS; THE COMPANY ROW HAS NONE -- THEY NET TO NOTHING.
        01  GROUP-TABLE-CONTROL.
           05  WS-GROUP-COUNT          PIC 9(3)      VALUE 0.
           05  WS-GROUP-SUB            PIC 9(3)      VALUE 0.
           05  WS-REGION-SUB           PIC 9(3)      VALUE 0.
           05  WS-FOUND-SUB            PIC 9(3)      VALUE 0.
           05  WS-PRELOAD-SUB          PIC 9(3)      VALUE 0.
           05  WS-FIND-TYPE            PIC X.
           05  WS-FIND-CODE            PIC X(4).
           05  WS-COUNTER-SUB          PIC 9         VALUE 0.

        01  GROUP-TABLE.
           05  GR-ENTRY                OCCURS 1 TO 80 TIMES
                                        DEPENDING ON WS-GROUP-COUNT.
               10  GR-TYPE              PIC X.
                   88  GR-IS-COMPANY                 VALUE 'C'.
                   88  GR-IS-REGION                  VALUE 'R'.
                   88  GR-IS-WAREHOUSE               VALUE 'W'.
                   88  GR-IS-POSITION                VALUE 'P'.
               10  GR-CODE              PIC X(4).
               10  GR-NAME              PIC X(11).
               10  GR-REGION            PIC X(3).
               10  GR-COUNT             PIC 9(5)      OCCURS 8 TIMES.
               10  GR-BAND-COUNT        PIC 9(5)      OCCURS 4 TIMES.
               10  GR-BAND-SALARY       PIC 9(9)V99   OCCURS 4 TIMES.
               10  GR-TENURE-MONTHS     PIC 9(9).

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

        01  BAND-NAME-VALUES.
           05  FILLER              PIC X(20)  VALUE 'UNDER 1 YEAR'.
           05  FILLER              PIC X(20)  VALUE '1 TO 3 YEARS'.
           05  FILLER              PIC X(20)  VALUE '3 TO 5 YEARS'.
           05  FILLER              PIC X(20)  VALUE '5 YEARS AND OVER'.

        01  BAND-NAME-TABLE REDEFINES BAND-NAME-VALUES.
           05  BN-NAME                 PIC X(20)     OCCURS 4 TIMES.

        01  REPORT-WORK-FIELDS.
           05  WS-PAGE-NUMBER          PIC 9(3)      VALUE 0.
           05  WS-AVERAGE-HEADCOUNT    PIC 9(6)V9    VALUE 0.
           05  WS-TURNOVER-RATE        PIC 9(4)V9    VALUE 0.
           05  WS-AVERAGE-YEARS        PIC 9(3)V9    VALUE 0.
           05  WS-AVERAGE-SALARY       PIC 9(6)V99   VALUE 0.
           05  WS-BAND-PERCENT         PIC 9(3)V9    VALUE 0.
           05  WS-ALL-SALARY           PIC 9(9)V99   VALUE 0.
           05  WS-COUNT-ED             PIC Z(5)9.
           05  WS-DATE-TO-EDIT         PIC X(8).
           05  WS-DATE-EDIT            PIC X(10).

        01  ST-HEADING-ONE.
           05  FILLER              PIC X(50)  VALUE
                   'DRAKEA, LTD - WORKFORCE STATISTICS'.
           05  FILLER              PIC X(4)   VALUE 'RUN '.
           05  SH1-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(26)  VALUE SPACES.
           05  FILLER              PIC X(5)   VALUE 'PAGE '.
           05  SH1-PAGE            PIC ZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.

        01  ST-HEADING-TWO.
           05  FILLER              PIC X(7)   VALUE 'PERIOD '.
           05  SH2-PERIOD-NAME     PIC X(16).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SH2-START-DATE      PIC X(10).
           05  FILLER              PIC X(4)   VALUE ' TO '.
           05  SH2-END-DATE        PIC X(10).
           05  FILLER              PIC X(51)  VALUE SPACES.

        01  ST-SECTION-LINE.
           05  SSL-TEXT            PIC X(100).

        01  ST-MOVEMENT-COLUMNS.
           05  FILLER              PIC X(22)  VALUE SPACES.
           05  FILLER              PIC X(7)   VALUE '   OPEN'.
           05  FILLER              PIC X(7)   VALUE '  HIRES'.
           05  FILLER              PIC X(7)   VALUE ' REHIRE'.
           05  FILLER              PIC X(7)   VALUE '  MV IN'.
           05  FILLER              PIC X(7)   VALUE ' MV OUT'.
           05  FILLER              PIC X(7)   VALUE ' LEAVES'.
           05  FILLER              PIC X(7)   VALUE '  TERMS'.
           05  FILLER              PIC X(7)   VALUE '  CLOSE'.
           05  FILLER              PIC X(10)  VALUE '  TURNOVER'.
           05  FILLER              PIC X(12)  VALUE SPACES.

        01  ST-MOVEMENT-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SML-LABEL           PIC X(20).
           05  SML-COUNT           PIC Z(6)9     OCCURS 8 TIMES.
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  SML-TURNOVER        PIC X(7).
           05  FILLER              PIC X(12)  VALUE SPACES.

        01  ST-TENURE-COLUMNS.
           05  FILLER              PIC X(22)  VALUE SPACES.
           05  FILLER              PIC X(7)   VALUE '  HEADS'.
           05  FILLER              PIC X(7)   VALUE '   <1 Y'.
           05  FILLER              PIC X(7)   VALUE '  1-3 Y'.
           05  FILLER              PIC X(7)   VALUE '  3-5 Y'.
           05  FILLER              PIC X(7)   VALUE '   5+ Y'.
           05  FILLER              PIC X(12)  VALUE '   AVG YEARS'.
           05  FILLER              PIC X(31)  VALUE SPACES.

        01  ST-TENURE-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  STL-LABEL           PIC X(20).
           05  STL-HEADCOUNT       PIC Z(6)9.
           05  STL-BAND-COUNT      PIC Z(6)9     OCCURS 4 TIMES.
           05  FILLER              PIC X(7)   VALUE SPACES.
           05  STL-AVERAGE-YEARS   PIC ZZ9.9.
           05  FILLER              PIC X(31)  VALUE SPACES.

        01  ST-BAND-COLUMNS.
           05  FILLER              PIC X(22)  VALUE '  TENURE BAND'.
           05  FILLER              PIC X(10)  VALUE ' EMPLOYEES'.
           05  FILLER              PIC X(10)  VALUE '   PERCENT'.
           05  FILLER              PIC X(16)  VALUE
                   '  AVG CUR SALARY'.
           05  FILLER              PIC X(42)  VALUE SPACES.

        01  ST-BAND-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SBL-NAME            PIC X(20).
           05  SBL-COUNT           PIC Z(9)9.
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  SBL-PERCENT         PIC ZZ9.9.
           05  FILLER              PIC X(1)   VALUE '%'.
           05  FILLER              PIC X(5)   VALUE SPACES.
           05  SBL-AVERAGE-SALARY  PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(43)  VALUE SPACES.

        01  ST-NOTE-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SNL-TEXT            PIC X(98).

        PROCEDURE DIVISION.

        100-CONTROL-MODULE.
           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 200-MEASURE-WORKFORCE
           PERFORM 500-PRINT-STATISTICS
           PERFORM 600-EOF-ROUTINE
           .

        150-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           PERFORM 155-READ-PERIOD-CARD
           PERFORM 156-LOAD-WAREHOUSE-TABLE
           PERFORM 158-PRELOAD-GROUPS
           PERFORM 160-LOAD-AUDIT-EVENTS

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: DRAKEA-EMP.MST COULD NOT BE OPENED '
                      '(STATUS ' MASTER-FILE-STATUS ') - NO '
                      'STATISTICS PRODUCED'
              STOP RUN
           END-IF

           OPEN OUTPUT STATISTICS-REPORT-FILE
           MOVE WS-DATE TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO SH1-RUN-DATE
           MOVE WS-PERIOD-NAME TO SH2-PERIOD-NAME
           MOVE WS-PERIOD-START TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO SH2-START-DATE
           MOVE WS-PERIOD-END TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO SH2-END-DATE
           .

      *    THE PERIOD CARD IS REQUIRED -- THERE IS NO SENSIBLE
      *    DEFAULT PERIOD, SO A MISSING OR MISTYPED CARD STOPS THE
      *    JOB BEFORE ANYTHING IS PRINTED.
        155-READ-PERIOD-CARD.

           OPEN INPUT STAT-PARM-FILE
           IF STAT-PARM-STATUS NOT = '00'
              DISPLAY 'ERROR: DRAKEA-STAT-PARM.TXT COULD NOT BE '
                      'OPENED (STATUS ' STAT-PARM-STATUS ') - A '
                      'PERIOD CARD IS REQUIRED'
              STOP RUN
           END-IF

           READ STAT-PARM-FILE
              AT END
                 DISPLAY 'ERROR: DRAKEA-STAT-PARM.TXT IS EMPTY - A '
                         'PERIOD CARD IS REQUIRED'
                 CLOSE STAT-PARM-FILE
                 STOP RUN
           END-READ
           CLOSE STAT-PARM-FILE

           IF SP-YEAR IS NUMERIC AND SP-YEAR NOT = '0000'
              MOVE SP-YEAR TO WS-PERIOD-YEAR
           ELSE
              DISPLAY 'ERROR: YEAR "' SP-YEAR '" ON '
                      'DRAKEA-STAT-PARM.TXT IS NOT A YYYY YEAR - NO '
                      'STATISTICS PRODUCED'
              STOP RUN
           END-IF
           IF SP-NUMBER IS NUMERIC
              MOVE SP-NUMBER TO WS-PERIOD-NUMBER
           END-IF

           MOVE SP-PERIOD-TYPE TO WS-PERIOD-TYPE
           EVALUATE TRUE
               WHEN PERIOD-IS-MONTH
                   AND WS-PERIOD-NUMBER >= 1
                   AND WS-PERIOD-NUMBER <= 12
                   MOVE WS-PERIOD-NUMBER TO WS-START-MONTH
                   MOVE WS-PERIOD-NUMBER TO WS-END-MONTH
                   STRING 'MONTH ' WS-PERIOD-NUMBER '/'
                          WS-PERIOD-YEAR DELIMITED BY SIZE
                          INTO WS-PERIOD-NAME
               WHEN PERIOD-IS-QUARTER
                   AND WS-PERIOD-NUMBER >= 1
                   AND WS-PERIOD-NUMBER <= 4
                   COMPUTE WS-START-MONTH = WS-PERIOD-NUMBER * 3 - 2
                   COMPUTE WS-END-MONTH = WS-PERIOD-NUMBER * 3
                   STRING 'QUARTER ' WS-PERIOD-NUMBER(2:1) ' '
                          WS-PERIOD-YEAR DELIMITED BY SIZE
                          INTO WS-PERIOD-NAME
               WHEN PERIOD-IS-YEAR
                   MOVE 1 TO WS-START-MONTH
                   MOVE 12 TO WS-END-MONTH
                   STRING 'YEAR ' WS-PERIOD-YEAR DELIMITED BY SIZE
                          INTO WS-PERIOD-NAME
               WHEN OTHER
                   DISPLAY 'ERROR: PERIOD "' SP-PERIOD-TYPE ' '
                           SP-NUMBER '" ON DRAKEA-STAT-PARM.TXT IS '
                           'NOT M 01-12, Q 01-04 OR Y - NO '
                           'STATISTICS PRODUCED'
                   STOP RUN
           END-EVALUATE

           MOVE WS-PERIOD-YEAR TO WS-START-YEAR
           MOVE 1 TO WS-START-DAY
           MOVE WS-PERIOD-YEAR TO WS-END-YEAR
           MOVE WS-PERIOD-YEAR TO WS-CALC-YEAR
           MOVE WS-END-MONTH TO WS-CALC-MONTH
           PERFORM 157-COMPUTE-MONTH-END
           MOVE WS-CALC-DAYS TO WS-END-DAY

           IF WS-START-MONTH = 1
              COMPUTE WS-OPENING-YEAR = WS-PERIOD-YEAR - 1
              MOVE 12 TO WS-OPENING-MONTH
              MOVE 31 TO WS-OPENING-DAY
           ELSE
              MOVE WS-PERIOD-YEAR TO WS-OPENING-YEAR
              COMPUTE WS-OPENING-MONTH = WS-START-MONTH - 1
              MOVE WS-PERIOD-YEAR TO WS-CALC-YEAR
              MOVE WS-OPENING-MONTH TO WS-CALC-MONTH
              PERFORM 157-COMPUTE-MONTH-END
              MOVE WS-CALC-DAYS TO WS-OPENING-DAY
           END-IF

           IF WS-PERIOD-START-NUM > WS-RUN-DATE-NUM
              DISPLAY 'WARNING: PERIOD ' WS-PERIOD-NAME ' HAS NOT '
                      'STARTED YET - FIGURES ARE AS THINGS STAND '
                      'TODAY'
           END-IF
           .

      *    LAST DAY OF WS-CALC-MONTH IN WS-CALC-YEAR.
        157-COMPUTE-MONTH-END.

           MOVE ML-DAYS(WS-CALC-MONTH) TO WS-CALC-DAYS
           IF WS-CALC-MONTH = 2
              DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-4
              DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-100
              DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-400
              IF WS-LEAP-REM-400 = 0
                 OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                 MOVE 29 TO WS-CALC-DAYS
              END-IF
           END-IF
           .

        156-LOAD-WAREHOUSE-TABLE.

           MOVE 0 TO WS-WHS-TABLE-COUNT
           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WHS-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: DRAKEA-WHS.TXT COULD NOT BE OPENED '
                      '(STATUS ' WHS-MASTER-STATUS ') - WAREHOUSES '
                      'PRINT AS NOT ON FILE, REGIONS AS UNK'
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

      *    EVERY WAREHOUSE ON FILE AND EVERY KNOWN POSITION GETS A
      *    ROW UP FRONT, SO ONE WITH NOTHING TO REPORT STILL PRINTS
      *    ITS ZEROS.  ANYTHING ELSE MET ON THE MASTER OR THE TRAIL
      *    IS ADDED AS IT TURNS UP.
        158-PRELOAD-GROUPS.

           MOVE 0 TO WS-GROUP-COUNT
           MOVE 'C' TO WS-FIND-TYPE
           MOVE SPACES TO WS-FIND-CODE
           PERFORM 420-FIND-GROUP

           PERFORM VARYING WS-PRELOAD-SUB FROM 1 BY 1
                   UNTIL WS-PRELOAD-SUB > WS-WHS-TABLE-COUNT
              MOVE WT-CODE(WS-PRELOAD-SUB) TO WS-KEY-WAREHOUSE
              PERFORM 425-FIND-WAREHOUSE-ROWS
           END-PERFORM

           PERFORM VARYING WS-PRELOAD-SUB FROM 1 BY 1
                   UNTIL WS-PRELOAD-SUB > 5
              MOVE 'P' TO WS-FIND-TYPE
              MOVE PT-CODE(WS-PRELOAD-SUB) TO WS-FIND-CODE
              PERFORM 420-FIND-GROUP
           END-PERFORM
           .

      *    THE TRAIL IS READ ONCE INTO EVENT-TABLE.  IT IS OPTIONAL
      *    -- WITHOUT IT EVERYONE STANDS AS THE MASTER HAS THEM AND
      *    THE MOVEMENTS COME FROM THE MASTER STATUS FIELDS ALONE,
      *    WHICH IS SAID ON THE REPORT.
        160-LOAD-AUDIT-EVENTS.

           MOVE 0 TO WS-EVENT-COUNT
           MOVE 0 TO WS-TRAIL-RUN-NUM
           OPEN INPUT AUDIT-TRAIL-FILE
           IF AUDIT-STATUS = '00'
              SET AUDIT-TRAIL-WAS-READ TO TRUE
              PERFORM UNTIL AUDIT-FILE-EOF
                 READ AUDIT-TRAIL-FILE
                    AT END
                       SET AUDIT-FILE-EOF TO TRUE
                    NOT AT END
                       PERFORM 165-CLASSIFY-AUDIT-LINE
                 END-READ
              END-PERFORM
              CLOSE AUDIT-TRAIL-FILE
           ELSE
              DISPLAY 'WARNING: DRAKEA-AUD.TXT NOT AVAILABLE (STATUS '
                      AUDIT-STATUS ') - MOVEMENTS TAKEN FROM MASTER '
                      'STATUS FIELDS ONLY'
           END-IF

           IF WS-EVENT-OVERFLOW > 0
              MOVE WS-EVENT-OVERFLOW TO WS-COUNT-ED
              DISPLAY 'WARNING: AUDIT EVENT TABLE FULL - ' WS-COUNT-ED
                      ' LATER CHANGES NOT USED'
           END-IF
           .

      *    SAME WALK AS DRAKALOG'S 250-CLASSIFY-AUDIT-LINE: A RUN
      *    HEADER SETS THE RUN DATE, A 'BEFORE:' IS HELD, THE
      *    'AFTER :' THAT FOLLOWS COMPLETES THE PAIR.
        165-CLASSIFY-AUDIT-LINE.

           EVALUATE TRUE
               WHEN AUDIT-RECORD(1:17) = 'MAINTENANCE RUN: '
                   IF AUDIT-RECORD(18:2) IS NUMERIC
                      AND AUDIT-RECORD(21:2) IS NUMERIC
                      AND AUDIT-RECORD(24:4) IS NUMERIC
                      MOVE AUDIT-RECORD(24:4) TO WS-TRAIL-YEAR
                      MOVE AUDIT-RECORD(18:2) TO WS-TRAIL-MONTH
                      MOVE AUDIT-RECORD(21:2) TO WS-TRAIL-DAY
                   ELSE
                      MOVE 0 TO WS-TRAIL-RUN-NUM
                   END-IF
                   MOVE 'N' TO BEFORE-HELD-SW
               WHEN AU-TAG = 'BEFORE:'
                   MOVE AU-IMAGE TO BEFORE-EMPLOYEE-IMAGE
                   SET BEFORE-IMAGE-HELD TO TRUE
               WHEN AU-TAG = 'AFTER :'
                   IF BEFORE-IMAGE-HELD
                      MOVE AU-IMAGE TO AFTER-EMPLOYEE-IMAGE
                      MOVE 'N' TO BEFORE-HELD-SW
                      PERFORM 168-KEEP-EVENT
                   END-IF
           END-EVALUATE
           .

      *    ONLY ADDS AND CHANGES OF STATUS, WAREHOUSE OR POSITION
      *    ARE KEPT.  AN AFTER IMAGE THAT IS A '***' MARKER IS A
      *    DELETE FROM BEFORE 'D' BECAME A STATUS CHANGE -- THAT
      *    RECORD IS GONE FROM THE MASTER AND CANNOT BE MEASURED.
        168-KEEP-EVENT.

           IF AFTER-EMPLOYEE-IMAGE(1:3) = '***'
              CONTINUE
           ELSE
              IF AB-STATUS-CODE = SPACE
                 MOVE 'A' TO AB-STATUS-CODE
              END-IF
              IF AA-STATUS-CODE = SPACE
                 MOVE 'A' TO AA-STATUS-CODE
              END-IF
              IF BEFORE-EMPLOYEE-IMAGE(1:3) = '***'
                 OR AB-STATUS-CODE NOT = AA-STATUS-CODE
                 OR AB-WAREHOUSE-ID NOT = AA-WAREHOUSE-ID
                 OR AB-EMPLOYEE-POSITION NOT = AA-EMPLOYEE-POSITION
                 IF WS-EVENT-COUNT < 5000
                    ADD 1 TO WS-EVENT-COUNT
                    PERFORM 169-FILL-EVENT-ROW
                 ELSE
                    ADD 1 TO WS-EVENT-OVERFLOW
                 END-IF
              END-IF
           END-IF
           .

        169-FILL-EVENT-ROW.

           MOVE AA-EMPLOYEE-ID TO EV-EMPLOYEE-ID(WS-EVENT-COUNT)
           MOVE WS-TRAIL-RUN-NUM TO EV-DATE(WS-EVENT-COUNT)
           MOVE AA-WAREHOUSE-ID TO EV-AFTER-WHS(WS-EVENT-COUNT)
           MOVE AA-EMPLOYEE-POSITION
               TO EV-AFTER-POSITION(WS-EVENT-COUNT)
           MOVE AA-STATUS-CODE TO EV-AFTER-STATUS(WS-EVENT-COUNT)

           IF BEFORE-EMPLOYEE-IMAGE(1:3) = '***'
              MOVE 'Y' TO EV-ADD-SW(WS-EVENT-COUNT)
              MOVE SPACES TO EV-BEFORE-WHS(WS-EVENT-COUNT)
              MOVE SPACES TO EV-BEFORE-POSITION(WS-EVENT-COUNT)
              MOVE SPACE TO EV-BEFORE-STATUS(WS-EVENT-COUNT)
              IF AA-HIRE-DATE IS NUMERIC
                 AND AA-HIRE-DATE NOT = '00000000'
                 MOVE AA-HIRE-DATE TO EV-DATE(WS-EVENT-COUNT)
              END-IF
           ELSE
              MOVE 'N' TO EV-ADD-SW(WS-EVENT-COUNT)
              MOVE AB-WAREHOUSE-ID TO EV-BEFORE-WHS(WS-EVENT-COUNT)
              MOVE AB-EMPLOYEE-POSITION
                  TO EV-BEFORE-POSITION(WS-EVENT-COUNT)
              MOVE AB-STATUS-CODE TO EV-BEFORE-STATUS(WS-EVENT-COUNT)
              IF AB-STATUS-CODE NOT = AA-STATUS-CODE
                 AND AA-STATUS-DATE IS NUMERIC
                 AND AA-STATUS-DATE NOT = '00000000'
                 MOVE AA-STATUS-DATE TO EV-DATE(WS-EVENT-COUNT)
              END-IF
           END-IF
           .

        200-MEASURE-WORKFORCE.

           PERFORM UNTIL MASTER-FILE-EOF
              READ EMPLOYEE-MASTER-FILE
                 AT END
                    SET MASTER-FILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 300-MEASURE-ONE-EMPLOYEE
              END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE
           .

      *    ONE EMPLOYEE: OPENING STATE, HIRE, THE TRAIL'S MOVEMENTS
      *    INSIDE THE PERIOD, THE MASTER-STATUS FALLBACK, THEN THE
      *    CLOSING STATE AND TENURE.  A RECORD WITH NO USABLE HIRE
      *    DATE CANNOT BE PLACED IN TIME AND IS COUNTED AS SKIPPED.
        300-MEASURE-ONE-EMPLOYEE.

           IF HIRE-DATE IS NOT NUMERIC OR HIRE-DATE = 0
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              MOVE HIRE-DATE TO WS-HIRE-DATE-NUM
              MOVE EMPLOYEE-STATUS TO WS-MASTER-STATUS
              IF WS-MASTER-STATUS = SPACE
                 MOVE 'A' TO WS-MASTER-STATUS
              END-IF
              MOVE 0 TO WS-STATUS-DATE-NUM
              IF EMPLOYEE-STATUS-DATE IS NUMERIC
                 MOVE EMPLOYEE-STATUS-DATE TO WS-STATUS-DATE-NUM
              END-IF
              MOVE 'N' TO TERM-COUNTED-SW
              MOVE 'N' TO LEAVE-COUNTED-SW
              PERFORM 305-COLLECT-EMPLOYEE-EVENTS

              MOVE WS-OPENING-DATE-NUM TO WS-AS-OF-DATE
              PERFORM 310-STATE-AS-OF
              IF STATE-EMPLOYED
                 MOVE 1 TO WS-KEY-COUNTER
                 PERFORM 400-COUNT-AT-LOOKUP-STATE
              END-IF

              IF WS-HIRE-DATE-NUM >= WS-PERIOD-START-NUM
                 AND WS-HIRE-DATE-NUM <= WS-PERIOD-END-NUM
                 MOVE WS-HIRE-DATE-NUM TO WS-AS-OF-DATE
                 PERFORM 310-STATE-AS-OF
                 MOVE 2 TO WS-KEY-COUNTER
                 PERFORM 400-COUNT-AT-LOOKUP-STATE
              END-IF

              PERFORM 320-COUNT-TRAIL-MOVEMENTS
                  VARYING WS-EMP-EVENT-SUB FROM 1 BY 1
                  UNTIL WS-EMP-EVENT-SUB > WS-EMP-EVENT-COUNT
              PERFORM 330-MASTER-STATUS-FALLBACK

              MOVE WS-PERIOD-END-NUM TO WS-AS-OF-DATE
              PERFORM 310-STATE-AS-OF
              IF STATE-EMPLOYED
                 MOVE 8 TO WS-KEY-COUNTER
                 PERFORM 400-COUNT-AT-LOOKUP-STATE
                 PERFORM 340-MEASURE-TENURE
              END-IF
           END-IF
           .

        305-COLLECT-EMPLOYEE-EVENTS.

           MOVE 0 TO WS-EMP-EVENT-COUNT
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
              IF EV-EMPLOYEE-ID(WS-EVENT-SUB) = EMPLOYEE-ID
                 IF WS-EMP-EVENT-COUNT < 100
                    ADD 1 TO WS-EMP-EVENT-COUNT
                    MOVE WS-EVENT-SUB
                        TO EE-EVENT-SUB(WS-EMP-EVENT-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           .

      *    WHERE THE EMPLOYEE STOOD AT THE CLOSE OF WS-AS-OF-DATE:
      *    THE BEFORE SIDE OF THEIR FIRST CHANGE DATED LATER (FOR AN
      *    ADD, THE ADDED RECORD ITSELF, NOT YET ON FILE), ELSE THE
      *    MASTER AS IT STANDS.  A MASTER STATUS OF LEAVE OR
      *    TERMINATED DATED LATER THAN THE AS-OF DATE, WITH NOTHING
      *    ON THE TRAIL, MEANS THEY WERE STILL ACTIVE THEN.
        310-STATE-AS-OF.

           MOVE 'N' TO WS-LOOKUP-FOUND-SW
           SET STATE-ON-FILE TO TRUE
           MOVE WAREHOUSE-ID TO WS-LOOKUP-WAREHOUSE
           MOVE EMPLOYEE-POSITION TO WS-LOOKUP-POSITION
           MOVE WS-MASTER-STATUS TO WS-LOOKUP-STATUS

           PERFORM VARYING WS-EMP-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EMP-EVENT-SUB > WS-EMP-EVENT-COUNT
              MOVE EE-EVENT-SUB(WS-EMP-EVENT-SUB) TO WS-EVENT-SUB
              IF EV-DATE(WS-EVENT-SUB) > WS-AS-OF-DATE
                 SET LATER-EVENT-FOUND TO TRUE
                 IF EV-IS-ADD(WS-EVENT-SUB)
                    MOVE 'N' TO WS-LOOKUP-ON-FILE-SW
                    MOVE EV-AFTER-WHS(WS-EVENT-SUB)
                        TO WS-LOOKUP-WAREHOUSE
                    MOVE EV-AFTER-POSITION(WS-EVENT-SUB)
                        TO WS-LOOKUP-POSITION
                    MOVE EV-AFTER-STATUS(WS-EVENT-SUB)
                        TO WS-LOOKUP-STATUS
                 ELSE
                    MOVE EV-BEFORE-WHS(WS-EVENT-SUB)
                        TO WS-LOOKUP-WAREHOUSE
                    MOVE EV-BEFORE-POSITION(WS-EVENT-SUB)
                        TO WS-LOOKUP-POSITION
                    MOVE EV-BEFORE-STATUS(WS-EVENT-SUB)
                        TO WS-LOOKUP-STATUS
                 END-IF
                 MOVE WS-EMP-EVENT-COUNT TO WS-EMP-EVENT-SUB
              END-IF
           END-PERFORM

           IF NOT LATER-EVENT-FOUND
              AND (WS-MASTER-STATUS = 'L' OR WS-MASTER-STATUS = 'T')
              AND WS-STATUS-DATE-NUM > WS-AS-OF-DATE
              MOVE 'A' TO WS-LOOKUP-STATUS
           END-IF

           IF STATE-ON-FILE
              AND WS-HIRE-DATE-NUM <= WS-AS-OF-DATE
              AND WS-LOOKUP-STATUS NOT = 'T'
              SET STATE-EMPLOYED TO TRUE
           ELSE
              MOVE 'N' TO WS-LOOKUP-EMPLOYED-SW
           END-IF
           .

      *    ONE TRAIL CHANGE.  ONLY THOSE DATED INSIDE THE PERIOD
      *    COUNT.  A REHIRE OR LEAVE COUNTS WHERE THE EMPLOYEE
      *    LANDED, A TERMINATION WHERE THEY LEFT FROM.  A MOVE
      *    BETWEEN WAREHOUSES OR POSITIONS ONLY COUNTS WHILE THE
      *    EMPLOYEE IS ON THE PAYROLL ON BOTH SIDES OF IT.
        320-COUNT-TRAIL-MOVEMENTS.

           MOVE EE-EVENT-SUB(WS-EMP-EVENT-SUB) TO WS-EVENT-SUB
           IF EV-DATE(WS-EVENT-SUB) >= WS-PERIOD-START-NUM
              AND EV-DATE(WS-EVENT-SUB) <= WS-PERIOD-END-NUM
              AND NOT EV-IS-ADD(WS-EVENT-SUB)
              EVALUATE TRUE
                  WHEN EV-BEFORE-STATUS(WS-EVENT-SUB) = 'T'
                       AND EV-AFTER-STATUS(WS-EVENT-SUB) NOT = 'T'
                      MOVE EV-AFTER-WHS(WS-EVENT-SUB)
                          TO WS-KEY-WAREHOUSE
                      MOVE EV-AFTER-POSITION(WS-EVENT-SUB)
                          TO WS-KEY-POSITION
                      MOVE 3 TO WS-KEY-COUNTER
                      PERFORM 405-COUNT-MOVEMENT
                  WHEN EV-BEFORE-STATUS(WS-EVENT-SUB) NOT = 'T'
                       AND EV-AFTER-STATUS(WS-EVENT-SUB) = 'T'
                      MOVE EV-BEFORE-WHS(WS-EVENT-SUB)
                          TO WS-KEY-WAREHOUSE
                      MOVE EV-BEFORE-POSITION(WS-EVENT-SUB)
                          TO WS-KEY-POSITION
                      MOVE 7 TO WS-KEY-COUNTER
                      PERFORM 405-COUNT-MOVEMENT
                      SET TERMINATION-COUNTED TO TRUE
                  WHEN EV-BEFORE-STATUS(WS-EVENT-SUB) = 'A'
                       AND EV-AFTER-STATUS(WS-EVENT-SUB) = 'L'
                      MOVE EV-AFTER-WHS(WS-EVENT-SUB)
                          TO WS-KEY-WAREHOUSE
                      MOVE EV-AFTER-POSITION(WS-EVENT-SUB)
                          TO WS-KEY-POSITION
                      MOVE 6 TO WS-KEY-COUNTER
                      PERFORM 405-COUNT-MOVEMENT
                      SET LEAVE-COUNTED TO TRUE
              END-EVALUATE

              IF EV-BEFORE-STATUS(WS-EVENT-SUB) NOT = 'T'
                 AND EV-AFTER-STATUS(WS-EVENT-SUB) NOT = 'T'
                 IF EV-BEFORE-WHS(WS-EVENT-SUB)
                    NOT = EV-AFTER-WHS(WS-EVENT-SUB)
                    PERFORM 410-COUNT-WAREHOUSE-MOVE
                 END-IF
                 IF EV-BEFORE-POSITION(WS-EVENT-SUB)
                    NOT = EV-AFTER-POSITION(WS-EVENT-SUB)
                    PERFORM 415-COUNT-POSITION-MOVE
                 END-IF
              END-IF
           END-IF
           .

      *    A MASTER BUILT BY THE LOADER, OR A STATUS SET BEFORE THE
      *    TRAIL WAS KEPT, HAS NO TRAIL EVENT -- THE MASTER'S OWN
      *    STATUS DATE INSIDE THE PERIOD STILL COUNTS IT ONCE.
        330-MASTER-STATUS-FALLBACK.

           IF WS-STATUS-DATE-NUM >= WS-PERIOD-START-NUM
              AND WS-STATUS-DATE-NUM <= WS-PERIOD-END-NUM
              MOVE WAREHOUSE-ID TO WS-KEY-WAREHOUSE
              MOVE EMPLOYEE-POSITION TO WS-KEY-POSITION
              EVALUATE TRUE
                  WHEN WS-MASTER-STATUS = 'T'
                       AND NOT TERMINATION-COUNTED
                      MOVE 7 TO WS-KEY-COUNTER
                      PERFORM 405-COUNT-MOVEMENT
                  WHEN WS-MASTER-STATUS = 'L'
                       AND NOT LEAVE-COUNTED
                      MOVE 6 TO WS-KEY-COUNTER
                      PERFORM 405-COUNT-MOVEMENT
              END-EVALUATE
           END-IF
           .

      *    TENURE AT THE PERIOD END IN WHOLE MONTHS FROM THE HIRE
      *    DATE, BANDED UNDER 12, 12-35, 36-59 AND 60 OR MORE.  THE
      *    SALARY IS TODAY'S CURRENT SALARY FROM THE MASTER.
        340-MEASURE-TENURE.

           COMPUTE WS-TENURE-MONTHS =
               (WS-END-YEAR * 12 + WS-END-MONTH)
             - (WS-HIRE-YEAR * 12 + WS-HIRE-MONTH)
           IF WS-END-DAY < WS-HIRE-DAY
              SUBTRACT 1 FROM WS-TENURE-MONTHS
           END-IF
           IF WS-TENURE-MONTHS < 0
              MOVE 0 TO WS-TENURE-MONTHS
           END-IF

           EVALUATE TRUE
               WHEN WS-TENURE-MONTHS < 12
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-TENURE-MONTHS < 36
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-TENURE-MONTHS < 60
                   MOVE 3 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BAND-SUB
           END-EVALUATE

           MOVE 'C' TO WS-FIND-TYPE
           MOVE SPACES TO WS-FIND-CODE
           PERFORM 420-FIND-GROUP
           PERFORM 345-ADD-TENURE
           MOVE WS-LOOKUP-WAREHOUSE TO WS-KEY-WAREHOUSE
           PERFORM 425-FIND-WAREHOUSE-ROWS
           PERFORM 345-ADD-TENURE
           MOVE WS-REGION-SUB TO WS-GROUP-SUB
           PERFORM 345-ADD-TENURE
           MOVE 'P' TO WS-FIND-TYPE
           MOVE WS-LOOKUP-POSITION TO WS-FIND-CODE
           PERFORM 420-FIND-GROUP
           PERFORM 345-ADD-TENURE
           .

        345-ADD-TENURE.

           IF WS-GROUP-SUB > 0
              ADD 1 TO GR-BAND-COUNT(WS-GROUP-SUB, WS-BAND-SUB)
              ADD CURRENT-SALARY
                  TO GR-BAND-SALARY(WS-GROUP-SUB, WS-BAND-SUB)
              ADD WS-TENURE-MONTHS TO GR-TENURE-MONTHS(WS-GROUP-SUB)
           END-IF
           .

        400-COUNT-AT-LOOKUP-STATE.

           MOVE WS-LOOKUP-WAREHOUSE TO WS-KEY-WAREHOUSE
           MOVE WS-LOOKUP-POSITION TO WS-KEY-POSITION
           PERFORM 405-COUNT-MOVEMENT
           .

      *    ADDS 1 TO COUNTER WS-KEY-COUNTER ON THE COMPANY ROW AND
      *    ON THE REGION, WAREHOUSE AND POSITION ROWS OF THE KEYS.
        405-COUNT-MOVEMENT.

           MOVE WS-KEY-COUNTER TO WS-COUNTER-SUB
           MOVE 'C' TO WS-FIND-TYPE
           MOVE SPACES TO WS-FIND-CODE
           PERFORM 420-FIND-GROUP
           PERFORM 430-ADD-TO-GROUP
           PERFORM 425-FIND-WAREHOUSE-ROWS
           PERFORM 430-ADD-TO-GROUP
           MOVE WS-REGION-SUB TO WS-GROUP-SUB
           PERFORM 430-ADD-TO-GROUP
           MOVE 'P' TO WS-FIND-TYPE
           MOVE WS-KEY-POSITION TO WS-FIND-CODE
           PERFORM 420-FIND-GROUP
           PERFORM 430-ADD-TO-GROUP
           .

      *    OUT OF THE BEFORE WAREHOUSE, INTO THE AFTER ONE; THE
      *    REGIONS ONLY WHEN THE MOVE CROSSES FROM ONE TO ANOTHER.
        410-COUNT-WAREHOUSE-MOVE.

           MOVE EV-AFTER-WHS(WS-EVENT-SUB) TO WS-KEY-WAREHOUSE
           PERFORM 425-FIND-WAREHOUSE-ROWS
           MOVE WS-KEY-REGION TO WS-KEY-OTHER-REGION
           MOVE 4 TO WS-COUNTER-SUB
           PERFORM 430-ADD-TO-GROUP

           MOVE EV-BEFORE-WHS(WS-EVENT-SUB) TO WS-KEY-WAREHOUSE
           PERFORM 425-FIND-WAREHOUSE-ROWS
           MOVE 5 TO WS-COUNTER-SUB
           PERFORM 430-ADD-TO-GROUP

           IF WS-KEY-REGION NOT = WS-KEY-OTHER-REGION
              MOVE WS-REGION-SUB TO WS-GROUP-SUB
              PERFORM 430-ADD-TO-GROUP
              MOVE EV-AFTER-WHS(WS-EVENT-SUB) TO WS-KEY-WAREHOUSE
              PERFORM 425-FIND-WAREHOUSE-ROWS
              MOVE WS-REGION-SUB TO WS-GROUP-SUB
              MOVE 4 TO WS-COUNTER-SUB
              PERFORM 430-ADD-TO-GROUP
           END-IF
           .

        415-COUNT-POSITION-MOVE.

           MOVE 'P' TO WS-FIND-TYPE
           MOVE EV-AFTER-POSITION(WS-EVENT-SUB) TO WS-FIND-CODE
           PERFORM 420-FIND-GROUP
           MOVE 4 TO WS-COUNTER-SUB
           PERFORM 430-ADD-TO-GROUP

           MOVE EV-BEFORE-POSITION(WS-EVENT-SUB) TO WS-FIND-CODE
           PERFORM 420-FIND-GROUP
           MOVE 5 TO WS-COUNTER-SUB
           PERFORM 430-ADD-TO-GROUP
           .

      *    FINDS THE ROW FOR WS-FIND-TYPE/WS-FIND-CODE, ADDING IT IF
      *    IT IS NOT THERE YET.  WS-GROUP-SUB IS 0 ONLY WHEN THE
      *    TABLE IS FULL -- THE FIGURE THEN STILL REACHES THE COMPANY
      *    ROW, WHICH IS ALWAYS ROW 1.
        420-FIND-GROUP.

           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
              IF GR-TYPE(WS-GROUP-SUB) = WS-FIND-TYPE
                 AND GR-CODE(WS-GROUP-SUB) = WS-FIND-CODE
                 MOVE WS-GROUP-SUB TO WS-FOUND-SUB
                 MOVE WS-GROUP-COUNT TO WS-GROUP-SUB
              END-IF
           END-PERFORM

           IF WS-FOUND-SUB > 0
              MOVE WS-FOUND-SUB TO WS-GROUP-SUB
           ELSE
              IF WS-GROUP-COUNT < 80
                 ADD 1 TO WS-GROUP-COUNT
                 MOVE WS-GROUP-COUNT TO WS-GROUP-SUB
                 INITIALIZE GR-ENTRY(WS-GROUP-SUB)
                 MOVE WS-FIND-TYPE TO GR-TYPE(WS-GROUP-SUB)
                 MOVE WS-FIND-CODE TO GR-CODE(WS-GROUP-SUB)
                 PERFORM 422-NAME-NEW-GROUP
              ELSE
                 DISPLAY 'WARNING: STATISTICS TABLE FULL - '
                         WS-FIND-TYPE ' ' WS-FIND-CODE
                         ' COUNTED IN COMPANY TOTAL ONLY'
                 MOVE 0 TO WS-GROUP-SUB
              END-IF
           END-IF
           .

        422-NAME-NEW-GROUP.

           EVALUATE TRUE
               WHEN GR-IS-COMPANY(WS-GROUP-SUB)
                   MOVE 'COMPANY' TO GR-NAME(WS-GROUP-SUB)
               WHEN GR-IS-REGION(WS-GROUP-SUB)
                   MOVE 'REGION' TO GR-NAME(WS-GROUP-SUB)
                   MOVE WS-FIND-CODE TO GR-REGION(WS-GROUP-SUB)
               WHEN GR-IS-WAREHOUSE(WS-GROUP-SUB)
                   MOVE 'NOT ON FILE' TO GR-NAME(WS-GROUP-SUB)
                   MOVE WS-KEY-REGION TO GR-REGION(WS-GROUP-SUB)
                   PERFORM VARYING WT-IDX FROM 1 BY 1
                           UNTIL WT-IDX > WS-WHS-TABLE-COUNT
                      IF WT-CODE(WT-IDX) = WS-FIND-CODE
                         MOVE WT-NAME(WT-IDX) TO GR-NAME(WS-GROUP-SUB)
                         SET WT-IDX TO WS-WHS-TABLE-COUNT
                      END-IF
                   END-PERFORM
               WHEN GR-IS-POSITION(WS-GROUP-SUB)
                   MOVE 'UNKNOWN' TO GR-NAME(WS-GROUP-SUB)
                   PERFORM VARYING PT-IDX FROM 1 BY 1
                           UNTIL PT-IDX > 5
                      IF PT-CODE(PT-IDX) = WS-FIND-CODE
                         MOVE PT-NAME(PT-IDX) TO GR-NAME(WS-GROUP-SUB)
                         SET PT-IDX TO 5
                      END-IF
                   END-PERFORM
           END-EVALUATE
           .

      *    THE WAREHOUSE ROW FOR WS-KEY-WAREHOUSE (IN WS-GROUP-SUB)
      *    AND ITS REGION ROW (IN WS-REGION-SUB), WITH THE REGION IN
      *    WS-KEY-REGION -- 'UNK' FOR A WAREHOUSE NOT ON FILE.
        425-FIND-WAREHOUSE-ROWS.

           MOVE 'UNK' TO WS-KEY-REGION
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WS-WHS-TABLE-COUNT
              IF WT-CODE(WT-IDX) = WS-KEY-WAREHOUSE
                 MOVE WT-REGION(WT-IDX) TO WS-KEY-REGION
                 SET WT-IDX TO WS-WHS-TABLE-COUNT
              END-IF
           END-PERFORM

           MOVE 'R' TO WS-FIND-TYPE
           MOVE WS-KEY-REGION TO WS-FIND-CODE
           PERFORM 420-FIND-GROUP
           MOVE WS-GROUP-SUB TO WS-REGION-SUB

           MOVE 'W' TO WS-FIND-TYPE
           MOVE WS-KEY-WAREHOUSE TO WS-FIND-CODE
           PERFORM 420-FIND-GROUP
           .

        430-ADD-TO-GROUP.

           IF WS-GROUP-SUB > 0
              ADD 1 TO GR-COUNT(WS-GROUP-SUB, WS-COUNTER-SUB)
           END-IF
           .

      *    PAGE 1 IS THE MOVEMENTS BY REGION AND WAREHOUSE, PAGE 2 BY
      *    POSITION, PAGE 3 THE TENURE SPREAD AND THE SALARY BY BAND.
        500-PRINT-STATISTICS.

           PERFORM 590-NEW-PAGE
           MOVE 'HEADCOUNT MOVEMENT BY REGION AND WAREHOUSE' TO SSL-TEXT
           WRITE STATISTICS-REPORT-RECORD FROM ST-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE STATISTICS-REPORT-RECORD FROM ST-MOVEMENT-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM 510-PRINT-ONE-REGION
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > WS-GROUP-COUNT
           MOVE 1 TO WS-GROUP-SUB
           PERFORM 520-PRINT-MOVEMENT-LINE
           PERFORM 580-PRINT-FOOTNOTES

           PERFORM 590-NEW-PAGE
           MOVE 'HEADCOUNT MOVEMENT BY POSITION' TO SSL-TEXT
           WRITE STATISTICS-REPORT-RECORD FROM ST-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE STATISTICS-REPORT-RECORD FROM ST-MOVEMENT-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
              IF GR-IS-POSITION(WS-GROUP-SUB)
                 PERFORM 520-PRINT-MOVEMENT-LINE
              END-IF
           END-PERFORM
           MOVE 1 TO WS-GROUP-SUB
           PERFORM 520-PRINT-MOVEMENT-LINE
           PERFORM 580-PRINT-FOOTNOTES

           PERFORM 590-NEW-PAGE
           MOVE 'TENURE OF THE CLOSING HEADCOUNT' TO SSL-TEXT
           WRITE STATISTICS-REPORT-RECORD FROM ST-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE STATISTICS-REPORT-RECORD FROM ST-TENURE-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
              IF GR-IS-WAREHOUSE(WS-GROUP-SUB)
                 PERFORM 530-PRINT-TENURE-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO ST-SECTION-LINE
           WRITE STATISTICS-REPORT-RECORD FROM ST-SECTION-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
              IF GR-IS-POSITION(WS-GROUP-SUB)
                 PERFORM 530-PRINT-TENURE-LINE
              END-IF
           END-PERFORM
           MOVE 1 TO WS-GROUP-SUB
           PERFORM 530-PRINT-TENURE-LINE

           MOVE 'AVERAGE CURRENT SALARY BY TENURE BAND - COMPANY'
               TO SSL-TEXT
           WRITE STATISTICS-REPORT-RECORD FROM ST-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE STATISTICS-REPORT-RECORD FROM ST-BAND-COLUMNS
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-ALL-SALARY
           PERFORM 540-PRINT-BAND-LINE
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
           PERFORM 545-PRINT-ALL-BANDS-LINE
           .

      *    EACH REGION'S WAREHOUSES, THEN THE REGION SUBTOTAL.
        510-PRINT-ONE-REGION.

           IF GR-IS-REGION(WS-REGION-SUB)
              PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                      UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                 IF GR-IS-WAREHOUSE(WS-GROUP-SUB)
                    AND GR-REGION(WS-GROUP-SUB)
                        = GR-REGION(WS-REGION-SUB)
                    PERFORM 520-PRINT-MOVEMENT-LINE
                 END-IF
              END-PERFORM
              MOVE WS-REGION-SUB TO WS-GROUP-SUB
              PERFORM 520-PRINT-MOVEMENT-LINE
              MOVE SPACES TO ST-SECTION-LINE
              WRITE STATISTICS-REPORT-RECORD FROM ST-SECTION-LINE
                  AFTER ADVANCING 1 LINE
           END-IF
           .

      *    TURNOVER IS TERMINATIONS OVER THE AVERAGE OF OPENING AND
      *    CLOSING HEADCOUNT; A ROW WITH NOBODY AT EITHER END HAS NO
      *    RATE.
        520-PRINT-MOVEMENT-LINE.

           PERFORM 525-BUILD-ROW-LABEL
           MOVE STL-LABEL TO SML-LABEL
           PERFORM VARYING WS-COUNTER-SUB FROM 1 BY 1
                   UNTIL WS-COUNTER-SUB > 8
              MOVE GR-COUNT(WS-GROUP-SUB, WS-COUNTER-SUB)
                  TO SML-COUNT(WS-COUNTER-SUB)
           END-PERFORM
           IF GR-IS-COMPANY(WS-GROUP-SUB)
              MOVE SPACES TO SML-COUNT(4)(1:7)
              MOVE SPACES TO SML-COUNT(5)(1:7)
           END-IF

           COMPUTE WS-AVERAGE-HEADCOUNT =
               (GR-COUNT(WS-GROUP-SUB, 1) + GR-COUNT(WS-GROUP-SUB, 8))
               / 2
           IF WS-AVERAGE-HEADCOUNT = 0
              MOVE '    N/A' TO SML-TURNOVER
           ELSE
              COMPUTE WS-TURNOVER-RATE ROUNDED =
                  GR-COUNT(WS-GROUP-SUB, 7) * 100
                  / WS-AVERAGE-HEADCOUNT
              PERFORM 527-EDIT-TURNOVER
           END-IF

           WRITE STATISTICS-REPORT-RECORD FROM ST-MOVEMENT-LINE
               AFTER ADVANCING 1 LINE
           .

      *    THE LEFT-HAND LABEL FOR ROW WS-GROUP-SUB, BUILT IN
      *    STL-LABEL FOR BOTH THE MOVEMENT AND TENURE LINES.
        525-BUILD-ROW-LABEL.

           MOVE SPACES TO STL-LABEL
           EVALUATE TRUE
               WHEN GR-IS-COMPANY(WS-GROUP-SUB)
                   MOVE 'COMPANY TOTAL' TO STL-LABEL
               WHEN GR-IS-REGION(WS-GROUP-SUB)
                   STRING 'REGION ' GR-REGION(WS-GROUP-SUB) ' TOTAL'
                          DELIMITED BY SIZE
                          INTO STL-LABEL
               WHEN OTHER
                   STRING GR-CODE(WS-GROUP-SUB) ' '
                          GR-NAME(WS-GROUP-SUB)
                          DELIMITED BY SIZE
                          INTO STL-LABEL
           END-EVALUATE
           .

        527-EDIT-TURNOVER.

           MOVE SPACES TO SML-TURNOVER
           IF WS-TURNOVER-RATE > 999.9
              MOVE ' >999%' TO SML-TURNOVER
           ELSE
              MOVE WS-TURNOVER-RATE TO SBL-PERCENT
              STRING ' ' SBL-PERCENT '%' DELIMITED BY SIZE
                     INTO SML-TURNOVER
           END-IF
           .

        530-PRINT-TENURE-LINE.

           PERFORM 525-BUILD-ROW-LABEL
           MOVE 0 TO WS-AVERAGE-HEADCOUNT
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
              MOVE GR-BAND-COUNT(WS-GROUP-SUB, WS-BAND-SUB)
                  TO STL-BAND-COUNT(WS-BAND-SUB)
              ADD GR-BAND-COUNT(WS-GROUP-SUB, WS-BAND-SUB)
                  TO WS-AVERAGE-HEADCOUNT
           END-PERFORM
           MOVE WS-AVERAGE-HEADCOUNT TO STL-HEADCOUNT
           IF WS-AVERAGE-HEADCOUNT = 0
              MOVE 0 TO STL-AVERAGE-YEARS
           ELSE
              COMPUTE WS-AVERAGE-YEARS ROUNDED =
                  GR-TENURE-MONTHS(WS-GROUP-SUB)
                  / WS-AVERAGE-HEADCOUNT / 12
              MOVE WS-AVERAGE-YEARS TO STL-AVERAGE-YEARS
           END-IF
           WRITE STATISTICS-REPORT-RECORD FROM ST-TENURE-LINE
               AFTER ADVANCING 1 LINE
           .

        540-PRINT-BAND-LINE.

           MOVE BN-NAME(WS-BAND-SUB) TO SBL-NAME
           MOVE GR-BAND-COUNT(1, WS-BAND-SUB) TO SBL-COUNT
           ADD GR-BAND-SALARY(1, WS-BAND-SUB) TO WS-ALL-SALARY
           IF GR-COUNT(1, 8) = 0
              MOVE 0 TO SBL-PERCENT
           ELSE
              COMPUTE WS-BAND-PERCENT ROUNDED =
                  GR-BAND-COUNT(1, WS-BAND-SUB) * 100 / GR-COUNT(1, 8)
              MOVE WS-BAND-PERCENT TO SBL-PERCENT
           END-IF
           IF GR-BAND-COUNT(1, WS-BAND-SUB) = 0
              MOVE 0 TO SBL-AVERAGE-SALARY
           ELSE
              COMPUTE WS-AVERAGE-SALARY ROUNDED =
                  GR-BAND-SALARY(1, WS-BAND-SUB)
                  / GR-BAND-COUNT(1, WS-BAND-SUB)
              MOVE WS-AVERAGE-SALARY TO SBL-AVERAGE-SALARY
           END-IF
           WRITE STATISTICS-REPORT-RECORD FROM ST-BAND-LINE
               AFTER ADVANCING 1 LINE
           .

        545-PRINT-ALL-BANDS-LINE.

           MOVE 'ALL EMPLOYEES' TO SBL-NAME
           MOVE GR-COUNT(1, 8) TO SBL-COUNT
           IF GR-COUNT(1, 8) = 0
              MOVE 0 TO SBL-PERCENT
              MOVE 0 TO SBL-AVERAGE-SALARY
           ELSE
              MOVE 100 TO SBL-PERCENT
              COMPUTE WS-AVERAGE-SALARY ROUNDED =
                  WS-ALL-SALARY / GR-COUNT(1, 8)
              MOVE WS-AVERAGE-SALARY TO SBL-AVERAGE-SALARY
           END-IF
           WRITE STATISTICS-REPORT-RECORD FROM ST-BAND-LINE
               AFTER ADVANCING 2 LINES
           .

        580-PRINT-FOOTNOTES.

           MOVE 'HEADCOUNT IS EVERYONE EMPLOYED, ACTIVE OR ON LEAVE. '
               TO SNL-TEXT
           MOVE 'TURNOVER = TERMS / AVG OF OPEN AND CLOSE.'
               TO SNL-TEXT(53:)
           WRITE STATISTICS-REPORT-RECORD FROM ST-NOTE-LINE
               AFTER ADVANCING 3 LINES
           IF NOT AUDIT-TRAIL-WAS-READ
              MOVE 'DRAKEA-AUD.TXT WAS NOT AVAILABLE - STATES AND '
                  TO SNL-TEXT
              MOVE 'MOVEMENTS ARE FROM THE MASTER STATUS FIELDS ONLY.'
                  TO SNL-TEXT(47:)
              WRITE STATISTICS-REPORT-RECORD FROM ST-NOTE-LINE
                  AFTER ADVANCING 1 LINE
           END-IF
           IF WS-SKIPPED-COUNT > 0
              MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
              MOVE SPACES TO SNL-TEXT
              STRING WS-COUNT-ED ' MASTER RECORD(S) WITH NO VALID '
                     'HIRE DATE LEFT OUT OF EVERY FIGURE.'
                     DELIMITED BY SIZE
                     INTO SNL-TEXT
              WRITE STATISTICS-REPORT-RECORD FROM ST-NOTE-LINE
                  AFTER ADVANCING 1 LINE
           END-IF
           .

        590-NEW-PAGE.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO SH1-PAGE
           WRITE STATISTICS-REPORT-RECORD FROM ST-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE STATISTICS-REPORT-RECORD FROM ST-HEADING-TWO
               AFTER ADVANCING 1 LINE
           .

        600-EOF-ROUTINE.

           CLOSE STATISTICS-REPORT-FILE

           MOVE WS-READ-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKSTAT: ' WS-COUNT-ED ' MASTER RECORDS READ FOR '
                   WS-PERIOD-NAME
           MOVE GR-COUNT(1, 1) TO WS-COUNT-ED
           DISPLAY 'DRAKSTAT: ' WS-COUNT-ED ' OPENING HEADCOUNT'
           MOVE GR-COUNT(1, 8) TO WS-COUNT-ED
           DISPLAY 'DRAKSTAT: ' WS-COUNT-ED ' CLOSING HEADCOUNT'
           MOVE GR-COUNT(1, 7) TO WS-COUNT-ED
           DISPLAY 'DRAKSTAT: ' WS-COUNT-ED ' TERMINATIONS'
           STOP RUN
           .

        900-EDIT-DATE.

           IF WS-DATE-TO-EDIT IS NUMERIC
              AND WS-DATE-TO-EDIT NOT = '00000000'
              STRING WS-DATE-TO-EDIT(5:2) '/' WS-DATE-TO-EDIT(7:2) '/'
                     WS-DATE-TO-EDIT(1:4) DELIMITED BY SIZE
                     INTO WS-DATE-EDIT
           ELSE
              MOVE 'NONE' TO WS-DATE-EDIT
           END-IF
           .
