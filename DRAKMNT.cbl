      *         marks the employee terminated, status-dated with the
      *         run date, so the history survives and a rehire is a
      *         status change instead of a brand-new add.
      *         Two personnel-action codes ride the same batches and
      *         the same suspense file: 'P' promotion (a new position
      *         and salary in the same warehouse, the salary held to
      *         the new position's band) and 'X' transfer (a move to
      *         another warehouse, refused if that warehouse is
      *         closed or unknown).
      *     2.  The EMPLOYEE MASTER FILE, indexed by EMPLOYEE-ID.
      *     3.  The PENDING TRANSACTION SUSPENSE FILE left by prior
      *         runs.
      *     4.  The WAREHOUSE REFERENCE MASTER and the POSITION
      *         SALARY BAND file -- the same reference files the
      *         salary run reads -- for the transfer and promotion
      *         edits.
      *
      * ***************
      *  OUTPUT:
      *     5.  The rewritten PENDING TRANSACTION SUSPENSE FILE and
      *         the PENDING TRANSACTIONS LISTING of what is still
      *         queued after this run.
      *     6.  The PERSONNEL ACTION REPORT -- every applied
      *         promotion and transfer with old and new position,
      *         warehouse and salary, one page per warehouse listing
      *         the moves into and out of that building.
      ****************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                ASSIGN TO 'DRAKEA-CYCLE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYCLE-STATUS.
            SELECT WAREHOUSE-MASTER-FILE
                ASSIGN TO 'DRAKEA-WHS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WHS-MASTER-STATUS.
            SELECT SALARY-BAND-FILE
                ASSIGN TO 'DRAKEA-BANDS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SALARY-BAND-STATUS.
            SELECT ACTION-SORT-FILE
                ASSIGN TO 'SORTWK1'.
            SELECT PERSONNEL-ACTION-REPORT
                ASSIGN TO PRINTER 'DRAKEA-PAR.TXT'.

        DATA DIVISION.
        FILE SECTION.
                88  TN-ACTION-ADD                     VALUE 'A'.
                88  TN-ACTION-CHANGE                  VALUE 'C'.
                88  TN-ACTION-DELETE                  VALUE 'D'.
                88  TN-ACTION-PROMOTION               VALUE 'P'.
                88  TN-ACTION-TRANSFER                VALUE 'X'.
                88  TN-ACTION-PERSONNEL               VALUES 'P' 'X'.
                88  TN-ACTION-VALID                   VALUES 'A' 'C'
                                                             'D' 'P'
                                                             'X'.
            05  TN-EMPLOYEE-IMAGE.
                10  TN-WAREHOUSE-ID     PIC X(4).
                10  TN-EMPLOYEE-ID      PIC X(5).

        01  CYCLE-CONTROL-RECORD        PIC X(64).

      *    WAREHOUSE REFERENCE MASTER -- SAME FILE AND LAYOUT THE
      *    SALARY RUN LOADS.  HERE IT ONLY ANSWERS "MAY AN EMPLOYEE
      *    BE TRANSFERRED THERE": THE TARGET MUST BE ON FILE, OPEN
      *    BY THE RUN DATE, AND NOT CLOSED (CLOSE DATE OF ALL ZEROS =
      *    STILL OPEN).  ITS NAME AND REGION HEAD EACH WAREHOUSE'S
      *    PAGE OF THE PERSONNEL ACTION REPORT.
        FD   WAREHOUSE-MASTER-FILE
            RECORD CONTAINS 34 CHARACTERS.

        01  WAREHOUSE-MASTER-RECORD.
            05  WH-CODE                 PIC X(4).
            05  WH-NAME                 PIC X(11).
            05  WH-REGION               PIC X(3).
            05  WH-OPEN-DATE            PIC 9(8).
            05  WH-CLOSE-DATE           PIC 9(8).

      *    POSITION SALARY BAND REFERENCE -- SAME FILE AND LAYOUT
      *    THE SALARY RUN CAPS INCREASES WITH.  A PROMOTION'S NEW
      *    SALARY MUST FALL INSIDE ITS NEW POSITION'S MIN/MAX.
        FD   SALARY-BAND-FILE
            RECORD CONTAINS 18 CHARACTERS.

        01  SALARY-BAND-RECORD.
            05  BA-POSITION-CODE        PIC X(2).
            05  BA-BAND-MIN             PIC 999999V99.
            05  BA-BAND-MAX             PIC 999999V99.

      *    ONE ROW PER WAREHOUSE TOUCHED BY AN APPLIED PERSONNEL
      *    ACTION -- A TRANSFER YIELDS AN 'OUT' ROW FOR THE LOSING
      *    WAREHOUSE AND AN 'IN' ROW FOR THE GAINING ONE, A
      *    PROMOTION ONE ROW FOR ITS OWN WAREHOUSE -- SORTED SO EACH
      *    WAREHOUSE'S MOVES PRINT TOGETHER ON ITS OWN PAGE.
        SD   ACTION-SORT-FILE.

        01  ACTION-SORT-RECORD.
            05  AS-WAREHOUSE-ID         PIC X(4).
            05  AS-DIRECTION-SEQ        PIC 9.
            05  AS-EMPLOYEE-ID          PIC X(5).
            05  FILLER                  PIC X(57).

        FD   PERSONNEL-ACTION-REPORT
            RECORD CONTAINS 100 CHARACTERS.

        01  PERSONNEL-ACTION-RECORD     PIC X(100).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.
               88  IMAGE-IS-CLEAN                    VALUE 'Y'.
           05  DATE-VALID-SW           PIC X         VALUE 'Y'.
               88  DATE-IS-VALID                     VALUE 'Y'.
           05  WHS-MASTER-STATUS       PIC XX.
           05  WHS-MASTER-EOF-FLAG     PIC X         VALUE 'N'.
               88  WHS-MASTER-EOF                    VALUE 'Y'.
           05  WHS-FOUND-SW            PIC X         VALUE 'N'.
               88  WHS-CODE-FOUND                    VALUE 'Y'.
           05  SALARY-BAND-STATUS      PIC XX.
           05  BAND-FILE-EOF-FLAG      PIC X         VALUE 'N'.
               88  BAND-FILE-EOF                     VALUE 'Y'.
           05  BAND-FOUND-SW           PIC X         VALUE 'N'.
               88  BAND-CODE-FOUND                   VALUE 'Y'.
           05  ACTION-SORT-EOF-FLAG    PIC X         VALUE 'N'.
               88  ACTION-SORT-EOF                   VALUE 'Y'.

        01  MAINTENANCE-COUNTERS.
           05  WS-APPLIED-COUNT        PIC 9(6)      VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(6)      VALUE 0.
           05  WS-PROMOTION-COUNT      PIC 9(6)      VALUE 0.
           05  WS-TRANSFER-COUNT       PIC 9(6)      VALUE 0.

      *    ONE BATCH IN FLIGHT AT A TIME.  THE DETAILS ARE HELD IN
      *    BATCH-TABLE UNTIL THE TRAILER PROVES THE BATCH ARRIVED
      *    SURVIVES THE REWRITE/DELETE THAT FOLLOWS.
        01  BEFORE-IMAGE-HOLD          PIC X(93).

      *    FIELD VIEW OF THE HELD BEFORE IMAGE -- THE PERSONNEL
      *    ACTION EDITS COMPARE THE TRANSACTION'S NEW POSITION AND
      *    WAREHOUSE AGAINST WHAT THE MASTER CARRIED, AND THE REPORT
      *    PRINTS THE OLD FIGURES BESIDE THE NEW.
        01  BEFORE-IMAGE-FIELDS REDEFINES BEFORE-IMAGE-HOLD.
           05  BF-WAREHOUSE-ID         PIC X(4).
           05  BF-EMPLOYEE-ID          PIC X(5).
           05  BF-EMPLOYEE-POSITION    PIC X(2).
           05  FILLER                  PIC X(52).
           05  BF-CURRENT-SALARY       PIC 999999V99.
           05  FILLER                  PIC X(22).

      *    WAREHOUSE REFERENCE TABLE, LOADED BY 156-LOAD-WAREHOUSE-
      *    TABLE -- SAME SHAPE AND LIMIT AS THE SALARY RUN'S.
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

      *    SALARY-BAND TABLE, LOADED BY 158-LOAD-SALARY-BANDS -- SAME
      *    SHAPE AND LIMIT AS THE SALARY RUN'S.  WS-BAND-MIN/MAX HOLD
      *    THE MATCHED ROW FOR THE PROMOTION BEING EDITED.
        01  BAND-TABLE-CONTROL.
           05  WS-BAND-TABLE-COUNT     PIC 9(3)      VALUE 0.
           05  WS-BAND-MIN             PIC 9(6)V99   VALUE 0.
           05  WS-BAND-MAX             PIC 9(6)V99   VALUE 0.

        01  BAND-TABLE.
           05  BD-ENTRY                OCCURS 1 TO 20 TIMES
                                        DEPENDING ON
                                            WS-BAND-TABLE-COUNT
                                        INDEXED BY BD-IDX.
               10  BD-CODE              PIC X(2).
               10  BD-MIN               PIC 9(6)V99.
               10  BD-MAX               PIC 9(6)V99.

      *    APPLIED PERSONNEL ACTIONS, COLLECTED AS THEY APPLY AND
      *    SORTED BY WAREHOUSE AT END OF JOB FOR THE PERSONNEL ACTION
      *    REPORT.  A TRANSFER TAKES TWO ROWS (OUT OF THE OLD
      *    WAREHOUSE, INTO THE NEW), A PROMOTION ONE.  DIRECTION
      *    SEQUENCE 1 = OUT, 2 = IN, 3 = PROMOTED IN PLACE, SO EACH
      *    PAGE LISTS LOSSES, THEN GAINS, THEN PROMOTIONS.  THE ROW
      *    LAYOUT IS THE SORT RECORD'S -- CHANGE BOTH TOGETHER.
        01  ACTION-TABLE-CONTROL.
           05  WS-ACTION-COUNT         PIC 9(4)      VALUE 0.
           05  WS-ACTION-SUB           PIC S9(4)     VALUE +0.
           05  WS-ACTION-EFF-DATE      PIC 9(8)      VALUE 0.
           05  WS-ACTION-WHS-HOLD      PIC X(4)      VALUE SPACES.
           05  WS-ACTION-DIR-SEQ       PIC 9         VALUE 0.
           05  WS-ACTION-WHS-OUT       PIC 9(4)      VALUE 0.
           05  WS-ACTION-WHS-IN        PIC 9(4)      VALUE 0.
           05  WS-ACTION-WHS-PROMO     PIC 9(4)      VALUE 0.
           05  WS-ACTION-PAGE-SW       PIC X         VALUE 'N'.
               88  ACTION-PAGE-OPEN                  VALUE 'Y'.

        01  ACTION-TABLE.
           05  AT-ENTRY                OCCURS 1000 TIMES.
               10  AT-WAREHOUSE-ID      PIC X(4).
               10  AT-DIRECTION-SEQ     PIC 9.
               10  AT-EMPLOYEE-ID       PIC X(5).
               10  AT-LAST-NAME         PIC X(10).
               10  AT-FIRST-NAME        PIC X(10).
               10  AT-ACTION            PIC X.
               10  AT-OLD-POSITION      PIC X(2).
               10  AT-NEW-POSITION      PIC X(2).
               10  AT-OLD-WAREHOUSE     PIC X(4).
               10  AT-NEW-WAREHOUSE     PIC X(4).
               10  AT-OLD-SALARY        PIC 999999V99.
               10  AT-NEW-SALARY        PIC 999999V99.
               10  AT-EFFECTIVE-DATE    PIC 9(8).

      *    THE SORTED ROW COMING BACK OFF THE SORT, IN THE SAME
      *    LAYOUT AS AN ACTION-TABLE ENTRY.
        01  ACTION-ROW-HOLD.
           05  AR-WAREHOUSE-ID         PIC X(4).
           05  AR-DIRECTION-SEQ        PIC 9.
               88  AR-MOVED-OUT                      VALUE 1.
               88  AR-MOVED-IN                       VALUE 2.
               88  AR-PROMOTED-IN-PLACE              VALUE 3.
           05  AR-EMPLOYEE-ID          PIC X(5).
           05  AR-LAST-NAME            PIC X(10).
           05  AR-FIRST-NAME           PIC X(10).
           05  AR-ACTION               PIC X.
           05  AR-OLD-POSITION         PIC X(2).
           05  AR-NEW-POSITION         PIC X(2).
           05  AR-OLD-WAREHOUSE        PIC X(4).
           05  AR-NEW-WAREHOUSE        PIC X(4).
           05  AR-OLD-SALARY           PIC 999999V99.
           05  AR-NEW-SALARY           PIC 999999V99.
           05  AR-EFFECTIVE-DATE       PIC 9(8).

        01  AUDIT-LINE.
           05  AU-ACTION               PIC X.
           05  FILLER                  PIC X         VALUE SPACE.
           05  BS-REJECTED         PIC Z(5)9.
           05  FILLER              PIC X(36)  VALUE SPACES.

        01  PA-HEADING-ONE.
           05  FILLER              PIC X(46)  VALUE
                   'DRAKEA, LTD - PERSONNEL ACTION REPORT'.
           05  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           05  PH1-RUN-DATE.
               10  PH1-MONTH        PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  PH1-DAY          PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  PH1-YEAR         PIC 9999.
           05  FILLER              PIC X(34)  VALUE SPACES.

        01  PA-HEADING-TWO.
           05  FILLER              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  PH2-WAREHOUSE-ID    PIC X(4).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PH2-WAREHOUSE-NAME  PIC X(11).
           05  FILLER              PIC X(10)  VALUE '  REGION: '.
           05  PH2-REGION          PIC X(3).
           05  FILLER              PIC X(59)  VALUE SPACES.

        01  PA-HEADING-THREE.
           05  FILLER              PIC X(7)   VALUE 'MOVE'.
           05  FILLER              PIC X(7)   VALUE 'EMP ID'.
           05  FILLER              PIC X(23)  VALUE 'EMPLOYEE NAME'.
           05  FILLER              PIC X(10)  VALUE 'POSITION'.
           05  FILLER              PIC X(14)  VALUE 'WAREHOUSE'.
           05  FILLER              PIC X(25)  VALUE
                   'OLD SALARY  NEW SALARY'.
           05  FILLER              PIC X(14)  VALUE 'EFFECTIVE'.

        01  PA-DETAIL-LINE.
           05  PD-MOVE             PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-EMPLOYEE-ID      PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-LAST-NAME        PIC X(10).
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  PD-FIRST-NAME       PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-OLD-POSITION     PIC X(2).
           05  FILLER              PIC X(4)   VALUE ' -> '.
           05  PD-NEW-POSITION     PIC X(2).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-OLD-WAREHOUSE    PIC X(4).
           05  FILLER              PIC X(4)   VALUE ' -> '.
           05  PD-NEW-WAREHOUSE    PIC X(4).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-OLD-SALARY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PD-NEW-SALARY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  PD-EFFECTIVE-DATE.
               10  PD-EF-MONTH      PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  PD-EF-DAY        PIC 99.
               10  FILLER           PIC X      VALUE '/'.
               10  PD-EF-YEAR       PIC 9999.
           05  FILLER              PIC X(4)   VALUE SPACES.

        01  PA-WAREHOUSE-TOTAL-LINE.
           05  FILLER              PIC X(11)  VALUE 'MOVED OUT: '.
           05  PWT-OUT             PIC Z(3)9.
           05  FILLER              PIC X(14)  VALUE '   MOVED IN: '.
           05  PWT-IN              PIC Z(3)9.
           05  FILLER              PIC X(15)  VALUE '   PROMOTIONS: '.
           05  PWT-PROMO           PIC Z(3)9.
           05  FILLER              PIC X(48)  VALUE SPACES.

        01  PA-NONE-LINE.
           05  FILLER              PIC X(48)  VALUE
                   'NO PROMOTIONS OR TRANSFERS APPLIED THIS RUN'.
           05  FILLER              PIC X(52)  VALUE SPACES.

        PROCEDURE DIVISION.

        100-CONTROL-MODULE.
           PERFORM 200-PROCESS-TRANSACTIONS
           PERFORM 500-REGENERATE-CONTROL-TOTALS
           PERFORM 550-REWRITE-SUSPENSE-FILE
           PERFORM 570-PRINT-PERSONNEL-ACTIONS
           PERFORM 600-EOF-ROUTINE
           .

           ACCEPT WS-RUN-TIME-RAW FROM TIME

           PERFORM 155-READ-CYCLE-CONTROL
           PERFORM 156-LOAD-WAREHOUSE-TABLE
           PERFORM 158-LOAD-SALARY-BANDS

      *    MAINTAINING A MASTER WHOSE LAST APPLY WAS NEVER RELOADED
      *    MEANS WORKING ON PRE-RAISE FIGURES -- THE RELOAD, WHEN IT
           END-IF
           .

      *    LOADS THE WAREHOUSE REFERENCE MASTER, EXACTLY AS THE
      *    SALARY RUN'S 156-LOAD-WAREHOUSE-TABLE DOES.  A MISSING
      *    FILE LEAVES THE TABLE EMPTY -- AND SINCE A TRANSFER TO A
      *    WAREHOUSE NOT ON FILE IS REFUSED, EVERY TRANSFER THIS RUN
      *    IS REJECTED.  LOUD, BUT NEVER A MOVE INTO A BUILDING
      *    NOBODY CAN VOUCH IS OPEN.
        156-LOAD-WAREHOUSE-TABLE.

           MOVE 0 TO WS-WHS-TABLE-COUNT
           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WHS-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: DRAKEA-WHS.TXT COULD NOT BE OPENED '
                      '(STATUS ' WHS-MASTER-STATUS ') - NO WAREHOUSES '
                      'LOADED, EVERY TRANSFER WILL BE REJECTED'
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
                                  'WAREHOUSE ' WH-CODE ' NOT LOADED, '
                                  'TRANSFERS INTO IT WILL BE REJECTED'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WAREHOUSE-MASTER-FILE
           END-IF
           .

      *    LOADS THE POSITION SALARY BANDS, EXACTLY AS THE SALARY
      *    RUN'S 158-LOAD-SALARY-BANDS DOES.  A POSITION WITH NO BAND
      *    ROW IS SIMPLY NOT BANDED -- ITS PROMOTIONS APPLY WITHOUT
      *    THE BAND EDIT, THE SAME WAY THE SALARY RUN LEAVES ITS
      *    INCREASES UNCAPPED.
        158-LOAD-SALARY-BANDS.

           MOVE 0 TO WS-BAND-TABLE-COUNT
           OPEN INPUT SALARY-BAND-FILE

           IF SALARY-BAND-STATUS NOT = '00'
              DISPLAY 'NOTE: DRAKEA-BANDS.TXT NOT FOUND (STATUS '
                      SALARY-BAND-STATUS ') - NO SALARY BANDS '
                      'LOADED, PROMOTIONS WILL NOT BE BAND-CHECKED'
           ELSE
              PERFORM UNTIL BAND-FILE-EOF
                 READ SALARY-BAND-FILE
                    AT END
                       SET BAND-FILE-EOF TO TRUE
                    NOT AT END
                       IF BA-BAND-MIN IS NUMERIC
                          AND BA-BAND-MAX IS NUMERIC
                          AND BA-BAND-MAX NOT < BA-BAND-MIN
                          IF WS-BAND-TABLE-COUNT < 20
                             ADD 1 TO WS-BAND-TABLE-COUNT
                             MOVE BA-POSITION-CODE
                                 TO BD-CODE(WS-BAND-TABLE-COUNT)
                             MOVE BA-BAND-MIN
                                 TO BD-MIN(WS-BAND-TABLE-COUNT)
                             MOVE BA-BAND-MAX
                                 TO BD-MAX(WS-BAND-TABLE-COUNT)
                          ELSE
                             DISPLAY 'WARNING: SALARY BAND TABLE '
                                     'FULL - POSITION '
                                     BA-POSITION-CODE ' NOT LOADED, '
                                     'ITS PROMOTIONS WILL NOT BE '
                                     'BAND-CHECKED'
                          END-IF
                       ELSE
                          DISPLAY 'WARNING: MISTYPED BAND ROW FOR '
                                  'POSITION ' BA-POSITION-CODE ' IN '
                                  'DRAKEA-BANDS.TXT - ROW IGNORED'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALARY-BAND-FILE
           END-IF
           .

      *    FIRST ORDER OF BUSINESS EVERY RUN: APPLY WHATEVER HAS COME
      *    DUE ON THE SUSPENSE FILE.  A SWEPT TRANSACTION WAS ALREADY
      *    BALANCED INTO ITS BATCH THE DAY IT ARRIVED, SO IT GOES
        250-APPLY-ONE-TRANSACTION.

           IF NOT TN-ACTION-VALID
              MOVE 'ACTION CODE NOT A, C, D, P, OR X' TO RJ-REASON
              PERFORM 400-WRITE-REJECT-RECORD
           ELSE
              IF TN-EMPLOYEE-ID = SPACES

           MOVE 'Y' TO IMAGE-OK-SW
           IF TN-ACTION-ADD OR TN-ACTION-CHANGE
              OR TN-ACTION-PERSONNEL
              PERFORM 255-EDIT-TRANSACTION-IMAGE
           END-IF
           IF IMAGE-IS-CLEAN
                      PERFORM 280-APPLY-CHANGE
                  WHEN TN-ACTION-DELETE
                      PERFORM 290-APPLY-DELETE
                  WHEN TN-ACTION-PERSONNEL
                      PERFORM 282-APPLY-PERSONNEL-ACTION
              END-EVALUATE
           END-IF
           .
           END-IF
           .

      *    FIELD EDITS FOR AN ADD, CHANGE, PROMOTION OR TRANSFER
      *    IMAGE -- THE SAME CHECKS, IN THE SAME ORDER, THAT DRAKEDIT
      *    APPLIES TO THE HR EXTRACT (NUMERIC FIELDS, REAL CALENDAR
      *    DATES, HIRE NOT AFTER LAST INCREASE, NO FUTURE DATES,
      *    SALARIES WITHIN BOUNDS), SO THE MASTER CANNOT BE
      *    RE-POLLUTED THROUGH THE TRANSACTION SIDE DOOR.  THE FIRST
      *    FAILURE WINS AND GOES TO THE REJECT REPORT; A DELETE NEVER
      *    COMES HERE (ONLY ITS KEY MATTERS).
        255-EDIT-TRANSACTION-IMAGE.

           EVALUATE TRUE
           END-IF
           .

      *    A PROMOTION ('P') OR TRANSFER ('X') APPLIES ITS IMAGE THE
      *    SAME WAY A CHANGE DOES, BUT ONLY ONCE IT HAS PROVED TO BE
      *    WHAT IT CLAIMS.  A PROMOTION MUST CHANGE THE POSITION AND
      *    STAY IN ITS WAREHOUSE (A PROMOTION THAT ALSO MOVES IS A
      *    TRANSFER, WHICH MAY CARRY A NEW POSITION WITH IT); A
      *    TRANSFER MUST CHANGE THE WAREHOUSE.  A TERMINATED
      *    EMPLOYEE IS NEITHER PROMOTED NOR MOVED -- A REHIRE IS A
      *    'C' FIRST.  EVERY ONE THAT APPLIES IS AUDITED LIKE ANY
      *    OTHER AND COLLECTED FOR THE PERSONNEL ACTION REPORT.
        282-APPLY-PERSONNEL-ACTION.

           EVALUATE TRUE
               WHEN NOT MASTER-RECORD-FOUND
                   MOVE 'EMPLOYEE NOT ON MASTER' TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-RECORD
               WHEN MT-ALREADY-TERMINATED
                   MOVE 'EMPLOYEE IS TERMINATED' TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-RECORD
               WHEN TN-ACTION-PROMOTION
                 AND TN-WAREHOUSE-ID NOT = BF-WAREHOUSE-ID
                   MOVE 'PROMOTION CANNOT MOVE WAREHOUSE - USE X'
                       TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-RECORD
               WHEN TN-ACTION-PROMOTION
                 AND TN-EMPLOYEE-POSITION = BF-EMPLOYEE-POSITION
                   MOVE 'PROMOTION DOES NOT CHANGE POSITION'
                       TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-RECORD
               WHEN TN-ACTION-TRANSFER
                 AND TN-WAREHOUSE-ID = BF-WAREHOUSE-ID
                   MOVE 'TRANSFER DOES NOT CHANGE WAREHOUSE'
                       TO RJ-REASON
                   PERFORM 400-WRITE-REJECT-RECORD
               WHEN OTHER
                   PERFORM 284-CHECK-PERSONNEL-RULES
                   IF IMAGE-IS-CLEAN
                      MOVE TN-EMPLOYEE-IMAGE TO MASTER-EMPLOYEE-RECORD
                      REWRITE MASTER-EMPLOYEE-RECORD
                         INVALID KEY
                            MOVE 'MASTER REWRITE FAILED' TO RJ-REASON
                            PERFORM 400-WRITE-REJECT-RECORD
                         NOT INVALID KEY
                            PERFORM 300-WRITE-AUDIT-IMAGES
                            PERFORM 288-RECORD-PERSONNEL-ACTION
                      END-REWRITE
                   END-IF
           END-EVALUATE
           .

      *    A TRANSFER'S TARGET WAREHOUSE IS CHECKED FIRST; ANY ACTION
      *    THAT LANDS THE EMPLOYEE IN A NEW POSITION -- EVERY
      *    PROMOTION, AND A TRANSFER THAT CARRIES ONE -- IS THEN HELD
      *    TO THE NEW POSITION'S BAND.
        284-CHECK-PERSONNEL-RULES.

           IF TN-ACTION-TRANSFER
              PERFORM 286-CHECK-TARGET-WAREHOUSE
           END-IF
           IF IMAGE-IS-CLEAN
              AND TN-EMPLOYEE-POSITION NOT = BF-EMPLOYEE-POSITION
              PERFORM 285-CHECK-NEW-POSITION-BAND
           END-IF
           .

      *    THE NEW SALARY MUST SIT INSIDE THE NEW POSITION'S BAND --
      *    NOT BELOW THE MIN (A PROMOTION AT LESS THAN THE POSITION
      *    PAYS ANYONE) AND NOT ABOVE THE MAX (THE SALARY RUN WOULD
      *    REPORT IT ABOVE BAND FROM THEN ON).  NO BAND ROW FOR THE
      *    POSITION MEANS THE POSITION IS NOT BANDED.
        285-CHECK-NEW-POSITION-BAND.

           MOVE 'N' TO BAND-FOUND-SW
           PERFORM VARYING BD-IDX FROM 1 BY 1
                   UNTIL BD-IDX > WS-BAND-TABLE-COUNT
              IF BD-CODE(BD-IDX) = TN-EMPLOYEE-POSITION
                 MOVE BD-MIN(BD-IDX) TO WS-BAND-MIN
                 MOVE BD-MAX(BD-IDX) TO WS-BAND-MAX
                 SET BAND-CODE-FOUND TO TRUE
                 SET BD-IDX TO WS-BAND-TABLE-COUNT
              END-IF
           END-PERFORM

           IF BAND-CODE-FOUND
              EVALUATE TRUE
                  WHEN TN-CURRENT-SALARY < WS-BAND-MIN
                      MOVE 'NEW SALARY BELOW NEW POSITION BAND MIN'
                          TO RJ-REASON
                      PERFORM 258-REJECT-IMAGE
                  WHEN TN-CURRENT-SALARY > WS-BAND-MAX
                      MOVE 'NEW SALARY ABOVE NEW POSITION BAND MAX'
                          TO RJ-REASON
                      PERFORM 258-REJECT-IMAGE
              END-EVALUATE
           END-IF
           .

      *    THE TARGET MUST BE A WAREHOUSE ON THE REFERENCE MASTER,
      *    ALREADY OPEN BY THE RUN DATE, AND NOT CLOSED -- THE SAME
      *    CLOSE-DATE RULE THE SALARY RUN FLAGS EMPLOYEES BY, SO A
      *    TRANSFER CAN NEVER CREATE THE VERY EXCEPTION THAT REPORT
      *    EXISTS TO CATCH.
        286-CHECK-TARGET-WAREHOUSE.

           MOVE 'N' TO WHS-FOUND-SW
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WS-WHS-TABLE-COUNT
              IF WT-CODE(WT-IDX) = TN-WAREHOUSE-ID
                 SET WHS-CODE-FOUND TO TRUE
                 EVALUATE TRUE
                     WHEN WT-CLOSE-DATE(WT-IDX) NOT = 0
                       AND WT-CLOSE-DATE(WT-IDX) NOT > WS-DATE-NUM
                         MOVE 'TARGET WAREHOUSE IS CLOSED' TO RJ-REASON
                         PERFORM 258-REJECT-IMAGE
                     WHEN WT-OPEN-DATE(WT-IDX) > WS-DATE-NUM
                         MOVE 'TARGET WAREHOUSE IS NOT YET OPEN'
                             TO RJ-REASON
                         PERFORM 258-REJECT-IMAGE
                 END-EVALUATE
                 SET WT-IDX TO WS-WHS-TABLE-COUNT
              END-IF
           END-PERFORM

           IF NOT WHS-CODE-FOUND
              MOVE 'TARGET WAREHOUSE NOT ON DRAKEA-WHS.TXT'
                  TO RJ-REASON
              PERFORM 258-REJECT-IMAGE
           END-IF
           .

      *    COLLECTS THE APPLIED ACTION FOR THE REPORT.  THE EFFECTIVE
      *    DATE PRINTED IS THE TRANSACTION'S OWN (A SWEPT ONE STILL
      *    CARRIES IT) OR THE RUN DATE FOR AN EFFECTIVE-NOW ACTION.
        288-RECORD-PERSONNEL-ACTION.

           IF TN-EFFECTIVE-DATE IS NUMERIC
              AND TN-EFFECTIVE-DATE NOT = '00000000'
              MOVE TN-EFFECTIVE-DATE TO WS-ACTION-EFF-DATE
           ELSE
              MOVE WS-DATE-NUM TO WS-ACTION-EFF-DATE
           END-IF

           IF TN-ACTION-PROMOTION
              ADD 1 TO WS-PROMOTION-COUNT
              MOVE TN-WAREHOUSE-ID TO WS-ACTION-WHS-HOLD
              MOVE 3 TO WS-ACTION-DIR-SEQ
              PERFORM 289-ADD-ACTION-ROW
           ELSE
              ADD 1 TO WS-TRANSFER-COUNT
              MOVE BF-WAREHOUSE-ID TO WS-ACTION-WHS-HOLD
              MOVE 1 TO WS-ACTION-DIR-SEQ
              PERFORM 289-ADD-ACTION-ROW
              MOVE TN-WAREHOUSE-ID TO WS-ACTION-WHS-HOLD
              MOVE 2 TO WS-ACTION-DIR-SEQ
              PERFORM 289-ADD-ACTION-ROW
           END-IF
           .

      *    THE MASTER IS ALREADY UPDATED BY NOW, SO A FULL TABLE
      *    CANNOT UNDO THE ACTION -- IT IS CALLED OUT ON THE JOB LOG
      *    INSTEAD, AND THE AUDIT TRAIL STILL HOLDS ITS IMAGES.
        289-ADD-ACTION-ROW.

           IF WS-ACTION-COUNT < 1000
              ADD 1 TO WS-ACTION-COUNT
              MOVE WS-ACTION-WHS-HOLD
                  TO AT-WAREHOUSE-ID(WS-ACTION-COUNT)
              MOVE WS-ACTION-DIR-SEQ
                  TO AT-DIRECTION-SEQ(WS-ACTION-COUNT)
              MOVE TN-EMPLOYEE-ID TO AT-EMPLOYEE-ID(WS-ACTION-COUNT)
              MOVE TN-LAST-NAME TO AT-LAST-NAME(WS-ACTION-COUNT)
              MOVE TN-FIRST-NAME TO AT-FIRST-NAME(WS-ACTION-COUNT)
              MOVE TN-ACTION TO AT-ACTION(WS-ACTION-COUNT)
              MOVE BF-EMPLOYEE-POSITION
                  TO AT-OLD-POSITION(WS-ACTION-COUNT)
              MOVE TN-EMPLOYEE-POSITION
                  TO AT-NEW-POSITION(WS-ACTION-COUNT)
              MOVE BF-WAREHOUSE-ID TO AT-OLD-WAREHOUSE(WS-ACTION-COUNT)
              MOVE TN-WAREHOUSE-ID TO AT-NEW-WAREHOUSE(WS-ACTION-COUNT)
              MOVE BF-CURRENT-SALARY TO AT-OLD-SALARY(WS-ACTION-COUNT)
              MOVE TN-CURRENT-SALARY TO AT-NEW-SALARY(WS-ACTION-COUNT)
              MOVE WS-ACTION-EFF-DATE
                  TO AT-EFFECTIVE-DATE(WS-ACTION-COUNT)
           ELSE
              DISPLAY 'WARNING: PERSONNEL ACTION TABLE FULL - '
                      'EMPLOYEE ' TN-EMPLOYEE-ID ' APPLIED BUT LEFT '
                      'OFF THE PERSONNEL ACTION REPORT'
           END-IF
           .

      *    A 'D' TRANSACTION NO LONGER PHYSICALLY DELETES -- IT MARKS
      *    THE EMPLOYEE TERMINATED AS OF THE RUN DATE AND LEAVES THE
      *    RECORD (AND ITS HISTORY) ON THE MASTER.  THE SALARY RUN
           END-IF
           .

      *    THE PERSONNEL ACTION REPORT -- ONE PAGE PER WAREHOUSE
      *    TOUCHED THIS RUN, SO EACH WAREHOUSE MANAGER GETS THE MOVES
      *    OUT OF, THE MOVES INTO, AND THE PROMOTIONS WITHIN THEIR
      *    OWN BUILDING ON THEIR OWN PAGE.  A TRANSFER PRINTS TWICE,
      *    ONCE ON EACH END'S PAGE.  A RUN WITH NO PERSONNEL ACTIONS
      *    STILL PRODUCES THE REPORT, SAYING SO, SO AN EMPTY REPORT
      *    IS NEVER MISTAKEN FOR A MISSING ONE.
        570-PRINT-PERSONNEL-ACTIONS.

           OPEN OUTPUT PERSONNEL-ACTION-REPORT
           MOVE RUN-MONTH TO PH1-MONTH
           MOVE RUN-DAY TO PH1-DAY
           MOVE RUN-YEAR TO PH1-YEAR

           IF WS-ACTION-COUNT = 0
              WRITE PERSONNEL-ACTION-RECORD FROM PA-HEADING-ONE
                  AFTER ADVANCING PAGE
              WRITE PERSONNEL-ACTION-RECORD FROM PA-NONE-LINE
                  AFTER ADVANCING 2 LINES
           ELSE
              SORT ACTION-SORT-FILE
                  ON ASCENDING KEY AS-WAREHOUSE-ID
                                   AS-DIRECTION-SEQ
                                   AS-EMPLOYEE-ID
                  INPUT PROCEDURE 572-RELEASE-ACTION-ROWS
                  OUTPUT PROCEDURE 575-PRINT-SORTED-ACTIONS
           END-IF

           CLOSE PERSONNEL-ACTION-REPORT
           .

        572-RELEASE-ACTION-ROWS.

           PERFORM 573-RELEASE-ONE-ACTION-ROW
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTION-COUNT
           .

        573-RELEASE-ONE-ACTION-ROW.

           RELEASE ACTION-SORT-RECORD FROM AT-ENTRY(WS-ACTION-SUB)
           .

        575-PRINT-SORTED-ACTIONS.

           PERFORM UNTIL ACTION-SORT-EOF
              RETURN ACTION-SORT-FILE INTO ACTION-ROW-HOLD
                 AT END
                    SET ACTION-SORT-EOF TO TRUE
                 NOT AT END
                    PERFORM 576-PRINT-ONE-ACTION-ROW
              END-RETURN
           END-PERFORM

           IF ACTION-PAGE-OPEN
              PERFORM 577-ACTION-WAREHOUSE-TOTAL
           END-IF
           .

        576-PRINT-ONE-ACTION-ROW.

           IF NOT ACTION-PAGE-OPEN
              OR AR-WAREHOUSE-ID NOT = WS-ACTION-WHS-HOLD
              IF ACTION-PAGE-OPEN
                 PERFORM 577-ACTION-WAREHOUSE-TOTAL
              END-IF
              PERFORM 578-ACTION-WAREHOUSE-HEADER
           END-IF

           EVALUATE TRUE
               WHEN AR-MOVED-OUT
                   MOVE 'OUT' TO PD-MOVE
                   ADD 1 TO WS-ACTION-WHS-OUT
               WHEN AR-MOVED-IN
                   MOVE 'IN' TO PD-MOVE
                   ADD 1 TO WS-ACTION-WHS-IN
               WHEN OTHER
                   MOVE 'PROMO' TO PD-MOVE
                   ADD 1 TO WS-ACTION-WHS-PROMO
           END-EVALUATE
           MOVE AR-EMPLOYEE-ID TO PD-EMPLOYEE-ID
           MOVE AR-LAST-NAME TO PD-LAST-NAME
           MOVE AR-FIRST-NAME TO PD-FIRST-NAME
           MOVE AR-OLD-POSITION TO PD-OLD-POSITION
           MOVE AR-NEW-POSITION TO PD-NEW-POSITION
           MOVE AR-OLD-WAREHOUSE TO PD-OLD-WAREHOUSE
           MOVE AR-NEW-WAREHOUSE TO PD-NEW-WAREHOUSE
           MOVE AR-OLD-SALARY TO PD-OLD-SALARY
           MOVE AR-NEW-SALARY TO PD-NEW-SALARY
           MOVE AR-EFFECTIVE-DATE(5:2) TO PD-EF-MONTH
           MOVE AR-EFFECTIVE-DATE(7:2) TO PD-EF-DAY
           MOVE AR-EFFECTIVE-DATE(1:4) TO PD-EF-YEAR
           WRITE PERSONNEL-ACTION-RECORD FROM PA-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

        577-ACTION-WAREHOUSE-TOTAL.

           MOVE WS-ACTION-WHS-OUT TO PWT-OUT
           MOVE WS-ACTION-WHS-IN TO PWT-IN
           MOVE WS-ACTION-WHS-PROMO TO PWT-PROMO
           WRITE PERSONNEL-ACTION-RECORD FROM PA-WAREHOUSE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           .

      *    NEW PAGE FOR THE NEXT WAREHOUSE.  THE NAME AND REGION COME
      *    FROM THE REFERENCE TABLE; A LOSING WAREHOUSE THAT HAS
      *    SINCE DROPPED OFF THE FILE STILL GETS ITS PAGE, MARKED AS
      *    NOT ON FILE, SO NO MOVE GOES UNREPORTED.
        578-ACTION-WAREHOUSE-HEADER.

           MOVE AR-WAREHOUSE-ID TO WS-ACTION-WHS-HOLD
           MOVE 0 TO WS-ACTION-WHS-OUT
           MOVE 0 TO WS-ACTION-WHS-IN
           MOVE 0 TO WS-ACTION-WHS-PROMO
           SET ACTION-PAGE-OPEN TO TRUE

           MOVE AR-WAREHOUSE-ID TO PH2-WAREHOUSE-ID
           MOVE 'NOT ON FILE' TO PH2-WAREHOUSE-NAME
           MOVE 'UNK' TO PH2-REGION
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WS-WHS-TABLE-COUNT
              IF WT-CODE(WT-IDX) = AR-WAREHOUSE-ID
                 MOVE WT-NAME(WT-IDX) TO PH2-WAREHOUSE-NAME
                 MOVE WT-REGION(WT-IDX) TO PH2-REGION
                 SET WT-IDX TO WS-WHS-TABLE-COUNT
              END-IF
           END-PERFORM

           WRITE PERSONNEL-ACTION-RECORD FROM PA-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE PERSONNEL-ACTION-RECORD FROM PA-HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE PERSONNEL-ACTION-RECORD FROM PA-HEADING-THREE
               AFTER ADVANCING 2 LINES
           .

        600-EOF-ROUTINE.

           PERFORM 560-STAMP-CYCLE-CONTROL
           MOVE WS-PENDING-KEEP-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKMNT: ' WS-COUNT-ED ' TRANSACTION(S) STILL '
                   'PENDING'
           MOVE WS-PROMOTION-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKMNT: ' WS-COUNT-ED ' PROMOTION(S) APPLIED'
           MOVE WS-TRANSFER-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKMNT: ' WS-COUNT-ED ' TRANSFER(S) APPLIED'

           CLOSE TRANSACTION-FILE
               EMPLOYEE-MASTER-FILE
