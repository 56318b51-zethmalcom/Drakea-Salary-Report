        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRAKINQ.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This program answers the warehouse manager's phone call
      *  about one employee without running a whole report.  It is
      *  run at the console: key in an EMPLOYEE-ID and the employee's
      *  full master record comes straight back off the keyed
      *  master, or key in a warehouse and the first letters of a
      *  LAST-NAME to get a numbered list of matching employees and
      *  pick one from it.
      *
      *  For the employee chosen it shows every field on the master
      *  with the warehouse and position codes expanded to their
      *  names, the status spelled out with its status date, and
      *  where CURRENT-SALARY sits in the position's salary band.
      *  Under the record it lists the two things a master record
      *  cannot show on its own: any future-dated maintenance still
      *  queued for the employee on DRAKMNT's pending suspense file,
      *  and the employee's rows on the backout journal -- the
      *  before-figures of every raise cycle applied to them.
      *
      *  The program is for looking only.  Every file is opened for
      *  input and nothing is ever written, so it is safe to run
      *  while the batch cycle is quiet and harmless if left open.
      * ***************
      *  INPUT:
      *     1.  Console replies -- I (inquire by EMPLOYEE-ID),
      *         B (browse by LAST-NAME within a warehouse), X or a
      *         blank reply to end.
      *     2.  The EMPLOYEE MASTER FILE, indexed by EMPLOYEE-ID.
      *     3.  The WAREHOUSE REFERENCE MASTER and the POSITION
      *         SALARY BAND file.
      *     4.  The PENDING TRANSACTION SUSPENSE FILE (DRAKMNT).
      *     5.  The BACKOUT JOURNAL (PROGRAM-2 APPLY runs).
      *
      * ***************
      *  OUTPUT:
      *     The console display only.
      ****************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   IBM-PC.
        OBJECT-COMPUTER.   IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMPLOYEE-MASTER-FILE
                ASSIGN TO 'DRAKEA-EMP.MST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPLOYEE-ID
                FILE STATUS IS MASTER-FILE-STATUS.
            SELECT WAREHOUSE-MASTER-FILE
                ASSIGN TO 'DRAKEA-WHS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WHS-MASTER-STATUS.
            SELECT SALARY-BAND-FILE
                ASSIGN TO 'DRAKEA-BANDS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SALARY-BAND-STATUS.
            SELECT OPTIONAL PENDING-TRANSACTION-FILE
                ASSIGN TO 'DRAKEA-PEND.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PENDING-STATUS.
            SELECT OPTIONAL BACKOUT-JOURNAL-FILE
                ASSIGN TO 'DRAKEA-BKOUT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BACKOUT-STATUS.

        DATA DIVISION.
        FILE SECTION.

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

        FD   WAREHOUSE-MASTER-FILE
            RECORD CONTAINS 34 CHARACTERS.

        01  WAREHOUSE-MASTER-RECORD.
            05  WH-CODE                 PIC X(4).
            05  WH-NAME                 PIC X(11).
            05  WH-REGION               PIC X(3).
            05  WH-OPEN-DATE            PIC 9(8).
            05  WH-CLOSE-DATE           PIC 9(8).

        FD   SALARY-BAND-FILE
            RECORD CONTAINS 18 CHARACTERS.

        01  SALARY-BAND-RECORD.
            05  BA-POSITION-CODE        PIC X(2).
            05  BA-BAND-MIN             PIC 999999V99.
            05  BA-BAND-MAX             PIC 999999V99.

      *    DRAKMNT'S SUSPENSE FILE -- THE SUBMIT DATE AND THE WHOLE
      *    102-CHARACTER TRANSACTION AS HR KEYED IT.  ONLY THE FIELDS
      *    SHOWN ON THE SCREEN ARE BROKEN OUT HERE; THE FULL LAYOUT
      *    IS DRAKMNT'S TRANSACTION-RECORD.
        FD   PENDING-TRANSACTION-FILE
            RECORD CONTAINS 110 CHARACTERS.

        01  PENDING-TRANSACTION-RECORD.
            05  PD-SUBMIT-DATE          PIC 9(8).
            05  PD-ACTION               PIC X(1).
            05  PD-WAREHOUSE-ID         PIC X(4).
            05  PD-EMPLOYEE-ID          PIC X(5).
            05  PD-EMPLOYEE-POSITION    PIC X(2).
            05  FILLER                  PIC X(52).
            05  PD-CURRENT-SALARY       PIC 999999V99.
            05  FILLER                  PIC X(13).
            05  PD-STATUS-CODE          PIC X(1).
            05  PD-STATUS-DATE          PIC X(8).
            05  PD-EFFECTIVE-DATE       PIC X(8).

        FD   BACKOUT-JOURNAL-FILE
            RECORD CONTAINS 75 CHARACTERS.

        01  BACKOUT-JOURNAL-RECORD.
            05  BJ-CYCLE-DATE           PIC 9(8).
            05  BJ-WAREHOUSE-ID         PIC X(4).
            05  BJ-EMPLOYEE-ID          PIC X(5).
            05  BJ-PRIOR-CURRENT-SALARY PIC 999999V99.
            05  BJ-PRIOR-UNION-DUES     PIC 999.
            05  BJ-PRIOR-INSURANCE      PIC 999V99.
            05  BJ-PRIOR-LAST-PAY-INCR  PIC 999999999.
      *    RETROACTIVE PAY FROM A BACK-DATED APPLY -- SEE DRAKBACK.
            05  FILLER                  PIC X(33).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.
           05  END-OF-SESSION-SW       PIC X         VALUE 'N'.
               88  END-OF-SESSION                    VALUE 'Y'.
           05  MASTER-EOF-FLAG         PIC X         VALUE 'N'.
               88  MASTER-FILE-EOF                   VALUE 'Y'.
           05  WHS-MASTER-EOF-FLAG     PIC X         VALUE 'N'.
               88  WHS-MASTER-EOF                    VALUE 'Y'.
           05  BAND-FILE-EOF-FLAG      PIC X         VALUE 'N'.
               88  BAND-FILE-EOF                     VALUE 'Y'.
           05  PENDING-EOF-FLAG        PIC X         VALUE 'N'.
               88  PENDING-FILE-EOF                  VALUE 'Y'.
           05  BACKOUT-EOF-FLAG        PIC X         VALUE 'N'.
               88  BACKOUT-FILE-EOF                  VALUE 'Y'.
           05  EMPLOYEE-FOUND-SW       PIC X         VALUE 'N'.
               88  EMPLOYEE-FOUND                    VALUE 'Y'.
           05  BAND-FOUND-SW           PIC X         VALUE 'N'.
               88  BAND-CODE-FOUND                   VALUE 'Y'.
           05  MASTER-FILE-STATUS      PIC XX.
           05  WHS-MASTER-STATUS       PIC XX.
           05  SALARY-BAND-STATUS      PIC XX.
           05  PENDING-STATUS          PIC XX.
           05  BACKOUT-STATUS          PIC XX.

      *    OPERATOR REPLIES.
        01  REPLY-FIELDS.
           05  WS-MENU-REPLY           PIC X(1)      VALUE SPACE.
               88  MENU-INQUIRE                      VALUES 'I' 'i'.
               88  MENU-BROWSE                       VALUES 'B' 'b'.
               88  MENU-EXIT                         VALUES 'X' 'x'
                                                            SPACE.
           05  WS-ID-REPLY             PIC X(5)      VALUE SPACES.
           05  WS-WHS-REPLY            PIC X(4)      VALUE SPACES.
           05  WS-NAME-REPLY           PIC X(10)     VALUE SPACES.
           05  WS-PICK-REPLY           PIC X(2)      VALUE SPACES.
           05  WS-PICK-NUMBER          PIC 9(2)      VALUE 0.
           05  WS-NAME-LENGTH          PIC S9(3)     VALUE +0.

        01  WS-DATE.
           05  RUN-YEAR                PIC 9(4).
           05  RUN-MONTH               PIC 99.
           05  RUN-DAY                 PIC 99.

      *    BROWSE LIST -- THE MATCHES FOR ONE BROWSE, KEPT IN
      *    LAST-NAME ORDER AS THEY ARE FOUND.  THE MASTER IS KEYED ON
      *    EMPLOYEE-ID ONLY, SO A NAME BROWSE IS A PASS OF THE WHOLE
      *    MASTER -- A FEW SECONDS AT THIS SHOP'S SIZE.
        01  BROWSE-CONTROL.
           05  WS-BROWSE-COUNT         PIC 9(2)      VALUE 0.
           05  WS-BROWSE-SUB           PIC S9(3)     VALUE +0.
           05  WS-SHIFT-SUB            PIC S9(3)     VALUE +0.
           05  WS-BROWSE-OVERFLOW      PIC 9(5)      VALUE 0.

        01  BROWSE-TABLE.
           05  BR-ENTRY                OCCURS 20 TIMES.
               10  BR-LAST-NAME         PIC X(10).
               10  BR-FIRST-NAME        PIC X(10).
               10  BR-EMPLOYEE-ID       PIC X(5).
               10  BR-POSITION          PIC X(2).
               10  BR-STATUS            PIC X(1).

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

        01  BAND-TABLE-CONTROL.
           05  WS-BAND-TABLE-COUNT     PIC 9(3)      VALUE 0.
           05  WS-BAND-MIN             PIC 9(6)V99   VALUE 0.
           05  WS-BAND-MAX             PIC 9(6)V99   VALUE 0.
           05  WS-BAND-PCT             PIC S9(5)     VALUE +0.

        01  BAND-TABLE.
           05  BD-ENTRY                OCCURS 1 TO 20 TIMES
                                        DEPENDING ON
                                            WS-BAND-TABLE-COUNT
                                        INDEXED BY BD-IDX.
               10  BD-CODE              PIC X(2).
               10  BD-MIN               PIC 9(6)V99.
               10  BD-MAX               PIC 9(6)V99.

        01  INQUIRY-COUNTERS.
           05  WS-PENDING-SHOWN        PIC 9(4)      VALUE 0.
           05  WS-BACKOUT-SHOWN        PIC 9(4)      VALUE 0.
           05  WS-INQUIRY-COUNT        PIC 9(5)      VALUE 0.

        01  EDITED-FIELDS.
           05  WS-COUNT-ED             PIC Z(5)9.

      *    YYYYMMDD IN, MM/DD/YYYY OUT -- 900-EDIT-DATE.  A ZERO OR
      *    NON-NUMERIC DATE SHOWS AS "NONE".
        01  DATE-EDIT-FIELDS.
           05  WS-DATE-IN              PIC X(8).
           05  WS-DATE-IN-SPLIT REDEFINES WS-DATE-IN.
               10  WS-DATE-IN-YEAR     PIC X(4).
               10  WS-DATE-IN-MONTH    PIC X(2).
               10  WS-DATE-IN-DAY      PIC X(2).
           05  WS-DATE-OUT             PIC X(10).

      *    SCREEN LINES.  EVERY LINE IS BUILT HERE AND DISPLAYED
      *    WHOLE, NO WIDER THAN 80 COLUMNS.
        01  SCREEN-RULE-LINE            PIC X(78)     VALUE ALL '-'.

        01  SCREEN-NAME-LINE.
           05  FILLER              PIC X(13)  VALUE 'EMPLOYEE ID: '.
           05  SL-EMPLOYEE-ID      PIC X(5).
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  SL-FIRST-NAME       PIC X(10).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  SL-LAST-NAME        PIC X(10).

        01  SCREEN-WHS-LINE.
           05  FILLER              PIC X(13)  VALUE 'WAREHOUSE:   '.
           05  SL-WAREHOUSE-ID     PIC X(4).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  SL-WAREHOUSE-NAME   PIC X(11).
           05  FILLER              PIC X(10)  VALUE '  REGION: '.
           05  SL-REGION           PIC X(3).

        01  SCREEN-POSITION-LINE.
           05  FILLER              PIC X(13)  VALUE 'POSITION:    '.
           05  SL-POSITION         PIC X(2).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  SL-POSITION-NAME    PIC X(10).

        01  SCREEN-STATUS-LINE.
           05  FILLER              PIC X(13)  VALUE 'STATUS:      '.
           05  SL-STATUS           PIC X(10).
           05  FILLER              PIC X(7)   VALUE ' SINCE '.
           05  SL-STATUS-DATE      PIC X(10).

        01  SCREEN-DATES-LINE.
           05  FILLER              PIC X(13)  VALUE 'HIRED:       '.
           05  SL-HIRE-DATE        PIC X(10).
           05  FILLER              PIC X(17)  VALUE
                   '   LAST INCREASE '.
           05  SL-LAST-INCREASE    PIC X(10).

        01  SCREEN-PAY-LINE-1.
           05  FILLER              PIC X(13)  VALUE 'SALARY:      '.
           05  SL-CURRENT-SALARY   PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(13)  VALUE '   STARTING  '.
           05  SL-STARTING-SALARY  PIC $ZZZ,ZZ9.99.

        01  SCREEN-PAY-LINE-2.
           05  FILLER              PIC X(13)  VALUE 'UNION DUES:  '.
           05  SL-UNION-DUES       PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(13)  VALUE '   INSURANCE '.
           05  SL-INSURANCE        PIC $ZZZ,ZZ9.99.

        01  SCREEN-BAND-LINE.
           05  FILLER              PIC X(13)  VALUE 'SALARY BAND: '.
           05  SL-BAND-TEXT        PIC X(65).

        01  SCREEN-BAND-FIGURES.
           05  SB-BAND-MIN         PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(4)   VALUE ' TO '.
           05  SB-BAND-MAX         PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)   VALUE ' - '.
           05  SB-BAND-WORDS       PIC X(36).

        01  SCREEN-BAND-PCT-WORDS.
           05  SB-BAND-PCT         PIC ZZ9.
           05  FILLER              PIC X(19)  VALUE
                   '% OF THE WAY TO MAX'.

        01  SCREEN-PENDING-HEADING.
           05  FILLER              PIC X(40)  VALUE
                   'PENDING (FUTURE-DATED) TRANSACTIONS:'.

        01  SCREEN-PENDING-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SP-ACTION           PIC X(7).
           05  FILLER              PIC X(10)  VALUE 'EFFECTIVE '.
           05  SP-EFFECTIVE-DATE   PIC X(10).
           05  FILLER              PIC X(5)   VALUE ' WHS '.
           05  SP-WAREHOUSE-ID     PIC X(4).
           05  FILLER              PIC X(5)   VALUE ' POS '.
           05  SP-POSITION         PIC X(2).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  SP-SALARY           PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(4)   VALUE ' ST '.
           05  SP-STATUS           PIC X(1).
           05  FILLER              PIC X(5)   VALUE ' SUB '.
           05  SP-SUBMIT-DATE      PIC X(10).

        01  SCREEN-BACKOUT-HEADING.
           05  FILLER              PIC X(40)  VALUE
                   'RAISE CYCLES APPLIED (PRIOR FIGURES):'.

        01  SCREEN-BACKOUT-LINE.
           05  FILLER              PIC X(8)   VALUE '  CYCLE '.
           05  SK-CYCLE-DATE       PIC X(10).
           05  FILLER              PIC X(6)   VALUE '  WHS '.
           05  SK-WAREHOUSE-ID     PIC X(4).
           05  FILLER              PIC X(7)   VALUE '  WAS: '.
           05  SK-PRIOR-SALARY     PIC $ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  SK-PRIOR-DUES       PIC $ZZ9.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  SK-PRIOR-INSURANCE  PIC $ZZ9.99.
           05  FILLER              PIC X(6)   VALUE '  LST '.
           05  SK-PRIOR-INCREASE   PIC X(10).

        01  SCREEN-NONE-LINE.
           05  FILLER              PIC X(8)   VALUE '  NONE'.

        01  SCREEN-BROWSE-LINE.
           05  SR-LINE-NO          PIC Z9.
           05  FILLER              PIC X(2)   VALUE '. '.
           05  SR-LAST-NAME        PIC X(10).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  SR-FIRST-NAME       PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SR-EMPLOYEE-ID      PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SR-POSITION         PIC X(2).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SR-STATUS           PIC X(10).

        PROCEDURE DIVISION.

        100-CONTROL-MODULE.
           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 200-MENU-ROUTINE
               UNTIL END-OF-SESSION
           PERFORM 600-EOF-ROUTINE
           .

      *    THE MASTER IS THE ONE FILE THE SCREEN CANNOT DO WITHOUT --
      *    IF IT WILL NOT OPEN THERE IS NOTHING TO LOOK AT, SO THE
      *    SESSION ENDS BEFORE THE FIRST PROMPT.  THE REFERENCE FILES
      *    ONLY COST THE EXPANDED NAMES AND THE BAND LINE.
        150-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: DRAKEA-EMP.MST COULD NOT BE OPENED '
                      '(STATUS ' MASTER-FILE-STATUS ') - NOTHING TO '
                      'INQUIRE ON.  RUN DRAKLOAD TO BUILD THE MASTER.'
              STOP RUN
           END-IF

           PERFORM 156-LOAD-WAREHOUSE-TABLE
           PERFORM 158-LOAD-SALARY-BANDS
           .

        156-LOAD-WAREHOUSE-TABLE.

           MOVE 0 TO WS-WHS-TABLE-COUNT
           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WHS-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: DRAKEA-WHS.TXT COULD NOT BE OPENED '
                      '(STATUS ' WHS-MASTER-STATUS ') - WAREHOUSE '
                      'NAMES WILL SHOW AS UNKNOWN'
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
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WAREHOUSE-MASTER-FILE
           END-IF
           .

        158-LOAD-SALARY-BANDS.

           MOVE 0 TO WS-BAND-TABLE-COUNT
           OPEN INPUT SALARY-BAND-FILE

           IF SALARY-BAND-STATUS NOT = '00'
              DISPLAY 'NOTE: DRAKEA-BANDS.TXT NOT FOUND (STATUS '
                      SALARY-BAND-STATUS ') - NO BAND POSITION SHOWN'
           ELSE
              PERFORM UNTIL BAND-FILE-EOF
                 READ SALARY-BAND-FILE
                    AT END
                       SET BAND-FILE-EOF TO TRUE
                    NOT AT END
                       IF BA-BAND-MIN IS NUMERIC
                          AND BA-BAND-MAX IS NUMERIC
                          AND BA-BAND-MAX NOT < BA-BAND-MIN
                          AND WS-BAND-TABLE-COUNT < 20
                          ADD 1 TO WS-BAND-TABLE-COUNT
                          MOVE BA-POSITION-CODE
                              TO BD-CODE(WS-BAND-TABLE-COUNT)
                          MOVE BA-BAND-MIN
                              TO BD-MIN(WS-BAND-TABLE-COUNT)
                          MOVE BA-BAND-MAX
                              TO BD-MAX(WS-BAND-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALARY-BAND-FILE
           END-IF
           .

      *    A BLANK REPLY ENDS THE SESSION THE SAME AS 'X', SO AN
      *    OPERATOR WHO JUST PRESSES ENTER -- OR A CONSOLE THAT HAS
      *    GONE AWAY -- NEVER LEAVES THE PROGRAM SPINNING.
        200-MENU-ROUTINE.

           DISPLAY ' '
           DISPLAY 'DRAKEA EMPLOYEE INQUIRY - I = BY EMPLOYEE ID, '
                   'B = BROWSE BY NAME, X = END'
           DISPLAY 'CHOICE: ' WITH NO ADVANCING
           MOVE SPACE TO WS-MENU-REPLY
           ACCEPT WS-MENU-REPLY

           EVALUATE TRUE
               WHEN MENU-EXIT
                   SET END-OF-SESSION TO TRUE
               WHEN MENU-INQUIRE
                   PERFORM 300-INQUIRE-BY-ID
               WHEN MENU-BROWSE
                   PERFORM 400-BROWSE-BY-NAME
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER I, B, OR X'
           END-EVALUATE
           .

        300-INQUIRE-BY-ID.

           DISPLAY 'EMPLOYEE ID: ' WITH NO ADVANCING
           MOVE SPACES TO WS-ID-REPLY
           ACCEPT WS-ID-REPLY
           IF WS-ID-REPLY = SPACES
              CONTINUE
           ELSE
              PERFORM 310-READ-ONE-EMPLOYEE
              IF EMPLOYEE-FOUND
                 PERFORM 500-SHOW-EMPLOYEE
              ELSE
                 DISPLAY 'EMPLOYEE ' WS-ID-REPLY ' IS NOT ON THE '
                         'MASTER'
              END-IF
           END-IF
           .

        310-READ-ONE-EMPLOYEE.

           MOVE 'N' TO EMPLOYEE-FOUND-SW
           MOVE WS-ID-REPLY TO EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET EMPLOYEE-FOUND TO TRUE
           END-READ
           .

      *    THE WAREHOUSE IS REQUIRED; THE NAME IS A PREFIX -- "SM"
      *    FINDS SMITH AND SMYTHE, A BLANK NAME LISTS THE WHOLE
      *    WAREHOUSE.  THE FIRST 20 MATCHES IN NAME ORDER ARE LISTED
      *    AND THE SCREEN SAYS HOW MANY MORE THERE WERE, SO THE
      *    OPERATOR KNOWS TO KEY MORE LETTERS.
        400-BROWSE-BY-NAME.

           DISPLAY 'WAREHOUSE: ' WITH NO ADVANCING
           MOVE SPACES TO WS-WHS-REPLY
           ACCEPT WS-WHS-REPLY
           IF WS-WHS-REPLY = SPACES
              DISPLAY 'A WAREHOUSE IS REQUIRED TO BROWSE'
           ELSE
              DISPLAY 'LAST NAME (FIRST LETTERS, BLANK = ALL): '
                      WITH NO ADVANCING
              MOVE SPACES TO WS-NAME-REPLY
              ACCEPT WS-NAME-REPLY
              PERFORM 405-FIND-NAME-LENGTH
              PERFORM 410-COLLECT-BROWSE-LIST
              PERFORM 420-PICK-FROM-BROWSE-LIST
           END-IF
           .

        405-FIND-NAME-LENGTH.

           MOVE 10 TO WS-NAME-LENGTH
           PERFORM UNTIL WS-NAME-LENGTH = 0
                      OR WS-NAME-REPLY(WS-NAME-LENGTH:1) NOT = SPACE
              SUBTRACT 1 FROM WS-NAME-LENGTH
           END-PERFORM
           .

        410-COLLECT-BROWSE-LIST.

           MOVE 0 TO WS-BROWSE-COUNT
           MOVE 0 TO WS-BROWSE-OVERFLOW
           MOVE 'N' TO MASTER-EOF-FLAG
           MOVE LOW-VALUES TO EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN EMPLOYEE-ID
               INVALID KEY
                  SET MASTER-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL MASTER-FILE-EOF
              READ EMPLOYEE-MASTER-FILE NEXT RECORD
                 AT END
                    SET MASTER-FILE-EOF TO TRUE
                 NOT AT END
                    IF WAREHOUSE-ID = WS-WHS-REPLY
                       IF WS-NAME-LENGTH = 0
                          PERFORM 415-ADD-TO-BROWSE-LIST
                       ELSE
                          IF LAST-NAME(1:WS-NAME-LENGTH)
                             = WS-NAME-REPLY(1:WS-NAME-LENGTH)
                             PERFORM 415-ADD-TO-BROWSE-LIST
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

      *    INSERTS IN LAST-NAME, FIRST-NAME ORDER.  WHEN THE LIST IS
      *    FULL A NAME THAT SORTS AFTER THE LAST ENTRY IS ONLY
      *    COUNTED; ONE THAT SORTS EARLIER PUSHES THE LAST ENTRY OFF.
        415-ADD-TO-BROWSE-LIST.

           IF WS-BROWSE-COUNT = 20
              ADD 1 TO WS-BROWSE-OVERFLOW
              IF LAST-NAME > BR-LAST-NAME(20)
                 OR (LAST-NAME = BR-LAST-NAME(20)
                     AND FIRST-NAME NOT < BR-FIRST-NAME(20))
                 MOVE 0 TO WS-BROWSE-SUB
              ELSE
                 MOVE 19 TO WS-SHIFT-SUB
                 MOVE 1 TO WS-BROWSE-SUB
              END-IF
           ELSE
              MOVE WS-BROWSE-COUNT TO WS-SHIFT-SUB
              ADD 1 TO WS-BROWSE-COUNT
              MOVE 1 TO WS-BROWSE-SUB
           END-IF

           IF WS-BROWSE-SUB NOT = 0
              PERFORM UNTIL WS-SHIFT-SUB = 0
                 IF BR-LAST-NAME(WS-SHIFT-SUB) > LAST-NAME
                    OR (BR-LAST-NAME(WS-SHIFT-SUB) = LAST-NAME
                        AND BR-FIRST-NAME(WS-SHIFT-SUB) > FIRST-NAME)
                    MOVE BR-ENTRY(WS-SHIFT-SUB)
                        TO BR-ENTRY(WS-SHIFT-SUB + 1)
                    SUBTRACT 1 FROM WS-SHIFT-SUB
                 ELSE
                    MOVE WS-SHIFT-SUB TO WS-BROWSE-SUB
                    ADD 1 TO WS-BROWSE-SUB
                    MOVE 0 TO WS-SHIFT-SUB
                 END-IF
              END-PERFORM
              MOVE LAST-NAME TO BR-LAST-NAME(WS-BROWSE-SUB)
              MOVE FIRST-NAME TO BR-FIRST-NAME(WS-BROWSE-SUB)
              MOVE EMPLOYEE-ID TO BR-EMPLOYEE-ID(WS-BROWSE-SUB)
              MOVE EMPLOYEE-POSITION TO BR-POSITION(WS-BROWSE-SUB)
              MOVE EMPLOYEE-STATUS TO BR-STATUS(WS-BROWSE-SUB)
           END-IF
           .

        420-PICK-FROM-BROWSE-LIST.

           IF WS-BROWSE-COUNT = 0
              DISPLAY 'NO EMPLOYEES AT ' WS-WHS-REPLY
                      ' MATCH THAT NAME'
           ELSE
              DISPLAY SCREEN-RULE-LINE
              PERFORM VARYING WS-BROWSE-SUB FROM 1 BY 1
                      UNTIL WS-BROWSE-SUB > WS-BROWSE-COUNT
                 MOVE WS-BROWSE-SUB TO SR-LINE-NO
                 MOVE BR-LAST-NAME(WS-BROWSE-SUB) TO SR-LAST-NAME
                 MOVE BR-FIRST-NAME(WS-BROWSE-SUB) TO SR-FIRST-NAME
                 MOVE BR-EMPLOYEE-ID(WS-BROWSE-SUB) TO SR-EMPLOYEE-ID
                 MOVE BR-POSITION(WS-BROWSE-SUB) TO SR-POSITION
                 MOVE BR-STATUS(WS-BROWSE-SUB) TO EMPLOYEE-STATUS
                 PERFORM 520-SPELL-STATUS
                 MOVE SL-STATUS TO SR-STATUS
                 DISPLAY SCREEN-BROWSE-LINE
              END-PERFORM
              IF WS-BROWSE-OVERFLOW > 0
                 MOVE WS-BROWSE-OVERFLOW TO WS-COUNT-ED
                 DISPLAY WS-COUNT-ED ' MORE NOT LISTED - KEY MORE '
                         'LETTERS OF THE NAME'
              END-IF
              DISPLAY SCREEN-RULE-LINE
              DISPLAY 'LINE NUMBER TO VIEW (BLANK = BACK TO MENU): '
                      WITH NO ADVANCING
              MOVE SPACES TO WS-PICK-REPLY
              ACCEPT WS-PICK-REPLY
              PERFORM 425-EDIT-PICK-REPLY
              IF WS-PICK-NUMBER > 0
                 AND WS-PICK-NUMBER NOT > WS-BROWSE-COUNT
                 MOVE BR-EMPLOYEE-ID(WS-PICK-NUMBER) TO WS-ID-REPLY
                 PERFORM 310-READ-ONE-EMPLOYEE
                 IF EMPLOYEE-FOUND
                    PERFORM 500-SHOW-EMPLOYEE
                 ELSE
                    DISPLAY 'EMPLOYEE ' WS-ID-REPLY ' IS NO LONGER '
                            'ON THE MASTER'
                 END-IF
              ELSE
                 IF WS-PICK-REPLY NOT = SPACES
                    DISPLAY 'NO SUCH LINE NUMBER'
                 END-IF
              END-IF
           END-IF
           .

      *    ACCEPTS "7", " 7", OR "07" -- ANYTHING ELSE IS LINE 0.
        425-EDIT-PICK-REPLY.

           MOVE 0 TO WS-PICK-NUMBER
           EVALUATE TRUE
               WHEN WS-PICK-REPLY IS NUMERIC
                   MOVE WS-PICK-REPLY TO WS-PICK-NUMBER
               WHEN WS-PICK-REPLY(2:1) = SPACE
                AND WS-PICK-REPLY(1:1) IS NUMERIC
                   MOVE WS-PICK-REPLY(1:1) TO WS-PICK-NUMBER
               WHEN WS-PICK-REPLY(1:1) = SPACE
                AND WS-PICK-REPLY(2:1) IS NUMERIC
                   MOVE WS-PICK-REPLY(2:1) TO WS-PICK-NUMBER
           END-EVALUATE
           .

      *    THE FULL RECORD, THEN THE SUSPENSE AND JOURNAL LISTS.
        500-SHOW-EMPLOYEE.

           ADD 1 TO WS-INQUIRY-COUNT
           DISPLAY SCREEN-RULE-LINE

           MOVE EMPLOYEE-ID TO SL-EMPLOYEE-ID
           MOVE FIRST-NAME TO SL-FIRST-NAME
           MOVE LAST-NAME TO SL-LAST-NAME
           DISPLAY SCREEN-NAME-LINE

           PERFORM 505-LOOKUP-WAREHOUSE-NAME
           DISPLAY SCREEN-WHS-LINE

           PERFORM 510-LOOKUP-POSITION-NAME
           DISPLAY SCREEN-POSITION-LINE

           PERFORM 520-SPELL-STATUS
           MOVE EMPLOYEE-STATUS-DATE TO WS-DATE-IN
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-OUT TO SL-STATUS-DATE
           DISPLAY SCREEN-STATUS-LINE

           MOVE HIRE-DATE TO WS-DATE-IN
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-OUT TO SL-HIRE-DATE
           MOVE LAST-PAY-INCREASE(1:8) TO WS-DATE-IN
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-OUT TO SL-LAST-INCREASE
           DISPLAY SCREEN-DATES-LINE

           MOVE CURRENT-SALARY TO SL-CURRENT-SALARY
           MOVE STARTING-SALARY TO SL-STARTING-SALARY
           DISPLAY SCREEN-PAY-LINE-1
           MOVE UNION-DUES TO SL-UNION-DUES
           MOVE INSURANCE TO SL-INSURANCE
           DISPLAY SCREEN-PAY-LINE-2

           PERFORM 530-SHOW-BAND-POSITION
           DISPLAY SCREEN-BAND-LINE

           DISPLAY SCREEN-RULE-LINE
           PERFORM 540-SHOW-PENDING-TRANSACTIONS
           DISPLAY SCREEN-RULE-LINE
           PERFORM 550-SHOW-BACKOUT-ROWS
           DISPLAY SCREEN-RULE-LINE
           .

        505-LOOKUP-WAREHOUSE-NAME.

           MOVE WAREHOUSE-ID TO SL-WAREHOUSE-ID
           MOVE 'UNKNOWN WHS' TO SL-WAREHOUSE-NAME
           MOVE 'UNK' TO SL-REGION
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WS-WHS-TABLE-COUNT
              IF WT-CODE(WT-IDX) = WAREHOUSE-ID
                 MOVE WT-NAME(WT-IDX) TO SL-WAREHOUSE-NAME
                 MOVE WT-REGION(WT-IDX) TO SL-REGION
                 SET WT-IDX TO WS-WHS-TABLE-COUNT
              END-IF
           END-PERFORM
           .

        510-LOOKUP-POSITION-NAME.

           MOVE EMPLOYEE-POSITION TO SL-POSITION
           MOVE 'UNKNOWN' TO SL-POSITION-NAME
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > 5
              IF PT-CODE(PT-IDX) = EMPLOYEE-POSITION
                 MOVE PT-NAME(PT-IDX) TO SL-POSITION-NAME
                 SET PT-IDX TO 5
              END-IF
           END-PERFORM
           .

        520-SPELL-STATUS.

           EVALUATE TRUE
               WHEN EMPLOYEE-IS-ACTIVE
                   MOVE 'ACTIVE' TO SL-STATUS
               WHEN EMPLOYEE-ON-LEAVE
                   MOVE 'ON LEAVE' TO SL-STATUS
               WHEN EMPLOYEE-TERMINATED
                   MOVE 'TERMINATED' TO SL-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN' TO SL-STATUS
           END-EVALUATE
           .

      *    THE SAME BAND ROW THE SALARY RUN'S 337-CHECK-SALARY-BAND
      *    CAPS AGAINST.  INSIDE THE BAND THE SALARY IS SHOWN AS A
      *    PERCENTAGE OF THE WAY FROM MIN TO MAX -- HOW MUCH ROOM IS
      *    LEFT BEFORE THE NEXT RAISE STARTS GETTING CAPPED.
        530-SHOW-BAND-POSITION.

           MOVE 'N' TO BAND-FOUND-SW
           PERFORM VARYING BD-IDX FROM 1 BY 1
                   UNTIL BD-IDX > WS-BAND-TABLE-COUNT
              IF BD-CODE(BD-IDX) = EMPLOYEE-POSITION
                 MOVE BD-MIN(BD-IDX) TO WS-BAND-MIN
                 MOVE BD-MAX(BD-IDX) TO WS-BAND-MAX
                 SET BAND-CODE-FOUND TO TRUE
                 SET BD-IDX TO WS-BAND-TABLE-COUNT
              END-IF
           END-PERFORM

           IF NOT BAND-CODE-FOUND
              MOVE 'NO BAND ON FILE FOR THIS POSITION' TO SL-BAND-TEXT
           ELSE
              MOVE WS-BAND-MIN TO SB-BAND-MIN
              MOVE WS-BAND-MAX TO SB-BAND-MAX
              EVALUATE TRUE
                  WHEN CURRENT-SALARY < WS-BAND-MIN
                      MOVE 'BELOW BAND MIN' TO SB-BAND-WORDS
                  WHEN CURRENT-SALARY > WS-BAND-MAX
                      MOVE 'ABOVE BAND MAX - RAISES NOT CAPPED'
                          TO SB-BAND-WORDS
                  WHEN CURRENT-SALARY = WS-BAND-MAX
                      MOVE 'AT BAND MAX' TO SB-BAND-WORDS
                  WHEN WS-BAND-MAX = WS-BAND-MIN
                      MOVE 'AT BAND MAX' TO SB-BAND-WORDS
                  WHEN OTHER
                      COMPUTE WS-BAND-PCT =
                          (CURRENT-SALARY - WS-BAND-MIN) * 100
                          / (WS-BAND-MAX - WS-BAND-MIN)
                      MOVE WS-BAND-PCT TO SB-BAND-PCT
                      MOVE SCREEN-BAND-PCT-WORDS TO SB-BAND-WORDS
              END-EVALUATE
              MOVE SCREEN-BAND-FIGURES TO SL-BAND-TEXT
           END-IF
           .

      *    DRAKMNT REWRITES THE SUSPENSE FILE EVERY RUN WITH ONLY
      *    WHAT IS STILL PENDING, SO EVERYTHING ON IT IS STILL TO
      *    COME.  A MISSING FILE IS A SHOP WITH NOTHING QUEUED.
        540-SHOW-PENDING-TRANSACTIONS.

           DISPLAY SCREEN-PENDING-HEADING
           MOVE 0 TO WS-PENDING-SHOWN
           MOVE 'N' TO PENDING-EOF-FLAG
           OPEN INPUT PENDING-TRANSACTION-FILE
           IF PENDING-STATUS = '00' OR PENDING-STATUS = '05'
              PERFORM UNTIL PENDING-FILE-EOF
                 READ PENDING-TRANSACTION-FILE
                    AT END
                       SET PENDING-FILE-EOF TO TRUE
                    NOT AT END
                       IF PD-EMPLOYEE-ID = EMPLOYEE-ID
                          PERFORM 545-SHOW-ONE-PENDING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-TRANSACTION-FILE
           ELSE
              DISPLAY '  DRAKEA-PEND.TXT COULD NOT BE READ (STATUS '
                      PENDING-STATUS ')'
           END-IF
           IF WS-PENDING-SHOWN = 0
              DISPLAY SCREEN-NONE-LINE
           END-IF
           .

        545-SHOW-ONE-PENDING.

           ADD 1 TO WS-PENDING-SHOWN
           EVALUATE PD-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO SP-ACTION
               WHEN 'C'
                   MOVE 'CHANGE' TO SP-ACTION
               WHEN 'D'
                   MOVE 'DELETE' TO SP-ACTION
               WHEN 'P'
                   MOVE 'PROMO' TO SP-ACTION
               WHEN 'X'
                   MOVE 'XFER' TO SP-ACTION
               WHEN OTHER
                   MOVE PD-ACTION TO SP-ACTION
           END-EVALUATE
           MOVE PD-EFFECTIVE-DATE TO WS-DATE-IN
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-OUT TO SP-EFFECTIVE-DATE
           MOVE PD-WAREHOUSE-ID TO SP-WAREHOUSE-ID
           MOVE PD-EMPLOYEE-POSITION TO SP-POSITION
           IF PD-CURRENT-SALARY IS NUMERIC
              MOVE PD-CURRENT-SALARY TO SP-SALARY
           ELSE
              MOVE 0 TO SP-SALARY
           END-IF
           MOVE PD-STATUS-CODE TO SP-STATUS
           MOVE PD-SUBMIT-DATE TO WS-DATE-IN
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-OUT TO SP-SUBMIT-DATE
           DISPLAY SCREEN-PENDING-LINE
           .

      *    EVERY CYCLE THAT EVER RAISED THIS EMPLOYEE, OLDEST FIRST,
      *    WITH WHAT THEY WERE PAID BEFORE IT.  A ROW HERE FOR A
      *    CYCLE SINCE BACKED OUT IS STILL SHOWN -- DRAKBACK REVERSES
      *    THE MASTER, NOT THE JOURNAL.
        550-SHOW-BACKOUT-ROWS.

           DISPLAY SCREEN-BACKOUT-HEADING
           MOVE 0 TO WS-BACKOUT-SHOWN
           MOVE 'N' TO BACKOUT-EOF-FLAG
           OPEN INPUT BACKOUT-JOURNAL-FILE
           IF BACKOUT-STATUS = '00' OR BACKOUT-STATUS = '05'
              PERFORM UNTIL BACKOUT-FILE-EOF
                 READ BACKOUT-JOURNAL-FILE
                    AT END
                       SET BACKOUT-FILE-EOF TO TRUE
                    NOT AT END
                       IF BJ-EMPLOYEE-ID = EMPLOYEE-ID
                          PERFORM 555-SHOW-ONE-BACKOUT-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BACKOUT-JOURNAL-FILE
           ELSE
              DISPLAY '  DRAKEA-BKOUT.TXT COULD NOT BE READ (STATUS '
                      BACKOUT-STATUS ')'
           END-IF
           IF WS-BACKOUT-SHOWN = 0
              DISPLAY SCREEN-NONE-LINE
           END-IF
           .

        555-SHOW-ONE-BACKOUT-ROW.

           ADD 1 TO WS-BACKOUT-SHOWN
           MOVE BJ-CYCLE-DATE TO WS-DATE-IN
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-OUT TO SK-CYCLE-DATE
           MOVE BJ-WAREHOUSE-ID TO SK-WAREHOUSE-ID
           MOVE BJ-PRIOR-CURRENT-SALARY TO SK-PRIOR-SALARY
           MOVE BJ-PRIOR-UNION-DUES TO SK-PRIOR-DUES
           MOVE BJ-PRIOR-INSURANCE TO SK-PRIOR-INSURANCE
           MOVE BJ-PRIOR-LAST-PAY-INCR(1:8) TO WS-DATE-IN
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-OUT TO SK-PRIOR-INCREASE
           DISPLAY SCREEN-BACKOUT-LINE
           .

        600-EOF-ROUTINE.

           CLOSE EMPLOYEE-MASTER-FILE
           MOVE WS-INQUIRY-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKINQ: ' WS-COUNT-ED ' EMPLOYEE(S) DISPLAYED'
           STOP RUN
           .

        900-EDIT-DATE.

           IF WS-DATE-IN IS NUMERIC
              AND WS-DATE-IN NOT = '00000000'
              STRING WS-DATE-IN-MONTH '/' WS-DATE-IN-DAY '/'
                     WS-DATE-IN-YEAR DELIMITED BY SIZE
                     INTO WS-DATE-OUT
           ELSE
              MOVE 'NONE' TO WS-DATE-OUT
           END-IF
           .
