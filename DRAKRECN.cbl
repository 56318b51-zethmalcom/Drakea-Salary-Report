        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRAKRECN.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This program proves that the files one salary cycle leaves
      *  behind agree with each other before any of them leave the
      *  building.  PROGRAM-2 balances each output on its own -- the
      *  GL journal's debits equal its credits, each remittance
      *  trailer adds up its own detail -- but nothing checks the GL
      *  against the totals history, the remittances against the GL,
      *  or the backout journal against the master it was meant to
      *  undo.  This program cross-foots them and prints a one-page
      *  reconciliation certificate, PASS or FAIL line by line, that
      *  the payroll supervisor signs before the GL journal goes to
      *  accounting and the remittances go to the union local and
      *  the insurance carrier.
      *
      *  Run it after PROGRAM-2 and, on an APPLY cycle, after
      *  DRAKLOAD has reloaded the applied master.  The cycle it
      *  reconciles is the last non-proof salary run stamped on the
      *  cycle-control file; that run was an APPLY when the cycle-
      *  control APPLY date carries the same date.  Nothing is
      *  updated -- the program can be rerun as often as needed.
      * ***************
      *  INPUT:
      *     1.  The CYCLE-CONTROL FILE (the cycle date and type).
      *     2.  The GL JOURNAL INTERFACE FILE.
      *     3.  The TOTALS HISTORY FILE ('C' company row).
      *     4.  The UNION and INSURANCE REMITTANCE EXTRACTS.
      *     5.  The BACKOUT JOURNAL.
      *     6.  The EMPLOYEE MASTER FILE and the MASTER CONTROL FILE.
      *     7.  The RUN LOG FILE.
      *
      * ***************
      *  OUTPUT:
      *     The RECONCILIATION CERTIFICATE -- one page, one line per
      *     check with both sides' figures and PASS, FAIL or N/A, an
      *     explanation under every failure, the overall result, and
      *     the supervisor's sign-off block.
      ****************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   IBM-PC.
        OBJECT-COMPUTER.   IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CYCLE-CONTROL-FILE
                ASSIGN TO 'DRAKEA-CYCLE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYCLE-STATUS.
            SELECT OPTIONAL GL-JOURNAL-FILE
                ASSIGN TO 'DRAKEA-GLJ.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GL-JOURNAL-STATUS.
            SELECT OPTIONAL TOTALS-HISTORY-FILE
                ASSIGN TO 'DRAKEA-HIST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HISTORY-STATUS.
            SELECT OPTIONAL UNION-REMIT-FILE
                ASSIGN TO 'DRAKEA-UNION.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS UNION-REMIT-STATUS.
            SELECT OPTIONAL INSURANCE-REMIT-FILE
                ASSIGN TO 'DRAKEA-INS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS INS-REMIT-STATUS.
            SELECT OPTIONAL BACKOUT-JOURNAL-FILE
                ASSIGN TO 'DRAKEA-BKOUT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BACKOUT-STATUS.
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
            SELECT OPTIONAL RUN-LOG-FILE
                ASSIGN TO 'DRAKEA-RUNLOG.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-LOG-STATUS.
            SELECT RECONCILIATION-CERTIFICATE
                ASSIGN TO PRINTER 'DRAKEA-RECON.TXT'.

        DATA DIVISION.
        FILE SECTION.

      *    SHARED CYCLE-CONTROL FILE -- ONE RECORD OF WHEN EACH STEP
      *    OF THE CYCLE (EDIT, LOAD, MAINTENANCE, SALARY RUN, APPLY)
      *    LAST RAN, READ AT HOUSEKEEPING AND STAMPED AT CLEAN END OF
      *    JOB BY EVERY PROGRAM IN THE CYCLE.  THE LAYOUT IS THE
      *    SAME IN ALL OF THEM -- CHANGE IT EVERYWHERE OR NOWHERE.
      *    THIS PROGRAM ONLY READS IT; A RECONCILIATION IS NOT A STEP
      *    THE OTHERS SEQUENCE AGAINST.
        FD   CYCLE-CONTROL-FILE
            RECORD CONTAINS 64 CHARACTERS.

        01  CYCLE-CONTROL-RECORD        PIC X(64).

      *    PROGRAM-2'S GL JOURNAL -- 'HDR' WITH THE RUN DATE, 'DTL'
      *    LINES (SEE GL-DETAIL-RECORD THERE), 'TRL' WITH THE LINE
      *    COUNT AND THE DEBIT AND CREDIT TOTALS.
        FD   GL-JOURNAL-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  GL-JOURNAL-RECORD.
            05  GJ-RECORD-ID            PIC X(3).
            05  GJ-HDR-RUN-DATE         PIC X(8).
            05  FILLER                  PIC X(69).

        01  GL-JOURNAL-DETAIL.
            05  FILLER                  PIC X(3).
            05  GJ-ACCOUNT              PIC X(8).
            05  GJ-DC                   PIC X.
            05  GJ-WAREHOUSE            PIC X(4).
            05  GJ-REGION               PIC X(3).
            05  GJ-AMOUNT               PIC 9(9)V99.
            05  FILLER                  PIC X(50).

        01  GL-JOURNAL-TRAILER.
            05  FILLER                  PIC X(3).
            05  GJ-LINE-COUNT           PIC 9(6).
            05  GJ-DEBIT-TOTAL          PIC 9(9)V99.
            05  GJ-CREDIT-TOTAL         PIC 9(9)V99.
            05  FILLER                  PIC X(49).

        FD   TOTALS-HISTORY-FILE
            RECORD CONTAINS 43 CHARACTERS.

        01  TOTALS-HISTORY-RECORD.
            05  HS-RUN-DATE             PIC 9(8).
            05  HS-RECORD-TYPE          PIC X.
                88  HS-WAREHOUSE-ROW                  VALUE 'W'.
                88  HS-COMPANY-ROW                    VALUE 'C'.
            05  HS-WAREHOUSE-ID         PIC X(4).
            05  HS-HEADCOUNT            PIC 9(5).
            05  HS-CURRENT              PIC 9(7)V99.
            05  HS-UNION                PIC 9(6)V99.
            05  HS-INSURANCE            PIC 9(6)V99.

      *    THE TWO REMITTANCE EXTRACTS SHARE ONE LAYOUT -- 'HDR' WITH
      *    THE RUN DATE, ONE 'DTL' PER EMPLOYEE, 'TRL' WITH THE
      *    RECORD COUNT AND MONEY TOTAL.  ONLY THE HEADER DATE AND
      *    THE TRAILER ARE NEEDED HERE.
        FD   UNION-REMIT-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  UNION-REMIT-RECORD.
            05  UR-RECORD-ID            PIC X(3).
            05  UR-HDR-RUN-DATE         PIC X(8).
            05  FILLER                  PIC X(69).

        01  UNION-REMIT-TRAILER.
            05  FILLER                  PIC X(3).
            05  UR-RECORD-COUNT         PIC 9(6).
            05  UR-TOTAL-AMOUNT         PIC 9(6)V99.
            05  FILLER                  PIC X(63).

        FD   INSURANCE-REMIT-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  INSURANCE-REMIT-RECORD.
            05  IR-RECORD-ID            PIC X(3).
            05  IR-HDR-RUN-DATE         PIC X(8).
            05  FILLER                  PIC X(69).

        01  INSURANCE-REMIT-TRAILER.
            05  FILLER                  PIC X(3).
            05  IR-RECORD-COUNT         PIC 9(6).
            05  IR-TOTAL-AMOUNT         PIC 9(6)V99.
            05  FILLER                  PIC X(63).

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

        FD   EMPLOYEE-MASTER-FILE
            RECORD CONTAINS 93 CHARACTERS.

        01  EMPLOYEE-RECORD.
            05  WAREHOUSE-ID            PIC X(4).
            05  EMPLOYEE-ID             PIC X(5).
            05  FILLER                  PIC X(54).
            05  CURRENT-SALARY          PIC 999999V99.
            05  FILLER                  PIC X(22).

        01  EMPLOYEE-INCREASE-VIEW.
            05  FILLER                  PIC X(54).
            05  LAST-PAY-INCREASE       PIC 999999999.
            05  FILLER                  PIC X(30).

        FD   MASTER-CONTROL-FILE
            RECORD CONTAINS 25 CHARACTERS.

        01  MASTER-CONTROL-RECORD.
            05  CT-RECORD-COUNT          PIC 9(6).
            05  CT-TOTAL-CURRENT-SALARY  PIC 9(9)V99.
            05  CT-LAST-MAINT-DATE       PIC 9(8).

        FD   RUN-LOG-FILE
            RECORD CONTAINS 120 CHARACTERS.

        01  RUN-LOG-RECORD.
            05  RL-RUN-DATE             PIC 9(8).
            05  RL-RUN-TIME             PIC 9(6).
            05  RL-RUN-MODE             PIC X(6).
            05  RL-PROOF                PIC X.
            05  RL-WAREHOUSE-SELECT     PIC X(4).
            05  RL-RESTART              PIC X.
            05  RL-CKPT-WHS             PIC X(4).
            05  RL-CKPT-EMP             PIC X(5).
            05  RL-RECORDS-READ         PIC 9(6).
            05  RL-EXCEPTION-COUNT      PIC 9(6).
            05  RL-EXPECTED-COUNT       PIC 9(6).
            05  RL-ACTUAL-COUNT         PIC 9(6).
            05  RL-EXPECTED-SALARY      PIC 9(9)V99.
            05  RL-ACTUAL-SALARY        PIC 9(9)V99.
            05  RL-BALANCED             PIC X.
            05  RL-CLEAN-EOF            PIC X.
            05  RL-APPROVAL-STATUS      PIC X.
            05  RL-APPROVAL-NOTE        PIC X(36).

        FD    RECONCILIATION-CERTIFICATE
             RECORD CONTAINS 80 CHARACTERS.

        01  CERTIFICATE-RECORD          PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.
           05  CYCLE-STATUS            PIC XX.
           05  GL-JOURNAL-STATUS       PIC XX.
           05  HISTORY-STATUS          PIC XX.
           05  UNION-REMIT-STATUS      PIC XX.
           05  INS-REMIT-STATUS        PIC XX.
           05  BACKOUT-STATUS          PIC XX.
           05  MASTER-FILE-STATUS      PIC XX.
           05  MASTER-CONTROL-STATUS   PIC XX.
           05  RUN-LOG-STATUS          PIC XX.
           05  FILE-EOF-FLAG           PIC X         VALUE 'N'.
               88  INPUT-FILE-EOF                    VALUE 'Y'.
           05  APPLY-CYCLE-SW          PIC X         VALUE 'N'.
               88  APPLY-CYCLE                       VALUE 'Y'.
           05  RELOADED-SW             PIC X         VALUE 'N'.
               88  APPLY-WAS-RELOADED                VALUE 'Y'.
           05  GL-FOUND-SW             PIC X         VALUE 'N'.
               88  GL-JOURNAL-FOUND                  VALUE 'Y'.
           05  GL-TRAILER-SW           PIC X         VALUE 'N'.
               88  GL-TRAILER-FOUND                  VALUE 'Y'.
           05  HISTORY-ROW-SW          PIC X         VALUE 'N'.
               88  HISTORY-ROW-FOUND                 VALUE 'Y'.
           05  UNION-FOUND-SW          PIC X         VALUE 'N'.
               88  UNION-REMIT-FOUND                 VALUE 'Y'.
           05  UNION-TRAILER-SW        PIC X         VALUE 'N'.
               88  UNION-TRAILER-FOUND               VALUE 'Y'.
           05  INS-FOUND-SW            PIC X         VALUE 'N'.
               88  INS-REMIT-FOUND                   VALUE 'Y'.
           05  INS-TRAILER-SW          PIC X         VALUE 'N'.
               88  INS-TRAILER-FOUND                 VALUE 'Y'.
           05  BACKOUT-FOUND-SW        PIC X         VALUE 'N'.
               88  BACKOUT-JOURNAL-FOUND             VALUE 'Y'.
           05  MASTER-FOUND-SW         PIC X         VALUE 'N'.
               88  MASTER-WAS-READ                   VALUE 'Y'.
           05  CONTROL-FOUND-SW        PIC X         VALUE 'N'.
               88  CONTROL-TOTALS-FOUND              VALUE 'Y'.
           05  RUN-LOG-ROW-SW          PIC X         VALUE 'N'.
               88  RUN-LOG-ROW-FOUND                 VALUE 'Y'.

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

      *    WHAT EACH FILE SAID.  THE GL CREDITS ARE TAKEN IN THE
      *    ORDER 586-WRITE-GL-JOURNAL WRITES THEM -- DUES, THEN
      *    INSURANCE, THEN THE SALARIES-PAYABLE BALANCING LINE.
        01  RECONCILIATION-FIGURES.
           05  WS-CYCLE-DATE           PIC 9(8)      VALUE 0.
           05  WS-GL-RUN-DATE          PIC X(8)      VALUE SPACES.
           05  WS-GL-DEBIT-TOTAL       PIC 9(9)V99   VALUE 0.
           05  WS-GL-CREDIT-COUNT      PIC 9(3)      VALUE 0.
           05  WS-GL-DUES-CREDIT       PIC 9(9)V99   VALUE 0.
           05  WS-GL-INS-CREDIT        PIC 9(9)V99   VALUE 0.
           05  WS-HIST-CURRENT         PIC 9(9)V99   VALUE 0.
           05  WS-UNION-RUN-DATE       PIC X(8)      VALUE SPACES.
           05  WS-UNION-TRL-TOTAL      PIC 9(9)V99   VALUE 0.
           05  WS-INS-RUN-DATE         PIC X(8)      VALUE SPACES.
           05  WS-INS-TRL-TOTAL        PIC 9(9)V99   VALUE 0.
           05  WS-BACKOUT-ROW-COUNT    PIC 9(7)      VALUE 0.
           05  WS-MASTER-COUNT         PIC 9(7)      VALUE 0.
           05  WS-MASTER-SALARY        PIC 9(9)V99   VALUE 0.
           05  WS-MASTER-STAMPED-COUNT PIC 9(7)      VALUE 0.
           05  WS-CONTROL-COUNT        PIC 9(7)      VALUE 0.
           05  WS-CONTROL-SALARY       PIC 9(9)V99   VALUE 0.
           05  WS-RL-EXPECTED-SALARY   PIC 9(9)V99   VALUE 0.
           05  WS-RL-ACTUAL-SALARY     PIC 9(9)V99   VALUE 0.
           05  WS-RL-BALANCED          PIC X         VALUE SPACE.
           05  WS-RL-RUN-MODE          PIC X(6)      VALUE SPACES.

      *    ONE CHECK AT A TIME IS BUILT HERE AND PRINTED BY
      *    390-PRINT-CHECK-LINE.  A CHECK STARTS AS PASS; THE FIRST
      *    REASON IT CANNOT PASS BECOMES ITS NOTE.
        01  CHECK-WORK-FIELDS.
           05  WS-CHECK-NUMBER         PIC 99        VALUE 0.
           05  WS-CHECK-RESULT         PIC X(4)      VALUE SPACES.
               88  CHECK-PASSED                      VALUE 'PASS'.
               88  CHECK-FAILED                      VALUE 'FAIL'.
               88  CHECK-NOT-APPLICABLE              VALUE 'N/A '.
           05  WS-CHECK-DESC           PIC X(36)     VALUE SPACES.
           05  WS-CHECK-LEFT           PIC X(15)     VALUE SPACES.
           05  WS-CHECK-RIGHT          PIC X(15)     VALUE SPACES.
           05  WS-CHECK-NOTE           PIC X(72)     VALUE SPACES.
           05  WS-FAIL-COUNT           PIC 99        VALUE 0.
           05  WS-PASS-COUNT           PIC 99        VALUE 0.

        01  EDITED-FIELDS.
           05  WS-MONEY-ED             PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-COUNT-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-FAIL-ED              PIC Z9.

        01  WS-DATE-EDIT               PIC X(10).

        01  WS-DATE-TO-EDIT            PIC X(8).

        01  CERT-HEADING-ONE.
           05  FILLER              PIC X(56)  VALUE
                   'DRAKEA, LTD - CYCLE RECONCILIATION CERTIFICATE'.
           05  FILLER              PIC X(14)  VALUE '      PRINTED '.
           05  CH1-PRINT-DATE      PIC X(10).

        01  CERT-HEADING-TWO.
           05  FILLER              PIC X(11)  VALUE 'CYCLE DATE '.
           05  CH2-CYCLE-DATE      PIC X(10).
           05  FILLER              PIC X(14)  VALUE '   CYCLE TYPE '.
           05  CH2-CYCLE-TYPE      PIC X(45).

        01  CERT-HEADING-THREE.
           05  FILLER              PIC X(11)  VALUE 'FILE DATES '.
           05  FILLER              PIC X(3)   VALUE 'GL '.
           05  CH3-GL-DATE         PIC X(10).
           05  FILLER              PIC X(9)   VALUE '   UNION '.
           05  CH3-UNION-DATE      PIC X(10).
           05  FILLER              PIC X(13)  VALUE '   INSURANCE '.
           05  CH3-INS-DATE        PIC X(10).
           05  FILLER              PIC X(14)  VALUE SPACES.

        01  CERT-COLUMN-HEADING.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  FILLER              PIC X(36)  VALUE 'CHECK'.
           05  FILLER              PIC X(15)  VALUE '      THIS SIDE'.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(15)  VALUE '     OTHER SIDE'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(7)   VALUE 'RESULT'.

        01  CERT-CHECK-LINE.
           05  CL-NUMBER           PIC Z9.
           05  FILLER              PIC X(2)   VALUE '. '.
           05  CL-DESC             PIC X(36).
           05  CL-LEFT             PIC X(15).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  CL-RIGHT            PIC X(15).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CL-RESULT           PIC X(4).
           05  FILLER              PIC X(3)   VALUE SPACES.

        01  CERT-NOTE-LINE.
           05  FILLER              PIC X(8)   VALUE SPACES.
           05  CN-NOTE             PIC X(72).

        01  CERT-RESULT-LINE.
           05  CR-TEXT             PIC X(80).

        01  CERT-SIGN-LINE-ONE.
           05  FILLER              PIC X(40)  VALUE
                   'PAYROLL SUPERVISOR ____________________'.
           05  FILLER              PIC X(40)  VALUE
                   '   DATE ____________'.

        01  CERT-SIGN-LINE-TWO.
           05  FILLER              PIC X(50)  VALUE
                   'FILES RELEASED TO ACCOUNTING / UNION / CARRIER BY'.
           05  FILLER              PIC X(30)  VALUE
                   ' ____________________'.

        PROCEDURE DIVISION.

        100-CONTROL-MODULE.
           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 200-GATHER-FIGURES
           PERFORM 300-PRINT-CERTIFICATE
           PERFORM 600-EOF-ROUTINE
           .

      *    WITHOUT A STAMPED SALARY RUN THERE IS NO CYCLE TO
      *    RECONCILE -- A CERTIFICATE FOR NOTHING WOULD ONLY INVITE
      *    SOMEONE TO SIGN IT.
        150-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           PERFORM 151-READ-CYCLE-CONTROL
           IF CY-LAST-RUN-DATE = 0
              DISPLAY 'ERROR: DRAKEA-CYCLE.TXT SHOWS NO COMPLETED '
                      'SALARY RUN - NOTHING TO RECONCILE'
              STOP RUN
           END-IF

           MOVE CY-LAST-RUN-DATE TO WS-CYCLE-DATE
           IF CY-LAST-APPLY-DATE = CY-LAST-RUN-DATE
              SET APPLY-CYCLE TO TRUE
           END-IF

      *    THE RELOAD MUST COME AFTER THE APPLY IT LOADS.  THE CYCLE
      *    DATE IS THE RUN'S AS-OF DATE, SO A BACK-DATED APPLY
      *    RELOADED TODAY COMPARES AS LATER ON THE DATE ALONE; ONLY
      *    A SAME-DAY PAIR NEEDS THE TIMES.
           IF APPLY-CYCLE
              IF CY-LAST-LOAD-DATE > CY-LAST-RUN-DATE
                 OR (CY-LAST-LOAD-DATE = CY-LAST-RUN-DATE
                     AND CY-LAST-LOAD-TIME > CY-LAST-RUN-TIME)
                 SET APPLY-WAS-RELOADED TO TRUE
              END-IF
           END-IF

           OPEN OUTPUT RECONCILIATION-CERTIFICATE
           .

        151-READ-CYCLE-CONTROL.

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
           .

        200-GATHER-FIGURES.

           PERFORM 210-READ-GL-JOURNAL
           PERFORM 220-READ-TOTALS-HISTORY
           PERFORM 230-READ-UNION-REMITTANCE
           PERFORM 235-READ-INSURANCE-REMITTANCE
           PERFORM 240-COUNT-BACKOUT-ROWS
           PERFORM 250-COUNT-MASTER
           PERFORM 255-READ-MASTER-CONTROL
           PERFORM 260-READ-RUN-LOG
           .

      *    THE DEBIT TOTAL IS ADDED UP FROM THE 'D' LINES THEMSELVES,
      *    NOT TAKEN FROM THE TRAILER -- THE TRAILER ONLY HAS TO BE
      *    THERE, PROVING THE FILE WAS WRITTEN TO THE END.
        210-READ-GL-JOURNAL.

           MOVE 'N' TO FILE-EOF-FLAG
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS = '00'
              PERFORM UNTIL INPUT-FILE-EOF
                 READ GL-JOURNAL-FILE
                    AT END
                       SET INPUT-FILE-EOF TO TRUE
                    NOT AT END
                       EVALUATE GJ-RECORD-ID
                           WHEN 'HDR'
                               SET GL-JOURNAL-FOUND TO TRUE
                               MOVE GJ-HDR-RUN-DATE TO WS-GL-RUN-DATE
                           WHEN 'DTL'
                               PERFORM 215-ADD-GL-DETAIL
                           WHEN 'TRL'
                               SET GL-TRAILER-FOUND TO TRUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE GL-JOURNAL-FILE
           END-IF
           .

        215-ADD-GL-DETAIL.

           IF GJ-AMOUNT IS NUMERIC
              IF GJ-DC = 'D'
                 ADD GJ-AMOUNT TO WS-GL-DEBIT-TOTAL
              ELSE
                 ADD 1 TO WS-GL-CREDIT-COUNT
                 EVALUATE WS-GL-CREDIT-COUNT
                     WHEN 1
                         MOVE GJ-AMOUNT TO WS-GL-DUES-CREDIT
                     WHEN 2
                         MOVE GJ-AMOUNT TO WS-GL-INS-CREDIT
                 END-EVALUATE
              END-IF
           END-IF
           .

      *    HISTORY IS APPENDED IN RUN ORDER, SO WHEN THE SAME DATE
      *    WAS RUN TWICE THE LAST 'C' ROW FOR IT IS THE RUN THAT
      *    ALSO WROTE THE GL JOURNAL NOW ON DISK.
        220-READ-TOTALS-HISTORY.

           MOVE 'N' TO FILE-EOF-FLAG
           OPEN INPUT TOTALS-HISTORY-FILE
           IF HISTORY-STATUS = '00' OR HISTORY-STATUS = '05'
              PERFORM UNTIL INPUT-FILE-EOF
                 READ TOTALS-HISTORY-FILE
                    AT END
                       SET INPUT-FILE-EOF TO TRUE
                    NOT AT END
                       IF HS-COMPANY-ROW
                          AND HS-RUN-DATE = WS-CYCLE-DATE
                          SET HISTORY-ROW-FOUND TO TRUE
                          MOVE HS-CURRENT TO WS-HIST-CURRENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TOTALS-HISTORY-FILE
           END-IF
           .

        230-READ-UNION-REMITTANCE.

           MOVE 'N' TO FILE-EOF-FLAG
           OPEN INPUT UNION-REMIT-FILE
           IF UNION-REMIT-STATUS = '00'
              PERFORM UNTIL INPUT-FILE-EOF
                 READ UNION-REMIT-FILE
                    AT END
                       SET INPUT-FILE-EOF TO TRUE
                    NOT AT END
                       EVALUATE UR-RECORD-ID
                           WHEN 'HDR'
                               SET UNION-REMIT-FOUND TO TRUE
                               MOVE UR-HDR-RUN-DATE
                                   TO WS-UNION-RUN-DATE
                           WHEN 'TRL'
                               SET UNION-TRAILER-FOUND TO TRUE
                               MOVE UR-TOTAL-AMOUNT
                                   TO WS-UNION-TRL-TOTAL
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE UNION-REMIT-FILE
           END-IF
           .

        235-READ-INSURANCE-REMITTANCE.

           MOVE 'N' TO FILE-EOF-FLAG
           OPEN INPUT INSURANCE-REMIT-FILE
           IF INS-REMIT-STATUS = '00'
              PERFORM UNTIL INPUT-FILE-EOF
                 READ INSURANCE-REMIT-FILE
                    AT END
                       SET INPUT-FILE-EOF TO TRUE
                    NOT AT END
                       EVALUATE IR-RECORD-ID
                           WHEN 'HDR'
                               SET INS-REMIT-FOUND TO TRUE
                               MOVE IR-HDR-RUN-DATE
                                   TO WS-INS-RUN-DATE
                           WHEN 'TRL'
                               SET INS-TRAILER-FOUND TO TRUE
                               MOVE IR-TOTAL-AMOUNT
                                   TO WS-INS-TRL-TOTAL
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE INSURANCE-REMIT-FILE
           END-IF
           .

        240-COUNT-BACKOUT-ROWS.

           MOVE 'N' TO FILE-EOF-FLAG
           OPEN INPUT BACKOUT-JOURNAL-FILE
           IF BACKOUT-STATUS = '00' OR BACKOUT-STATUS = '05'
              SET BACKOUT-JOURNAL-FOUND TO TRUE
              PERFORM UNTIL INPUT-FILE-EOF
                 READ BACKOUT-JOURNAL-FILE
                    AT END
                       SET INPUT-FILE-EOF TO TRUE
                    NOT AT END
                       IF BJ-CYCLE-DATE = WS-CYCLE-DATE
                          ADD 1 TO WS-BACKOUT-ROW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BACKOUT-JOURNAL-FILE
           END-IF
           .

      *    ONE PASS OF THE MASTER GIVES THE FRESH COUNT AND SALARY
      *    TOTAL FOR THE CONTROL-FILE CHECK AND THE NUMBER OF
      *    RECORDS CARRYING THIS CYCLE'S DATE IN LAST-PAY-INCREASE
      *    FOR THE BACKOUT CHECK.
        250-COUNT-MASTER.

           MOVE 'N' TO FILE-EOF-FLAG
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF MASTER-FILE-STATUS = '00'
              SET MASTER-WAS-READ TO TRUE
              PERFORM UNTIL INPUT-FILE-EOF
                 READ EMPLOYEE-MASTER-FILE
                    AT END
                       SET INPUT-FILE-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       ADD CURRENT-SALARY TO WS-MASTER-SALARY
                       IF LAST-PAY-INCREASE(1:8) = WS-CYCLE-DATE
                          ADD 1 TO WS-MASTER-STAMPED-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-MASTER-FILE
           ELSE
              DISPLAY 'WARNING: DRAKEA-EMP.MST COULD NOT BE OPENED '
                      '(STATUS ' MASTER-FILE-STATUS ') - MASTER '
                      'CHECKS WILL FAIL'
           END-IF
           .

        255-READ-MASTER-CONTROL.

           OPEN INPUT MASTER-CONTROL-FILE
           IF MASTER-CONTROL-STATUS = '00'
              READ MASTER-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CT-RECORD-COUNT TO WS-CONTROL-COUNT
                    MOVE CT-TOTAL-CURRENT-SALARY TO WS-CONTROL-SALARY
                    SET CONTROL-TOTALS-FOUND TO TRUE
              END-READ
              CLOSE MASTER-CONTROL-FILE
           END-IF
           .

      *    THE RUN THAT STAMPED THE CYCLE IS THE LAST NON-PROOF,
      *    CLEAN ROW ON THE LOG FOR THE CYCLE DATE -- A PROOF RUN
      *    THE SAME DAY LEAVES A ROW TOO, BUT PRODUCES NONE OF THE
      *    FILES BEING RECONCILED.  AN APPLY REFUSED AT HOUSEKEEPING
      *    (APPROVAL STATUS 'R') RAN REPORT-ONLY, SO IT IS TAKEN AS
      *    THE REPORT RUN IT REALLY WAS.
        260-READ-RUN-LOG.

           MOVE 'N' TO FILE-EOF-FLAG
           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
              PERFORM UNTIL INPUT-FILE-EOF
                 READ RUN-LOG-FILE
                    AT END
                       SET INPUT-FILE-EOF TO TRUE
                    NOT AT END
                       IF RL-RUN-DATE = WS-CYCLE-DATE
                          AND RL-PROOF NOT = 'Y'
                          AND RL-CLEAN-EOF = 'Y'
                          SET RUN-LOG-ROW-FOUND TO TRUE
                          MOVE RL-EXPECTED-SALARY
                              TO WS-RL-EXPECTED-SALARY
                          MOVE RL-ACTUAL-SALARY TO WS-RL-ACTUAL-SALARY
                          MOVE RL-BALANCED TO WS-RL-BALANCED
                          IF RL-APPROVAL-STATUS = 'R'
                             MOVE 'REPORT' TO WS-RL-RUN-MODE
                          ELSE
                             MOVE RL-RUN-MODE TO WS-RL-RUN-MODE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF
           .

        300-PRINT-CERTIFICATE.

           PERFORM 305-PRINT-HEADINGS
           PERFORM 310-CHECK-GL-AGAINST-HISTORY
           PERFORM 320-CHECK-UNION-AGAINST-GL
           PERFORM 325-CHECK-INSURANCE-AGAINST-GL
           PERFORM 330-CHECK-BACKOUT-AGAINST-MASTER
           PERFORM 340-CHECK-CONTROL-COUNT
           PERFORM 345-CHECK-CONTROL-SALARY
           PERFORM 350-CHECK-RUN-LOG-BALANCE
           PERFORM 380-PRINT-RESULT-AND-SIGNOFF
           .

        305-PRINT-HEADINGS.

           MOVE WS-DATE TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO CH1-PRINT-DATE
           WRITE CERTIFICATE-RECORD FROM CERT-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE WS-CYCLE-DATE TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO CH2-CYCLE-DATE
           EVALUATE TRUE
               WHEN APPLY-CYCLE AND APPLY-WAS-RELOADED
                   MOVE 'APPLY (RELOADED)' TO CH2-CYCLE-TYPE
               WHEN APPLY-CYCLE
                   MOVE 'APPLY (NOT YET RELOADED THROUGH DRAKLOAD)'
                       TO CH2-CYCLE-TYPE
               WHEN OTHER
                   MOVE 'REPORT' TO CH2-CYCLE-TYPE
           END-EVALUATE
           WRITE CERTIFICATE-RECORD FROM CERT-HEADING-TWO
               AFTER ADVANCING 2 LINES

           MOVE WS-GL-RUN-DATE TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO CH3-GL-DATE
           MOVE WS-UNION-RUN-DATE TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO CH3-UNION-DATE
           MOVE WS-INS-RUN-DATE TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO CH3-INS-DATE
           WRITE CERTIFICATE-RECORD FROM CERT-HEADING-THREE
               AFTER ADVANCING 1 LINE

           WRITE CERTIFICATE-RECORD FROM CERT-COLUMN-HEADING
               AFTER ADVANCING 3 LINES
           .

      *    THE GL SALARY-EXPENSE DEBITS AND THE HISTORY 'C' ROW ARE
      *    BOTH THE RUN'S INCREASED-CURRENT GRAND TOTAL -- THE DEBITS
      *    WAREHOUSE BY WAREHOUSE, THE ROW IN ONE FIGURE.
        310-CHECK-GL-AGAINST-HISTORY.

           PERFORM 385-START-CHECK
           MOVE 'GL SALARY DEBITS / HISTORY C ROW' TO WS-CHECK-DESC
           MOVE WS-GL-DEBIT-TOTAL TO WS-MONEY-ED
           MOVE WS-MONEY-ED TO WS-CHECK-LEFT
           MOVE WS-HIST-CURRENT TO WS-MONEY-ED
           MOVE WS-MONEY-ED TO WS-CHECK-RIGHT

           PERFORM 312-REQUIRE-GL-JOURNAL
           IF NOT HISTORY-ROW-FOUND
              PERFORM 386-FAIL-CHECK
              IF WS-CHECK-NOTE = SPACES
                 STRING 'NO COMPANY ROW ON DRAKEA-HIST.TXT FOR THE '
                        DELIMITED BY SIZE
                        'CYCLE DATE' DELIMITED BY SIZE
                        INTO WS-CHECK-NOTE
              END-IF
           END-IF
           IF WS-GL-DEBIT-TOTAL NOT = WS-HIST-CURRENT
              PERFORM 386-FAIL-CHECK
           END-IF
           PERFORM 390-PRINT-CHECK-LINE
           .

        312-REQUIRE-GL-JOURNAL.

           EVALUATE TRUE
               WHEN NOT GL-JOURNAL-FOUND
                   PERFORM 386-FAIL-CHECK
                   IF WS-CHECK-NOTE = SPACES
                      STRING 'DRAKEA-GLJ.TXT IS MISSING OR HAS NO HDR '
                             DELIMITED BY SIZE
                             'RECORD' DELIMITED BY SIZE
                             INTO WS-CHECK-NOTE
                   END-IF
               WHEN WS-GL-RUN-DATE NOT = WS-CYCLE-DATE
                   PERFORM 386-FAIL-CHECK
                   MOVE WS-GL-RUN-DATE TO WS-DATE-TO-EDIT
                   PERFORM 900-EDIT-DATE
                   IF WS-CHECK-NOTE = SPACES
                      STRING 'GL JOURNAL IS DATED ' DELIMITED BY SIZE
                             WS-DATE-EDIT DELIMITED BY SIZE
                             ' - NOT THIS CYCLE''S JOURNAL'
                             DELIMITED BY SIZE
                             INTO WS-CHECK-NOTE
                   END-IF
               WHEN NOT GL-TRAILER-FOUND
                   PERFORM 386-FAIL-CHECK
                   IF WS-CHECK-NOTE = SPACES
                      STRING 'DRAKEA-GLJ.TXT HAS NO TRL RECORD - FILE '
                             DELIMITED BY SIZE
                             'INCOMPLETE' DELIMITED BY SIZE
                             INTO WS-CHECK-NOTE
                   END-IF
           END-EVALUATE
           .

        320-CHECK-UNION-AGAINST-GL.

           PERFORM 385-START-CHECK
           MOVE 'UNION TRL TOTAL / GL DUES CREDIT' TO WS-CHECK-DESC
           MOVE WS-UNION-TRL-TOTAL TO WS-MONEY-ED
           MOVE WS-MONEY-ED TO WS-CHECK-LEFT
           MOVE WS-GL-DUES-CREDIT TO WS-MONEY-ED
           MOVE WS-MONEY-ED TO WS-CHECK-RIGHT

           EVALUATE TRUE
               WHEN NOT UNION-REMIT-FOUND
                   PERFORM 386-FAIL-CHECK
                   STRING 'DRAKEA-UNION.TXT IS MISSING OR HAS NO HDR '
                          DELIMITED BY SIZE
                          'RECORD' DELIMITED BY SIZE
                          INTO WS-CHECK-NOTE
               WHEN WS-UNION-RUN-DATE NOT = WS-CYCLE-DATE
                   PERFORM 386-FAIL-CHECK
                   STRING 'DRAKEA-UNION.TXT IS NOT DATED FOR THIS '
                          DELIMITED BY SIZE
                          'CYCLE' DELIMITED BY SIZE
                          INTO WS-CHECK-NOTE
               WHEN NOT UNION-TRAILER-FOUND
                   PERFORM 386-FAIL-CHECK
                   STRING 'DRAKEA-UNION.TXT HAS NO TRL RECORD - FILE '
                          DELIMITED BY SIZE
                          'INCOMPLETE' DELIMITED BY SIZE
                          INTO WS-CHECK-NOTE
           END-EVALUATE
           PERFORM 312-REQUIRE-GL-JOURNAL
           IF WS-UNION-TRL-TOTAL NOT = WS-GL-DUES-CREDIT
              PERFORM 386-FAIL-CHECK
           END-IF
           PERFORM 390-PRINT-CHECK-LINE
           .

        325-CHECK-INSURANCE-AGAINST-GL.

           PERFORM 385-START-CHECK
           MOVE 'INSURANCE TRL TOTAL / GL INS CREDIT' TO WS-CHECK-DESC
           MOVE WS-INS-TRL-TOTAL TO WS-MONEY-ED
           MOVE WS-MONEY-ED TO WS-CHECK-LEFT
           MOVE WS-GL-INS-CREDIT TO WS-MONEY-ED
           MOVE WS-MONEY-ED TO WS-CHECK-RIGHT

           EVALUATE TRUE
               WHEN NOT INS-REMIT-FOUND
                   PERFORM 386-FAIL-CHECK
                   STRING 'DRAKEA-INS.TXT IS MISSING OR HAS NO HDR '
                          DELIMITED BY SIZE
                          'RECORD' DELIMITED BY SIZE
                          INTO WS-CHECK-NOTE
               WHEN WS-INS-RUN-DATE NOT = WS-CYCLE-DATE
                   PERFORM 386-FAIL-CHECK
                   MOVE 'DRAKEA-INS.TXT IS NOT DATED FOR THIS CYCLE'
                       TO WS-CHECK-NOTE
               WHEN NOT INS-TRAILER-FOUND
                   PERFORM 386-FAIL-CHECK
                   STRING 'DRAKEA-INS.TXT HAS NO TRL RECORD - FILE '
                          DELIMITED BY SIZE
                          'INCOMPLETE' DELIMITED BY SIZE
                          INTO WS-CHECK-NOTE
           END-EVALUATE
           PERFORM 312-REQUIRE-GL-JOURNAL
           IF WS-INS-TRL-TOTAL NOT = WS-GL-INS-CREDIT
              PERFORM 386-FAIL-CHECK
           END-IF
           PERFORM 390-PRINT-CHECK-LINE
           .

      *    EVERY EMPLOYEE AN APPLY RAISED GOT ONE JOURNAL ROW AND
      *    THE CYCLE DATE IN LAST-PAY-INCREASE (340-WRITE-APPLIED-
      *    RECORD), SO ONCE THE APPLY IS RELOADED THE TWO COUNTS
      *    MUST AGREE.  A SHORT MASTER MEANS THE RELOAD WAS SKIPPED
      *    OR THE CYCLE WAS BACKED OUT; A SHORT JOURNAL MEANS RAISES
      *    DRAKBACK COULD NEVER REVERSE.
        330-CHECK-BACKOUT-AGAINST-MASTER.

           PERFORM 385-START-CHECK
           MOVE 'BACKOUT ROWS / MASTER STAMPED' TO WS-CHECK-DESC
           MOVE WS-BACKOUT-ROW-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-CHECK-LEFT
           MOVE WS-MASTER-STAMPED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-CHECK-RIGHT

           EVALUATE TRUE
               WHEN NOT APPLY-CYCLE
                   SET CHECK-NOT-APPLICABLE TO TRUE
                   MOVE 'REPORT CYCLE - NO MASTER CHANGES TO PROVE'
                       TO WS-CHECK-NOTE
               WHEN NOT APPLY-WAS-RELOADED
                   PERFORM 386-FAIL-CHECK
                   STRING 'APPLY OUTPUT NOT YET RELOADED - RUN '
                          DELIMITED BY SIZE
                          'DRAKLOAD, THEN RERUN THIS JOB'
                          DELIMITED BY SIZE
                          INTO WS-CHECK-NOTE
               WHEN NOT MASTER-WAS-READ
                   PERFORM 386-FAIL-CHECK
                   MOVE 'DRAKEA-EMP.MST COULD NOT BE READ'
                       TO WS-CHECK-NOTE
               WHEN WS-BACKOUT-ROW-COUNT NOT = WS-MASTER-STAMPED-COUNT
                   PERFORM 386-FAIL-CHECK
           END-EVALUATE
           PERFORM 390-PRINT-CHECK-LINE
           .

        340-CHECK-CONTROL-COUNT.

           PERFORM 385-START-CHECK
           MOVE 'MST-CTL COUNT / MASTER RECORDS' TO WS-CHECK-DESC
           MOVE WS-CONTROL-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-CHECK-LEFT
           MOVE WS-MASTER-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-CHECK-RIGHT
           PERFORM 342-REQUIRE-MASTER-FILES
           IF WS-CONTROL-COUNT NOT = WS-MASTER-COUNT
              PERFORM 386-FAIL-CHECK
           END-IF
           PERFORM 390-PRINT-CHECK-LINE
           .

        342-REQUIRE-MASTER-FILES.

           EVALUATE TRUE
               WHEN NOT CONTROL-TOTALS-FOUND
                   PERFORM 386-FAIL-CHECK
                   MOVE 'DRAKEA-MST-CTL.TXT IS MISSING OR EMPTY'
                       TO WS-CHECK-NOTE
               WHEN NOT MASTER-WAS-READ
                   PERFORM 386-FAIL-CHECK
                   MOVE 'DRAKEA-EMP.MST COULD NOT BE READ'
                       TO WS-CHECK-NOTE
           END-EVALUATE
           .

        345-CHECK-CONTROL-SALARY.

           PERFORM 385-START-CHECK
           MOVE 'MST-CTL SALARY / MASTER SALARY' TO WS-CHECK-DESC
           MOVE WS-CONTROL-SALARY TO WS-MONEY-ED
           MOVE WS-MONEY-ED TO WS-CHECK-LEFT
           MOVE WS-MASTER-SALARY TO WS-MONEY-ED
           MOVE WS-MONEY-ED TO WS-CHECK-RIGHT
           PERFORM 342-REQUIRE-MASTER-FILES
           IF WS-CONTROL-SALARY NOT = WS-MASTER-SALARY
              PERFORM 386-FAIL-CHECK
           END-IF
           PERFORM 390-PRINT-CHECK-LINE
           .

      *    THE RUN LOG ROW CARRIES PROGRAM-2'S OWN CONTROL-TOTALS
      *    VERDICT ON THE MASTER IT READ.  ANYTHING BUT 'Y' -- OUT
      *    OF BALANCE, OR A SINGLE-WAREHOUSE OR RESTARTED RUN THAT
      *    NEVER BALANCED -- IS NOT A CYCLE TO RELEASE.
        350-CHECK-RUN-LOG-BALANCE.

           PERFORM 385-START-CHECK
           MOVE 'RUN LOG EXPECTED / ACTUAL SALARY' TO WS-CHECK-DESC
           MOVE WS-RL-EXPECTED-SALARY TO WS-MONEY-ED
           MOVE WS-MONEY-ED TO WS-CHECK-LEFT
           MOVE WS-RL-ACTUAL-SALARY TO WS-MONEY-ED
           MOVE WS-MONEY-ED TO WS-CHECK-RIGHT

           EVALUATE TRUE
               WHEN NOT RUN-LOG-ROW-FOUND
                   PERFORM 386-FAIL-CHECK
                   STRING 'NO CLEAN NON-PROOF RUN ON DRAKEA-RUNLOG.TXT '
                          DELIMITED BY SIZE
                          'FOR THE CYCLE DATE' DELIMITED BY SIZE
                          INTO WS-CHECK-NOTE
               WHEN WS-RL-BALANCED NOT = 'Y'
                   PERFORM 386-FAIL-CHECK
                   STRING 'RUN LOG SHOWS BALANCED = '
                          DELIMITED BY SIZE
                          WS-RL-BALANCED DELIMITED BY SIZE
                          ' (N OUT OF BALANCE, B SINGLE WHS, - '
                          DELIMITED BY SIZE
                          'RESTART)' DELIMITED BY SIZE
                          INTO WS-CHECK-NOTE
               WHEN APPLY-CYCLE AND WS-RL-RUN-MODE NOT = 'APPLY '
                   PERFORM 386-FAIL-CHECK
                   STRING 'LAST RUN LOGGED FOR THE CYCLE DATE WAS NOT '
                          DELIMITED BY SIZE
                          'THE APPLY' DELIMITED BY SIZE
                          INTO WS-CHECK-NOTE
           END-EVALUATE
           PERFORM 390-PRINT-CHECK-LINE
           .

        380-PRINT-RESULT-AND-SIGNOFF.

           MOVE SPACES TO CR-TEXT
           IF WS-FAIL-COUNT = 0
              STRING 'RESULT: ALL CHECKS PASSED - THE CYCLE FILES '
                     DELIMITED BY SIZE
                     'AGREE AND MAY BE RELEASED' DELIMITED BY SIZE
                     INTO CR-TEXT
           ELSE
              MOVE WS-FAIL-COUNT TO WS-FAIL-ED
              STRING 'RESULT: ' DELIMITED BY SIZE
                     WS-FAIL-ED DELIMITED BY SIZE
                     ' CHECK(S) FAILED - DO NOT RELEASE THE CYCLE '
                     DELIMITED BY SIZE
                     'FILES' DELIMITED BY SIZE
                     INTO CR-TEXT
           END-IF
           WRITE CERTIFICATE-RECORD FROM CERT-RESULT-LINE
               AFTER ADVANCING 3 LINES

           WRITE CERTIFICATE-RECORD FROM CERT-SIGN-LINE-ONE
               AFTER ADVANCING 4 LINES
           WRITE CERTIFICATE-RECORD FROM CERT-SIGN-LINE-TWO
               AFTER ADVANCING 3 LINES
           .

        385-START-CHECK.

           ADD 1 TO WS-CHECK-NUMBER
           SET CHECK-PASSED TO TRUE
           MOVE SPACES TO WS-CHECK-NOTE
           .

        386-FAIL-CHECK.

           SET CHECK-FAILED TO TRUE
           .

        390-PRINT-CHECK-LINE.

           EVALUATE TRUE
               WHEN CHECK-FAILED
                   ADD 1 TO WS-FAIL-COUNT
               WHEN CHECK-PASSED
                   ADD 1 TO WS-PASS-COUNT
           END-EVALUATE

           MOVE WS-CHECK-NUMBER TO CL-NUMBER
           MOVE WS-CHECK-DESC TO CL-DESC
           MOVE WS-CHECK-LEFT TO CL-LEFT
           MOVE WS-CHECK-RIGHT TO CL-RIGHT
           MOVE WS-CHECK-RESULT TO CL-RESULT
           WRITE CERTIFICATE-RECORD FROM CERT-CHECK-LINE
               AFTER ADVANCING 2 LINES

           IF WS-CHECK-NOTE NOT = SPACES
              MOVE WS-CHECK-NOTE TO CN-NOTE
              WRITE CERTIFICATE-RECORD FROM CERT-NOTE-LINE
                  AFTER ADVANCING 1 LINE
           END-IF
           .

        600-EOF-ROUTINE.

           CLOSE RECONCILIATION-CERTIFICATE

           IF WS-FAIL-COUNT = 0
              DISPLAY 'DRAKRECN: CYCLE ' WS-CYCLE-DATE
                      ' RECONCILED - ALL CHECKS PASSED'
           ELSE
              MOVE WS-FAIL-COUNT TO WS-FAIL-ED
              DISPLAY 'DRAKRECN: CYCLE ' WS-CYCLE-DATE ' DOES NOT '
                      'RECONCILE - ' WS-FAIL-ED ' CHECK(S) FAILED, SEE '
                      'DRAKEA-RECON.TXT'
           END-IF
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
