      *  record whose last pay increase still carries the cycle date
      *  is reversed, so a rerun (or an employee maintained since,
      *  same day) is skipped and said so instead of reversed twice.
      *
      *  When the cycle was back-dated, the APPLY also sent payroll
      *  retroactive pay and journaled it beside the prior figures.
      *  Every employee reversed here who was paid retro is written
      *  to a retro pay reversal interface, so payroll takes back
      *  exactly what it was sent.
      * ***************
      *  INPUT:
      *     1.  The BACKOUT PARAMETER CARD -- columns 1-8 the cycle
      *     2.  The regenerated MASTER CONTROL FILE.
      *     3.  The BACKOUT REPORT -- one line per employee reversed
      *         or skipped, with the restored figures and counts.
      *     4.  The RETRO PAY REVERSAL interface -- written only when
      *         an employee reversed had retroactive pay.
      ****************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SELECT BACKOUT-REPORT-FILE
                ASSIGN TO 'DRAKEA-BKR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RETRO-REVERSAL-FILE
                ASSIGN TO 'DRAKEA-RETRO-REV.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CYCLE-CONTROL-FILE
                ASSIGN TO 'DRAKEA-CYCLE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
      *    SAME LAYOUT THE APPLY RUN WRITES -- SEE THE BACKOUT
      *    JOURNAL FD IN THE SALARY RUN.  THE JOURNAL CARRIES EVERY
      *    APPLIED CYCLE; ONLY ROWS MATCHING THE REQUESTED CYCLE
      *    DATE ARE ACTED ON.  BJ-RETRO-* ARE BLANK ON ROWS WRITTEN
      *    BEFORE THE APPLY JOURNALED RETROACTIVE PAY, AND ZERO WHEN
      *    THE CYCLE WAS NOT BACK-DATED.
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

        FD   AUDIT-TRAIL-FILE
            RECORD CONTAINS 102 CHARACTERS.

        01  BACKOUT-REPORT-RECORD       PIC X(80).

      *    RETRO PAY REVERSAL -- THE SAME 'HDR'/'DTL'/'TRL' LAYOUT AS
      *    THE SALARY RUN'S DRAKEA-RETRO-PAY.TXT, EACH 'DTL' THE RETRO
      *    ROW ORIGINALLY SENT FOR AN EMPLOYEE NOW REVERSED, SO
      *    PAYROLL CAN MATCH AND RECOVER IT.  THE HEADER CARRIES THE
      *    CYCLE DATE AND THE BACKOUT RUN DATE.  OPENED ONLY WHEN THE
      *    FIRST SUCH EMPLOYEE IS REVERSED -- A RERUN THAT REVERSES
      *    NOBODY MUST NOT EMPTY THE FILE THE FIRST RUN WROTE.
        FD   RETRO-REVERSAL-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  RETRO-REVERSAL-RECORD       PIC X(80).

      *    SHARED CYCLE-CONTROL FILE -- ONE RECORD OF WHEN EACH STEP
      *    OF THE CYCLE (EDIT, LOAD, MAINTENANCE, SALARY RUN, APPLY)
      *    LAST RAN, READ AT HOUSEKEEPING AND STAMPED AT CLEAN END OF
               88  MASTER-FILE-EOF                   VALUE 'Y'.
           05  MASTER-FOUND-SW         PIC X         VALUE 'N'.
               88  MASTER-RECORD-FOUND               VALUE 'Y'.
           05  RETRO-OPEN-SW           PIC X         VALUE 'N'.
               88  RETRO-REVERSAL-OPEN               VALUE 'Y'.
           05  BACK-PARM-STATUS        PIC XX.
           05  JOURNAL-STATUS          PIC XX.
           05  AUDIT-STATUS            PIC XX.
        01  BACKOUT-COUNTERS.
           05  WS-REVERSED-COUNT       PIC 9(6)      VALUE 0.
           05  WS-SKIPPED-COUNT        PIC 9(6)      VALUE 0.
           05  WS-RETRO-COUNT          PIC 9(6)      VALUE 0.
           05  WS-RETRO-SALARY         PIC 9(8)V99   VALUE 0.
           05  WS-RETRO-DUES           PIC 9(7)V99   VALUE 0.
           05  WS-RETRO-INSURANCE      PIC 9(7)V99   VALUE 0.

        01  RETRO-HEADER-RECORD.
           05  RPH-ID                  PIC X(3)      VALUE 'HDR'.
           05  RPH-EFFECTIVE-DATE      PIC 9(8).
           05  RPH-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(1)      VALUE SPACE.
           05  RPH-DESCRIPTION         PIC X(40)     VALUE
                   'DRAKEA LTD RETROACTIVE PAY REVERSAL'.
           05  FILLER                  PIC X(20)     VALUE SPACES.

        01  RETRO-DETAIL-RECORD.
           05  RPD-ID                  PIC X(3)      VALUE 'DTL'.
           05  RPD-EMPLOYEE-ID         PIC X(5).
           05  RPD-WAREHOUSE-ID        PIC X(4).
           05  RPD-FROM-DATE           PIC 9(8).
           05  RPD-MONTHS              PIC 9(3).
           05  RPD-SALARY              PIC 9(6)V99.
           05  RPD-DUES                PIC 9(5)V99.
           05  RPD-INSURANCE           PIC 9(5)V99.
           05  FILLER                  PIC X(35)     VALUE SPACES.

        01  RETRO-TRAILER-RECORD.
           05  RPT-ID                  PIC X(3)      VALUE 'TRL'.
           05  RPT-RECORD-COUNT        PIC 9(6).
           05  RPT-TOTAL-SALARY        PIC 9(8)V99.
           05  RPT-TOTAL-DUES          PIC 9(7)V99.
           05  RPT-TOTAL-INSURANCE     PIC 9(7)V99.
           05  FILLER                  PIC X(43)     VALUE SPACES.

        01  CONTROL-TOTAL-FIELDS.
           05  WS-MASTER-COUNT         PIC 9(6)      VALUE 0.
           05  BT-SKIPPED          PIC Z(5)9.
           05  FILLER              PIC X(36)  VALUE SPACES.

        01  BACKOUT-RETRO-LINE.
           05  FILLER              PIC X(26)  VALUE
                   'RETRO PAY TO BE REVERSED: '.
           05  BR-COUNT            PIC Z(5)9.
           05  FILLER              PIC X(10)  VALUE '  SALARY: '.
           05  BR-SALARY           PIC $ZZ,ZZZ,ZZZ.99.
           05  FILLER              PIC X(24)  VALUE SPACES.

        01  BACKOUT-RETRO-AMOUNT-LINE.
           05  FILLER              PIC X(32)  VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE '  DUES: '.
           05  BR-DUES             PIC $ZZ,ZZZ.99.
           05  FILLER              PIC X(13)  VALUE '  INSURANCE: '.
           05  BR-INSURANCE        PIC $ZZ,ZZZ.99.
           05  FILLER              PIC X(7)   VALUE SPACES.

        PROCEDURE DIVISION.

        100-CONTROL-MODULE.
                      NOT INVALID KEY
                         ADD 1 TO WS-REVERSED-COUNT
                         MOVE 'REVERSED' TO BD-ACTION
                         IF BJ-RETRO-MONTHS IS NUMERIC
                            AND BJ-RETRO-MONTHS > 0
                            PERFORM 280-MARK-RETRO-REVERSAL
                         END-IF
                         PERFORM 270-WRITE-REVERSED-LINE
                   END-REWRITE
           END-EVALUATE
           WRITE BACKOUT-REPORT-RECORD FROM BACKOUT-DETAIL-LINE
           .

      *    THE EMPLOYEE JUST REVERSED WAS SENT RETROACTIVE PAY FOR
      *    THE CYCLE -- THE RAISE IT PAID FOR NO LONGER EXISTS, SO THE
      *    JOURNALED RETRO ROW GOES TO PAYROLL FOR RECOVERY.  ONLY AN
      *    EMPLOYEE ACTUALLY REVERSED IS MARKED; A SKIPPED ONE STILL
      *    HAS THE RAISE, AND WITH IT THE RIGHT TO THE BACK PAY.
        280-MARK-RETRO-REVERSAL.

           IF NOT RETRO-REVERSAL-OPEN
              OPEN OUTPUT RETRO-REVERSAL-FILE
              SET RETRO-REVERSAL-OPEN TO TRUE
              MOVE WS-CYCLE-DATE TO RPH-EFFECTIVE-DATE
              MOVE WS-DATE TO RPH-RUN-DATE
              WRITE RETRO-REVERSAL-RECORD FROM RETRO-HEADER-RECORD
           END-IF

           MOVE BJ-EMPLOYEE-ID TO RPD-EMPLOYEE-ID
           MOVE BJ-WAREHOUSE-ID TO RPD-WAREHOUSE-ID
           MOVE BJ-RETRO-FROM-DATE TO RPD-FROM-DATE
           MOVE BJ-RETRO-MONTHS TO RPD-MONTHS
           MOVE BJ-RETRO-SALARY TO RPD-SALARY
           MOVE BJ-RETRO-DUES TO RPD-DUES
           MOVE BJ-RETRO-INSURANCE TO RPD-INSURANCE
           WRITE RETRO-REVERSAL-RECORD FROM RETRO-DETAIL-RECORD

           ADD 1 TO WS-RETRO-COUNT
           ADD BJ-RETRO-SALARY TO WS-RETRO-SALARY
           ADD BJ-RETRO-DUES TO WS-RETRO-DUES
           ADD BJ-RETRO-INSURANCE TO WS-RETRO-INSURANCE
           MOVE 'REVERSED, RETRO MARKED' TO BD-ACTION
           .

      *    THE CONTROL TOTALS ARE RECOMPUTED FROM THE MASTER ITSELF,
      *    THE SAME WAY DRAKMNT REGENERATES THEM AFTER MAINTENANCE,
      *    SO THE NEXT SALARY RUN'S BALANCE CHECK DESCRIBES THE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKBACK: ' WS-COUNT-ED ' EMPLOYEE(S) SKIPPED'

           IF RETRO-REVERSAL-OPEN
              MOVE WS-RETRO-COUNT TO BR-COUNT
              MOVE WS-RETRO-SALARY TO BR-SALARY
              WRITE BACKOUT-REPORT-RECORD FROM BACKOUT-RETRO-LINE
              MOVE WS-RETRO-DUES TO BR-DUES
              MOVE WS-RETRO-INSURANCE TO BR-INSURANCE
              WRITE BACKOUT-REPORT-RECORD FROM BACKOUT-RETRO-AMOUNT-LINE
              MOVE WS-RETRO-COUNT TO RPT-RECORD-COUNT
              MOVE WS-RETRO-SALARY TO RPT-TOTAL-SALARY
              MOVE WS-RETRO-DUES TO RPT-TOTAL-DUES
              MOVE WS-RETRO-INSURANCE TO RPT-TOTAL-INSURANCE
              WRITE RETRO-REVERSAL-RECORD FROM RETRO-TRAILER-RECORD
              CLOSE RETRO-REVERSAL-FILE
              MOVE WS-RETRO-COUNT TO WS-COUNT-ED
              DISPLAY 'DRAKBACK: ' WS-COUNT-ED ' RETRO PAY ROW(S) '
                      'MARKED FOR REVERSAL ON DRAKEA-RETRO-REV.TXT'
           END-IF

           CLOSE BACKOUT-JOURNAL-FILE
               EMPLOYEE-MASTER-FILE
               BACKOUT-REPORT-FILE
