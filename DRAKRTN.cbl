        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRAKRTN.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This program closes the loop on the two remittance extracts
      *  PROGRAM-2 sends out every cycle.  The union local and the
      *  insurance carrier each send back a return file naming, per
      *  employee, whether they accepted or rejected the line we
      *  sent (with their reason code), plus their own trailer
      *  totals.  This program matches each return against the
      *  remittance still on file for the same run date and reports,
      *  warehouse by warehouse, who was accepted, who was rejected,
      *  who we sent that they never mentioned, and who they returned
      *  that we never sent.  Their trailer is checked against ours
      *  and against their own detail.
      *
      *  Every reject, and every employee missing from a return, is
      *  written to a permanent open-items file and stays there,
      *  cycle after cycle, until a later return accepts that
      *  employee for the same party.  A dues or premium problem can
      *  therefore never drop out of sight just because the next
      *  remittance went through.
      *
      *  Either return may arrive alone; whichever is present is
      *  processed.  A return dated for a different run than the
      *  remittance on file is refused and not matched -- the
      *  remittance extracts are rewritten every cycle, so a late
      *  return can only be matched before the next salary run.
      *  Rerunning the same return is harmless: an item already open
      *  is not opened twice, and a cleared item stays cleared.
      * ***************
      *  INPUT:
      *     1.  The UNION and INSURANCE REMITTANCE EXTRACTS we sent
      *         (DRAKEA-UNION.TXT, DRAKEA-INS.TXT).
      *     2.  The UNION and INSURANCE RETURN FILES received back
      *         (DRAKEA-UNION-RTN.TXT, DRAKEA-INS-RTN.TXT) -- 'HDR'
      *         with the run date being acknowledged, one 'DTL' per
      *         employee with the amount received, 'A' accepted or
      *         'R' rejected and a reason code, and a 'TRL' with
      *         their record count and money total and their
      *         accepted and rejected counts and totals.
      *     3.  The OPEN-ITEMS FILE carried from prior runs.
      *     4.  The WAREHOUSE REFERENCE MASTER (names on the report).
      *
      * ***************
      *  OUTPUT:
      *     1.  The RETURN RECONCILIATION REPORT -- a page per party
      *         per warehouse, a summary page per party with the
      *         trailer checks, and the open-items list.
      *     2.  The OPEN-ITEMS FILE, rewritten with what is still
      *         unresolved.
      ****************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   IBM-PC.
        OBJECT-COMPUTER.   IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL UNION-REMIT-FILE
                ASSIGN TO 'DRAKEA-UNION.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS UNION-REMIT-STATUS.
            SELECT OPTIONAL INSURANCE-REMIT-FILE
                ASSIGN TO 'DRAKEA-INS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS INS-REMIT-STATUS.
            SELECT OPTIONAL UNION-RETURN-FILE
                ASSIGN TO 'DRAKEA-UNION-RTN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS UNION-RETURN-STATUS.
            SELECT OPTIONAL INSURANCE-RETURN-FILE
                ASSIGN TO 'DRAKEA-INS-RTN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS INS-RETURN-STATUS.
            SELECT OPTIONAL OPEN-ITEMS-FILE
                ASSIGN TO 'DRAKEA-OPENITEM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OPEN-ITEMS-STATUS.
            SELECT WAREHOUSE-MASTER-FILE
                ASSIGN TO 'DRAKEA-WHS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WHS-MASTER-STATUS.
            SELECT RESULT-SORT-FILE
                ASSIGN TO 'SORTWK1'.
            SELECT RETURN-REPORT-FILE
                ASSIGN TO PRINTER 'DRAKEA-RTNRPT.TXT'.

        DATA DIVISION.
        FILE SECTION.

      *    THE REMITTANCE AND RETURN FILES ARE READ INTO
      *    SENT-WORK-RECORD AND RETURN-WORK-RECORD, SO ONE SET OF
      *    PARAGRAPHS SERVES BOTH PARTIES.
        FD   UNION-REMIT-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  UNION-REMIT-RECORD          PIC X(80).

        FD   INSURANCE-REMIT-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  INSURANCE-REMIT-RECORD      PIC X(80).

        FD   UNION-RETURN-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  UNION-RETURN-RECORD         PIC X(80).

        FD   INSURANCE-RETURN-FILE
            RECORD CONTAINS 80 CHARACTERS.

        01  INSURANCE-RETURN-RECORD     PIC X(80).

      *    PERMANENT OPEN-ITEMS FILE -- ONE ROW PER UNRESOLVED
      *    EMPLOYEE LINE: THE PARTY ('U' UNION, 'I' INSURANCE), THE
      *    RUN DATE OF THE REMITTANCE IT CAME FROM, THE EMPLOYEE AND
      *    WAREHOUSE, THE AMOUNT WE SENT, THE PARTY'S REASON CODE
      *    ('MIS' WHEN THE EMPLOYEE WAS MISSING FROM THE RETURN), AND
      *    THE DATE THIS PROGRAM FIRST OPENED IT.  REWRITTEN WHOLE
      *    EVERY RUN THAT PROCESSES A RETURN, LESS THE CLEARED ROWS.
        FD   OPEN-ITEMS-FILE
            RECORD CONTAINS 36 CHARACTERS.

        01  OPEN-ITEMS-RECORD.
            05  OF-PARTY                PIC X.
            05  OF-REMIT-DATE           PIC 9(8).
            05  OF-EMPLOYEE-ID          PIC X(5).
            05  OF-WAREHOUSE-ID         PIC X(4).
            05  OF-AMOUNT               PIC 9(5)V99.
            05  OF-REASON               PIC X(3).
            05  OF-OPENED-DATE          PIC 9(8).

        FD   WAREHOUSE-MASTER-FILE
            RECORD CONTAINS 34 CHARACTERS.

        01  WAREHOUSE-MASTER-RECORD.
            05  WH-CODE                 PIC X(4).
            05  WH-NAME                 PIC X(11).
            05  WH-REGION               PIC X(3).
            05  WH-OPEN-DATE            PIC 9(8).
            05  WH-CLOSE-DATE           PIC 9(8).

      *    ONE ROW PER EMPLOYEE LINE MATCHED, SORTED SO EACH PARTY'S
      *    WAREHOUSES PRINT ON THEIR OWN PAGES WITH THE PROBLEMS
      *    FIRST -- REJECTED, MISSING, NOT OURS, THEN ACCEPTED.
        SD   RESULT-SORT-FILE.

        01  RESULT-SORT-RECORD.
            05  RS-PARTY-SEQ            PIC 9.
            05  RS-WAREHOUSE-ID         PIC X(4).
            05  RS-CATEGORY-SEQ         PIC 9.
            05  RS-EMPLOYEE-ID          PIC X(5).
            05  FILLER                  PIC X(21).

        FD    RETURN-REPORT-FILE
             RECORD CONTAINS 100 CHARACTERS.

        01  RETURN-REPORT-RECORD        PIC X(100).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.
           05  UNION-REMIT-STATUS      PIC XX.
           05  INS-REMIT-STATUS        PIC XX.
           05  UNION-RETURN-STATUS     PIC XX.
           05  INS-RETURN-STATUS       PIC XX.
           05  OPEN-ITEMS-STATUS       PIC XX.
           05  WHS-MASTER-STATUS       PIC XX.
           05  PARTY-FILE-STATUS       PIC XX.
           05  FILE-EOF-FLAG           PIC X         VALUE 'N'.
               88  INPUT-FILE-EOF                    VALUE 'Y'.
           05  WHS-MASTER-EOF-FLAG     PIC X         VALUE 'N'.
               88  WHS-MASTER-EOF                    VALUE 'Y'.
           05  SORT-EOF-FLAG           PIC X         VALUE 'N'.
               88  RESULT-SORT-EOF                   VALUE 'Y'.
           05  SENT-FOUND-SW           PIC X         VALUE 'N'.
               88  SENT-ROW-FOUND                    VALUE 'Y'.
           05  OPEN-FOUND-SW           PIC X         VALUE 'N'.
               88  OPEN-ITEM-FOUND                   VALUE 'Y'.
           05  OPEN-OVERFLOW-SW        PIC X         VALUE 'N'.
               88  OPEN-ITEMS-OVERFLOWED             VALUE 'Y'.
           05  ANY-RETURN-SW           PIC X         VALUE 'N'.
               88  A-RETURN-WAS-MATCHED              VALUE 'Y'.
           05  PAGE-OPEN-SW            PIC X         VALUE 'N'.
               88  WAREHOUSE-PAGE-OPEN               VALUE 'Y'.
           05  SENT-OPEN-SW            PIC X         VALUE 'N'.
               88  SENT-FILE-OPEN                    VALUE 'Y'.
           05  RETURN-OPEN-SW          PIC X         VALUE 'N'.
               88  RETURN-FILE-OPEN                  VALUE 'Y'.

        01  WS-DATE.
           05  RUN-YEAR                PIC 9(4).
           05  RUN-MONTH               PIC 99.
           05  RUN-DAY                 PIC 99.

        01  WS-RUN-DATE-NUM REDEFINES WS-DATE  PIC 9(8).

      *    ONE REMITTANCE OR RETURN RECORD, WHICHEVER PARTY IT CAME
      *    FROM.  THE REMITTANCE LAYOUT IS PROGRAM-2'S REMIT-HEADER/
      *    DETAIL/TRAILER-RECORD.
        01  SENT-WORK-RECORD.
           05  SW-RECORD-ID            PIC X(3).
           05  SW-EMPLOYEE-ID          PIC X(5).
           05  SW-WAREHOUSE-ID         PIC X(4).
           05  SW-AMOUNT               PIC 9(5)V99.
           05  FILLER                  PIC X(61).

        01  SENT-HEADER-VIEW REDEFINES SENT-WORK-RECORD.
           05  FILLER                  PIC X(3).
           05  SWH-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69).

        01  SENT-TRAILER-VIEW REDEFINES SENT-WORK-RECORD.
           05  FILLER                  PIC X(3).
           05  SWT-RECORD-COUNT        PIC 9(6).
           05  SWT-TOTAL-AMOUNT        PIC 9(6)V99.
           05  FILLER                  PIC X(63).

        01  RETURN-WORK-RECORD.
           05  RW-RECORD-ID            PIC X(3).
           05  RW-EMPLOYEE-ID          PIC X(5).
           05  RW-WAREHOUSE-ID         PIC X(4).
           05  RW-AMOUNT               PIC 9(5)V99.
           05  RW-STATUS               PIC X.
               88  RW-ACCEPTED                       VALUE 'A'.
               88  RW-REJECTED                       VALUE 'R'.
           05  RW-REASON               PIC X(3).
           05  FILLER                  PIC X(57).

        01  RETURN-HEADER-VIEW REDEFINES RETURN-WORK-RECORD.
           05  FILLER                  PIC X(3).
           05  RWH-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69).

        01  RETURN-TRAILER-VIEW REDEFINES RETURN-WORK-RECORD.
           05  FILLER                  PIC X(3).
           05  RWT-RECORD-COUNT        PIC 9(6).
           05  RWT-TOTAL-AMOUNT        PIC 9(6)V99.
           05  RWT-ACCEPTED-COUNT      PIC 9(6).
           05  RWT-ACCEPTED-TOTAL      PIC 9(6)V99.
           05  RWT-REJECTED-COUNT      PIC 9(6).
           05  RWT-REJECTED-TOTAL      PIC 9(6)V99.
           05  FILLER                  PIC X(35).

      *    PER-PARTY FIGURES -- ROW 1 UNION, ROW 2 INSURANCE.
      *    PF-STATE SAYS HOW FAR THE PARTY GOT: 'P' MATCHED, 'N' NO
      *    RETURN RECEIVED, 'S' NO REMITTANCE ON FILE TO MATCH
      *    AGAINST, 'D' RETURN DATED FOR A DIFFERENT RUN, 'H' RETURN
      *    WITHOUT A LEADING HDR RECORD.
        01  PARTY-TABLE.
           05  PF-ENTRY                OCCURS 2 TIMES.
               10  PF-CODE              PIC X.
               10  PF-NAME              PIC X(9).
               10  PF-RETURN-NAME       PIC X(20).
               10  PF-STATE             PIC X.
                   88  PF-MATCHED                    VALUE 'P'.
               10  PF-SENT-DATE         PIC X(8).
               10  PF-RETURN-DATE       PIC X(8).
               10  PF-OUR-TRL-SW        PIC X.
               10  PF-OUR-COUNT         PIC 9(6).
               10  PF-OUR-TOTAL         PIC 9(6)V99.
               10  PF-THEIR-TRL-SW      PIC X.
               10  PF-THEIR-COUNT       PIC 9(6).
               10  PF-THEIR-TOTAL       PIC 9(6)V99.
               10  PF-THEIR-ACC-COUNT   PIC 9(6).
               10  PF-THEIR-ACC-TOTAL   PIC 9(6)V99.
               10  PF-THEIR-REJ-COUNT   PIC 9(6).
               10  PF-THEIR-REJ-TOTAL   PIC 9(6)V99.
               10  PF-DETAIL-COUNT      PIC 9(6).
               10  PF-DETAIL-TOTAL      PIC 9(6)V99.
               10  PF-DETAIL-ACC-COUNT  PIC 9(6).
               10  PF-DETAIL-ACC-TOTAL  PIC 9(6)V99.
               10  PF-DETAIL-REJ-COUNT  PIC 9(6).
               10  PF-DETAIL-REJ-TOTAL  PIC 9(6)V99.
               10  PF-CATEGORY          OCCURS 4 TIMES.
                   15  PF-CAT-COUNT     PIC 9(6).
                   15  PF-CAT-AMOUNT    PIC 9(7)V99.
               10  PF-OPENED-COUNT      PIC 9(6).
               10  PF-CLEARED-COUNT     PIC 9(6).

        01  PARTY-CONTROL.
           05  WS-PARTY-SUB            PIC 9         VALUE 0.
           05  WS-CATEGORY-SUB         PIC 9         VALUE 0.

      *    WHAT WE SENT THE PARTY BEING MATCHED, ONE ROW PER 'DTL'.
      *    SIZED WELL PAST THIS SHOP'S HEADCOUNT.
        01  SENT-TABLE-CONTROL.
           05  WS-SENT-COUNT           PIC 9(5)      VALUE 0.
           05  WS-SENT-SUB             PIC 9(5)      VALUE 0.
           05  WS-SENT-HIT             PIC 9(5)      VALUE 0.

        01  SENT-TABLE.
           05  ST-ENTRY                OCCURS 1 TO 3000 TIMES
                                        DEPENDING ON WS-SENT-COUNT.
               10  ST-EMPLOYEE-ID       PIC X(5).
               10  ST-WAREHOUSE-ID      PIC X(4).
               10  ST-AMOUNT            PIC 9(5)V99.
               10  ST-MATCHED-SW        PIC X.
                   88  ST-MATCHED                    VALUE 'Y'.

        01  OPEN-TABLE-CONTROL.
           05  WS-OPEN-COUNT           PIC 9(5)      VALUE 0.
           05  WS-OPEN-SUB             PIC 9(5)      VALUE 0.
           05  WS-OPEN-STILL-COUNT     PIC 9(6)      VALUE 0.
           05  WS-OPEN-STILL-AMOUNT    PIC 9(7)V99   VALUE 0.
           05  WS-OPEN-CLEARED-COUNT   PIC 9(6)      VALUE 0.

      *    OI-STATE: 'O' OPEN FROM A PRIOR RUN, 'N' OPENED THIS RUN,
      *    'C' CLEARED THIS RUN (DROPPED WHEN THE FILE IS REWRITTEN).
        01  OPEN-TABLE.
           05  OI-ENTRY                OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON WS-OPEN-COUNT.
               10  OI-PARTY             PIC X.
               10  OI-REMIT-DATE        PIC 9(8).
               10  OI-EMPLOYEE-ID       PIC X(5).
               10  OI-WAREHOUSE-ID      PIC X(4).
               10  OI-AMOUNT            PIC 9(5)V99.
               10  OI-REASON            PIC X(3).
               10  OI-OPENED-DATE       PIC 9(8).
               10  OI-STATE             PIC X.
                   88  OI-CARRIED                    VALUE 'O'.
                   88  OI-NEW                        VALUE 'N'.
                   88  OI-CLEARED                    VALUE 'C'.

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

      *    THE FULL RESULT ROW BEHIND RESULT-SORT-RECORD.
        01  RESULT-ROW-HOLD.
           05  RR-PARTY-SEQ            PIC 9.
           05  RR-WAREHOUSE-ID         PIC X(4).
           05  RR-CATEGORY-SEQ         PIC 9.
               88  RR-REJECTED                       VALUE 1.
               88  RR-MISSING                        VALUE 2.
               88  RR-NOT-OURS                       VALUE 3.
               88  RR-ACCEPTED                       VALUE 4.
           05  RR-EMPLOYEE-ID          PIC X(5).
           05  RR-SENT-AMOUNT          PIC 9(5)V99.
           05  RR-RETURNED-AMOUNT      PIC 9(5)V99.
           05  RR-REASON               PIC X(3).
           05  RR-NOTE-CODE            PIC X.
               88  RR-NOTE-NONE                      VALUE SPACE.
               88  RR-NOTE-AMOUNT-DIFFERS            VALUE 'D'.
               88  RR-NOTE-DUPLICATE                 VALUE '2'.
               88  RR-NOTE-BAD-STATUS                VALUE '?'.

        01  REPORT-FIELDS.
           05  WS-PAGE-NUMBER          PIC 9(3)      VALUE 0.
           05  WS-PARTY-HOLD           PIC 9         VALUE 0.
           05  WS-WHS-HOLD             PIC X(4)      VALUE SPACES.
           05  WS-WHS-CAT-COUNT        PIC 9(5)      OCCURS 4 TIMES.
           05  WS-CONTROL-LABEL        PIC X(36).
           05  WS-CONTROL-OURS         PIC X(15).
           05  WS-CONTROL-THEIRS       PIC X(15).
           05  WS-CONTROL-RESULT       PIC X(8).

        01  EDITED-FIELDS.
           05  WS-COUNT-ED             PIC Z(5)9.
           05  WS-CTL-COUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-CTL-MONEY-ED         PIC $ZZZ,ZZZ,ZZ9.99.
           05  WS-DATE-TO-EDIT         PIC X(8).
           05  WS-DATE-EDIT            PIC X(10).

        01  CATEGORY-NAME-VALUES.
           05  FILLER              PIC X(20)  VALUE
                   'REJECTED'.
           05  FILLER              PIC X(20)  VALUE
                   'MISSING FROM RETURN'.
           05  FILLER              PIC X(20)  VALUE
                   'NOT OURS (RETURNED)'.
           05  FILLER              PIC X(20)  VALUE
                   'ACCEPTED'.

        01  CATEGORY-NAME-TABLE REDEFINES CATEGORY-NAME-VALUES.
           05  CN-NAME                 PIC X(20)     OCCURS 4 TIMES.

        01  RT-HEADING-ONE.
           05  FILLER              PIC X(50)  VALUE
                   'DRAKEA, LTD - REMITTANCE RETURN RECONCILIATION'.
           05  FILLER              PIC X(4)   VALUE 'RUN '.
           05  RH1-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(26)  VALUE SPACES.
           05  FILLER              PIC X(5)   VALUE 'PAGE '.
           05  RH1-PAGE            PIC ZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.

        01  RT-HEADING-TWO.
           05  RH2-PARTY-NAME      PIC X(9).
           05  FILLER              PIC X(30)  VALUE
                   ' RETURN AGAINST REMITTANCE OF '.
           05  RH2-REMIT-DATE      PIC X(10).
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  FILLER              PIC X(10)  VALUE 'WAREHOUSE '.
           05  RH2-WAREHOUSE-ID    PIC X(4).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  RH2-WAREHOUSE-NAME  PIC X(11).
           05  FILLER              PIC X(9)   VALUE '  REGION '.
           05  RH2-REGION          PIC X(3).
           05  FILLER              PIC X(9)   VALUE SPACES.

        01  RT-HEADING-THREE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(10)  VALUE 'EMPLOYEE'.
           05  FILLER              PIC X(22)  VALUE 'RESULT'.
           05  FILLER              PIC X(13)  VALUE '  AMOUNT SENT'.
           05  FILLER              PIC X(15)  VALUE '  AMT RETURNED'.
           05  FILLER              PIC X(9)   VALUE '  REASON'.
           05  FILLER              PIC X(29)  VALUE 'NOTE'.

        01  RT-DETAIL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RD-EMPLOYEE-ID      PIC X(5).
           05  FILLER              PIC X(5)   VALUE SPACES.
           05  RD-RESULT           PIC X(20).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RD-SENT-AMOUNT      PIC $ZZ,ZZ9.99.
           05  FILLER              PIC X(5)   VALUE SPACES.
           05  RD-RETURNED-AMOUNT  PIC $ZZ,ZZ9.99.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  RD-REASON           PIC X(3).
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  RD-NOTE             PIC X(30).

        01  RT-WAREHOUSE-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(20)  VALUE 'WAREHOUSE TOTALS:'.
           05  FILLER              PIC X(10)  VALUE 'REJECTED '.
           05  RWT-REJECTED        PIC ZZZZ9.
           05  FILLER              PIC X(11)  VALUE '   MISSING '.
           05  RWT-MISSING         PIC ZZZZ9.
           05  FILLER              PIC X(12)  VALUE '   NOT OURS '.
           05  RWT-NOT-OURS        PIC ZZZZ9.
           05  FILLER              PIC X(12)  VALUE '   ACCEPTED '.
           05  RWT-ACCEPTED        PIC ZZZZ9.
           05  FILLER              PIC X(13)  VALUE SPACES.

        01  RT-SUMMARY-HEADING.
           05  RSH-PARTY-NAME      PIC X(9).
           05  FILLER              PIC X(32)  VALUE
                   ' RETURN SUMMARY - REMITTANCE OF '.
           05  RSH-REMIT-DATE      PIC X(10).
           05  FILLER              PIC X(15)  VALUE
                   ', RETURN DATED '.
           05  RSH-RETURN-DATE     PIC X(10).
           05  FILLER              PIC X(24)  VALUE SPACES.

        01  RT-SUMMARY-STATE-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RSS-TEXT            PIC X(98).

        01  RT-CATEGORY-LINE.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  RCL-NAME            PIC X(20).
           05  RCL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  RCL-AMOUNT          PIC $Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(52)  VALUE SPACES.

        01  RT-CONTROL-HEADING.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  FILLER              PIC X(36)  VALUE 'TRAILER CHECK'.
           05  FILLER              PIC X(15)  VALUE '           OURS'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(15)  VALUE '         THEIRS'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(26)  VALUE 'RESULT'.

        01  RT-CONTROL-LINE.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  RCT-LABEL           PIC X(36).
           05  RCT-OURS            PIC X(15).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RCT-THEIRS          PIC X(15).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RCT-RESULT          PIC X(8).
           05  FILLER              PIC X(18)  VALUE SPACES.

        01  RT-OPEN-COUNTS-LINE.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  FILLER              PIC X(27)  VALUE
                   'OPEN ITEMS OPENED THIS RUN '.
           05  ROC-OPENED          PIC ZZZZ9.
           05  FILLER              PIC X(20)  VALUE
                   '   CLEARED THIS RUN '.
           05  ROC-CLEARED         PIC ZZZZ9.
           05  FILLER              PIC X(39)  VALUE SPACES.

        01  RT-OPEN-HEADING.
           05  FILLER              PIC X(60)  VALUE
                   'OPEN ITEMS - UNRESOLVED REJECTS AND MISSING LINES'.
           05  FILLER              PIC X(40)  VALUE SPACES.

        01  RT-OPEN-COLUMNS.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(11)  VALUE 'PARTY'.
           05  FILLER              PIC X(12)  VALUE 'REMITTED'.
           05  FILLER              PIC X(10)  VALUE 'EMPLOYEE'.
           05  FILLER              PIC X(6)   VALUE 'WHS'.
           05  FILLER              PIC X(12)  VALUE '      AMOUNT'.
           05  FILLER              PIC X(9)   VALUE '  REASON'.
           05  FILLER              PIC X(12)  VALUE 'OPENED'.
           05  FILLER              PIC X(26)  VALUE 'STATUS'.

        01  RT-OPEN-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  ROL-PARTY           PIC X(9).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  ROL-REMIT-DATE      PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  ROL-EMPLOYEE-ID     PIC X(5).
           05  FILLER              PIC X(5)   VALUE SPACES.
           05  ROL-WAREHOUSE-ID    PIC X(4).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  ROL-AMOUNT          PIC $ZZ,ZZ9.99.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  ROL-REASON          PIC X(3).
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  ROL-OPENED-DATE     PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  ROL-STATUS          PIC X(16).
           05  FILLER              PIC X(10)  VALUE SPACES.

        01  RT-OPEN-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(18)  VALUE 'STILL OPEN: '.
           05  ROT-OPEN-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  ROT-OPEN-AMOUNT     PIC $Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(22)  VALUE
                   '   CLEARED THIS RUN: '.
           05  ROT-CLEARED-COUNT   PIC ZZZZ9.
           05  FILLER              PIC X(31)  VALUE SPACES.

        01  RT-NONE-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RNL-TEXT            PIC X(98).

        PROCEDURE DIVISION.

        100-CONTROL-MODULE.
           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 200-MATCH-AND-PRINT-RETURNS
           PERFORM 550-PRINT-PARTY-SUMMARIES
           PERFORM 570-PRINT-OPEN-ITEMS
           PERFORM 600-EOF-ROUTINE
           .

        150-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           INITIALIZE PARTY-TABLE
           MOVE 'U' TO PF-CODE(1)
           MOVE 'UNION' TO PF-NAME(1)
           MOVE 'DRAKEA-UNION-RTN.TXT' TO PF-RETURN-NAME(1)
           MOVE 'I' TO PF-CODE(2)
           MOVE 'INSURANCE' TO PF-NAME(2)
           MOVE 'DRAKEA-INS-RTN.TXT' TO PF-RETURN-NAME(2)

           PERFORM 156-LOAD-WAREHOUSE-TABLE
           PERFORM 160-LOAD-OPEN-ITEMS

           OPEN OUTPUT RETURN-REPORT-FILE
           MOVE WS-DATE TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO RH1-RUN-DATE
           .

        156-LOAD-WAREHOUSE-TABLE.

           MOVE 0 TO WS-WHS-TABLE-COUNT
           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WHS-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: DRAKEA-WHS.TXT COULD NOT BE OPENED '
                      '(STATUS ' WHS-MASTER-STATUS ') - WAREHOUSE '
                      'NAMES WILL SHOW AS NOT ON FILE'
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

      *    THE WHOLE OPEN-ITEMS FILE IS HELD IN THE TABLE AND WRITTEN
      *    BACK AT END OF JOB.  A FILE TOO BIG FOR THE TABLE CANNOT
      *    BE REWRITTEN WITHOUT LOSING ROWS, SO THE RUN STOPS HERE
      *    BEFORE ANYTHING IS TOUCHED.
        160-LOAD-OPEN-ITEMS.

           MOVE 0 TO WS-OPEN-COUNT
           MOVE 'N' TO FILE-EOF-FLAG
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-STATUS = '00' OR OPEN-ITEMS-STATUS = '05'
              PERFORM UNTIL INPUT-FILE-EOF
                 READ OPEN-ITEMS-FILE
                    AT END
                       SET INPUT-FILE-EOF TO TRUE
                    NOT AT END
                       IF WS-OPEN-COUNT = 2000
                          DISPLAY 'ERROR: DRAKEA-OPENITEM.TXT HOLDS '
                                  'MORE THAN 2000 OPEN ITEMS - '
                                  'NOTHING PROCESSED.  CLEAR OLD OPEN '
                                  'ITEMS BEFORE RERUNNING.'
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE OF-PARTY TO OI-PARTY(WS-OPEN-COUNT)
                       MOVE OF-REMIT-DATE
                           TO OI-REMIT-DATE(WS-OPEN-COUNT)
                       MOVE OF-EMPLOYEE-ID
                           TO OI-EMPLOYEE-ID(WS-OPEN-COUNT)
                       MOVE OF-WAREHOUSE-ID
                           TO OI-WAREHOUSE-ID(WS-OPEN-COUNT)
                       MOVE OF-AMOUNT TO OI-AMOUNT(WS-OPEN-COUNT)
                       MOVE OF-REASON TO OI-REASON(WS-OPEN-COUNT)
                       MOVE OF-OPENED-DATE
                           TO OI-OPENED-DATE(WS-OPEN-COUNT)
                       SET OI-CARRIED(WS-OPEN-COUNT) TO TRUE
                 END-READ
              END-PERFORM
              CLOSE OPEN-ITEMS-FILE
           ELSE
              DISPLAY 'ERROR: DRAKEA-OPENITEM.TXT COULD NOT BE READ '
                      '(STATUS ' OPEN-ITEMS-STATUS ') - NOTHING '
                      'PROCESSED, SO NO OPEN ITEM IS LOST'
              STOP RUN
           END-IF
           .

        200-MATCH-AND-PRINT-RETURNS.

           SORT RESULT-SORT-FILE
               ON ASCENDING KEY RS-PARTY-SEQ
                                RS-WAREHOUSE-ID
                                RS-CATEGORY-SEQ
                                RS-EMPLOYEE-ID
               INPUT PROCEDURE 300-MATCH-ALL-RETURNS
               OUTPUT PROCEDURE 500-PRINT-RETURN-RESULTS
           .

        300-MATCH-ALL-RETURNS.

           PERFORM 310-MATCH-ONE-PARTY
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > 2
           .

      *    LOAD WHAT WE SENT, THEN WALK THE RETURN AGAINST IT.  A
      *    PARTY IS ONLY MATCHED WHEN BOTH FILES ARE THERE AND THE
      *    RETURN ACKNOWLEDGES THE SAME RUN DATE AS THE REMITTANCE.
        310-MATCH-ONE-PARTY.

           PERFORM 320-LOAD-SENT-ROWS
           PERFORM 330-READ-RETURN-HEADER
           IF PF-MATCHED(WS-PARTY-SUB)
              SET A-RETURN-WAS-MATCHED TO TRUE
              PERFORM 340-MATCH-RETURN-ROWS
              PERFORM 350-RELEASE-MISSING-ROWS
                  VARYING WS-SENT-SUB FROM 1 BY 1
                  UNTIL WS-SENT-SUB > WS-SENT-COUNT
           END-IF
           PERFORM 395-CLOSE-PARTY-FILES
           .

        320-LOAD-SENT-ROWS.

           MOVE 0 TO WS-SENT-COUNT
           MOVE 'N' TO FILE-EOF-FLAG
           IF WS-PARTY-SUB = 1
              OPEN INPUT UNION-REMIT-FILE
              MOVE UNION-REMIT-STATUS TO PARTY-FILE-STATUS
           ELSE
              OPEN INPUT INSURANCE-REMIT-FILE
              MOVE INS-REMIT-STATUS TO PARTY-FILE-STATUS
           END-IF
           IF PARTY-FILE-STATUS = '00'
              SET SENT-FILE-OPEN TO TRUE
           ELSE
              SET INPUT-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL INPUT-FILE-EOF
              PERFORM 325-READ-SENT-RECORD
              IF NOT INPUT-FILE-EOF
                 EVALUATE SW-RECORD-ID
                     WHEN 'HDR'
                         MOVE SWH-RUN-DATE
                             TO PF-SENT-DATE(WS-PARTY-SUB)
                     WHEN 'DTL'
                         IF WS-SENT-COUNT < 3000
                            ADD 1 TO WS-SENT-COUNT
                            MOVE SW-EMPLOYEE-ID
                                TO ST-EMPLOYEE-ID(WS-SENT-COUNT)
                            MOVE SW-WAREHOUSE-ID
                                TO ST-WAREHOUSE-ID(WS-SENT-COUNT)
                            MOVE SW-AMOUNT TO ST-AMOUNT(WS-SENT-COUNT)
                            MOVE 'N' TO ST-MATCHED-SW(WS-SENT-COUNT)
                         ELSE
                            DISPLAY 'WARNING: MORE THAN 3000 '
                                    PF-NAME(WS-PARTY-SUB)
                                    ' REMITTANCE LINES - EMPLOYEE '
                                    SW-EMPLOYEE-ID ' NOT MATCHED'
                         END-IF
                     WHEN 'TRL'
                         MOVE 'Y' TO PF-OUR-TRL-SW(WS-PARTY-SUB)
                         MOVE SWT-RECORD-COUNT
                             TO PF-OUR-COUNT(WS-PARTY-SUB)
                         MOVE SWT-TOTAL-AMOUNT
                             TO PF-OUR-TOTAL(WS-PARTY-SUB)
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

        325-READ-SENT-RECORD.

           IF WS-PARTY-SUB = 1
              READ UNION-REMIT-FILE INTO SENT-WORK-RECORD
                 AT END
                    SET INPUT-FILE-EOF TO TRUE
              END-READ
           ELSE
              READ INSURANCE-REMIT-FILE INTO SENT-WORK-RECORD
                 AT END
                    SET INPUT-FILE-EOF TO TRUE
              END-READ
           END-IF
           .

      *    SETS PF-STATE FOR THE PARTY.  THE RETURN STAYS OPEN FOR
      *    340-MATCH-RETURN-ROWS ONLY WHEN IT IS A MATCH.
        330-READ-RETURN-HEADER.

           MOVE 'N' TO FILE-EOF-FLAG
           IF WS-PARTY-SUB = 1
              OPEN INPUT UNION-RETURN-FILE
              MOVE UNION-RETURN-STATUS TO PARTY-FILE-STATUS
           ELSE
              OPEN INPUT INSURANCE-RETURN-FILE
              MOVE INS-RETURN-STATUS TO PARTY-FILE-STATUS
           END-IF

           IF PARTY-FILE-STATUS NOT = '00'
              MOVE 'N' TO PF-STATE(WS-PARTY-SUB)
           ELSE
              SET RETURN-FILE-OPEN TO TRUE
              PERFORM 335-READ-RETURN-RECORD
              EVALUATE TRUE
                  WHEN INPUT-FILE-EOF
                      MOVE 'N' TO PF-STATE(WS-PARTY-SUB)
                  WHEN RW-RECORD-ID NOT = 'HDR'
                      MOVE 'H' TO PF-STATE(WS-PARTY-SUB)
                  WHEN OTHER
                      MOVE RWH-RUN-DATE TO PF-RETURN-DATE(WS-PARTY-SUB)
                      EVALUATE TRUE
                          WHEN PF-SENT-DATE(WS-PARTY-SUB) = SPACES
                              MOVE 'S' TO PF-STATE(WS-PARTY-SUB)
                          WHEN RWH-RUN-DATE
                               NOT = PF-SENT-DATE(WS-PARTY-SUB)
                              MOVE 'D' TO PF-STATE(WS-PARTY-SUB)
                          WHEN OTHER
                              MOVE 'P' TO PF-STATE(WS-PARTY-SUB)
                      END-EVALUATE
              END-EVALUATE
           END-IF

           EVALUATE PF-STATE(WS-PARTY-SUB)
               WHEN 'N'
                   DISPLAY 'NOTE: NO ' PF-NAME(WS-PARTY-SUB)
                           ' RETURN RECEIVED ('
                           PF-RETURN-NAME(WS-PARTY-SUB) ')'
               WHEN 'H'
                   DISPLAY 'ERROR: ' PF-RETURN-NAME(WS-PARTY-SUB)
                           ' DOES NOT START WITH AN HDR RECORD - '
                           'NOT MATCHED'
               WHEN 'S'
                   DISPLAY 'ERROR: NO ' PF-NAME(WS-PARTY-SUB)
                           ' REMITTANCE ON FILE TO MATCH '
                           PF-RETURN-NAME(WS-PARTY-SUB) ' AGAINST'
               WHEN 'D'
                   DISPLAY 'ERROR: ' PF-RETURN-NAME(WS-PARTY-SUB)
                           ' ACKNOWLEDGES RUN '
                           PF-RETURN-DATE(WS-PARTY-SUB)
                           ' BUT THE REMITTANCE ON FILE IS FOR '
                           PF-SENT-DATE(WS-PARTY-SUB)
                           ' - NOT MATCHED'
           END-EVALUATE
           .

        335-READ-RETURN-RECORD.

           IF WS-PARTY-SUB = 1
              READ UNION-RETURN-FILE INTO RETURN-WORK-RECORD
                 AT END
                    SET INPUT-FILE-EOF TO TRUE
              END-READ
           ELSE
              READ INSURANCE-RETURN-FILE INTO RETURN-WORK-RECORD
                 AT END
                    SET INPUT-FILE-EOF TO TRUE
              END-READ
           END-IF
           .

        340-MATCH-RETURN-ROWS.

           PERFORM UNTIL INPUT-FILE-EOF
              PERFORM 335-READ-RETURN-RECORD
              IF NOT INPUT-FILE-EOF
                 EVALUATE RW-RECORD-ID
                     WHEN 'DTL'
                         PERFORM 345-MATCH-ONE-RETURN-ROW
                     WHEN 'TRL'
                         MOVE 'Y' TO PF-THEIR-TRL-SW(WS-PARTY-SUB)
                         MOVE RWT-RECORD-COUNT
                             TO PF-THEIR-COUNT(WS-PARTY-SUB)
                         MOVE RWT-TOTAL-AMOUNT
                             TO PF-THEIR-TOTAL(WS-PARTY-SUB)
                         MOVE RWT-ACCEPTED-COUNT
                             TO PF-THEIR-ACC-COUNT(WS-PARTY-SUB)
                         MOVE RWT-ACCEPTED-TOTAL
                             TO PF-THEIR-ACC-TOTAL(WS-PARTY-SUB)
                         MOVE RWT-REJECTED-COUNT
                             TO PF-THEIR-REJ-COUNT(WS-PARTY-SUB)
                         MOVE RWT-REJECTED-TOTAL
                             TO PF-THEIR-REJ-TOTAL(WS-PARTY-SUB)
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *    ONE RETURNED LINE.  THE WAREHOUSE PRINTED IS OURS WHEN WE
      *    SENT THE EMPLOYEE, THEIRS WHEN WE DID NOT.  THE PARTY'S
      *    STATUS DECIDES ACCEPTED OR REJECTED; AN AMOUNT THAT DOES
      *    NOT AGREE WITH WHAT WE SENT IS NOTED EITHER WAY, AND A
      *    STATUS THAT IS NEITHER 'A' NOR 'R' COUNTS AS A REJECT SO
      *    IT GETS LOOKED AT.
        345-MATCH-ONE-RETURN-ROW.

           ADD 1 TO PF-DETAIL-COUNT(WS-PARTY-SUB)
           IF RW-AMOUNT IS NUMERIC
              ADD RW-AMOUNT TO PF-DETAIL-TOTAL(WS-PARTY-SUB)
              MOVE RW-AMOUNT TO RR-RETURNED-AMOUNT
           ELSE
              MOVE 0 TO RR-RETURNED-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN RW-ACCEPTED
                   ADD 1 TO PF-DETAIL-ACC-COUNT(WS-PARTY-SUB)
                   ADD RR-RETURNED-AMOUNT
                       TO PF-DETAIL-ACC-TOTAL(WS-PARTY-SUB)
               WHEN RW-REJECTED
                   ADD 1 TO PF-DETAIL-REJ-COUNT(WS-PARTY-SUB)
                   ADD RR-RETURNED-AMOUNT
                       TO PF-DETAIL-REJ-TOTAL(WS-PARTY-SUB)
           END-EVALUATE

           MOVE WS-PARTY-SUB TO RR-PARTY-SEQ
           MOVE RW-EMPLOYEE-ID TO RR-EMPLOYEE-ID
           MOVE RW-REASON TO RR-REASON
           MOVE SPACE TO RR-NOTE-CODE

           MOVE 'N' TO SENT-FOUND-SW
           PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
                   UNTIL WS-SENT-SUB > WS-SENT-COUNT
              IF ST-EMPLOYEE-ID(WS-SENT-SUB) = RW-EMPLOYEE-ID
                 SET SENT-ROW-FOUND TO TRUE
                 MOVE WS-SENT-SUB TO WS-SENT-HIT
                 MOVE WS-SENT-COUNT TO WS-SENT-SUB
              END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT SENT-ROW-FOUND
                   MOVE 3 TO RR-CATEGORY-SEQ
                   MOVE RW-WAREHOUSE-ID TO RR-WAREHOUSE-ID
                   MOVE 0 TO RR-SENT-AMOUNT
               WHEN ST-MATCHED(WS-SENT-HIT)
                   MOVE 3 TO RR-CATEGORY-SEQ
                   MOVE ST-WAREHOUSE-ID(WS-SENT-HIT) TO RR-WAREHOUSE-ID
                   MOVE 0 TO RR-SENT-AMOUNT
                   SET RR-NOTE-DUPLICATE TO TRUE
               WHEN OTHER
                   SET ST-MATCHED(WS-SENT-HIT) TO TRUE
                   MOVE ST-WAREHOUSE-ID(WS-SENT-HIT) TO RR-WAREHOUSE-ID
                   MOVE ST-AMOUNT(WS-SENT-HIT) TO RR-SENT-AMOUNT
                   IF RR-RETURNED-AMOUNT NOT = RR-SENT-AMOUNT
                      SET RR-NOTE-AMOUNT-DIFFERS TO TRUE
                   END-IF
                   EVALUATE TRUE
                       WHEN RW-ACCEPTED
                           MOVE 4 TO RR-CATEGORY-SEQ
                           PERFORM 360-CLEAR-OPEN-ITEMS
                       WHEN RW-REJECTED
                           MOVE 1 TO RR-CATEGORY-SEQ
                           PERFORM 365-ADD-OPEN-ITEM
                       WHEN OTHER
                           MOVE 1 TO RR-CATEGORY-SEQ
                           SET RR-NOTE-BAD-STATUS TO TRUE
                           PERFORM 365-ADD-OPEN-ITEM
                   END-EVALUATE
           END-EVALUATE

           PERFORM 390-RELEASE-RESULT-ROW
           .

        350-RELEASE-MISSING-ROWS.

           IF NOT ST-MATCHED(WS-SENT-SUB)
              MOVE WS-PARTY-SUB TO RR-PARTY-SEQ
              MOVE ST-WAREHOUSE-ID(WS-SENT-SUB) TO RR-WAREHOUSE-ID
              MOVE 2 TO RR-CATEGORY-SEQ
              MOVE ST-EMPLOYEE-ID(WS-SENT-SUB) TO RR-EMPLOYEE-ID
              MOVE ST-AMOUNT(WS-SENT-SUB) TO RR-SENT-AMOUNT
              MOVE 0 TO RR-RETURNED-AMOUNT
              MOVE 'MIS' TO RR-REASON
              MOVE SPACE TO RR-NOTE-CODE
              MOVE WS-SENT-SUB TO WS-SENT-HIT
              PERFORM 365-ADD-OPEN-ITEM
              PERFORM 390-RELEASE-RESULT-ROW
           END-IF
           .

      *    AN ACCEPTANCE ON THIS RETURN SETTLES EVERY EARLIER
      *    REMITTANCE'S OPEN ITEM FOR THE SAME PARTY AND EMPLOYEE --
      *    THE PARTY NOW HAS THEM ON ITS BOOKS.
        360-CLEAR-OPEN-ITEMS.

           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
              IF OI-PARTY(WS-OPEN-SUB) = PF-CODE(WS-PARTY-SUB)
                 AND OI-EMPLOYEE-ID(WS-OPEN-SUB) = RR-EMPLOYEE-ID
                 AND OI-REMIT-DATE(WS-OPEN-SUB)
                     < PF-SENT-DATE(WS-PARTY-SUB)
                 AND NOT OI-CLEARED(WS-OPEN-SUB)
                 SET OI-CLEARED(WS-OPEN-SUB) TO TRUE
                 ADD 1 TO PF-CLEARED-COUNT(WS-PARTY-SUB)
              END-IF
           END-PERFORM
           .

      *    OPENS AN ITEM FOR THE SENT LINE AT WS-SENT-HIT UNLESS THE
      *    SAME PARTY, EMPLOYEE AND REMITTANCE IS ALREADY OPEN -- THE
      *    SAME RETURN PROCESSED TWICE OPENS NOTHING NEW.
        365-ADD-OPEN-ITEM.

           MOVE 'N' TO OPEN-FOUND-SW
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
              IF OI-PARTY(WS-OPEN-SUB) = PF-CODE(WS-PARTY-SUB)
                 AND OI-EMPLOYEE-ID(WS-OPEN-SUB) = RR-EMPLOYEE-ID
                 AND OI-REMIT-DATE(WS-OPEN-SUB)
                     = PF-SENT-DATE(WS-PARTY-SUB)
                 SET OPEN-ITEM-FOUND TO TRUE
                 MOVE WS-OPEN-COUNT TO WS-OPEN-SUB
              END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN OPEN-ITEM-FOUND
                   CONTINUE
               WHEN WS-OPEN-COUNT = 2000
                   SET OPEN-ITEMS-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
                   ADD 1 TO PF-OPENED-COUNT(WS-PARTY-SUB)
                   MOVE PF-CODE(WS-PARTY-SUB)
                       TO OI-PARTY(WS-OPEN-COUNT)
                   MOVE PF-SENT-DATE(WS-PARTY-SUB)
                       TO OI-REMIT-DATE(WS-OPEN-COUNT)
                   MOVE RR-EMPLOYEE-ID TO OI-EMPLOYEE-ID(WS-OPEN-COUNT)
                   MOVE ST-WAREHOUSE-ID(WS-SENT-HIT)
                       TO OI-WAREHOUSE-ID(WS-OPEN-COUNT)
                   MOVE ST-AMOUNT(WS-SENT-HIT)
                       TO OI-AMOUNT(WS-OPEN-COUNT)
                   MOVE RR-REASON TO OI-REASON(WS-OPEN-COUNT)
                   MOVE WS-RUN-DATE-NUM
                       TO OI-OPENED-DATE(WS-OPEN-COUNT)
                   SET OI-NEW(WS-OPEN-COUNT) TO TRUE
           END-EVALUATE
           .

        390-RELEASE-RESULT-ROW.

           ADD 1 TO PF-CAT-COUNT(WS-PARTY-SUB, RR-CATEGORY-SEQ)
           IF RR-MISSING
              ADD RR-SENT-AMOUNT
                  TO PF-CAT-AMOUNT(WS-PARTY-SUB, RR-CATEGORY-SEQ)
           ELSE
              ADD RR-RETURNED-AMOUNT
                  TO PF-CAT-AMOUNT(WS-PARTY-SUB, RR-CATEGORY-SEQ)
           END-IF
           RELEASE RESULT-SORT-RECORD FROM RESULT-ROW-HOLD
           .

        395-CLOSE-PARTY-FILES.

           IF WS-PARTY-SUB = 1
              IF SENT-FILE-OPEN
                 CLOSE UNION-REMIT-FILE
              END-IF
              IF RETURN-FILE-OPEN
                 CLOSE UNION-RETURN-FILE
              END-IF
           ELSE
              IF SENT-FILE-OPEN
                 CLOSE INSURANCE-REMIT-FILE
              END-IF
              IF RETURN-FILE-OPEN
                 CLOSE INSURANCE-RETURN-FILE
              END-IF
           END-IF
           MOVE 'N' TO SENT-OPEN-SW
           MOVE 'N' TO RETURN-OPEN-SW
           .

      *    A PAGE PER PARTY PER WAREHOUSE, SO EACH WAREHOUSE MANAGER
      *    CAN BE HANDED THE LINES FOR THEIR OWN PEOPLE.
        500-PRINT-RETURN-RESULTS.

           PERFORM UNTIL RESULT-SORT-EOF
              RETURN RESULT-SORT-FILE INTO RESULT-ROW-HOLD
                 AT END
                    SET RESULT-SORT-EOF TO TRUE
                 NOT AT END
                    PERFORM 510-PRINT-ONE-RESULT
              END-RETURN
           END-PERFORM

           IF WAREHOUSE-PAGE-OPEN
              PERFORM 520-WAREHOUSE-TOTAL
           END-IF
           .

        510-PRINT-ONE-RESULT.

           IF NOT WAREHOUSE-PAGE-OPEN
              OR RR-PARTY-SEQ NOT = WS-PARTY-HOLD
              OR RR-WAREHOUSE-ID NOT = WS-WHS-HOLD
              IF WAREHOUSE-PAGE-OPEN
                 PERFORM 520-WAREHOUSE-TOTAL
              END-IF
              PERFORM 525-WAREHOUSE-HEADER
           END-IF

           ADD 1 TO WS-WHS-CAT-COUNT(RR-CATEGORY-SEQ)
           MOVE RR-EMPLOYEE-ID TO RD-EMPLOYEE-ID
           MOVE CN-NAME(RR-CATEGORY-SEQ) TO RD-RESULT
           MOVE RR-SENT-AMOUNT TO RD-SENT-AMOUNT
           MOVE RR-RETURNED-AMOUNT TO RD-RETURNED-AMOUNT
           IF RR-ACCEPTED
              MOVE SPACES TO RD-REASON
           ELSE
              MOVE RR-REASON TO RD-REASON
           END-IF
           EVALUATE TRUE
               WHEN RR-NOTE-AMOUNT-DIFFERS
                   MOVE 'AMOUNT DIFFERS FROM SENT' TO RD-NOTE
               WHEN RR-NOTE-DUPLICATE
                   MOVE 'RETURNED TWICE - DUPLICATE' TO RD-NOTE
               WHEN RR-NOTE-BAD-STATUS
                   MOVE 'UNKNOWN STATUS ON RETURN' TO RD-NOTE
               WHEN RR-NOT-OURS
                   MOVE 'NOT ON OUR REMITTANCE' TO RD-NOTE
               WHEN RR-MISSING
                   MOVE 'NOT ON THEIR RETURN' TO RD-NOTE
               WHEN OTHER
                   MOVE SPACES TO RD-NOTE
           END-EVALUATE
           WRITE RETURN-REPORT-RECORD FROM RT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

        520-WAREHOUSE-TOTAL.

           MOVE WS-WHS-CAT-COUNT(1) TO RWT-REJECTED
           MOVE WS-WHS-CAT-COUNT(2) TO RWT-MISSING
           MOVE WS-WHS-CAT-COUNT(3) TO RWT-NOT-OURS
           MOVE WS-WHS-CAT-COUNT(4) TO RWT-ACCEPTED
           WRITE RETURN-REPORT-RECORD FROM RT-WAREHOUSE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           .

        525-WAREHOUSE-HEADER.

           MOVE RR-PARTY-SEQ TO WS-PARTY-HOLD
           MOVE RR-WAREHOUSE-ID TO WS-WHS-HOLD
           MOVE 0 TO WS-WHS-CAT-COUNT(1)
           MOVE 0 TO WS-WHS-CAT-COUNT(2)
           MOVE 0 TO WS-WHS-CAT-COUNT(3)
           MOVE 0 TO WS-WHS-CAT-COUNT(4)
           SET WAREHOUSE-PAGE-OPEN TO TRUE

           MOVE PF-NAME(RR-PARTY-SEQ) TO RH2-PARTY-NAME
           MOVE PF-SENT-DATE(RR-PARTY-SEQ) TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO RH2-REMIT-DATE
           MOVE RR-WAREHOUSE-ID TO RH2-WAREHOUSE-ID
           MOVE 'NOT ON FILE' TO RH2-WAREHOUSE-NAME
           MOVE 'UNK' TO RH2-REGION
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WS-WHS-TABLE-COUNT
              IF WT-CODE(WT-IDX) = RR-WAREHOUSE-ID
                 MOVE WT-NAME(WT-IDX) TO RH2-WAREHOUSE-NAME
                 MOVE WT-REGION(WT-IDX) TO RH2-REGION
                 SET WT-IDX TO WS-WHS-TABLE-COUNT
              END-IF
           END-PERFORM

           PERFORM 530-NEW-PAGE
           WRITE RETURN-REPORT-RECORD FROM RT-HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE RETURN-REPORT-RECORD FROM RT-HEADING-THREE
               AFTER ADVANCING 2 LINES
           .

        530-NEW-PAGE.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO RH1-PAGE
           WRITE RETURN-REPORT-RECORD FROM RT-HEADING-ONE
               AFTER ADVANCING PAGE
           .

      *    ONE SUMMARY PAGE PER PARTY, PRINTED WHETHER OR NOT ITS
      *    RETURN CAME IN, SO A RETURN THAT NEVER ARRIVED IS ON
      *    PAPER AND NOT JUST ON THE JOB LOG.
        550-PRINT-PARTY-SUMMARIES.

           PERFORM 555-PRINT-ONE-SUMMARY
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > 2
           .

        555-PRINT-ONE-SUMMARY.

           PERFORM 530-NEW-PAGE
           MOVE PF-NAME(WS-PARTY-SUB) TO RSH-PARTY-NAME
           MOVE PF-SENT-DATE(WS-PARTY-SUB) TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO RSH-REMIT-DATE
           MOVE PF-RETURN-DATE(WS-PARTY-SUB) TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO RSH-RETURN-DATE
           WRITE RETURN-REPORT-RECORD FROM RT-SUMMARY-HEADING
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO RSS-TEXT
           EVALUATE PF-STATE(WS-PARTY-SUB)
               WHEN 'N'
                   STRING 'NO RETURN RECEIVED - '
                          DELIMITED BY SIZE
                          PF-RETURN-NAME(WS-PARTY-SUB)
                          DELIMITED BY SPACE
                          ' WAS NOT PRESENT OR WAS EMPTY'
                          DELIMITED BY SIZE
                          INTO RSS-TEXT
               WHEN 'H'
                   STRING 'RETURN NOT MATCHED - '
                          DELIMITED BY SIZE
                          PF-RETURN-NAME(WS-PARTY-SUB)
                          DELIMITED BY SPACE
                          ' DOES NOT START WITH AN HDR RECORD'
                          DELIMITED BY SIZE
                          INTO RSS-TEXT
               WHEN 'S'
                   MOVE 'RETURN NOT MATCHED - NO REMITTANCE ON FILE '
                       TO RSS-TEXT
               WHEN 'D'
                   MOVE 'RETURN NOT MATCHED - IT ACKNOWLEDGES A '
                       TO RSS-TEXT
                   MOVE 'DIFFERENT RUN THAN THE REMITTANCE ON FILE'
                       TO RSS-TEXT(40:)
           END-EVALUATE
           IF RSS-TEXT NOT = SPACES
              WRITE RETURN-REPORT-RECORD FROM RT-SUMMARY-STATE-LINE
                  AFTER ADVANCING 2 LINES
           END-IF

           IF PF-MATCHED(WS-PARTY-SUB)
              PERFORM 560-PRINT-CATEGORY-LINE
                  VARYING WS-CATEGORY-SUB FROM 1 BY 1
                  UNTIL WS-CATEGORY-SUB > 4
              PERFORM 565-PRINT-TRAILER-CHECKS
              MOVE PF-OPENED-COUNT(WS-PARTY-SUB) TO ROC-OPENED
              MOVE PF-CLEARED-COUNT(WS-PARTY-SUB) TO ROC-CLEARED
              WRITE RETURN-REPORT-RECORD FROM RT-OPEN-COUNTS-LINE
                  AFTER ADVANCING 3 LINES
           END-IF
           .

        560-PRINT-CATEGORY-LINE.

           MOVE CN-NAME(WS-CATEGORY-SUB) TO RCL-NAME
           MOVE PF-CAT-COUNT(WS-PARTY-SUB, WS-CATEGORY-SUB)
               TO RCL-COUNT
           MOVE PF-CAT-AMOUNT(WS-PARTY-SUB, WS-CATEGORY-SUB)
               TO RCL-AMOUNT
           IF WS-CATEGORY-SUB = 1
              WRITE RETURN-REPORT-RECORD FROM RT-CATEGORY-LINE
                  AFTER ADVANCING 2 LINES
           ELSE
              WRITE RETURN-REPORT-RECORD FROM RT-CATEGORY-LINE
                  AFTER ADVANCING 1 LINE
           END-IF
           .

      *    THEIR TRAILER AGAINST OURS -- WHAT THEY SAY THEY RECEIVED
      *    AGAINST WHAT WE SAY WE SENT -- AND THEIR TRAILER AGAINST
      *    THEIR OWN DETAIL, SO A SHORT OR PADDED RETURN IS CAUGHT
      *    THE SAME WAY WE CATCH OUR OWN.
        565-PRINT-TRAILER-CHECKS.

           WRITE RETURN-REPORT-RECORD FROM RT-CONTROL-HEADING
               AFTER ADVANCING 3 LINES

           IF PF-OUR-TRL-SW(WS-PARTY-SUB) NOT = 'Y'
              MOVE 'OUR REMITTANCE HAS NO TRL RECORD' TO RNL-TEXT
              WRITE RETURN-REPORT-RECORD FROM RT-NONE-LINE
                  AFTER ADVANCING 1 LINE
           END-IF
           IF PF-THEIR-TRL-SW(WS-PARTY-SUB) NOT = 'Y'
              MOVE 'THEIR RETURN HAS NO TRL RECORD - EVERY TRAILER '
                  TO RNL-TEXT
              MOVE 'CHECK BELOW FAILS' TO RNL-TEXT(48:)
              WRITE RETURN-REPORT-RECORD FROM RT-NONE-LINE
                  AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'RECORD COUNT - OUR TRL / THEIR TRL' TO WS-CONTROL-LABEL
           MOVE PF-OUR-COUNT(WS-PARTY-SUB) TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO WS-CONTROL-OURS
           MOVE PF-THEIR-COUNT(WS-PARTY-SUB) TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO WS-CONTROL-THEIRS
           IF PF-OUR-COUNT(WS-PARTY-SUB) = PF-THEIR-COUNT(WS-PARTY-SUB)
              PERFORM 567-CONTROL-AGREES
           ELSE
              MOVE 'DISAGREE' TO WS-CONTROL-RESULT
           END-IF
           PERFORM 568-PRINT-CONTROL-LINE

           MOVE 'MONEY TOTAL - OUR TRL / THEIR TRL' TO WS-CONTROL-LABEL
           MOVE PF-OUR-TOTAL(WS-PARTY-SUB) TO WS-CTL-MONEY-ED
           MOVE WS-CTL-MONEY-ED TO WS-CONTROL-OURS
           MOVE PF-THEIR-TOTAL(WS-PARTY-SUB) TO WS-CTL-MONEY-ED
           MOVE WS-CTL-MONEY-ED TO WS-CONTROL-THEIRS
           IF PF-OUR-TOTAL(WS-PARTY-SUB) = PF-THEIR-TOTAL(WS-PARTY-SUB)
              PERFORM 567-CONTROL-AGREES
           ELSE
              MOVE 'DISAGREE' TO WS-CONTROL-RESULT
           END-IF
           PERFORM 568-PRINT-CONTROL-LINE

           MOVE 'THEIR TRL COUNT / THEIR DETAIL' TO WS-CONTROL-LABEL
           MOVE PF-THEIR-COUNT(WS-PARTY-SUB) TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO WS-CONTROL-OURS
           MOVE PF-DETAIL-COUNT(WS-PARTY-SUB) TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO WS-CONTROL-THEIRS
           IF PF-THEIR-COUNT(WS-PARTY-SUB)
              = PF-DETAIL-COUNT(WS-PARTY-SUB)
              PERFORM 567-CONTROL-AGREES
           ELSE
              MOVE 'DISAGREE' TO WS-CONTROL-RESULT
           END-IF
           PERFORM 568-PRINT-CONTROL-LINE

           MOVE 'THEIR TRL TOTAL / THEIR DETAIL' TO WS-CONTROL-LABEL
           MOVE PF-THEIR-TOTAL(WS-PARTY-SUB) TO WS-CTL-MONEY-ED
           MOVE WS-CTL-MONEY-ED TO WS-CONTROL-OURS
           MOVE PF-DETAIL-TOTAL(WS-PARTY-SUB) TO WS-CTL-MONEY-ED
           MOVE WS-CTL-MONEY-ED TO WS-CONTROL-THEIRS
           IF PF-THEIR-TOTAL(WS-PARTY-SUB)
              = PF-DETAIL-TOTAL(WS-PARTY-SUB)
              PERFORM 567-CONTROL-AGREES
           ELSE
              MOVE 'DISAGREE' TO WS-CONTROL-RESULT
           END-IF
           PERFORM 568-PRINT-CONTROL-LINE

      *    THEIR ACCEPTED AND REJECTED TOTALS AGAINST WHAT THEIR OWN
      *    'A' AND 'R' LINES ADD UP TO, COUNT AND MONEY BOTH.  LINES
      *    FOR PEOPLE WE NEVER SENT ARE IN THEIR FIGURES TOO.
           MOVE 'ACCEPTED - THEIR TRL / THEIR LINES' TO WS-CONTROL-LABEL
           MOVE PF-THEIR-ACC-TOTAL(WS-PARTY-SUB) TO WS-CTL-MONEY-ED
           MOVE WS-CTL-MONEY-ED TO WS-CONTROL-OURS
           MOVE PF-DETAIL-ACC-TOTAL(WS-PARTY-SUB) TO WS-CTL-MONEY-ED
           MOVE WS-CTL-MONEY-ED TO WS-CONTROL-THEIRS
           IF PF-THEIR-ACC-TOTAL(WS-PARTY-SUB)
              = PF-DETAIL-ACC-TOTAL(WS-PARTY-SUB)
              AND PF-THEIR-ACC-COUNT(WS-PARTY-SUB)
                  = PF-DETAIL-ACC-COUNT(WS-PARTY-SUB)
              PERFORM 567-CONTROL-AGREES
           ELSE
              MOVE 'DISAGREE' TO WS-CONTROL-RESULT
           END-IF
           PERFORM 568-PRINT-CONTROL-LINE

           MOVE 'REJECTED - THEIR TRL / THEIR LINES' TO WS-CONTROL-LABEL
           MOVE PF-THEIR-REJ-TOTAL(WS-PARTY-SUB) TO WS-CTL-MONEY-ED
           MOVE WS-CTL-MONEY-ED TO WS-CONTROL-OURS
           MOVE PF-DETAIL-REJ-TOTAL(WS-PARTY-SUB) TO WS-CTL-MONEY-ED
           MOVE WS-CTL-MONEY-ED TO WS-CONTROL-THEIRS
           IF PF-THEIR-REJ-TOTAL(WS-PARTY-SUB)
              = PF-DETAIL-REJ-TOTAL(WS-PARTY-SUB)
              AND PF-THEIR-REJ-COUNT(WS-PARTY-SUB)
                  = PF-DETAIL-REJ-COUNT(WS-PARTY-SUB)
              PERFORM 567-CONTROL-AGREES
           ELSE
              MOVE 'DISAGREE' TO WS-CONTROL-RESULT
           END-IF
           PERFORM 568-PRINT-CONTROL-LINE
           .

      *    FIGURES THAT AGREE STILL FAIL WHEN THE TRAILER THEY CAME
      *    FROM WAS NEVER THERE.
        567-CONTROL-AGREES.

           IF PF-OUR-TRL-SW(WS-PARTY-SUB) = 'Y'
              AND PF-THEIR-TRL-SW(WS-PARTY-SUB) = 'Y'
              MOVE 'AGREE' TO WS-CONTROL-RESULT
           ELSE
              MOVE 'NO TRL' TO WS-CONTROL-RESULT
           END-IF
           .

        568-PRINT-CONTROL-LINE.

           MOVE WS-CONTROL-LABEL TO RCT-LABEL
           MOVE WS-CONTROL-OURS TO RCT-OURS
           MOVE WS-CONTROL-THEIRS TO RCT-THEIRS
           MOVE WS-CONTROL-RESULT TO RCT-RESULT
           WRITE RETURN-REPORT-RECORD FROM RT-CONTROL-LINE
               AFTER ADVANCING 1 LINE
           .

      *    EVERY ITEM STILL OPEN AFTER THIS RUN, OLDEST REMITTANCE
      *    FIRST AS THEY WERE OPENED, PLUS THE ONES THIS RUN CLEARED
      *    -- SHOWN ONCE HERE, THEN DROPPED FROM THE FILE.
        570-PRINT-OPEN-ITEMS.

           PERFORM 530-NEW-PAGE
           WRITE RETURN-REPORT-RECORD FROM RT-OPEN-HEADING
               AFTER ADVANCING 2 LINES

           IF WS-OPEN-COUNT = 0
              MOVE 'NO OPEN ITEMS' TO RNL-TEXT
              WRITE RETURN-REPORT-RECORD FROM RT-NONE-LINE
                  AFTER ADVANCING 2 LINES
           ELSE
              WRITE RETURN-REPORT-RECORD FROM RT-OPEN-COLUMNS
                  AFTER ADVANCING 2 LINES
              PERFORM 575-PRINT-ONE-OPEN-ITEM
                  VARYING WS-OPEN-SUB FROM 1 BY 1
                  UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
           END-IF

           MOVE WS-OPEN-STILL-COUNT TO ROT-OPEN-COUNT
           MOVE WS-OPEN-STILL-AMOUNT TO ROT-OPEN-AMOUNT
           MOVE WS-OPEN-CLEARED-COUNT TO ROT-CLEARED-COUNT
           WRITE RETURN-REPORT-RECORD FROM RT-OPEN-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           IF OPEN-ITEMS-OVERFLOWED
              MOVE 'OPEN-ITEMS TABLE FULL - FILE NOT REWRITTEN, '
                  TO RNL-TEXT
              MOVE 'THIS RUN''S NEW ITEMS ARE NOT CARRIED FORWARD'
                  TO RNL-TEXT(45:)
              WRITE RETURN-REPORT-RECORD FROM RT-NONE-LINE
                  AFTER ADVANCING 2 LINES
           END-IF
           .

        575-PRINT-ONE-OPEN-ITEM.

           IF OI-PARTY(WS-OPEN-SUB) = 'U'
              MOVE PF-NAME(1) TO ROL-PARTY
           ELSE
              MOVE PF-NAME(2) TO ROL-PARTY
           END-IF
           MOVE OI-REMIT-DATE(WS-OPEN-SUB) TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO ROL-REMIT-DATE
           MOVE OI-EMPLOYEE-ID(WS-OPEN-SUB) TO ROL-EMPLOYEE-ID
           MOVE OI-WAREHOUSE-ID(WS-OPEN-SUB) TO ROL-WAREHOUSE-ID
           MOVE OI-AMOUNT(WS-OPEN-SUB) TO ROL-AMOUNT
           MOVE OI-REASON(WS-OPEN-SUB) TO ROL-REASON
           MOVE OI-OPENED-DATE(WS-OPEN-SUB) TO WS-DATE-TO-EDIT
           PERFORM 900-EDIT-DATE
           MOVE WS-DATE-EDIT TO ROL-OPENED-DATE
           EVALUATE TRUE
               WHEN OI-CLEARED(WS-OPEN-SUB)
                   MOVE 'CLEARED THIS RUN' TO ROL-STATUS
                   ADD 1 TO WS-OPEN-CLEARED-COUNT
               WHEN OI-NEW(WS-OPEN-SUB)
                   MOVE 'NEW' TO ROL-STATUS
                   ADD 1 TO WS-OPEN-STILL-COUNT
                   ADD OI-AMOUNT(WS-OPEN-SUB) TO WS-OPEN-STILL-AMOUNT
               WHEN OTHER
                   MOVE 'OPEN' TO ROL-STATUS
                   ADD 1 TO WS-OPEN-STILL-COUNT
                   ADD OI-AMOUNT(WS-OPEN-SUB) TO WS-OPEN-STILL-AMOUNT
           END-EVALUATE
           WRITE RETURN-REPORT-RECORD FROM RT-OPEN-LINE
               AFTER ADVANCING 1 LINE
           .

      *    THE OPEN-ITEMS FILE IS ONLY REWRITTEN WHEN A RETURN WAS
      *    ACTUALLY MATCHED -- A RUN THAT FOUND NOTHING TO PROCESS
      *    LEAVES IT EXACTLY AS IT WAS.
        580-REWRITE-OPEN-ITEMS.

           OPEN OUTPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-STATUS NOT = '00'
              DISPLAY 'ERROR: DRAKEA-OPENITEM.TXT COULD NOT BE '
                      'REWRITTEN (STATUS ' OPEN-ITEMS-STATUS ') - '
                      'OPEN ITEMS NOT CARRIED FORWARD'
           ELSE
              PERFORM 585-WRITE-ONE-OPEN-ITEM
                  VARYING WS-OPEN-SUB FROM 1 BY 1
                  UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
              CLOSE OPEN-ITEMS-FILE
           END-IF
           .

        585-WRITE-ONE-OPEN-ITEM.

           IF NOT OI-CLEARED(WS-OPEN-SUB)
              MOVE OI-PARTY(WS-OPEN-SUB) TO OF-PARTY
              MOVE OI-REMIT-DATE(WS-OPEN-SUB) TO OF-REMIT-DATE
              MOVE OI-EMPLOYEE-ID(WS-OPEN-SUB) TO OF-EMPLOYEE-ID
              MOVE OI-WAREHOUSE-ID(WS-OPEN-SUB) TO OF-WAREHOUSE-ID
              MOVE OI-AMOUNT(WS-OPEN-SUB) TO OF-AMOUNT
              MOVE OI-REASON(WS-OPEN-SUB) TO OF-REASON
              MOVE OI-OPENED-DATE(WS-OPEN-SUB) TO OF-OPENED-DATE
              WRITE OPEN-ITEMS-RECORD
           END-IF
           .

        600-EOF-ROUTINE.

           EVALUATE TRUE
               WHEN OPEN-ITEMS-OVERFLOWED
                   DISPLAY 'ERROR: MORE THAN 2000 OPEN ITEMS - '
                           'DRAKEA-OPENITEM.TXT LEFT AS IT WAS; THIS '
                           'RUN''S NEW ITEMS ARE NOT CARRIED FORWARD'
               WHEN A-RETURN-WAS-MATCHED
                   PERFORM 580-REWRITE-OPEN-ITEMS
           END-EVALUATE

           CLOSE RETURN-REPORT-FILE

           PERFORM VARYING WS-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-PARTY-SUB > 2
              IF PF-MATCHED(WS-PARTY-SUB)
                 MOVE PF-CAT-COUNT(WS-PARTY-SUB, 1) TO WS-COUNT-ED
                 DISPLAY 'DRAKRTN: ' PF-NAME(WS-PARTY-SUB) ' '
                         WS-COUNT-ED ' REJECTED'
                 MOVE PF-CAT-COUNT(WS-PARTY-SUB, 2) TO WS-COUNT-ED
                 DISPLAY 'DRAKRTN: ' PF-NAME(WS-PARTY-SUB) ' '
                         WS-COUNT-ED ' MISSING FROM RETURN'
                 MOVE PF-CAT-COUNT(WS-PARTY-SUB, 3) TO WS-COUNT-ED
                 DISPLAY 'DRAKRTN: ' PF-NAME(WS-PARTY-SUB) ' '
                         WS-COUNT-ED ' NOT OURS'
                 MOVE PF-CAT-COUNT(WS-PARTY-SUB, 4) TO WS-COUNT-ED
                 DISPLAY 'DRAKRTN: ' PF-NAME(WS-PARTY-SUB) ' '
                         WS-COUNT-ED ' ACCEPTED'
              END-IF
           END-PERFORM
           MOVE WS-OPEN-STILL-COUNT TO WS-COUNT-ED
           DISPLAY 'DRAKRTN: ' WS-COUNT-ED ' OPEN ITEM(S) OUTSTANDING'
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
