        01  AUDIT-ARCHIVE-RECORD        PIC X(102).

        FD   RUN-LOG-FILE
            RECORD CONTAINS 120 CHARACTERS.

        01  RUN-LOG-RECORD              PIC X(120).

        FD   RUN-LOG-ARCHIVE-FILE
            RECORD CONTAINS 120 CHARACTERS.

        01  RUN-LOG-ARCHIVE-RECORD      PIC X(120).

        FD   TOTALS-HISTORY-FILE
            RECORD CONTAINS 43 CHARACTERS.
      *    SCRATCH FILE FOR THE KEPT RECORDS OF WHICHEVER FILE IS
      *    BEING PROCESSED -- PASS ONE SPLITS ACTIVE INTO ARCHIVE
      *    AND WORK, PASS TWO COPIES WORK BACK OVER ACTIVE.  SIZED
      *    FOR THE WIDEST RECORD HANDLED (THE RUN LOG'S 120);
      *    SHORTER RECORDS PASS THROUGH SPACE-PADDED AND COME BACK
      *    TRUNCATED TO THEIR OWN LENGTH.
        FD   ARCHIVE-WORK-FILE
            RECORD CONTAINS 120 CHARACTERS.

        01  ARCHIVE-WORK-RECORD         PIC X(120).

        FD   ARCHIVE-REPORT-FILE
            RECORD CONTAINS 80 CHARACTERS.
