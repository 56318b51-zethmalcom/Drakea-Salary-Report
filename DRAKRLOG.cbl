      *
      * ***************
      *  OUTPUT:
      *     The RUN HISTORY REPORT -- one line per run in the range,
      *     a second line under any run that requested, ran under,
      *     or was refused an APPLY approval, plus counts of runs
      *     printed, runs out of balance, and APPLYs refused.
      ****************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        FILE SECTION.

        FD   RUN-LOG-FILE
            RECORD CONTAINS 120 CHARACTERS.

        01  RUN-LOG-RECORD.
            05  RL-RUN-DATE             PIC 9(8).
            05  RL-ACTUAL-SALARY        PIC 9(9)V99.
            05  RL-BALANCED             PIC X.
            05  RL-CLEAN-EOF            PIC X.
            05  RL-APPROVAL-STATUS      PIC X.
            05  RL-APPROVAL-NOTE        PIC X(36).

        FD   RANGE-PARM-FILE
            RECORD CONTAINS 80 CHARACTERS.
        01  REPORT-COUNTERS.
           05  WS-PRINTED-COUNT        PIC 9(6)      VALUE 0.
           05  WS-UNBALANCED-COUNT     PIC 9(6)      VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(6)      VALUE 0.

        01  RL-HEADING-ONE.
           05  FILLER              PIC X(42)  VALUE
           05  RLD-CLEAN           PIC X(1).
           05  FILLER              PIC X(3)   VALUE SPACES.

      *    APPROVAL LINE -- PRINTED UNDER A RUN ONLY WHEN THE LOG ROW
      *    CARRIES AN APPROVAL STATUS.  ROWS LOGGED BEFORE THE
      *    APPROVAL FIELDS EXISTED READ BACK BLANK AND PRINT NONE.
        01  RL-APPROVAL-LINE.
           05  FILLER              PIC X(20)  VALUE SPACES.
           05  RLA-LABEL           PIC X(24).
           05  RLA-NOTE            PIC X(36).
           05  FILLER              PIC X(20)  VALUE SPACES.

        01  RL-TOTAL-LINE.
           05  FILLER              PIC X(14)  VALUE 'RUNS PRINTED: '.
           05  RLT-PRINTED         PIC ZZZZZ9.
           05  FILLER              PIC X(18)  VALUE
                   '   OUT OF BALANCE:'.
           05  RLT-UNBALANCED      PIC ZZZZZ9.
           05  FILLER              PIC X(18)  VALUE
                   '   APPLY REFUSED:'.
           05  RLT-REFUSED         PIC ZZZZZ9.
           05  FILLER              PIC X(32)  VALUE SPACES.

        PROCEDURE DIVISION.


           WRITE HISTORY-REPORT-RECORD FROM RL-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF RL-APPROVAL-STATUS NOT = SPACE
              PERFORM 260-PRINT-APPROVAL-LINE
           END-IF
           .

        260-PRINT-APPROVAL-LINE.

           EVALUATE RL-APPROVAL-STATUS
               WHEN 'Q'
                   MOVE 'APPROVAL REQUESTED:' TO RLA-LABEL
               WHEN 'A'
                   MOVE 'APPLY APPROVED:' TO RLA-LABEL
               WHEN 'R'
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 'APPLY REFUSED:' TO RLA-LABEL
               WHEN OTHER
                   MOVE 'APPROVAL STATUS ?:' TO RLA-LABEL
                   MOVE RL-APPROVAL-STATUS TO RLA-LABEL(17:1)
           END-EVALUATE
           MOVE RL-APPROVAL-NOTE TO RLA-NOTE

           WRITE HISTORY-REPORT-RECORD FROM RL-APPROVAL-LINE
               AFTER ADVANCING 1 LINE
           .

        600-EOF-ROUTINE.

           MOVE WS-PRINTED-COUNT TO RLT-PRINTED
           MOVE WS-UNBALANCED-COUNT TO RLT-UNBALANCED
           MOVE WS-REFUSED-COUNT TO RLT-REFUSED
           WRITE HISTORY-REPORT-RECORD FROM RL-TOTAL-LINE
               AFTER ADVANCING 2 LINES

