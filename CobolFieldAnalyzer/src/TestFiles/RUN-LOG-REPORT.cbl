      *****************************************************************
      * PROGRAM-ID    RUN-LOG-REPORT
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Run log report for the operations shift turnover.  Reads the
      * run log (RUNLOG) that BATCH-CONTROL writes a start and an end
      * record to for each batch step, pairs each step's start with
      * its end by program name and run stamp, and prints one line
      * per step in the order the steps started (RUNRPT):
      *   - program name and run stamp,
      *   - start and end date and time,
      *   - return code,
      *   - the note the step left - a restart, a refused batch, a
      *     reconciliation that was not registered.
      * A step with a start and no end either is still running or
      * stopped without finishing (an abend, or a file that would
      * not open) and prints NO END RECORDED.  An end whose start
      * fell before the report period prints BEFORE PERIOD in the
      * start column.  Totals by outcome end the report.
      *
      * The report covers the run log from a start date on: the day
      * before the run date, unless the optional parameter card
      * (LOGCARD, columns 1-8) gives another.  Up to 500 steps are
      * reported; more than that stops the run with return code 12.
      * The report's own run goes on the run log like any other step,
      * but is left off the report it is printing.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LOG-REPORT.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       INSTALLATION. HOME-OFFICE-DATA-CENTER.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT LOG-CARD-FILE
               ASSIGN TO "LOGCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGCARD-STATUS.

           SELECT RUN-REPORT-FILE
               ASSIGN TO "RUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * Must stay byte-for-byte identical to RUN-LOG-RECORD in the
      * BATCH-CONTROL FILE SECTION.
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           05 RL-EVENT-CODE         PIC X(1).
              88 RL-STEP-START                   VALUE 'S'.
              88 RL-STEP-END                     VALUE 'E'.
           05 RL-PROGRAM-NAME       PIC X(16).
           05 RL-RUN-STAMP          PIC X(14).
           05 RL-EVENT-STAMP.
              10 RL-EVENT-DATE      PIC 9(8).
              10 RL-EVENT-TIME      PIC 9(6).
           05 RL-RETURN-CODE        PIC 9(4).
           05 RL-NOTE               PIC X(40).
           05 FILLER                PIC X(11).

      *
      * Optional parameter card - columns 1-8 the first date to
      * report.
      *
       FD  LOG-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-CARD-RECORD.
           05 LC-FROM-DATE          PIC X(8).
           05 FILLER                PIC X(72).

       FD  RUN-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
      *
       01 WS-FILE-STATUSES.
          05 WS-RUNLOG-STATUS       PIC X(2).
          05 WS-LOGCARD-STATUS      PIC X(2).
          05 WS-RUNRPT-STATUS       PIC X(2).

       01 WS-RUNLOG-EOF-SWITCH      PIC X(1)     VALUE 'N'.
          88 END-OF-RUNLOG                       VALUE 'Y'.

      *
      * Run date and the first date reported.
      *
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-FROM-DATE              PIC 9(8).

      *
      * Date breakdown and day-number work area for stepping back
      * from the run date to the day before.
      *
       01 WS-DATE-WORK.
          05 WS-DATE-YEAR           PIC 9(4).
          05 WS-DATE-MONTH          PIC 9(2).
          05 WS-DATE-DAY            PIC 9(2).
       01 WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK
                                     PIC 9(8).
       01 WS-DAY-NUMBER-AREA.
          05 WS-CALC-YEAR           PIC 9(5)     COMP.
          05 WS-CALC-MONTH          PIC 9(2)     COMP.
          05 WS-CALC-DAY            PIC 9(2)     COMP.
          05 WS-LEAP-4              PIC 9(5)     COMP.
          05 WS-LEAP-100            PIC 9(5)     COMP.
          05 WS-LEAP-400            PIC 9(5)     COMP.
          05 WS-MONTH-DAYS          PIC 9(5)     COMP.
          05 WS-DAY-NUMBER          PIC 9(7)     COMP.
          05 WS-YEAR-START          PIC 9(7)     COMP.
          05 WS-DAY-OF-YEAR         PIC 9(3)     COMP.
          05 WS-MONTH-OF-YEAR       PIC 9(2)     COMP.

      *
      * The steps in the report period, in the order their first
      * run log record was read.  WS-STEP-COUNT counts the entries
      * in use.
      *
       01 WS-STEP-TABLE.
          05 WS-STEP-COUNT          PIC 9(3)     COMP VALUE 0.
          05 WS-STEP-ENTRY OCCURS 500 TIMES.
             10 WS-STEP-PROGRAM     PIC X(16).
             10 WS-STEP-RUN-STAMP   PIC X(14).
             10 WS-STEP-START-STAMP PIC X(14).
             10 WS-STEP-END-STAMP   PIC X(14).
             10 WS-STEP-RETURN-CODE PIC 9(4).
             10 WS-STEP-NOTE        PIC X(40).
             10 WS-STEP-END-SWITCH  PIC X(1).
                88 WS-STEP-ENDED                 VALUE 'Y'.

      *
      * Working subscripts - WS-STEP-SUB is the entry the record in
      * hand belongs to, zero when it has none yet.
      *
       01 WS-SUBSCRIPTS.
          05 WS-STEP-INDEX          PIC 9(3)     COMP.
          05 WS-STEP-SUB            PIC 9(3)     COMP.

      *
      * Report totals and the print fields of the step in hand.
      *
       01 WS-LOG-TOTALS.
          05 WS-STEPS-LISTED        PIC 9(5)     VALUE ZEROS.
          05 WS-STEPS-CLEAN         PIC 9(5)     VALUE ZEROS.
          05 WS-STEPS-NONZERO       PIC 9(5)     VALUE ZEROS.
          05 WS-STEPS-NO-END        PIC 9(5)     VALUE ZEROS.

       01 WS-STEP-PRINT.
          05 WS-START-PRINT         PIC X(14).
          05 WS-END-PRINT           PIC X(15).
          05 WS-RC-PRINT            PIC X(4).

       01 WS-REPORT-LINE            PIC X(132).

      *
      * Run stamp for the run log.
      *
       01 WS-RUN-STAMP.
          05 WS-STAMP-DATE          PIC 9(8).
          05 WS-STAMP-TIME          PIC 9(6).
       01 WS-TIME-RAW               PIC X(8).

      *
      * Passed to BATCH-CONTROL for the run log start and end
      * records.  Must stay byte-for-byte identical to
      * BATCH-CONTROL-AREA in the BATCH-CONTROL LINKAGE SECTION.
      *
       01 WS-BATCH-CONTROL-AREA.
          05 BT-CALL-CODE           PIC X(1).
             88 BT-STEP-START-CALL               VALUE 'S'.
             88 BT-STEP-END-CALL                 VALUE 'E'.
             88 BT-CHECK-BATCH-CALL              VALUE 'C'.
             88 BT-REGISTER-BATCH-CALL           VALUE 'R'.
          05 BT-PROGRAM-NAME        PIC X(16).
          05 BT-RUN-STAMP           PIC X(14).
          05 BT-RETURN-CODE         PIC 9(4).
          05 BT-LOG-NOTE            PIC X(40).
          05 BT-BATCH.
             10 BT-FILE-NAME        PIC X(8).
             10 BT-BATCH-STAMP      PIC X(14).
             10 BT-BATCH-PROGRAM    PIC X(16).
             10 BT-TRAILER-COUNT    PIC 9(7).
             10 BT-RECORDS-COUNTED  PIC 9(7).
             10 BT-RECORDS-AFTER-TRAILER
                                    PIC 9(7).
             10 BT-TRAILER-SWITCH   PIC X(1).
                88 BT-TRAILER-FOUND              VALUE 'Y'.
                88 BT-TRAILER-MISSING            VALUE 'N'.
          05 BT-BATCH-RESULT        PIC X(1).
             88 BT-BATCH-ACCEPTED                VALUE 'Y'.
             88 BT-BATCH-REJECTED                VALUE 'N'.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-STAMP-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-STAMP-TIME.
           DISPLAY "RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           PERFORM READ-LOG-CARD.
           PERFORM OPEN-FILES.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RUN LOG REPORT   RUN DATE ' WS-RUN-DATE
                  '   STEPS LOGGED FROM ' WS-FROM-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM READ-LOG-RECORD.
           PERFORM LOAD-ONE-LOG-RECORD UNTIL END-OF-RUNLOG.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PROGRAM          RUN STAMP       STARTED'
                  '         ENDED            RC    NOTE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "STEPS LISTED:         " WS-STEPS-LISTED.
           DISPLAY "NO END RECORDED:      " WS-STEPS-NO-END.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * The report starts the day before the run date unless the card
      * gives a date of its own.
      *-----------------------------------------------------------------
       READ-LOG-CARD.
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM.
           PERFORM COMPUTE-DAY-NUMBER.
           SUBTRACT 1 FROM WS-DAY-NUMBER.
           PERFORM COMPUTE-DATE-FROM-DAY-NUMBER.
           MOVE WS-DATE-WORK-NUM TO WS-FROM-DATE.
           OPEN INPUT LOG-CARD-FILE.
           IF WS-LOGCARD-STATUS = '00'
              READ LOG-CARD-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF LC-FROM-DATE NUMERIC
                           AND LC-FROM-DATE NOT = '00000000'
                        MOVE LC-FROM-DATE TO WS-FROM-DATE
                     END-IF
              END-READ
              CLOSE LOG-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'RUN-LOG-REPORT' TO BT-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO BT-RUN-STAMP.
           SET BT-STEP-START-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       LOG-STEP-END.
           SET BT-STEP-END-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

      *-----------------------------------------------------------------
      * Every open is status-checked; a failure to open any file
      * aborts the run before a single record has moved.
      *-----------------------------------------------------------------
       OPEN-FILES.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN RUN-LOG-FILE, STATUS '
                 WS-RUNLOG-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT RUN-REPORT-FILE.
           IF WS-RUNRPT-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN RUN-REPORT-FILE, STATUS '
                 WS-RUNRPT-STATUS
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE RUN-LOG-FILE
           CLOSE RUN-REPORT-FILE.

       READ-LOG-RECORD.
           READ RUN-LOG-FILE
               AT END
                  SET END-OF-RUNLOG TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A start record opens a step entry; an end record completes
      * the entry with the same program and run stamp, or opens one
      * of its own when the start fell before the report period.
      * An end record's note, when it has one, replaces the start's.
      * This run's own start record is passed over - its end is not
      * written until the report is finished.
      *-----------------------------------------------------------------
       LOAD-ONE-LOG-RECORD.
           IF RL-EVENT-DATE NOT < WS-FROM-DATE
                 AND (RL-PROGRAM-NAME NOT = 'RUN-LOG-REPORT'
                   OR RL-RUN-STAMP NOT = WS-RUN-STAMP)
              PERFORM FIND-STEP-ENTRY
              IF WS-STEP-SUB = 0
                 PERFORM ADD-STEP-ENTRY
              END-IF
              IF RL-STEP-START
                 MOVE RL-EVENT-STAMP
                    TO WS-STEP-START-STAMP (WS-STEP-SUB)
                 MOVE RL-NOTE TO WS-STEP-NOTE (WS-STEP-SUB)
              ELSE
                 MOVE RL-EVENT-STAMP
                    TO WS-STEP-END-STAMP (WS-STEP-SUB)
                 MOVE RL-RETURN-CODE
                    TO WS-STEP-RETURN-CODE (WS-STEP-SUB)
                 MOVE 'Y' TO WS-STEP-END-SWITCH (WS-STEP-SUB)
                 IF RL-NOTE NOT = SPACES
                    MOVE RL-NOTE TO WS-STEP-NOTE (WS-STEP-SUB)
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-LOG-RECORD.

       FIND-STEP-ENTRY.
           MOVE 0 TO WS-STEP-SUB.
           PERFORM CHECK-ONE-STEP-ENTRY
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.

       CHECK-ONE-STEP-ENTRY.
           IF RL-PROGRAM-NAME = WS-STEP-PROGRAM (WS-STEP-INDEX)
                 AND RL-RUN-STAMP = WS-STEP-RUN-STAMP (WS-STEP-INDEX)
              MOVE WS-STEP-INDEX TO WS-STEP-SUB
           END-IF.

       ADD-STEP-ENTRY.
           IF WS-STEP-COUNT >= 500
              DISPLAY 'MORE THAN 500 STEPS ON THE RUN LOG - '
                 'RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT TO WS-STEP-SUB.
           MOVE RL-PROGRAM-NAME TO WS-STEP-PROGRAM (WS-STEP-SUB).
           MOVE RL-RUN-STAMP TO WS-STEP-RUN-STAMP (WS-STEP-SUB).
           MOVE SPACES TO WS-STEP-START-STAMP (WS-STEP-SUB).
           MOVE SPACES TO WS-STEP-END-STAMP (WS-STEP-SUB).
           MOVE ZEROS TO WS-STEP-RETURN-CODE (WS-STEP-SUB).
           MOVE SPACES TO WS-STEP-NOTE (WS-STEP-SUB).
           MOVE 'N' TO WS-STEP-END-SWITCH (WS-STEP-SUB).

      *-----------------------------------------------------------------
      * One line per step, counted into the totals by outcome.
      *-----------------------------------------------------------------
       PRINT-ONE-STEP.
           ADD 1 TO WS-STEPS-LISTED.
           IF WS-STEP-START-STAMP (WS-STEP-INDEX) = SPACES
              MOVE 'BEFORE PERIOD' TO WS-START-PRINT
           ELSE
              MOVE WS-STEP-START-STAMP (WS-STEP-INDEX)
                 TO WS-START-PRINT
           END-IF.
           IF WS-STEP-ENDED (WS-STEP-INDEX)
              MOVE WS-STEP-END-STAMP (WS-STEP-INDEX) TO WS-END-PRINT
              MOVE WS-STEP-RETURN-CODE (WS-STEP-INDEX) TO WS-RC-PRINT
              IF WS-STEP-RETURN-CODE (WS-STEP-INDEX) = ZEROS
                 ADD 1 TO WS-STEPS-CLEAN
              ELSE
                 ADD 1 TO WS-STEPS-NONZERO
              END-IF
           ELSE
              MOVE 'NO END RECORDED' TO WS-END-PRINT
              MOVE '----' TO WS-RC-PRINT
              ADD 1 TO WS-STEPS-NO-END
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-STEP-PROGRAM (WS-STEP-INDEX) ' '
                  WS-STEP-RUN-STAMP (WS-STEP-INDEX) '  '
                  WS-START-PRINT '  '
                  WS-END-PRINT '  '
                  WS-RC-PRINT '  '
                  WS-STEP-NOTE (WS-STEP-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING 'STEPS LISTED:             ' WS-STEPS-LISTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING 'ENDED WITH RETURN CODE 0: ' WS-STEPS-CLEAN
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING 'ENDED WITH A RETURN CODE: ' WS-STEPS-NONZERO
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING 'NO END RECORDED:          ' WS-STEPS-NO-END
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      * Day number of the date in WS-DATE-WORK into WS-DAY-NUMBER.
      * Each DIVIDE truncates, which is what the leap year count
      * needs.
      *-----------------------------------------------------------------
       COMPUTE-DAY-NUMBER.
           MOVE WS-DATE-YEAR TO WS-CALC-YEAR.
           MOVE WS-DATE-MONTH TO WS-CALC-MONTH.
           MOVE WS-DATE-DAY TO WS-CALC-DAY.
           IF WS-CALC-MONTH <= 2
              SUBTRACT 1 FROM WS-CALC-YEAR
              ADD 12 TO WS-CALC-MONTH
           END-IF.
           DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-4.
           DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-100.
           DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-400.
           COMPUTE WS-MONTH-DAYS =
              (153 * (WS-CALC-MONTH - 3) + 2) / 5.
           COMPUTE WS-DAY-NUMBER =
              365 * WS-CALC-YEAR + WS-LEAP-4 - WS-LEAP-100
              + WS-LEAP-400 + WS-MONTH-DAYS + WS-CALC-DAY.

      *-----------------------------------------------------------------
      * The reverse: WS-DAY-NUMBER back to a date in WS-DATE-WORK.
      * The year estimate can only be high by one, so the year is
      * stepped back until its March-based start lies before the
      * day; the month and day then come out of the day of that
      * year the same way COMPUTE-DAY-NUMBER put them in.
      *-----------------------------------------------------------------
       COMPUTE-DATE-FROM-DAY-NUMBER.
           COMPUTE WS-CALC-YEAR = WS-DAY-NUMBER * 400 / 146097 + 1.
           PERFORM COMPUTE-YEAR-START.
           PERFORM STEP-BACK-ONE-YEAR
               UNTIL WS-YEAR-START < WS-DAY-NUMBER.
           COMPUTE WS-DAY-OF-YEAR = WS-DAY-NUMBER - WS-YEAR-START - 1.
           COMPUTE WS-MONTH-OF-YEAR = (5 * WS-DAY-OF-YEAR + 2) / 153.
           COMPUTE WS-MONTH-DAYS = (153 * WS-MONTH-OF-YEAR + 2) / 5.
           COMPUTE WS-DATE-DAY = WS-DAY-OF-YEAR - WS-MONTH-DAYS + 1.
           COMPUTE WS-CALC-MONTH = WS-MONTH-OF-YEAR + 3.
           IF WS-CALC-MONTH > 12
              SUBTRACT 12 FROM WS-CALC-MONTH
              ADD 1 TO WS-CALC-YEAR
           END-IF.
           MOVE WS-CALC-MONTH TO WS-DATE-MONTH.
           MOVE WS-CALC-YEAR TO WS-DATE-YEAR.

       COMPUTE-YEAR-START.
           DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-4.
           DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-100.
           DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-400.
           COMPUTE WS-YEAR-START =
              365 * WS-CALC-YEAR + WS-LEAP-4 - WS-LEAP-100
              + WS-LEAP-400.

       STEP-BACK-ONE-YEAR.
           SUBTRACT 1 FROM WS-CALC-YEAR.
           PERFORM COMPUTE-YEAR-START.

      *-----------------------------------------------------------------
      * Every report line goes out through here and the work line is
      * cleared behind it.
      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RUN-REPORT-LINE.
           WRITE RUN-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
