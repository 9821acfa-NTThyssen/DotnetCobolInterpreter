      * Monthly headcount movement and turnover.  Accumulates the
      * nightly run's termination transactions (TERMTRN) and the
      * maintenance job's applied adds (HIRETRN) into the monthly
      * movement history (MOVEHIST, one record per month and
      * department with the hires, terminations and closing
      * headcount), and prints per department on DEPTMAST:
      *   - opening headcount (the prior month's closing),
      *   - hires and terminations for the month so far,
      *   - closing headcount, both as computed from the movement
      *     and as actually counted from the ACTIVE records on the
      *     employee master - the two are compared on the report so
      *     the numbers prove themselves,
      *   - of the closing headcount, how many are at work and how
      *     many are out on leave of absence (LEAVE-STATUS 'L') -
      *     leave is not movement, so the on-leave staff stay in the
      *     closing figure and are shown in a column of their own,
      *   - turnover percent (terminations against opening).
      * A trailing twelve-month company trend line ends the report.
      *
      * the most recent 24 months are carried.  Terminations carry
      * no department of their own, so each one is looked up on the
      * master by key - an employee already purged counts under the
      * catch-all department.
      *
      * Both transaction files end with a batch trailer.  Before
      * anything is accumulated each file is counted against its
      * trailer and checked on the processed-batch registry through
      * BATCH-CONTROL; a batch that is incomplete, does not count
      * out, or has already been accumulated by this job stops the
      * run with return code 20, so a resubmitted step can no longer
      * count the same hires and terminations twice.  The batches go
      * on the registry once MOVENEW is written.  To rerun a night
      * on purpose, restore the prior MOVEHIST generation and take
      * the batches off the registry with BATCH-RELEASE.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  Initial version.
      *   2026-10-05  Departments come from DEPTMAST instead of the
      *               fixed 001-005 codes, and the report sections
      *               carry the department name.  MOVEHIST is now one
      *               record per month and department so a new
      *               department needs no layout change - the
      *               one-time MOVEHIST-CONVERT job carries the old
      *               generation across.
      *   2026-10-05  The closing headcount is split into at-work and
      *               on-leave columns.
      *   2026-10-05  SUPERVISOR-ID added to the master record layout.
      *   2026-10-05  TERMTRN and HIRETRN are counted against their
      *               batch trailers and checked on the processed-batch
      *               registry before anything is accumulated - a batch
      *               already accumulated, or one that does not count
      *               out, stops the run with return code 20.  Step
      *               start and end go on the run log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCOUNT-MOVE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVERPT-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPARTMENT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * EMPLOYEE-RECORD in the HELLO-WORLD FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 388 TO 1863 CHARACTERS
               DEPENDING ON WS-MASTER-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-RECORD.
          05 EMPLOYEE-STATUS        PIC X(1).
             88 HM-ACTIVE                       VALUE 'A'.
          05 FILLER                 PIC X(242).
          05 HM-LEAVE-STATUS        PIC X(1).
             88 HM-ON-LEAVE                     VALUE 'L'.
          05 FILLER                 PIC X(6).
          05 HM-REVIEW-COUNT        PIC 9(2) COMP.
          05 HM-REVIEW-ENTRY OCCURS 0 TO 25 TIMES
                DEPENDING ON HM-REVIEW-COUNT
           05 TT-TERMINATION-DATE   PIC 9(8).
           05 TT-TERMINATION-STATUS PIC X(1).
           05 TT-EMPLOYEE-STATUS    PIC X(1).
      *
      * Batch trailer - same shape as REVIEW-HISTORY-TRAILER in the
      * HELLO-WORLD FILE SECTION.
      *
       01  TERMINATION-TRANS-TRAILER.
           05 TT-TRAILER-ID         PIC X(6).
              88 TT-BATCH-TRAILER                VALUE 'TRAILR'.
           05 TT-BATCH-STAMP        PIC X(14).
           05 TT-BATCH-PROGRAM      PIC X(16).
           05 TT-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(17).

      *
      * Must stay byte-for-byte identical to HIRE-TRANS-RECORD in
           05 HT-EMPLOYEE-NAME      PIC X(36).
           05 HT-DEPARTMENT-CODE    PIC X(4).
           05 HT-HIRE-DATE          PIC 9(8).
      *
      * Batch trailer - same shape as HIRE-TRANS-TRAILER in the
      * EMPLOYEE-MAINT FILE SECTION.
      *
       01  HIRE-TRANS-TRAILER.
           05 HT-TRAILER-ID         PIC X(6).
              88 HT-BATCH-TRAILER                VALUE 'TRAILR'.
           05 HT-BATCH-STAMP        PIC X(14).
           05 HT-BATCH-PROGRAM      PIC X(16).
           05 HT-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(11).

      *
      * Monthly movement history - one record per month and
      * department, months in ascending order, carrying that
      * month's hires, terminations and closing headcount.  A
      * department with no movement and no headcount in a month has
      * no record for it.  MOVEHIST is last night's generation;
      * MOVENEW is tonight's, fed back in by the scheduler.  Must
      * stay byte-for-byte identical to MOVEMENT-HISTORY-RECORD in
      * the MOVEHIST-CONVERT FILE SECTION.
      *
       FD  MOVEMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVEMENT-HISTORY-RECORD.
           05 MH-YEAR-MONTH         PIC 9(6).
           05 MH-DEPARTMENT-CODE    PIC X(3).
           05 MH-HIRES              PIC 9(5).
           05 MH-TERMS              PIC 9(5).
           05 MH-CLOSING            PIC 9(6).

       FD  MOVEMENT-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVEMENT-NEW-RECORD      PIC X(25).

       FD  MOVEMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVEMENT-REPORT-LINE     PIC X(100).

      *
      * Department reference file.  Must stay byte-for-byte
      * identical to DEPARTMENT-RECORD in the DEPT-MAINT FILE
      * SECTION.
      *
       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPARTMENT-RECORD.
           05 DM-DEPARTMENT-CODE    PIC X(3).
           05 DM-DEPARTMENT-NAME    PIC X(20).
           05 DM-HR-CONTACT         PIC X(20).
           05 DM-COST-CENTER        PIC X(6).
           05 DM-DEPARTMENT-STATUS  PIC X(1).
              88 DM-DEPT-ACTIVE                  VALUE 'A'.
              88 DM-DEPT-CLOSED                  VALUE 'C'.
           05 DM-DATE-OPENED        PIC 9(8).
           05 DM-DATE-CLOSED        PIC 9(8).
           05 FILLER                PIC X(14).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
          05 WS-MOVEHIST-STATUS     PIC X(2).
          05 WS-MOVENEW-STATUS      PIC X(2).
          05 WS-MOVERPT-STATUS      PIC X(2).
          05 WS-DEPTMAST-STATUS     PIC X(2).

       01 WS-EMPMAST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPMAST                      VALUE 'Y'.
       01 WS-MOVEHIST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-MOVEHIST                     VALUE 'Y'.

       01 WS-DEPTMAST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTMAST                     VALUE 'Y'.

      *
      * RECORD IS VARYING ... DEPENDING ON target - set by the READ
      * itself; the master is never written here.
          05 WS-HIST-COUNT          PIC 9(2)     COMP VALUE 0.
          05 WS-HIST-MONTH OCCURS 24 TIMES.
             10 WS-HIST-YEAR-MONTH  PIC 9(6).
             10 WS-HIST-DEPT OCCURS 50 TIMES.
                15 WS-HIST-HIRES    PIC 9(5).
                15 WS-HIST-TERMS    PIC 9(5).
                15 WS-HIST-CLOSING  PIC 9(6).
       01 WS-CURRENT-MONTH-SUB      PIC 9(2)     COMP.

      *
      * The departments on DEPTMAST in code order - the order of
      * the history entries and the report sections - with the
      * catch-all for an unknown code as the last entry.
      * WS-DEPT-COUNT counts the catch-all.
      *
       01 WS-DEPT-CODE-TABLE.
          05 WS-DEPT-COUNT          PIC 9(2)     COMP VALUE 0.
          05 WS-DEPT-ENTRY OCCURS 50 TIMES.
             10 WS-DEPT-CODE        PIC X(3).
             10 WS-DEPT-NAME        PIC X(20).
             10 WS-DEPT-STATUS      PIC X(1).
                88 WS-DEPT-CLOSED                VALUE 'C'.

      *
      * Actual ACTIVE headcount per department, counted from the
      * master at end of run, and how many of them are out on leave.
      *
       01 WS-ACTUAL-COUNTS.
          05 WS-ACTUAL-ACTIVE OCCURS 50 TIMES
                                     PIC 9(6).
          05 WS-ACTUAL-LEAVE OCCURS 50 TIMES
                                     PIC 9(6).

      *
          05 WS-OPENING-COUNT       PIC 9(6).
          05 WS-COMPUTED-CLOSING    PIC S9(7)    COMP.
          05 WS-CLOSING-EDIT        PIC 9(6).
          05 WS-AT-WORK-COUNT       PIC 9(6).
          05 WS-TURNOVER-PCT        PIC 9(3)V9.
          05 WS-TURNOVER-EDIT       PIC 9(3).9.
          05 WS-TREND-HIRES         PIC 9(6).
          05 WS-DEPT-SUB            PIC 9(2)     COMP.
          05 WS-HIST-INDEX          PIC 9(2)     COMP.
          05 WS-SHIFT-INDEX         PIC 9(2)     COMP.
          05 WS-BUILD-SUB           PIC 9(2)     COMP.

      *
      * The department code being located in the department table.
      *
       01 WS-FIND-DEPT-CODE         PIC X(3).

       01 WS-MOVE-LINE              PIC X(100).

      *
      * Run stamp for the run log and the registry entries this run
      * makes.
      *
       01 WS-RUN-STAMP.
          05 WS-STAMP-DATE          PIC 9(8).
          05 WS-STAMP-TIME          PIC 9(6).
       01 WS-TIME-RAW               PIC X(8).

      *
      * Passed to BATCH-CONTROL for the run log records and the
      * processed-batch registry checks.  Must stay byte-for-byte
      * identical to BATCH-CONTROL-AREA in the BATCH-CONTROL LINKAGE
      * SECTION.
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

      *
      * Each batch as it was scanned and accepted, kept for the
      * registry entry made at end of run.  Each must stay the same
      * length as BT-BATCH.
      *
       01 WS-TERMTRN-BATCH          PIC X(60).
       01 WS-HIRETRN-BATCH          PIC X(60).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-YEAR-MONTH.
           MOVE WS-RUN-DATE TO WS-STAMP-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-STAMP-TIME.
           DISPLAY "RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           PERFORM SCAN-TERMINATION-BATCH.
           PERFORM SCAN-HIRE-BATCH.
           PERFORM LOAD-DEPARTMENT-TABLE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-MOVEMENT-HISTORY.
           PERFORM LOCATE-CURRENT-MONTH.
           PERFORM PRINT-MOVEMENT-REPORT.
           PERFORM WRITE-NEW-HISTORY.
           PERFORM CLOSE-FILES.
           PERFORM REGISTER-BATCHES.
           MOVE SPACES TO BT-LOG-NOTE.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * Pre-pass over each transaction file: the detail records are
      * counted and the trailer captured - anything found after the
      * trailer is counted too - then the file is closed again for
      * OPEN-FILES.
      *-----------------------------------------------------------------
       SCAN-TERMINATION-BATCH.
           MOVE SPACES TO BT-BATCH.
           MOVE 'TERMTRN' TO BT-FILE-NAME.
           MOVE ZEROS TO BT-TRAILER-COUNT.
           MOVE ZEROS TO BT-RECORDS-COUNTED.
           MOVE ZEROS TO BT-RECORDS-AFTER-TRAILER.
           SET BT-TRAILER-MISSING TO TRUE.
           OPEN INPUT TERMINATION-TRANS-FILE.
           IF WS-TERMTRN-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN TERMINATION-TRANS-FILE, STATUS '
                 WS-TERMTRN-STATUS
              STOP RUN
           END-IF.
           PERFORM SCAN-ONE-TERMINATION UNTIL END-OF-TERMTRN.
           CLOSE TERMINATION-TRANS-FILE.
           MOVE 'N' TO WS-TERMTRN-EOF-SWITCH.
           PERFORM CHECK-BATCH-REGISTRY.
           MOVE BT-BATCH TO WS-TERMTRN-BATCH.

       SCAN-ONE-TERMINATION.
           READ TERMINATION-TRANS-FILE
               AT END
                  SET END-OF-TERMTRN TO TRUE
               NOT AT END
                  EVALUATE TRUE
                     WHEN BT-TRAILER-FOUND
                        ADD 1 TO BT-RECORDS-AFTER-TRAILER
                     WHEN TT-BATCH-TRAILER
                        SET BT-TRAILER-FOUND TO TRUE
                        MOVE TT-BATCH-STAMP TO BT-BATCH-STAMP
                        MOVE TT-BATCH-PROGRAM TO BT-BATCH-PROGRAM
                        MOVE TT-BATCH-COUNT TO BT-TRAILER-COUNT
                     WHEN OTHER
                        ADD 1 TO BT-RECORDS-COUNTED
                  END-EVALUATE
           END-READ.

       SCAN-HIRE-BATCH.
           MOVE SPACES TO BT-BATCH.
           MOVE 'HIRETRN' TO BT-FILE-NAME.
           MOVE ZEROS TO BT-TRAILER-COUNT.
           MOVE ZEROS TO BT-RECORDS-COUNTED.
           MOVE ZEROS TO BT-RECORDS-AFTER-TRAILER.
           SET BT-TRAILER-MISSING TO TRUE.
           OPEN INPUT HIRE-TRANS-FILE.
           IF WS-HIRETRN-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN HIRE-TRANS-FILE, STATUS '
                 WS-HIRETRN-STATUS
              STOP RUN
           END-IF.
           PERFORM SCAN-ONE-HIRE UNTIL END-OF-HIRETRN.
           CLOSE HIRE-TRANS-FILE.
           MOVE 'N' TO WS-HIRETRN-EOF-SWITCH.
           PERFORM CHECK-BATCH-REGISTRY.
           MOVE BT-BATCH TO WS-HIRETRN-BATCH.

       SCAN-ONE-HIRE.
           READ HIRE-TRANS-FILE
               AT END
                  SET END-OF-HIRETRN TO TRUE
               NOT AT END
                  EVALUATE TRUE
                     WHEN BT-TRAILER-FOUND
                        ADD 1 TO BT-RECORDS-AFTER-TRAILER
                     WHEN HT-BATCH-TRAILER
                        SET BT-TRAILER-FOUND TO TRUE
                        MOVE HT-BATCH-STAMP TO BT-BATCH-STAMP
                        MOVE HT-BATCH-PROGRAM TO BT-BATCH-PROGRAM
                        MOVE HT-BATCH-COUNT TO BT-TRAILER-COUNT
                     WHEN OTHER
                        ADD 1 TO BT-RECORDS-COUNTED
                  END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * The batch just scanned goes to BATCH-CONTROL before anything
      * is accumulated.  A batch with no trailer, records after the
      * trailer, a trailer count that does not match, or a batch
      * this program has already consumed stops the job with return
      * code 20 and a message naming the batch - the history is
      * left exactly as it was.
      * BATCH-RELEASE takes a registry entry back off when a batch
      * really does have to be processed again.
      *-----------------------------------------------------------------
       CHECK-BATCH-REGISTRY.
           SET BT-CHECK-BATCH-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.
           IF BT-BATCH-REJECTED
              DISPLAY 'BATCH ' BT-FILE-NAME ' ' BT-BATCH-STAMP
                 ' FROM ' BT-BATCH-PROGRAM
              DISPLAY '   REFUSED - ' BT-LOG-NOTE
              DISPLAY 'HEADCOUNT-MOVE RUN STOPPED - NOTHING ACCUMULATED'
              MOVE 20 TO RETURN-CODE
              MOVE SPACES TO BT-LOG-NOTE
              STRING 'REFUSED BATCH ' BT-FILE-NAME ' ' BT-BATCH-STAMP
                  DELIMITED BY SIZE INTO BT-LOG-NOTE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * Once the run has finished, each batch it accumulated goes on
      * the registry against this program and this run's stamp.
      *-----------------------------------------------------------------
       REGISTER-BATCHES.
           SET BT-REGISTER-BATCH-CALL TO TRUE.
           MOVE WS-TERMTRN-BATCH TO BT-BATCH.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.
           SET BT-REGISTER-BATCH-CALL TO TRUE.
           MOVE WS-HIRETRN-BATCH TO BT-BATCH.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      * A controlled stop writes its end record with its return code;
      * only a failed open or an abend leaves a start with no end,
      * which is how the run-log report shows it.  The caller sets
      * the note.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'HEADCOUNT-MOVE' TO BT-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO BT-RUN-STAMP.
           SET BT-STEP-START-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       LOG-STEP-END.
           SET BT-STEP-END-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

      *-----------------------------------------------------------------
      * The department table from DEPTMAST - closed departments are
      * loaded too, since their history still has to carry forward
      * - with the catch-all last.
      *-----------------------------------------------------------------
       LOAD-DEPARTMENT-TABLE.
           MOVE ZEROS TO WS-ACTUAL-COUNTS.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPTMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN DEPARTMENT-FILE, STATUS '
                 WS-DEPTMAST-STATUS
              STOP RUN
           END-IF.
           PERFORM READ-DEPARTMENT-RECORD.
           PERFORM LOAD-ONE-DEPARTMENT UNTIL END-OF-DEPTMAST.
           CLOSE DEPARTMENT-FILE.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE '???' TO WS-DEPT-CODE (WS-DEPT-COUNT).
           MOVE 'UNASSIGNED' TO WS-DEPT-NAME (WS-DEPT-COUNT).
           MOVE 'A' TO WS-DEPT-STATUS (WS-DEPT-COUNT).

       LOAD-ONE-DEPARTMENT.
           IF WS-DEPT-COUNT >= 49
              DISPLAY 'MORE THAN 49 DEPARTMENTS ON DEPTMAST - '
                 'RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE DM-DEPARTMENT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-STATUS
              TO WS-DEPT-STATUS (WS-DEPT-COUNT).
           PERFORM READ-DEPARTMENT-RECORD.

       READ-DEPARTMENT-RECORD.
           READ DEPARTMENT-FILE
               AT END
                  SET END-OF-DEPTMAST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * Every open is status-checked; a failure to open any file
      *-----------------------------------------------------------------
      * Last night's history into the table, oldest first.  More
      * than 24 months on the file shifts the oldest off - the
      * trend only ever looks back twelve.  A department no longer
      * on DEPTMAST folds into the catch-all.
      *-----------------------------------------------------------------
       LOAD-MOVEMENT-HISTORY.
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           IF WS-MOVEHIST-STATUS = '00'
              PERFORM READ-HISTORY-RECORD
              PERFORM LOAD-ONE-HISTORY-RECORD UNTIL END-OF-MOVEHIST
              CLOSE MOVEMENT-HISTORY-FILE
           END-IF.

                  SET END-OF-MOVEHIST TO TRUE
           END-READ.

       LOAD-ONE-HISTORY-RECORD.
           IF WS-HIST-COUNT = 0
              PERFORM START-HISTORY-MONTH
           ELSE
              IF MH-YEAR-MONTH NOT = WS-HIST-YEAR-MONTH (WS-HIST-COUNT)
                 PERFORM START-HISTORY-MONTH
              END-IF
           END-IF.
           MOVE MH-DEPARTMENT-CODE TO WS-FIND-DEPT-CODE.
           PERFORM FIND-DEPT-SUB.
           ADD MH-HIRES
              TO WS-HIST-HIRES (WS-HIST-COUNT WS-DEPT-SUB).
           ADD MH-TERMS
              TO WS-HIST-TERMS (WS-HIST-COUNT WS-DEPT-SUB).
           ADD MH-CLOSING
              TO WS-HIST-CLOSING (WS-HIST-COUNT WS-DEPT-SUB).
           PERFORM READ-HISTORY-RECORD.

       START-HISTORY-MONTH.
           IF WS-HIST-COUNT >= 24
              PERFORM SHIFT-HISTORY-DOWN
                  VARYING WS-SHIFT-INDEX FROM 1 BY 1
              ADD 1 TO WS-HIST-COUNT
           END-IF.
           MOVE MH-YEAR-MONTH TO WS-HIST-YEAR-MONTH (WS-HIST-COUNT).
           PERFORM ZERO-ONE-NEW-MONTH-DEPT
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.

       SHIFT-HISTORY-DOWN.
           MOVE WS-HIST-MONTH (WS-SHIFT-INDEX + 1)
              TO WS-HIST-MONTH (WS-SHIFT-INDEX).

      *-----------------------------------------------------------------
      * The run month's history entry - extended in place when the
      * month is already on the history, appended fresh when this
                 TO WS-HIST-YEAR-MONTH (WS-HIST-COUNT)
              PERFORM ZERO-ONE-NEW-MONTH-DEPT
                  VARYING WS-DEPT-INDEX FROM 1 BY 1
                  UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
              MOVE WS-HIST-COUNT TO WS-CURRENT-MONTH-SUB
           END-IF.

           READ TERMINATION-TRANS-FILE
               AT END
                  SET END-OF-TERMTRN TO TRUE
               NOT AT END
                  IF TT-BATCH-TRAILER
                     SET END-OF-TERMTRN TO TRUE
                  END-IF
           END-READ.

       ACCUMULATE-ONE-TERMINATION.
           READ HIRE-TRANS-FILE
               AT END
                  SET END-OF-HIRETRN TO TRUE
               NOT AT END
                  IF HT-BATCH-TRAILER
                     SET END-OF-HIRETRN TO TRUE
                  END-IF
           END-READ.

       ACCUMULATE-ONE-HIRE.
           PERFORM READ-HIRE-RECORD.

       FIND-DEPT-SUB.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           PERFORM CHECK-ONE-DEPT-CODE
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX >= WS-DEPT-COUNT.

       CHECK-ONE-DEPT-CODE.
           IF WS-FIND-DEPT-CODE = WS-DEPT-CODE (WS-DEPT-INDEX)
           PERFORM COUNT-ONE-MASTER-RECORD UNTIL END-OF-EMPMAST.
           PERFORM STAMP-ONE-CLOSING
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.

       READ-MASTER-NEXT.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
              MOVE DEPARTMENT-CODE (1:3) TO WS-FIND-DEPT-CODE
              PERFORM FIND-DEPT-SUB
              ADD 1 TO WS-ACTUAL-ACTIVE (WS-DEPT-SUB)
              IF HM-ON-LEAVE
                 ADD 1 TO WS-ACTUAL-LEAVE (WS-DEPT-SUB)
              END-IF
           END-IF.
           PERFORM READ-MASTER-NEXT.

           PERFORM WRITE-MOVE-LINE.
           PERFORM PRINT-ONE-DEPT-MOVEMENT
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.
           PERFORM PRINT-TREND-LINES.

      *-----------------------------------------------------------------
      * history the opening is derived backwards from the actual
      * count and says so.  The closing computed from the movement
      * is set against the actual master count - a difference means
      * headcount moved without a transaction behind it.  A closed
      * department, or the catch-all, with nothing to show is left
      * off the report.
      *-----------------------------------------------------------------
       PRINT-ONE-DEPT-MOVEMENT.
           IF WS-CURRENT-MONTH-SUB > 1
                 - WS-HIST-HIRES (WS-CURRENT-MONTH-SUB WS-DEPT-INDEX)
                 + WS-HIST-TERMS (WS-CURRENT-MONTH-SUB WS-DEPT-INDEX)
           END-IF.
           IF (WS-DEPT-CLOSED (WS-DEPT-INDEX)
                 OR WS-DEPT-INDEX = WS-DEPT-COUNT)
              AND WS-OPENING-COUNT = ZEROS
              AND WS-HIST-HIRES (WS-CURRENT-MONTH-SUB WS-DEPT-INDEX)
                    = ZEROS
              AND WS-HIST-TERMS (WS-CURRENT-MONTH-SUB WS-DEPT-INDEX)
                    = ZEROS
              AND WS-ACTUAL-ACTIVE (WS-DEPT-INDEX) = ZEROS
              CONTINUE
           ELSE
              PERFORM PRINT-DEPT-MOVEMENT-LINES
           END-IF.

       PRINT-DEPT-MOVEMENT-LINES.
           COMPUTE WS-COMPUTED-CLOSING =
              WS-OPENING-COUNT
              + WS-HIST-HIRES (WS-CURRENT-MONTH-SUB WS-DEPT-INDEX)
              - WS-HIST-TERMS (WS-CURRENT-MONTH-SUB WS-DEPT-INDEX).
           COMPUTE WS-AT-WORK-COUNT =
              WS-ACTUAL-ACTIVE (WS-DEPT-INDEX)
              - WS-ACTUAL-LEAVE (WS-DEPT-INDEX).
           MOVE SPACES TO WS-MOVE-LINE.
           IF WS-DEPT-CLOSED (WS-DEPT-INDEX)
              STRING 'DEPARTMENT ' WS-DEPT-CODE (WS-DEPT-INDEX)
                     ' ' WS-DEPT-NAME (WS-DEPT-INDEX) ' (CLOSED)'
                  DELIMITED BY SIZE INTO WS-MOVE-LINE
           ELSE
              STRING 'DEPARTMENT ' WS-DEPT-CODE (WS-DEPT-INDEX)
                     ' ' WS-DEPT-NAME (WS-DEPT-INDEX)
                  DELIMITED BY SIZE INTO WS-MOVE-LINE
           END-IF.
           PERFORM WRITE-MOVE-LINE.
           MOVE SPACES TO WS-MOVE-LINE.
           STRING '  OPENING ' WS-OPENING-COUNT
                  WS-HIST-TERMS (WS-CURRENT-MONTH-SUB WS-DEPT-INDEX)
                  ' CLOSING '
                  WS-ACTUAL-ACTIVE (WS-DEPT-INDEX)
                  ' AT WORK ' WS-AT-WORK-COUNT
                  ' ON LEAVE ' WS-ACTUAL-LEAVE (WS-DEPT-INDEX)
               DELIMITED BY SIZE INTO WS-MOVE-LINE.
           PERFORM WRITE-MOVE-LINE.
           IF WS-COMPUTED-CLOSING =
                         WS-TREND-CLOSING.
           PERFORM SUM-ONE-TREND-DEPT
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.
           IF WS-TREND-CLOSING > 0
              COMPUTE WS-TURNOVER-PCT ROUNDED =
                 WS-TREND-TERMS * 100 / WS-TREND-CLOSING
              TO WS-TREND-CLOSING.

      *-----------------------------------------------------------------
      * The table back out as tonight's history generation - one
      * record per month and department, skipping the departments
      * with nothing in the month.
      *-----------------------------------------------------------------
       WRITE-NEW-HISTORY.
           PERFORM WRITE-ONE-HISTORY-MONTH
               UNTIL WS-HIST-INDEX > WS-HIST-COUNT.

       WRITE-ONE-HISTORY-MONTH.
           PERFORM BUILD-ONE-HISTORY-DEPT
               VARYING WS-BUILD-SUB FROM 1 BY 1
               UNTIL WS-BUILD-SUB > WS-DEPT-COUNT.

       BUILD-ONE-HISTORY-DEPT.
           IF WS-HIST-HIRES (WS-HIST-INDEX WS-BUILD-SUB) NOT = ZEROS
              OR WS-HIST-TERMS (WS-HIST-INDEX WS-BUILD-SUB)
                    NOT = ZEROS
              OR WS-HIST-CLOSING (WS-HIST-INDEX WS-BUILD-SUB)
                    NOT = ZEROS
              MOVE WS-HIST-YEAR-MONTH (WS-HIST-INDEX)
                 TO MH-YEAR-MONTH
              MOVE WS-DEPT-CODE (WS-BUILD-SUB) TO MH-DEPARTMENT-CODE
              MOVE WS-HIST-HIRES (WS-HIST-INDEX WS-BUILD-SUB)
                 TO MH-HIRES
              MOVE WS-HIST-TERMS (WS-HIST-INDEX WS-BUILD-SUB)
                 TO MH-TERMS
              MOVE WS-HIST-CLOSING (WS-HIST-INDEX WS-BUILD-SUB)
                 TO MH-CLOSING
              WRITE MOVEMENT-NEW-RECORD FROM MOVEMENT-HISTORY-RECORD
           END-IF.

       WRITE-MOVE-LINE.
           MOVE WS-MOVE-LINE TO MOVEMENT-REPORT-LINE.
