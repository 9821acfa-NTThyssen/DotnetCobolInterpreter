      * report: one line per employee with the ratings in review
      * date order (the most recent twenty when there are more), a
      * DECLINING flag for anyone whose last two ratings fell, and
      * department-level rating averages at the end, by department
      * name from DEPTMAST.  An employee's department comes from the
      * indexed employee master; an employee no longer on it
      * reports under the catch-all department.
      *
      * REVHIST ends with a batch trailer.  Before the sort the file
      * is counted against its trailer and checked on the
      * processed-batch registry through BATCH-CONTROL; a batch that
      * is incomplete, does not count out, or has already been
      * consolidated stops the run with return code 20 before
      * REVMAST is touched.  The batch goes on the registry once the
      * new master and the trend report are written; BATCH-RELEASE
      * takes it back off for a deliberate rerun.
      *
      * MODIFICATION HISTORY
      *   2026-08-22  Initial version.
      *   2026-09-02  LAST-NAME carried as an alternate record key
      *               (with duplicates) on the employee master -
      *               exposed here through the aliased layout.
      *   2026-10-05  Department averages come from DEPTMAST instead
      *               of the fixed 001-005 codes and print the
      *               department name.
      *   2026-10-05  LEAVE-STATUS added to the master record layout.
      *   2026-10-05  SUPERVISOR-ID added to the master record layout.
      *   2026-10-05  REVHIST is counted against its batch trailer and
      *               checked on the processed-batch registry before the
      *               sort - a batch already consolidated, or one that
      *               does not count out, stops the run with return code
      *               20.  Step start and end go on the run log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEW-CONSOL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVTREND-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPARTMENT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
           05 RH-REVIEW-DATE        PIC 9(8).
           05 RH-REVIEW-RATING      PIC X(1).
           05 RH-COMMENTS           PIC X(50).
      *
      * Batch trailer - same shape as REVIEW-HISTORY-TRAILER in the
      * HELLO-WORLD FILE SECTION.
      *
       01  REVIEW-HISTORY-TRAILER.
           05 RH-TRAILER-ID         PIC X(6).
              88 RH-BATCH-TRAILER                VALUE 'TRAILR'.
           05 RH-BATCH-STAMP        PIC X(14).
           05 RH-BATCH-PROGRAM      PIC X(16).
           05 RH-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(22).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
      * EMPLOYEE-RECORD in the HELLO-WORLD FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 388 TO 1863 CHARACTERS
               DEPENDING ON WS-MASTER-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-RECORD.
          05 FILLER                 PIC X(8).
          05 FILLER                 PIC X(12).
          05 DEPARTMENT-CODE        PIC X(4).
          05 FILLER                 PIC X(259).
          05 MR-REVIEW-COUNT        PIC 9(2) COMP.
          05 MR-REVIEW-ENTRY OCCURS 0 TO 25 TIMES
                DEPENDING ON MR-REVIEW-COUNT
           LABEL RECORDS ARE STANDARD.
       01  TREND-REPORT-LINE        PIC X(132).

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
          05 WS-REVMAST-STATUS      PIC X(2).
          05 WS-EMPMAST-STATUS      PIC X(2).
          05 WS-REVTREND-STATUS     PIC X(2).
          05 WS-DEPTMAST-STATUS     PIC X(2).

       01 WS-SORT-EOF-SWITCH        PIC X(1)     VALUE 'N'.
          88 END-OF-SORT-FILE                    VALUE 'Y'.
       01 WS-REVHIST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-REVHIST                      VALUE 'Y'.

       01 WS-DEPTMAST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTMAST                     VALUE 'Y'.

      *
      * RECORD IS VARYING ... DEPENDING ON target - set by the READ
      * itself; the employee master is never written here.
                                     PIC X(1).

      *
      * Department-level rating accumulators, one entry per
      * department on DEPTMAST.  The last entry (WS-DEPT-COUNT) is
      * the catch-all for unknown departments and for employees no
      * longer on the employee master.
      *
       01 WS-DEPT-AVG-TABLE.
          05 WS-DEPT-AVG-ENTRY OCCURS 50 TIMES.
             10 WS-DEPT-AVG-CODE    PIC X(3).
             10 WS-DEPT-AVG-NAME    PIC X(20).
             10 WS-DEPT-AVG-STATUS  PIC X(1).
             10 WS-DEPT-RATING-SUM  PIC 9(7)     COMP.
             10 WS-DEPT-RATING-CNT  PIC 9(5)     COMP.

       01 WS-SUBSCRIPTS.
          05 WS-DEPT-INDEX          PIC 9(2)     COMP.
          05 WS-DEPT-SUB            PIC 9(2)     COMP.
          05 WS-DEPT-COUNT          PIC 9(2)     COMP.
          05 WS-RATING-INDEX        PIC 9(3)     COMP.
          05 WS-FIRST-PRINTED       PIC 9(3)     COMP.

       01 WS-TREND-LINE             PIC X(132).
       01 WS-STRING-POINTER         PIC 9(3)     COMP.

      *
      * Run stamp for the run log and the registry entry this run
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
      * The batch as it was scanned and accepted, kept for the
      * registry entry made at end of run.  Must stay the same
      * length as BT-BATCH.
      *
       01 WS-REVHIST-BATCH          PIC X(60).

       PROCEDURE DIVISION.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-STAMP-TIME.
           DISPLAY "RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           PERFORM SCAN-REVIEW-BATCH.
           PERFORM INITIALIZE-DEPT-AVERAGES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EMPLOYEE-ID SW-REVIEW-DATE
           DISPLAY "REVIEWS IN:         " WS-REVIEWS-IN.
           DISPLAY "REVIEWS KEPT:       " WS-REVIEWS-KEPT.
           DISPLAY "DUPLICATES DROPPED: " WS-DUPLICATES-DROPPED.
           PERFORM REGISTER-REVIEW-BATCH.
           MOVE SPACES TO BT-LOG-NOTE.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * Pre-pass over REVHIST: the detail records are counted and the
      * trailer captured - anything found after the trailer is
      * counted too - then the file is closed again for the sort.
      *-----------------------------------------------------------------
       SCAN-REVIEW-BATCH.
           MOVE SPACES TO BT-BATCH.
           MOVE 'REVHIST' TO BT-FILE-NAME.
           MOVE ZEROS TO BT-TRAILER-COUNT.
           MOVE ZEROS TO BT-RECORDS-COUNTED.
           MOVE ZEROS TO BT-RECORDS-AFTER-TRAILER.
           SET BT-TRAILER-MISSING TO TRUE.
           OPEN INPUT REVIEW-HISTORY-FILE.
           IF WS-REVHIST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN REVIEW-HISTORY-FILE, STATUS '
                 WS-REVHIST-STATUS
              STOP RUN
           END-IF.
           PERFORM SCAN-ONE-REVIEW UNTIL END-OF-REVHIST.
           CLOSE REVIEW-HISTORY-FILE.
           MOVE 'N' TO WS-REVHIST-EOF-SWITCH.
           PERFORM CHECK-BATCH-REGISTRY.
           MOVE BT-BATCH TO WS-REVHIST-BATCH.

       SCAN-ONE-REVIEW.
           READ REVIEW-HISTORY-FILE
               AT END
                  SET END-OF-REVHIST TO TRUE
               NOT AT END
                  EVALUATE TRUE
                     WHEN BT-TRAILER-FOUND
                        ADD 1 TO BT-RECORDS-AFTER-TRAILER
                     WHEN RH-BATCH-TRAILER
                        SET BT-TRAILER-FOUND TO TRUE
                        MOVE RH-BATCH-STAMP TO BT-BATCH-STAMP
                        MOVE RH-BATCH-PROGRAM TO BT-BATCH-PROGRAM
                        MOVE RH-BATCH-COUNT TO BT-TRAILER-COUNT
                     WHEN OTHER
                        ADD 1 TO BT-RECORDS-COUNTED
                  END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * The batch just scanned goes to BATCH-CONTROL before anything
      * is accumulated.  A batch with no trailer, records after the
      * trailer, a trailer count that does not match, or a batch
      * this program has already consumed stops the job with return
      * code 20 and a message naming the batch - the review
      * master is left exactly as it was.
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
              DISPLAY 'REVIEW-CONSOL RUN STOPPED - NOTHING ACCUMULATED'
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
       REGISTER-REVIEW-BATCH.
           SET BT-REGISTER-BATCH-CALL TO TRUE.
           MOVE WS-REVHIST-BATCH TO BT-BATCH.
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
           MOVE 'REVIEW-CONSOL' TO BT-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO BT-RUN-STAMP.
           SET BT-STEP-START-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       LOG-STEP-END.
           SET BT-STEP-END-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       INITIALIZE-DEPT-AVERAGES.
           PERFORM LOAD-DEPARTMENT-TABLE.
           PERFORM ZERO-ONE-DEPT-AVERAGE
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.

       ZERO-ONE-DEPT-AVERAGE.
           MOVE 0 TO WS-DEPT-RATING-SUM (WS-DEPT-INDEX).
           MOVE 0 TO WS-DEPT-RATING-CNT (WS-DEPT-INDEX).

      *-----------------------------------------------------------------
      * The department table from DEPTMAST in code order - closed
      * departments included, since people can still be coded to
      * one - with the catch-all for an unknown code as the last
      * entry.  WS-DEPT-COUNT counts the catch-all.
      *-----------------------------------------------------------------
       LOAD-DEPARTMENT-TABLE.
           MOVE 0 TO WS-DEPT-COUNT.
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
           MOVE '???' TO WS-DEPT-AVG-CODE (WS-DEPT-COUNT).
           MOVE 'UNASSIGNED' TO WS-DEPT-AVG-NAME (WS-DEPT-COUNT).
           MOVE 'A' TO WS-DEPT-AVG-STATUS (WS-DEPT-COUNT).

       LOAD-ONE-DEPARTMENT.
           IF WS-DEPT-COUNT >= 49
              DISPLAY 'MORE THAN 49 DEPARTMENTS ON DEPTMAST - '
                 'RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE DM-DEPARTMENT-CODE
              TO WS-DEPT-AVG-CODE (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-NAME
              TO WS-DEPT-AVG-NAME (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-STATUS
              TO WS-DEPT-AVG-STATUS (WS-DEPT-COUNT).
           PERFORM READ-DEPARTMENT-RECORD.

       READ-DEPARTMENT-RECORD.
           READ DEPARTMENT-FILE
               AT END
                  SET END-OF-DEPTMAST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * Input procedure of the sort: releases the prior review
      * master first - a missing master just means the first ever
           READ REVIEW-HISTORY-FILE
               AT END
                  SET END-OF-REVHIST TO TRUE
               NOT AT END
                  IF RH-BATCH-TRAILER
                     SET END-OF-REVHIST TO TRUE
                  END-IF
           END-READ.

       RELEASE-ONE-HISTORY-REVIEW.
           END-READ.

       FIND-DEPT-AVG-ENTRY.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           PERFORM CHECK-ONE-DEPT-AVG-ENTRY
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX >= WS-DEPT-COUNT.

       CHECK-ONE-DEPT-AVG-ENTRY.
           IF WS-CURRENT-DEPT = WS-DEPT-AVG-CODE (WS-DEPT-INDEX)
       PRINT-DEPT-AVERAGES.
           PERFORM PRINT-ONE-DEPT-AVERAGE
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.

       PRINT-ONE-DEPT-AVERAGE.
           IF WS-DEPT-RATING-CNT (WS-DEPT-INDEX) > 0
                 TO WS-DEPT-REVIEWS-EDIT
              MOVE SPACES TO WS-TREND-LINE
              STRING 'DEPARTMENT ' WS-DEPT-AVG-CODE (WS-DEPT-INDEX)
                     ' ' WS-DEPT-AVG-NAME (WS-DEPT-INDEX)
                     ' AVERAGE RATING ' WS-DEPT-AVERAGE-EDIT
                     ' FROM ' WS-DEPT-REVIEWS-EDIT
                     ' REVIEWS'
