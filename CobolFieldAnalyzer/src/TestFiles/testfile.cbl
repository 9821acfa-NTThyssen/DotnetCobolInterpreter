      *               With the control card abort option set, a
      *               department whose bonuses exceed its pool ends
      *               the run with return code 8.
      *   2026-10-05  Departments now come from the DEPTMAST reference
      *               file maintained by DEPT-MAINT instead of the
      *               fixed 001-005 codes: EDIT-DEPARTMENT-CODE
      *               rejects (C1) a code that is not on file or is
      *               closed, the budget tables carry every department
      *               on file, and the budget section prints the
      *               department name next to the code.
      *   2026-10-05  LEAVE-STATUS is now a real field on the master,
      *               set by EMPLOYEE-LEAVE.  An employee on leave
      *               earns no bonus, unless the control card asks
      *               for proration - then the bonus is paid for the
      *               whole months of the year worked before the open
      *               leave on LEAVHIST started.
      *   2026-10-05  SUPERVISOR-ID added to the master record layout.
      *   2026-10-05  Batch trailers: REVHIST, TERMTRN and PAYEXTR each
      *               end with a trailer record carrying the journal run
      *               stamp and the detail count (carried through the
      *               checkpoint on a restart), so the consuming steps
      *               can check the batch against the processed-batch
      *               registry.  Step start and end go on the run log.
      *   2026-10-05  The run-log start record is now written first, so
      *               a run stopped by the master audit, control card
      *               or an open still shows on the run log with no end.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-WORLD.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTBUDG-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPARTMENT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT LEAVE-HISTORY-FILE
               ASSIGN TO "LEAVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-LEAVE-KEY
               FILE STATUS IS WS-LEAVHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * itself has to be declared as variable length.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 388 TO 1863 CHARACTERS
               DEPENDING ON WS-MASTER-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-RECORD.
          05 EMPLOYEE-TYPE          PIC X(1).
          05 PAY-GRADE              PIC X(1).
          05 WORK-SHIFT             PIC X(1).
          05 LEAVE-STATUS           PIC X(1).
          05 SUPERVISOR-ID          PIC 9(6).
          05 PERFORMANCE-REVIEW-COUNT PIC 9(2) COMP.
          05 PERFORMANCE-REVIEWS OCCURS 0 TO 25 TIMES
                DEPENDING ON PERFORMANCE-REVIEW-COUNT.
           05 RH-REVIEW-DATE        PIC 9(8).
           05 RH-REVIEW-RATING      PIC X(1).
           05 RH-COMMENTS           PIC X(50).
      *
      * Batch trailer - always the last record on the file.  Carries
      * the run stamp of the run that wrote the batch, the program
      * name and the count of detail records in front of it, so a
      * consuming step can check the batch is whole and has not
      * already been accumulated.  RH-TRAILER-ID can never match a
      * numeric employee ID.
      *
       01  REVIEW-HISTORY-TRAILER.
           05 RH-TRAILER-ID         PIC X(6).
              88 RH-BATCH-TRAILER                VALUE 'TRAILR'.
           05 RH-BATCH-STAMP        PIC X(14).
           05 RH-BATCH-PROGRAM      PIC X(16).
           05 RH-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(22).

       FD  TERMINATION-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05 TT-TERMINATION-DATE   PIC 9(8).
           05 TT-TERMINATION-STATUS PIC X(1).
           05 TT-EMPLOYEE-STATUS    PIC X(1).
      *
      * Batch trailer - same shape as REVIEW-HISTORY-TRAILER.
      *
       01  TERMINATION-TRANS-TRAILER.
           05 TT-TRAILER-ID         PIC X(6).
              88 TT-BATCH-TRAILER                VALUE 'TRAILR'.
           05 TT-BATCH-STAMP        PIC X(14).
           05 TT-BATCH-PROGRAM      PIC X(16).
           05 TT-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(17).

       FD  ERROR-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           05 PX-BONUS-RATE-PCT     PIC 9(2).
           05 PX-BONUS-AMOUNT       PIC 9(7)V99.
           05 FILLER                PIC X(20).
      *
      * Batch trailer - same shape as REVIEW-HISTORY-TRAILER.
      *
       01  PAYROLL-EXTRACT-TRAILER.
           05 PX-TRAILER-ID         PIC X(6).
              88 PX-BATCH-TRAILER                VALUE 'TRAILR'.
           05 PX-BATCH-STAMP        PIC X(14).
           05 PX-BATCH-PROGRAM      PIC X(16).
           05 PX-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(37).

      *
      * Small checkpoint file - rewritten every WS-CHECKPOINT-INTERVAL
      *
      * Must stay byte-for-byte identical to WS-DEPT-ACTUAL-TOTALS
      * so the per-department budget actuals survive a restart the
      * same way the bonus totals do.  The entries are positional
      * against the department table, so DEPTMAST must not be
      * maintained between an abended run and its restart.
      *
           05 CKPT-DEPT-ACTUALS     PIC X(1150).
      *
      * Must stay byte-for-byte identical to WS-BATCH-COUNTS, so the
      * trailer counts cover records written before a restart.
      *
           05 CKPT-BATCH-COUNTS     PIC X(21).

      *
      * One-record control card that selects the department to run
      * and the run-to-run balancing tolerance.  A blank or 'ALL'
      * filter means every department is processed; a blank or
      * non-numeric tolerance falls back to 10 percent.
      * TERM-SETTLEMENT reads the leave bonus option from this card
      * and keeps its own copy of the layout.
      *
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
      * sees it before the payroll extract is distributed.
      *
           05 CC-BUDGET-ABORT-FLAG  PIC X(1).
      *
      * 'P' prorates the bonus of an employee on leave of absence
      * instead of suspending it.
      *
           05 CC-LEAVE-BONUS-OPTION PIC X(1).
           05 FILLER                PIC X(72).

      *
      * Run control record - the balancing totals of the last
           05 JR-ACTION-CODE        PIC X(1).
           05 JR-EMPLOYEE-ID        PIC X(6).
           05 JR-RECORD-LENGTH      PIC 9(4).
           05 JR-BEFORE-IMAGE       PIC X(1863).

      *
      * Department budget file from Finance - one record per
           05 DB-BONUS-POOL         PIC 9(9)V99.
           05 FILLER                PIC X(14).

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

      *
      * Leave history, read only to find when an on-leave employee's
      * open leave started.  Must stay byte-for-byte identical to
      * LEAVE-HISTORY-RECORD in the EMPLOYEE-LEAVE FILE SECTION.
      *
       FD  LEAVE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAVE-HISTORY-RECORD.
           05 LH-LEAVE-KEY.
              10 LH-EMPLOYEE-ID     PIC 9(6).
              10 LH-START-DATE      PIC 9(8).
           05 LH-LEAVE-TYPE         PIC X(1).
           05 LH-EXPECTED-RETURN    PIC 9(8).
           05 LH-ACTUAL-RETURN      PIC 9(8).
           05 LH-LEAVE-STATE        PIC X(1).
              88 LH-LEAVE-OPEN                   VALUE 'O'.
              88 LH-LEAVE-CLOSED                 VALUE 'C'.
           05 LH-RUN-STAMP          PIC X(14).
           05 FILLER                PIC X(34).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-STATUS-WORK-AREA.
          05 EMPLOYEE-STATUS                       PIC X(1).

       01 DEPARTMENT-CLASSIFICATION.
          05 DEPARTMENT-CODE                     PIC X(3).

       01 WORK-SHIFT-WORK-AREA.
          05 WORK-SHIFT                          PIC X(1).
             88 GRADE-D                             VALUE 'D'.
             88 GRADE-E                             VALUE 'E'.

       01 LEAVE-STATUS-WORK-AREA.
          05 LEAVE-STATUS                        PIC X(1).
             88 ON-LEAVE                            VALUE 'L'.
             88 NOT-ON-LEAVE                        VALUE 'N'.

       01 TERMINATION-STATUS        PIC X(1).
          88 TERMINATED                          VALUE 'T'.
          05 WS-CTLRPT-STATUS       PIC X(2).
          05 WS-EMPJRNL-STATUS      PIC X(2).
          05 WS-DEPTBUDG-STATUS     PIC X(2).
          05 WS-DEPTMAST-STATUS     PIC X(2).
          05 WS-LEAVHIST-STATUS     PIC X(2).

       01 WS-EMPMAST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPMAST                      VALUE 'Y'.

       01 WS-DEPTMAST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTMAST                     VALUE 'Y'.

       01 WS-DEPTBUDG-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTBUDG                     VALUE 'Y'.

          88 MASTER-AUDIT-CLEAN                  VALUE 'Y'.
          88 MASTER-AUDIT-FAILED                 VALUE 'N'.

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

      *
      * RECORD IS VARYING ... DEPENDING ON target for
      * EMPLOYEE-MASTER-FILE.  This holds the record length in
      * bytes: the READ itself sets it, and TERMINATE-EMPLOYEE
      * recomputes it from the review count (388 bytes of fixed
      * portion plus 59 per review) before the REWRITE.
      *
       01 WS-MASTER-RECORD-LENGTH   PIC 9(4) COMP.
          05 WS-REVIEW-INDEX        PIC 9(2)     COMP.
          05 WS-BUDGET-INDEX        PIC 9(2)     COMP.
          05 WS-BUDGET-SUB          PIC 9(2)     COMP.
          05 WS-DEPT-COUNT          PIC 9(2)     COMP.

      *
      * Run stamp carried on every journal record this run writes -
          05 WS-STAMP-TIME          PIC 9(6).
       01 WS-TIME-RAW               PIC X(8).

      *
      * Detail records written to each batch file, for its trailer.
      * Restored from the checkpoint on a restart, since the files
      * are extended rather than rewritten.  Must stay byte-for-byte
      * identical to CKPT-BATCH-COUNTS.
      *
       01 WS-BATCH-COUNTS.
          05 WS-REVHIST-WRITTEN     PIC 9(7)     VALUE ZEROS.
          05 WS-TERMTRN-WRITTEN     PIC 9(7)     VALUE ZEROS.
          05 WS-PAYEXTR-WRITTEN     PIC 9(7)     VALUE ZEROS.

      *
      * Field-edit work area.
      *
      *
      * Department budgets from the budget file and the salary and
      * bonus actuals accumulated against them.  The entries sit in
      * DEPTMAST code order (up to 49 departments, closed ones
      * included) with the catch-all last; WS-DEPT-COUNT counts the
      * catch-all.  A department with no budget record reports its
      * actuals but is never flagged.  WS-DEPT-ACTUAL-TOTALS must
      * stay byte-for-byte identical to CKPT-DEPT-ACTUALS.
      *
       01 WS-DEPT-BUDGET-TABLE.
          05 WS-DEPT-BUDGET-ENTRY OCCURS 50 TIMES.
             10 WS-DEPT-BUDGET-CODE PIC X(3).
             10 WS-DEPT-BUDGET-NAME PIC X(20).
             10 WS-DEPT-BUDGET-STATUS
                                     PIC X(1).
                88 WS-DEPT-BUDGET-CLOSED
                                               VALUE 'C'.
             10 WS-DEPT-SALARY-BUDGET
                                     PIC 9(10)V99.
             10 WS-DEPT-BONUS-POOL  PIC 9(9)V99.
                                               VALUE 'Y'.

       01 WS-DEPT-ACTUAL-TOTALS.
          05 WS-DEPT-ACTUAL-ENTRY OCCURS 50 TIMES.
             10 WS-DEPT-SALARY-ACTUAL
                                     PIC 9(10)V99.
             10 WS-DEPT-BONUS-ACTUAL
          88 BUDGET-ABORT-REQUESTED              VALUE 'Y'.
          88 NO-BUDGET-ABORT                     VALUE 'N'.

      *
      * Leave of absence bonus handling.  The option comes from the
      * control card; the history switch says whether LEAVHIST could
      * be opened at all, and the leave switch whether the open
      * leave of the employee in hand was found on it.  The months
      * worked are the whole months of the run year before that
      * leave started.
      *
       01 WS-LEAVE-BONUS-SWITCH     PIC X(1)     VALUE 'S'.
          88 LEAVE-BONUS-PRORATE                 VALUE 'P'.
          88 LEAVE-BONUS-SUSPEND                 VALUE 'S'.

       01 WS-LEAVHIST-OPEN-SWITCH   PIC X(1)     VALUE 'N'.
          88 LEAVE-HISTORY-PRESENT               VALUE 'Y'.

       01 WS-LEAVHIST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-LEAVHIST                     VALUE 'Y'.

       01 WS-OPEN-LEAVE-SWITCH      PIC X(1)     VALUE 'N'.
          88 OPEN-LEAVE-FOUND                    VALUE 'Y'.
          88 OPEN-LEAVE-NOT-FOUND                VALUE 'N'.

       01 WS-LEAVE-START-WORK.
          05 WS-LEAVE-START-YEAR    PIC 9(4).
          05 WS-LEAVE-START-MONTH   PIC 9(2).
          05 WS-LEAVE-START-DAY     PIC 9(2).
       01 WS-LEAVE-START-NUM REDEFINES WS-LEAVE-START-WORK
                                     PIC 9(8).
       01 WS-LEAVE-MONTHS-WORKED    PIC 9(2).
       01 WS-BONUS-NOTE             PIC X(9).

       01 WS-POOL-EXCEEDED-SWITCH   PIC X(1)     VALUE 'N'.
          88 BONUS-POOL-EXCEEDED                 VALUE 'Y'.

      * closes everything back down.
      *-----------------------------------------------------------------
       ABC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-STAMP-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-STAMP-TIME.
           DISPLAY "JOURNAL RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           PERFORM AUDIT-EMPLOYEE-MASTER.
           PERFORM READ-CONTROL-CARD.
           PERFORM READ-DEPT-BUDGETS.
              SET DETAIL-FRESH-RUN TO TRUE
           END-IF.
           PERFORM OPEN-FILES.

      *
      * Positions at the first unprocessed record on a restart run.
           PERFORM PRINT-BONUS-TOTALS.
           PERFORM PRINT-BUDGET-SECTION.
           PERFORM PRINT-COMPANY-SUMMARY.
           PERFORM WRITE-BATCH-TRAILERS.
           PERFORM CLOSE-FILES.
           PERFORM RUN-BALANCING.
      *
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM LOG-STEP-END.

      *-----------------------------------------------------------------
      * Pre-run integrity audit: EMPLOYEE-AUDIT passes the master
              DISPLAY 'EMPLOYEE MASTER FAILED THE PRE-RUN AUDIT - '
                 'SEE AUDIT REPORT'
              MOVE 12 TO RETURN-CODE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.

              STOP RUN
           END-IF.

      *
      * The leave history only matters for proration.  Before the
      * first EMPLOYEE-LEAVE run there is none, and an on-leave
      * bonus is then suspended whatever the card says.
      *
           OPEN INPUT LEAVE-HISTORY-FILE.
           IF WS-LEAVHIST-STATUS = '00'
              SET LEAVE-HISTORY-PRESENT TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Truncates the checkpoint file back to empty.  Called only when
      * the read loop has run to genuine end of file, so the next run
           CLOSE BONUS-REGISTER-FILE
           CLOSE PAYROLL-EXTRACT-FILE
           CLOSE JOURNAL-FILE.
           IF LEAVE-HISTORY-PRESENT
              CLOSE LEAVE-HISTORY-FILE
           END-IF.

       READ-EMPLOYEE-RECORD.
           READ EMPLOYEE-MASTER-FILE
      * flag against.
      *-----------------------------------------------------------------
       ACCUMULATE-DEPT-ACTUALS.
           MOVE WS-DEPT-COUNT TO WS-BUDGET-SUB.
           PERFORM CHECK-ONE-ACTUAL-CODE
               VARYING WS-BUDGET-INDEX FROM 1 BY 1
               UNTIL WS-BUDGET-INDEX >= WS-DEPT-COUNT.
           ADD WS-REVENUE-SALARY
              TO WS-DEPT-SALARY-ACTUAL (WS-BUDGET-SUB).
           ADD WS-BONUS-AMOUNT
           END-IF.

      *-----------------------------------------------------------------
      * Copies the master's employment type, pay grade, work shift
      * and leave status into their work areas so the condition
      * names apply to the employee in hand, the same way
      * EMPLOYEE-STATUS is handled around TERMINATE-EMPLOYEE.
      *-----------------------------------------------------------------
       CLASSIFY-EMPLOYEE-TYPE.
           MOVE EMPLOYEE-TYPE OF EMPLOYEE-RECORD
              TO PAY-GRADE OF PAY-GRADE-WORK-AREA.
           MOVE WORK-SHIFT OF EMPLOYEE-RECORD
              TO WORK-SHIFT OF WORK-SHIFT-WORK-AREA.
           MOVE LEAVE-STATUS OF EMPLOYEE-RECORD
              TO LEAVE-STATUS OF LEAVE-STATUS-WORK-AREA.

      *-----------------------------------------------------------------
      * Salary-driven bonus and salary-band classification.
                 MOVE ZEROS TO WS-BONUS-AMOUNT
           END-EVALUATE.

           MOVE SPACES TO WS-BONUS-NOTE.
           IF BONUS-ELIGIBLE AND ON-LEAVE
              PERFORM APPLY-LEAVE-TO-BONUS
           END-IF.

           IF BONUS-ELIGIBLE
              PERFORM WRITE-BONUS-PAYMENT
           END-IF.

      *-----------------------------------------------------------------
      * An employee out on leave of absence.  The bonus is suspended
      * unless the control card asks for proration; prorated, it is
      * paid for the whole months of the run year worked before the
      * open leave started.  A leave that started in an earlier year,
      * or one that cannot be found on LEAVHIST, leaves no months to
      * pay for, and the bonus is suspended the same way.
      *-----------------------------------------------------------------
       APPLY-LEAVE-TO-BONUS.
           MOVE 0 TO WS-LEAVE-MONTHS-WORKED.
           IF LEAVE-BONUS-PRORATE AND LEAVE-HISTORY-PRESENT
              PERFORM FIND-OPEN-LEAVE
              IF OPEN-LEAVE-FOUND
                 MOVE LH-START-DATE TO WS-LEAVE-START-NUM
                 IF WS-LEAVE-START-YEAR = WS-CURRENT-DATE (1:4)
                    COMPUTE WS-LEAVE-MONTHS-WORKED =
                       WS-LEAVE-START-MONTH - 1
                 END-IF
              END-IF
           END-IF.
           IF WS-LEAVE-MONTHS-WORKED = 0
              SET NO-BONUS TO TRUE
              MOVE ZEROS TO WS-BONUS-AMOUNT
           ELSE
              COMPUTE WS-BONUS-AMOUNT ROUNDED =
                 WS-BONUS-AMOUNT * WS-LEAVE-MONTHS-WORKED / 12
              MOVE ' PRORATED' TO WS-BONUS-NOTE
           END-IF.

      *-----------------------------------------------------------------
      * The employee's open leave from LEAVHIST into the record area.
      * The employee's leaves sit together in start date order, so
      * the browse starts at the employee's lowest key and stops at
      * the first record for somebody else.
      *-----------------------------------------------------------------
       FIND-OPEN-LEAVE.
           SET OPEN-LEAVE-NOT-FOUND TO TRUE.
           MOVE 'N' TO WS-LEAVHIST-EOF-SWITCH.
           MOVE EMPLOYEE-ID TO LH-EMPLOYEE-ID.
           MOVE ZEROS TO LH-START-DATE.
           START LEAVE-HISTORY-FILE
               KEY IS NOT LESS THAN LH-LEAVE-KEY
               INVALID KEY
                  SET END-OF-LEAVHIST TO TRUE
           END-START.
           IF NOT END-OF-LEAVHIST
              PERFORM READ-LEAVE-HISTORY-NEXT
           END-IF.
           PERFORM CHECK-ONE-EMPLOYEE-LEAVE
               UNTIL END-OF-LEAVHIST OR OPEN-LEAVE-FOUND.

       CHECK-ONE-EMPLOYEE-LEAVE.
           IF LH-EMPLOYEE-ID NOT = EMPLOYEE-ID
              SET END-OF-LEAVHIST TO TRUE
           ELSE
              IF LH-LEAVE-OPEN
                 SET OPEN-LEAVE-FOUND TO TRUE
              ELSE
                 PERFORM READ-LEAVE-HISTORY-NEXT
              END-IF
           END-IF.

       READ-LEAVE-HISTORY-NEXT.
           READ LEAVE-HISTORY-FILE NEXT RECORD
               AT END
                  SET END-OF-LEAVHIST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * One bonus payment: a register report line, a payroll extract
      * record, and the rollup into the per-band and grand totals.
                  ' DEPT ' DEPARTMENT-CODE OF EMPLOYEE-RECORD
                  ' BAND ' WS-BONUS-BAND-NAME
                  ' RATE ' WS-BONUS-RATE-PCT
                  '% BONUS ' WS-BONUS-AMOUNT WS-BONUS-NOTE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO BONUS-REGISTER-LINE.
           WRITE BONUS-REGISTER-LINE.
           MOVE WS-BONUS-RATE-PCT TO PX-BONUS-RATE-PCT.
           MOVE WS-BONUS-AMOUNT TO PX-BONUS-AMOUNT.
           WRITE PAYROLL-EXTRACT-RECORD.
           ADD 1 TO WS-PAYEXTR-WRITTEN.

           ADD 1 TO WS-BONUS-GRAND-COUNT.
           ADD WS-BONUS-AMOUNT TO WS-BONUS-GRAND-AMOUNT.
                 TO EMPLOYEE-STATUS OF EMPLOYEE-RECORD
              SET TERMINATED TO TRUE
              COMPUTE WS-MASTER-RECORD-LENGTH =
                 388 + 59 * PERFORMANCE-REVIEW-COUNT
              REWRITE EMPLOYEE-RECORD
              ADD 1 TO WS-RECORDS-TERMINATED
              PERFORM WRITE-TERMINATION-TRANSACTION
           MOVE 'R' TO JR-ACTION-CODE.
           MOVE EMPLOYEE-ID TO JR-EMPLOYEE-ID.
           COMPUTE JR-RECORD-LENGTH =
              388 + 59 * PERFORMANCE-REVIEW-COUNT.
           MOVE SPACES TO JR-BEFORE-IMAGE.
           MOVE EMPLOYEE-RECORD TO JR-BEFORE-IMAGE.
           WRITE JOURNAL-RECORD.
           MOVE EMPLOYEE-STATUS OF EMPLOYEE-RECORD
              TO TT-EMPLOYEE-STATUS.
           WRITE TERMINATION-TRANS-RECORD.
           ADD 1 TO WS-TERMTRN-WRITTEN.

      *-----------------------------------------------------------------
      * Dependent and skill roster.
           MOVE REVIEW-RATING (WS-REVIEW-INDEX) TO RH-REVIEW-RATING.
           MOVE COMMENTS (WS-REVIEW-INDEX) TO RH-COMMENTS.
           WRITE REVIEW-HISTORY-RECORD.
           ADD 1 TO WS-REVHIST-WRITTEN.

      *-----------------------------------------------------------------
      * Field-level edit pass.  Bad records are routed to the error
              SET INVALID-RECORD TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * The department has to be on DEPTMAST and still open - a code
      * that lands on the catch-all entry is not on file.
      *-----------------------------------------------------------------
       EDIT-DEPARTMENT-CODE.
           MOVE DEPARTMENT-CODE OF EMPLOYEE-RECORD (1:3)
              TO DEPARTMENT-CODE OF DEPARTMENT-CLASSIFICATION.
           MOVE WS-DEPT-COUNT TO WS-BUDGET-SUB.
           PERFORM CHECK-ONE-ACTUAL-CODE
               VARYING WS-BUDGET-INDEX FROM 1 BY 1
               UNTIL WS-BUDGET-INDEX >= WS-DEPT-COUNT.
           IF WS-BUDGET-SUB = WS-DEPT-COUNT
              OR WS-DEPT-BUDGET-CLOSED (WS-BUDGET-SUB)
              MOVE 'C1' TO WS-EDIT-REASON-CODE
              PERFORM WRITE-ERROR-REPORT-LINE
              SET INVALID-RECORD TO TRUE
           END-IF.

       WRITE-ERROR-REPORT-LINE.
           MOVE SPACES TO WS-EDIT-LINE.
                     IF CC-BUDGET-ABORT-FLAG = 'Y'
                        SET BUDGET-ABORT-REQUESTED TO TRUE
                     END-IF
                     IF CC-LEAVE-BONUS-OPTION = 'P'
                        SET LEAVE-BONUS-PRORATE TO TRUE
                     END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Department budgets into the table, in DEPTMAST code order.
      * A missing budget file just means no department is ever
      * flagged; a record for an unknown department is dropped with
      * a console line rather than silently budgeting the catch-all.
      *-----------------------------------------------------------------
       READ-DEPT-BUDGETS.
           PERFORM LOAD-DEPARTMENT-TABLE.
           PERFORM CLEAR-ONE-DEPT-BUDGET
               VARYING WS-BUDGET-INDEX FROM 1 BY 1
               UNTIL WS-BUDGET-INDEX > WS-DEPT-COUNT.
           OPEN INPUT DEPT-BUDGET-FILE.
           IF WS-DEPTBUDG-STATUS = '00'
              PERFORM READ-ONE-DEPT-BUDGET
              CLOSE DEPT-BUDGET-FILE
           END-IF.

      *-----------------------------------------------------------------
      * The department table from DEPTMAST - every department on
      * file, closed ones included so their actuals still report,
      * with the catch-all for an unknown code as the last entry.
      * The department file is required: without it no record could
      * pass the department edit.
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
           MOVE '???' TO WS-DEPT-BUDGET-CODE (WS-DEPT-COUNT).
           MOVE 'UNASSIGNED' TO WS-DEPT-BUDGET-NAME (WS-DEPT-COUNT).
           MOVE 'A' TO WS-DEPT-BUDGET-STATUS (WS-DEPT-COUNT).

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
              TO WS-DEPT-BUDGET-CODE (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-NAME
              TO WS-DEPT-BUDGET-NAME (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-STATUS
              TO WS-DEPT-BUDGET-STATUS (WS-DEPT-COUNT).
           PERFORM READ-DEPARTMENT-RECORD.

       READ-DEPARTMENT-RECORD.
           READ DEPARTMENT-FILE
               AT END
                  SET END-OF-DEPTMAST TO TRUE
           END-READ.

       CLEAR-ONE-DEPT-BUDGET.
           MOVE ZEROS TO WS-DEPT-SALARY-BUDGET (WS-BUDGET-INDEX).
           MOVE ZEROS TO WS-DEPT-BONUS-POOL (WS-BUDGET-INDEX).

       LOAD-ONE-DEPT-BUDGET.
           PERFORM FIND-BUDGET-SUB-FOR-CODE.
           IF WS-BUDGET-SUB = WS-DEPT-COUNT
              DISPLAY 'BUDGET RECORD FOR UNKNOWN DEPARTMENT '
                 DB-DEPARTMENT-CODE ' DROPPED'
           ELSE
           PERFORM READ-ONE-DEPT-BUDGET.

       FIND-BUDGET-SUB-FOR-CODE.
           MOVE WS-DEPT-COUNT TO WS-BUDGET-SUB.
           PERFORM CHECK-ONE-BUDGET-CODE
               VARYING WS-BUDGET-INDEX FROM 1 BY 1
               UNTIL WS-BUDGET-INDEX >= WS-DEPT-COUNT.

       CHECK-ONE-BUDGET-CODE.
           IF DB-DEPARTMENT-CODE
                        TO WS-BONUS-TOTALS
                     MOVE CKPT-DEPT-ACTUALS
                        TO WS-DEPT-ACTUAL-TOTALS
                     MOVE CKPT-BATCH-COUNTS
                        TO WS-BATCH-COUNTS
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE WS-RUN-CONTROL-TOTALS TO CKPT-RUN-TOTALS.
           MOVE WS-BONUS-TOTALS TO CKPT-BONUS-TOTALS.
           MOVE WS-DEPT-ACTUAL-TOTALS TO CKPT-DEPT-ACTUALS.
           MOVE WS-BATCH-COUNTS TO CKPT-BATCH-COUNTS.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      *-----------------------------------------------------------------
      * Batch trailers, written once the read loop has reached
      * genuine end of file.  A run that stops short leaves its batch
      * files without one, and the consuming steps refuse them until
      * the restart has finished the batch.  Each trailer carries the
      * journal run stamp, so the batch is known by the run that
      * wrote it.
      *-----------------------------------------------------------------
       WRITE-BATCH-TRAILERS.
           MOVE SPACES TO REVIEW-HISTORY-TRAILER.
           SET RH-BATCH-TRAILER TO TRUE.
           MOVE WS-RUN-STAMP TO RH-BATCH-STAMP.
           MOVE 'HELLO-WORLD' TO RH-BATCH-PROGRAM.
           MOVE WS-REVHIST-WRITTEN TO RH-BATCH-COUNT.
           WRITE REVIEW-HISTORY-TRAILER.
           MOVE SPACES TO TERMINATION-TRANS-TRAILER.
           SET TT-BATCH-TRAILER TO TRUE.
           MOVE WS-RUN-STAMP TO TT-BATCH-STAMP.
           MOVE 'HELLO-WORLD' TO TT-BATCH-PROGRAM.
           MOVE WS-TERMTRN-WRITTEN TO TT-BATCH-COUNT.
           WRITE TERMINATION-TRANS-TRAILER.
           MOVE SPACES TO PAYROLL-EXTRACT-TRAILER.
           SET PX-BATCH-TRAILER TO TRUE.
           MOVE WS-RUN-STAMP TO PX-BATCH-STAMP.
           MOVE 'HELLO-WORLD' TO PX-BATCH-PROGRAM.
           MOVE WS-PAYEXTR-WRITTEN TO PX-BATCH-COUNT.
           WRITE PAYROLL-EXTRACT-TRAILER.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      * Only a failed open or an abend leaves a start with no end
      * record, which is how the run-log report shows it.  A restart
      * is noted on the end record - the checkpoint has not been
      * read when the start record is written.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'HELLO-WORLD' TO BT-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO BT-RUN-STAMP.
           SET BT-STEP-START-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       LOG-STEP-END.
           MOVE SPACES TO BT-LOG-NOTE.
           EVALUATE TRUE
              WHEN RUN-OUT-OF-TOLERANCE
                 MOVE 'RUN OUT OF BALANCING TOLERANCE' TO BT-LOG-NOTE
              WHEN DETAIL-RESTART-RUN
                 MOVE 'RESTART RUN' TO BT-LOG-NOTE
           END-EVALUATE.
           SET BT-STEP-END-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

      *-----------------------------------------------------------------
      * Run-to-run balancing.  The prior run's control record is read
      * at start of job; at end of job the current totals are printed
           PERFORM WRITE-SUMMARY-LINE.
           PERFORM PRINT-ONE-DEPT-BUDGET
               VARYING WS-BUDGET-INDEX FROM 1 BY 1
               UNTIL WS-BUDGET-INDEX > WS-DEPT-COUNT.

       PRINT-ONE-DEPT-BUDGET.
           MOVE WS-BUDGET-INDEX TO WS-BUDGET-SUB.
           IF WS-DEPT-BUDGET-PRESENT (WS-BUDGET-SUB)
              OR WS-DEPT-SALARY-ACTUAL (WS-BUDGET-SUB) NOT = ZEROS
              OR WS-DEPT-BONUS-ACTUAL (WS-BUDGET-SUB) NOT = ZEROS
              PERFORM PRINT-DEPT-BUDGET-HEADING
           END-IF.
           IF WS-DEPT-BUDGET-PRESENT (WS-BUDGET-SUB)
              PERFORM PRINT-DEPT-SALARY-BUDGET
              PERFORM PRINT-DEPT-BONUS-POOL
              END-IF
           END-IF.

       PRINT-DEPT-BUDGET-HEADING.
           MOVE SPACES TO WS-SUMMARY-LINE.
           IF WS-DEPT-BUDGET-CLOSED (WS-BUDGET-SUB)
              STRING 'DEPT ' WS-DEPT-BUDGET-CODE (WS-BUDGET-SUB)
                     ' ' WS-DEPT-BUDGET-NAME (WS-BUDGET-SUB)
                     ' (CLOSED)'
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           ELSE
              STRING 'DEPT ' WS-DEPT-BUDGET-CODE (WS-BUDGET-SUB)
                     ' ' WS-DEPT-BUDGET-NAME (WS-BUDGET-SUB)
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-IF.
           PERFORM WRITE-SUMMARY-LINE.

       PRINT-DEPT-SALARY-BUDGET.
           IF WS-DEPT-SALARY-ACTUAL (WS-BUDGET-SUB)
                 >= WS-DEPT-SALARY-BUDGET (WS-BUDGET-SUB)
