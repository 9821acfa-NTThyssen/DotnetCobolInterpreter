      *****************************************************************
      * PROGRAM-ID    EMPLOYEE-LEAVE
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Leave of absence maintenance.  Reads the leave transaction
      * file (LEAVTRN) and applies each one to the leave history
      * file (LEAVHIST, indexed on EMPLOYEE-ID and leave start date,
      * one record per leave taken) and to LEAVE-STATUS on the
      * indexed employee master.  LEAVE-STATUS is what the rest of
      * the system honours: HELLO-WORLD suspends or prorates the
      * bonus, HEADCOUNT-MOVE counts the on-leave staff in a column
      * of their own, and SKILLS-MATCH and REVIEW-AGING leave them
      * out.
      *
      * Transactions:
      *   S  start a leave - leave type, start date and expected
      *      return date are required; the employee must be ACTIVE
      *      and not already on leave,
      *   E  extend a leave - a new expected return date for the
      *      employee's open leave,
      *   R  return from leave - the actual return date closes the
      *      open leave.
      * Leave types are M medical, P parental, F family care and U
      * unpaid personal.  Every master REWRITE is journaled to
      * EMPJRNL with the before image, the program name and the run
      * stamp, the same as EMPLOYEE-MAINT, so EMPLOYEE-BACKOUT can
      * take a bad batch back off the master - LEAVHIST is not
      * journaled and has to be put right with E and R transactions
      * after a backout.  Every transaction is accounted for on the
      * audit listing as either APPLIED or REJECTED with the reason.
      *
      * Once the transactions are in, the whole of LEAVHIST is
      * passed and every open leave whose expected return date is
      * before the run date is listed on the overdue return report
      * with the employee's name and department.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *   2026-10-05  SUPERVISOR-ID added to the master record layout.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-LEAVE.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       INSTALLATION. HOME-OFFICE-DATA-CENTER.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT LEAVE-TRANS-FILE
               ASSIGN TO "LEAVTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVTRN-STATUS.

           SELECT LEAVE-HISTORY-FILE
               ASSIGN TO "LEAVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-LEAVE-KEY
               FILE STATUS IS WS-LEAVHIST-STATUS.

           SELECT LEAVE-AUDIT-FILE
               ASSIGN TO "LEAVAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVAUDT-STATUS.

           SELECT OVERDUE-REPORT-FILE
               ASSIGN TO "LEAVOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVOVRD-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "EMPJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * Must stay byte-for-byte identical to EMPLOYEE-RECORD in the
      * HELLO-WORLD FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 388 TO 1863 CHARACTERS
               DEPENDING ON WS-MASTER-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-RECORD.
          05 EMPLOYEE-ID            PIC 9(6).
          05 EMPLOYEE-NAME.
             10 FIRST-NAME          PIC X(15).
             10 MIDDLE-INITIAL      PIC X.
             10 LAST-NAME           PIC X(20).
          05 EMPLOYEE-ADDRESS.
             10 STREET-ADDRESS      PIC X(30).
             10 CITY                PIC X(20).
             10 STATE               PIC XX.
             10 ZIP-CODE            PIC 9(5).
             10 ZIP-EXTENSION       PIC 9(4).
          05 DATE-OF-BIRTH          PIC 9(8).
          05 EMPLOYEE-PHONE         PIC X(12).
          05 DEPARTMENT-CODE        PIC X(4).
          05 SALARY                 PIC 9(7)V99.
          05 EMPLOYEE-STATUS        PIC X(1).
             88 LEAVE-EMPLOYEE-ACTIVE           VALUE 'A'.
          05 HIRE-DATE              PIC 9(8).
          05 TERMINATION-DATE       PIC 9(8).
          05 EMPLOYMENT-HISTORY.
             10 JOB-TITLE           PIC X(20).
             10 JOB-DURATION        PIC 9(3).
             10 JOB-LOCATION        PIC X(15).
          05 EMPLOYEE-BENEFITS.
             10 HEALTH-PLAN         PIC X(1).
             10 DENTAL-PLAN         PIC X(1).
             10 VISION-PLAN         PIC X(1).
             10 RETIREMENT-PLAN     PIC X(1).
             10 LIFE-INSURANCE      PIC 9(5).
          05 DEPENDENT-INFO OCCURS 3 TIMES.
             10 DEPENDENT-NAME      PIC X(20).
             10 DEPENDENT-RELATION  PIC X(10).
             10 DEPENDENT-AGE       PIC 9(2).
          05 EMPLOYEE-SKILLS.
             10 SKILL OCCURS 5 TIMES.
                15 SKILL-NAME       PIC X(15).
                15 SKILL-LEVEL      PIC 9(1).
          05 EMPLOYEE-TYPE          PIC X(1).
          05 PAY-GRADE              PIC X(1).
          05 WORK-SHIFT             PIC X(1).
          05 LEAVE-STATUS           PIC X(1).
             88 LEAVE-ON-LEAVE                  VALUE 'L'.
          05 SUPERVISOR-ID          PIC 9(6).
          05 PERFORMANCE-REVIEW-COUNT PIC 9(2) COMP.
          05 PERFORMANCE-REVIEWS OCCURS 0 TO 25 TIMES
                DEPENDING ON PERFORMANCE-REVIEW-COUNT.
             10 REVIEW-DATE         PIC 9(8).
             10 REVIEW-RATING       PIC X(1).
             10 COMMENTS            PIC X(50).

      *
      * Leave transaction - one fixed-length record per start,
      * extension or return.  Dates are carried as display
      * characters so a blank can be told apart from a real date.
      *
       FD  LEAVE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAVE-TRANS-RECORD.
           05 LT-ACTION-CODE        PIC X(1).
              88 LT-START-ACTION                 VALUE 'S'.
              88 LT-EXTEND-ACTION                VALUE 'E'.
              88 LT-RETURN-ACTION                VALUE 'R'.
           05 LT-EMPLOYEE-ID        PIC X(6).
           05 LT-LEAVE-TYPE         PIC X(1).
              88 LT-VALID-LEAVE-TYPE             VALUE 'M' 'P'
                                                       'F' 'U'.
           05 LT-START-DATE         PIC X(8).
           05 LT-EXPECTED-RETURN    PIC X(8).
           05 LT-ACTUAL-RETURN      PIC X(8).
           05 FILLER                PIC X(48).

      *
      * Leave history - one record per leave, keyed on the employee
      * and the date the leave started.  A leave is open until the
      * return transaction stamps the actual return date on it; an
      * employee has at most one open leave, the one LEAVE-STATUS
      * 'L' on the master stands for.  The file accumulates across
      * runs and is never purged here.
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

       FD  LEAVE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAVE-AUDIT-LINE         PIC X(80).

       FD  OVERDUE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OVERDUE-REPORT-LINE      PIC X(132).

      *
      * Before-image journal of the employee master.  Must stay
      * byte-for-byte identical to JOURNAL-RECORD in HELLO-WORLD,
      * EMPLOYEE-MAINT, EMPLOYEE-ARCHIVE and EMPLOYEE-BACKOUT.
      *
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD.
           05 JR-PROGRAM-NAME       PIC X(16).
           05 JR-RUN-STAMP          PIC X(14).
           05 JR-ACTION-CODE        PIC X(1).
              88 JR-WRITE-ACTION                 VALUE 'W'.
              88 JR-REWRITE-ACTION               VALUE 'R'.
              88 JR-DELETE-ACTION                VALUE 'D'.
           05 JR-EMPLOYEE-ID        PIC X(6).
           05 JR-RECORD-LENGTH      PIC 9(4).
           05 JR-BEFORE-IMAGE       PIC X(1863).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
      *
       01 WS-FILE-STATUSES.
          05 WS-EMPMAST-STATUS      PIC X(2).
          05 WS-LEAVTRN-STATUS      PIC X(2).
          05 WS-LEAVHIST-STATUS     PIC X(2).
          05 WS-LEAVAUDT-STATUS     PIC X(2).
          05 WS-LEAVOVRD-STATUS     PIC X(2).
          05 WS-EMPJRNL-STATUS      PIC X(2).

       01 WS-LEAVTRN-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-LEAVTRN                      VALUE 'Y'.

       01 WS-LEAVHIST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-LEAVHIST                     VALUE 'Y'.

      *
      * Set by FIND-OPEN-LEAVE: 'Y' when the employee's open leave
      * is in the LEAVHIST record area.
      *
       01 WS-OPEN-LEAVE-SWITCH      PIC X(1)     VALUE 'N'.
          88 OPEN-LEAVE-FOUND                    VALUE 'Y'.
          88 OPEN-LEAVE-NOT-FOUND                VALUE 'N'.

      *
      * RECORD IS VARYING ... DEPENDING ON target for the master.
      * This holds the record length in bytes: the READ itself sets
      * it, and it is recomputed from the review count (388 bytes of
      * fixed portion plus 59 per review) before every REWRITE.
      *
       01 WS-MASTER-RECORD-LENGTH   PIC 9(4) COMP.

      *
      * Run stamp carried on every journal record this run writes -
      * displayed at start of job so the operator has the value to
      * hand EMPLOYEE-BACKOUT if the batch has to come back out.
      *
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-STAMP.
          05 WS-STAMP-DATE          PIC 9(8).
          05 WS-STAMP-TIME          PIC 9(6).
       01 WS-TIME-RAW               PIC X(8).
       01 WS-JOURNAL-ACTION         PIC X(1).
       01 WS-NEW-LEAVE-STATUS       PIC X(1).

      *
      * Audit listing work areas and totals.
      *
       01 WS-AUDIT-LINE             PIC X(80).
       01 WS-REJECT-REASON          PIC X(40).
       01 WS-LEAVE-TOTALS.
          05 WS-APPLIED-COUNT       PIC 9(5)     VALUE ZEROS.
          05 WS-REJECTED-COUNT      PIC 9(5)     VALUE ZEROS.

      *
      * Overdue return report work areas and totals.
      *
       01 WS-OVERDUE-LINE           PIC X(132).
       01 WS-LEAVE-TYPE-NAME        PIC X(12).
       01 WS-OVERDUE-NAME           PIC X(36).
       01 WS-OVERDUE-DEPT           PIC X(4).
       01 WS-OVERDUE-NOTE           PIC X(20).
       01 WS-OVERDUE-TOTALS.
          05 WS-OPEN-LEAVE-COUNT    PIC 9(5)     VALUE ZEROS.
          05 WS-OVERDUE-COUNT       PIC 9(5)     VALUE ZEROS.

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
           DISPLAY "JOURNAL RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           PERFORM OPEN-FILES.
           PERFORM READ-TRANS-RECORD.
           PERFORM APPLY-ONE-TRANSACTION UNTIL END-OF-LEAVTRN.
           PERFORM WRITE-AUDIT-TOTALS.
           PERFORM PRINT-OVERDUE-REPORT.
           PERFORM CLOSE-FILES.
           DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "LEAVES PAST RETURN:    " WS-OVERDUE-COUNT.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'EMPLOYEE-LEAVE' TO BT-PROGRAM-NAME.
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
      * aborts the run before a single record has moved.  The very
      * first run finds no leave history and creates an empty one.
      *-----------------------------------------------------------------
       OPEN-FILES.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS '
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT LEAVE-TRANS-FILE.
           IF WS-LEAVTRN-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN LEAVE-TRANS-FILE, STATUS '
                 WS-LEAVTRN-STATUS
              STOP RUN
           END-IF.
           OPEN I-O LEAVE-HISTORY-FILE.
           IF WS-LEAVHIST-STATUS = '35'
              OPEN OUTPUT LEAVE-HISTORY-FILE
              CLOSE LEAVE-HISTORY-FILE
              OPEN I-O LEAVE-HISTORY-FILE
           END-IF.
           IF WS-LEAVHIST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN LEAVE-HISTORY-FILE, STATUS '
                 WS-LEAVHIST-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT LEAVE-AUDIT-FILE.
           IF WS-LEAVAUDT-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN LEAVE-AUDIT-FILE, STATUS '
                 WS-LEAVAUDT-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT OVERDUE-REPORT-FILE.
           IF WS-LEAVOVRD-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN OVERDUE-REPORT-FILE, STATUS '
                 WS-LEAVOVRD-STATUS
              STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-EMPJRNL-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN JOURNAL-FILE, STATUS '
                 WS-EMPJRNL-STATUS
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE LEAVE-TRANS-FILE
           CLOSE LEAVE-HISTORY-FILE
           CLOSE LEAVE-AUDIT-FILE
           CLOSE OVERDUE-REPORT-FILE
           CLOSE JOURNAL-FILE.

       READ-TRANS-RECORD.
           READ LEAVE-TRANS-FILE
               AT END
                  SET END-OF-LEAVTRN TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * Routes one transaction.  A transaction without a usable
      * EMPLOYEE-ID can never reach the master, so it is rejected
      * here before any keyed I-O is attempted.
      *-----------------------------------------------------------------
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           IF LT-EMPLOYEE-ID NOT NUMERIC OR LT-EMPLOYEE-ID = ZEROS
              MOVE 'TRANSACTION WITHOUT VALID EMPLOYEE-ID'
                 TO WS-REJECT-REASON
              PERFORM WRITE-AUDIT-REJECTED
           ELSE
              EVALUATE TRUE
                 WHEN LT-START-ACTION
                    PERFORM START-LEAVE
                 WHEN LT-EXTEND-ACTION
                    PERFORM EXTEND-LEAVE
                 WHEN LT-RETURN-ACTION
                    PERFORM RETURN-FROM-LEAVE
                 WHEN OTHER
                    MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                    PERFORM WRITE-AUDIT-REJECTED
              END-EVALUATE
           END-IF.
           PERFORM READ-TRANS-RECORD.

      *-----------------------------------------------------------------
      * Start of a leave.  The transaction is edited whole before
      * anything is written; the history record goes on first, so a
      * start already on the history for that date is rejected
      * before the master is touched.
      *-----------------------------------------------------------------
       START-LEAVE.
           EVALUATE TRUE
              WHEN NOT LT-VALID-LEAVE-TYPE
                 MOVE 'INVALID LEAVE TYPE' TO WS-REJECT-REASON
              WHEN LT-START-DATE NOT NUMERIC
                 MOVE 'START WITHOUT NUMERIC START DATE'
                    TO WS-REJECT-REASON
              WHEN LT-EXPECTED-RETURN NOT NUMERIC
                 MOVE 'START WITHOUT NUMERIC EXPECTED RETURN'
                    TO WS-REJECT-REASON
              WHEN LT-EXPECTED-RETURN < LT-START-DATE
                 MOVE 'EXPECTED RETURN BEFORE START DATE'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM READ-LEAVE-EMPLOYEE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                 WHEN NOT LEAVE-EMPLOYEE-ACTIVE
                    MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REJECT-REASON
                 WHEN LEAVE-ON-LEAVE
                    MOVE 'EMPLOYEE ALREADY ON LEAVE'
                       TO WS-REJECT-REASON
                 WHEN OTHER
                    PERFORM WRITE-LEAVE-HISTORY
              END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-AUDIT-REJECTED
           ELSE
              MOVE 'L' TO WS-NEW-LEAVE-STATUS
              PERFORM REWRITE-LEAVE-EMPLOYEE
              PERFORM WRITE-AUDIT-APPLIED
           END-IF.

       WRITE-LEAVE-HISTORY.
           MOVE SPACES TO LEAVE-HISTORY-RECORD.
           MOVE LT-EMPLOYEE-ID TO LH-EMPLOYEE-ID.
           MOVE LT-START-DATE TO LH-START-DATE.
           MOVE LT-LEAVE-TYPE TO LH-LEAVE-TYPE.
           MOVE LT-EXPECTED-RETURN TO LH-EXPECTED-RETURN.
           MOVE ZEROS TO LH-ACTUAL-RETURN.
           SET LH-LEAVE-OPEN TO TRUE.
           MOVE WS-RUN-STAMP TO LH-RUN-STAMP.
           WRITE LEAVE-HISTORY-RECORD
               INVALID KEY
                  MOVE 'LEAVE FROM THIS DATE ALREADY ON LEAVHIST'
                     TO WS-REJECT-REASON
           END-WRITE.

      *-----------------------------------------------------------------
      * New expected return date on the open leave.  LEAVE-STATUS
      * does not move, so the master is read but not rewritten.
      *-----------------------------------------------------------------
       EXTEND-LEAVE.
           IF LT-EXPECTED-RETURN NOT NUMERIC
              MOVE 'EXTEND WITHOUT NUMERIC EXPECTED RETURN'
                 TO WS-REJECT-REASON
           ELSE
              PERFORM READ-LEAVE-EMPLOYEE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM FIND-OPEN-LEAVE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              IF LT-EXPECTED-RETURN < LH-START-DATE
                 MOVE 'EXPECTED RETURN BEFORE START DATE'
                    TO WS-REJECT-REASON
              ELSE
                 MOVE LT-EXPECTED-RETURN TO LH-EXPECTED-RETURN
                 MOVE WS-RUN-STAMP TO LH-RUN-STAMP
                 REWRITE LEAVE-HISTORY-RECORD
              END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-AUDIT-REJECTED
           ELSE
              PERFORM WRITE-AUDIT-APPLIED
           END-IF.

      *-----------------------------------------------------------------
      * Return from leave: the actual return date closes the open
      * leave and LEAVE-STATUS goes back to N.
      *-----------------------------------------------------------------
       RETURN-FROM-LEAVE.
           IF LT-ACTUAL-RETURN NOT NUMERIC
              MOVE 'RETURN WITHOUT NUMERIC ACTUAL RETURN'
                 TO WS-REJECT-REASON
           ELSE
              PERFORM READ-LEAVE-EMPLOYEE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM FIND-OPEN-LEAVE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              IF LT-ACTUAL-RETURN < LH-START-DATE
                 MOVE 'ACTUAL RETURN BEFORE START DATE'
                    TO WS-REJECT-REASON
              ELSE
                 MOVE LT-ACTUAL-RETURN TO LH-ACTUAL-RETURN
                 SET LH-LEAVE-CLOSED TO TRUE
                 MOVE WS-RUN-STAMP TO LH-RUN-STAMP
                 REWRITE LEAVE-HISTORY-RECORD
              END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-AUDIT-REJECTED
           ELSE
              MOVE 'N' TO WS-NEW-LEAVE-STATUS
              PERFORM REWRITE-LEAVE-EMPLOYEE
              PERFORM WRITE-AUDIT-APPLIED
           END-IF.

       READ-LEAVE-EMPLOYEE.
           MOVE LT-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
           END-READ.

      *-----------------------------------------------------------------
      * The master record in hand back onto the file with its new
      * leave status - the before image, the record exactly as it
      * was read, is journaled first.
      *-----------------------------------------------------------------
       REWRITE-LEAVE-EMPLOYEE.
           MOVE 'R' TO WS-JOURNAL-ACTION.
           PERFORM WRITE-JOURNAL-RECORD.
           MOVE WS-NEW-LEAVE-STATUS TO LEAVE-STATUS.
           COMPUTE WS-MASTER-RECORD-LENGTH =
              388 + 59 * PERFORMANCE-REVIEW-COUNT.
           REWRITE EMPLOYEE-RECORD.

      *-----------------------------------------------------------------
      * The employee's open leave from LEAVHIST into the record area.
      * The employee's leaves sit together in start date order, so
      * the browse starts at the employee's lowest key and stops at
      * the first record for somebody else.
      *-----------------------------------------------------------------
       FIND-OPEN-LEAVE.
           SET OPEN-LEAVE-NOT-FOUND TO TRUE.
           MOVE 'N' TO WS-LEAVHIST-EOF-SWITCH.
           MOVE LT-EMPLOYEE-ID TO LH-EMPLOYEE-ID.
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
           IF OPEN-LEAVE-NOT-FOUND
              MOVE 'NO OPEN LEAVE ON LEAVHIST' TO WS-REJECT-REASON
           END-IF.

       CHECK-ONE-EMPLOYEE-LEAVE.
           IF LH-EMPLOYEE-ID NOT = LT-EMPLOYEE-ID
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
      * One before-image journal record for the REWRITE about to be
      * taken - the record as it stood before the leave status
      * moved.
      *-----------------------------------------------------------------
       WRITE-JOURNAL-RECORD.
           MOVE 'EMPLOYEE-LEAVE' TO JR-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP.
           MOVE WS-JOURNAL-ACTION TO JR-ACTION-CODE.
           MOVE EMPLOYEE-ID TO JR-EMPLOYEE-ID.
           MOVE WS-MASTER-RECORD-LENGTH TO JR-RECORD-LENGTH.
           MOVE SPACES TO JR-BEFORE-IMAGE.
           MOVE EMPLOYEE-RECORD TO JR-BEFORE-IMAGE.
           WRITE JOURNAL-RECORD.

      *-----------------------------------------------------------------
      * The overdue return report: every open leave on LEAVHIST
      * whose expected return date has passed, with the employee's
      * name and department from the master.  A leave whose
      * employee has since been terminated or archived is still
      * listed - somebody has to close it - and says so.
      *-----------------------------------------------------------------
       PRINT-OVERDUE-REPORT.
           MOVE SPACES TO WS-OVERDUE-LINE.
           STRING 'LEAVES PAST EXPECTED RETURN AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-OVERDUE-LINE.
           PERFORM WRITE-OVERDUE-LINE.
           MOVE 'N' TO WS-LEAVHIST-EOF-SWITCH.
           MOVE LOW-VALUES TO LH-LEAVE-KEY.
           START LEAVE-HISTORY-FILE
               KEY IS NOT LESS THAN LH-LEAVE-KEY
               INVALID KEY
                  SET END-OF-LEAVHIST TO TRUE
           END-START.
           IF NOT END-OF-LEAVHIST
              PERFORM READ-LEAVE-HISTORY-NEXT
           END-IF.
           PERFORM CHECK-ONE-OVERDUE-LEAVE UNTIL END-OF-LEAVHIST.
           MOVE SPACES TO WS-OVERDUE-LINE.
           STRING 'OPEN LEAVES: ' WS-OPEN-LEAVE-COUNT
                  '  PAST EXPECTED RETURN: ' WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WS-OVERDUE-LINE.
           PERFORM WRITE-OVERDUE-LINE.

       CHECK-ONE-OVERDUE-LEAVE.
           IF LH-LEAVE-OPEN
              ADD 1 TO WS-OPEN-LEAVE-COUNT
              IF LH-EXPECTED-RETURN < WS-RUN-DATE
                 ADD 1 TO WS-OVERDUE-COUNT
                 PERFORM PRINT-ONE-OVERDUE-LEAVE
              END-IF
           END-IF.
           PERFORM READ-LEAVE-HISTORY-NEXT.

       PRINT-ONE-OVERDUE-LEAVE.
           MOVE LH-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  MOVE SPACES TO WS-OVERDUE-NAME WS-OVERDUE-DEPT
                  MOVE ' - NOT ON MASTER' TO WS-OVERDUE-NOTE
               NOT INVALID KEY
                  MOVE SPACES TO WS-OVERDUE-NAME
                  STRING LAST-NAME ' ' FIRST-NAME
                      DELIMITED BY SIZE INTO WS-OVERDUE-NAME
                  MOVE DEPARTMENT-CODE TO WS-OVERDUE-DEPT
                  IF LEAVE-EMPLOYEE-ACTIVE
                     MOVE SPACES TO WS-OVERDUE-NOTE
                  ELSE
                     MOVE ' - NO LONGER ACTIVE' TO WS-OVERDUE-NOTE
                  END-IF
           END-READ.
           EVALUATE LH-LEAVE-TYPE
              WHEN 'M'
                 MOVE 'MEDICAL' TO WS-LEAVE-TYPE-NAME
              WHEN 'P'
                 MOVE 'PARENTAL' TO WS-LEAVE-TYPE-NAME
              WHEN 'F'
                 MOVE 'FAMILY CARE' TO WS-LEAVE-TYPE-NAME
              WHEN OTHER
                 MOVE 'PERSONAL' TO WS-LEAVE-TYPE-NAME
           END-EVALUATE.
           MOVE SPACES TO WS-OVERDUE-LINE.
           STRING 'EMPLOYEE ' LH-EMPLOYEE-ID ' ' WS-OVERDUE-NAME
                  ' DEPT ' WS-OVERDUE-DEPT (1:3)
                  ' ' WS-LEAVE-TYPE-NAME
                  ' FROM ' LH-START-DATE
                  ' DUE ' LH-EXPECTED-RETURN
                  WS-OVERDUE-NOTE
               DELIMITED BY SIZE INTO WS-OVERDUE-LINE.
           PERFORM WRITE-OVERDUE-LINE.

       WRITE-OVERDUE-LINE.
           MOVE WS-OVERDUE-LINE TO OVERDUE-REPORT-LINE.
           WRITE OVERDUE-REPORT-LINE.

      *-----------------------------------------------------------------
      * Audit listing - one line per transaction, plus run totals.
      *-----------------------------------------------------------------
       WRITE-AUDIT-APPLIED.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'TRANS ' LT-ACTION-CODE ' EMPLOYEE ' LT-EMPLOYEE-ID
                  ' APPLIED'
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM WRITE-ONE-AUDIT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.

       WRITE-AUDIT-REJECTED.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'TRANS ' LT-ACTION-CODE ' EMPLOYEE ' LT-EMPLOYEE-ID
                  ' REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM WRITE-ONE-AUDIT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.

       WRITE-ONE-AUDIT-LINE.
           MOVE WS-AUDIT-LINE TO LEAVE-AUDIT-LINE.
           WRITE LEAVE-AUDIT-LINE.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM WRITE-ONE-AUDIT-LINE.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM WRITE-ONE-AUDIT-LINE.
